               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD SUMMARY-REPORT-FILE.
           01 SUMMARY-RECORD.
       *> asi que el desempate tiene que salir del log y no del orden
       *> de la tabla
           01 WS-CURRENT-GAME   PIC 9(3) VALUE 0.
       *> las correcciones de GAME-CORRECT llegan como bloques
       *> completos por partida - el reverso "R" de la partida como
       *> estaba y el reemplazo "A" como queda - asi que el corte
       *> tambien es por tipo de registro y fecha de la partida
       *> corregida, y cada bloque se liquida entero en el corte
           01 WS-CURRENT-CORR   PIC X(1) VALUE SPACE.
           01 WS-CURRENT-ORIG   PIC X(8) VALUE SPACES.
           01 WS-FIRST-LOG-REC  PIC 9 VALUE 1.
           01 WS-GAME-SEQ-COUNT PIC 9(5) VALUE 0.
           01 WS-BEST-GAME-PTS  PIC 9(5) VALUE 0.
       APPLY-LOG-RECORD-PARA.
           IF WS-FIRST-LOG-REC = 1
               MOVE LOG-GAME-NUM TO WS-CURRENT-GAME
               MOVE LOG-CORR-TYPE TO WS-CURRENT-CORR
               MOVE LOG-ORIG-DATE TO WS-CURRENT-ORIG
               MOVE 0 TO WS-FIRST-LOG-REC
           ELSE
               IF LOG-GAME-NUM NOT = WS-CURRENT-GAME
                       OR LOG-CORR-TYPE NOT = WS-CURRENT-CORR
                       OR LOG-ORIG-DATE NOT = WS-CURRENT-ORIG
                   PERFORM CLOSE-GAME-BREAK-PARA
                   MOVE LOG-GAME-NUM TO WS-CURRENT-GAME
                   MOVE LOG-CORR-TYPE TO WS-CURRENT-CORR
                   MOVE LOG-ORIG-DATE TO WS-CURRENT-ORIG
               END-IF
           END-IF.
           MOVE LOG-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-PLAYER-PARA.
           IF WS-FOUND-IDX > 0
               ADD LOG-POINTS TO WS-STD-GAME-POINTS(WS-FOUND-IDX)
               IF WS-STD-IN-GAME(WS-FOUND-IDX) = 0
                   MOVE 1 TO WS-STD-IN-GAME(WS-FOUND-IDX)
                   MOVE WS-GAME-SEQ-COUNT
                       TO WS-STD-GAME-SEQ(WS-FOUND-IDX)
               END-IF
               IF LOG-CORR-TYPE = "R"
                   PERFORM REVERSE-LOG-RECORD-PARA
               ELSE
                   ADD LOG-POINTS TO WS-STD-POINTS(WS-FOUND-IDX)
                   IF LOG-POINTS > WS-STD-BEST-HAND(WS-FOUND-IDX)
                       MOVE LOG-POINTS TO WS-STD-BEST-HAND(WS-FOUND-IDX)
                   END-IF
       *> las generalas tachadas quedan en el log con 0 puntos e
       *> indicador "S"; solo cuentan las realmente embocadas
                   IF (LOG-CATEGORY = "GENERALA"
                           OR LOG-CATEGORY = "DOBLE GENERALA")
                           AND LOG-POINTS > 0
                       ADD 1 TO WS-STD-GENERALAS(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       REVERSE-LOG-RECORD-PARA.
       *> el reverso resta lo que el registro original sumo; la mejor
       *> mano no se recalcula hacia abajo (el maestro no guarda de
       *> que partida salio) y un total que ya no alcanza queda en
       *> cero en vez de dar la vuelta
           IF WS-STD-POINTS(WS-FOUND-IDX) > LOG-POINTS
               SUBTRACT LOG-POINTS FROM WS-STD-POINTS(WS-FOUND-IDX)
           ELSE
               MOVE 0 TO WS-STD-POINTS(WS-FOUND-IDX)
           END-IF.
           IF (LOG-CATEGORY = "GENERALA"
                   OR LOG-CATEGORY = "DOBLE GENERALA")
                   AND LOG-POINTS > 0
                   AND WS-STD-GENERALAS(WS-FOUND-IDX) > 0
               SUBTRACT 1 FROM WS-STD-GENERALAS(WS-FOUND-IDX)
           END-IF.

       CLOSE-GAME-BREAK-PARA.
       *> termino una partida: el que mas puntos hizo la gana (mismo
       *> criterio que DETERMINE-WINNER-PARA de GENERALA: el empate
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
               IF WS-STD-IN-GAME(WS-STAND-IDX) = 1
                   EVALUATE WS-CURRENT-CORR
                       WHEN "R"
                           PERFORM REVERSE-GAME-RESULT-PARA
                       WHEN "A"
                           PERFORM REPOST-GAME-RESULT-PARA
                       WHEN OTHER
                           IF WS-STAND-IDX = WS-GAME-WINNER-IDX
                               ADD 1 TO WS-STD-STREAK(WS-STAND-IDX)
                           ELSE
                               MOVE 0 TO WS-STD-STREAK(WS-STAND-IDX)
                           END-IF
                   END-EVALUATE
                   MOVE 0 TO WS-STD-GAME-POINTS(WS-STAND-IDX)
                   MOVE 0 TO WS-STD-IN-GAME(WS-STAND-IDX)
                   MOVE 0 TO WS-STD-GAME-SEQ(WS-STAND-IDX)
           END-PERFORM.
           MOVE 0 TO WS-GAME-SEQ-COUNT.

       REVERSE-GAME-RESULT-PARA.
       *> los GAMES/WINS de la jugada original entraron por
       *> SUMMARY.DAT, que no sabe de correcciones: el bloque de
       *> reverso descuenta la partida a cada participante y la
       *> victoria al ganador que tenia; la racha no se reescribe
           IF WS-STD-GAMES(WS-STAND-IDX) > 0
               SUBTRACT 1 FROM WS-STD-GAMES(WS-STAND-IDX)
           END-IF.
           IF WS-STAND-IDX = WS-GAME-WINNER-IDX
                   AND WS-STD-WINS(WS-STAND-IDX) > 0
               SUBTRACT 1 FROM WS-STD-WINS(WS-STAND-IDX)
           END-IF.

       REPOST-GAME-RESULT-PARA.
       *> el bloque de reemplazo vuelve a contar la partida corregida
       *> y la victoria para el ganador que resulta de los puntos nuevos
           ADD 1 TO WS-STD-GAMES(WS-STAND-IDX).
           IF WS-STAND-IDX = WS-GAME-WINNER-IDX
               ADD 1 TO WS-STD-WINS(WS-STAND-IDX)
           END-IF.

       LOAD-RATINGS-PARA.
       *> si RATINGS no corrio esta noche las columnas de rating
       *> salen en cero; el ranking por puntos no depende de esto.
