               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD RATING-MASTER-FILE.
           01 RATING-RECORD.
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que la bitacora comun que escribe GENERALA;
       *> aca OPS-COUNT-1 son las partidas posteadas, OPS-COUNT-2
       *> los jugadores del maestro nuevo y OPS-COUNT-3 los bloques
       *> de correccion aplicados
               05 OPS-PROGRAM-ID  PIC X(12).
               05 OPS-RECORD-TYPE PIC X(1).
               05 OPS-RUN-DATE    PIC X(8).
           01 WS-GM-FOUND   PIC 9(3) VALUE 0.

           01 WS-CURRENT-GAME  PIC 9(3) VALUE 0.
       *> bloques de correccion de GAME-CORRECT: el corte tambien es
       *> por tipo de registro y fecha de la partida corregida, igual
       *> que en STANDINGS
           01 WS-CURRENT-CORR  PIC X(1) VALUE SPACE.
           01 WS-CURRENT-ORIG  PIC X(8) VALUE SPACES.
           01 WS-FIRST-LOG-REC PIC 9 VALUE 1.
           01 WS-BEST-GAME-PTS PIC 9(5) VALUE 0.
           01 WS-WINNER-GM-IDX PIC 9(3) VALUE 0.
           01 WS-GAIN            PIC S9(5) VALUE 0.

           01 WS-GAMES-POSTED PIC 9(9) VALUE 0.
           01 WS-CORR-BLOCKS  PIC 9(9) VALUE 0.

       *> bitacora de operaciones de la cadena nocturna; el registro
       *> se arma aca y se mueve al area del archivo despues del OPEN
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
                   IF WS-GM-IDX NOT = WS-WINNER-GM-IDX
                       MOVE WS-GM-RATE-IDX(WS-GM-IDX)
                           TO WS-LOSER-RATE-IDX
                       IF WS-CURRENT-CORR = "R"
                           PERFORM REVERSE-TRANSFER-PARA
                       ELSE
                           PERFORM TRANSFER-RATING-PARA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CURRENT-CORR = "R" OR WS-CURRENT-CORR = "A"
                   ADD 1 TO WS-CORR-BLOCKS
               ELSE
                   ADD 1 TO WS-GAMES-POSTED
               END-IF
           END-IF.
           MOVE 0 TO WS-GAME-COUNT.

                   FROM WS-RTE-RATING(WS-LOSER-RATE-IDX)
           END-IF.

       REVERSE-TRANSFER-PARA.
       *> reverso de una partida corregida: el que la habia ganado le
       *> devuelve a cada perdedor lo que la misma formula le da hoy;
       *> el maestro no guarda la transferencia original y los
       *> ratings se movieron desde entonces, asi que la devolucion
       *> es la de hoy y no la de aquella noche; el piso protege ahora
       *> al ganador que devuelve
           COMPUTE WS-RATING-GAP =
               WS-RTE-RATING(WS-LOSER-RATE-IDX)
               - WS-RTE-RATING(WS-WINNER-RATE-IDX).
           COMPUTE WS-GAIN =
               WS-GAIN-STEP + WS-RATING-GAP / WS-GAP-DIVISOR.
           IF WS-GAIN > WS-GAIN-CAP
               MOVE WS-GAIN-CAP TO WS-GAIN
           END-IF.
           IF WS-GAIN < 1
               MOVE 1 TO WS-GAIN
           END-IF.
           IF WS-RTE-RATING(WS-WINNER-RATE-IDX) - WS-GAIN
                   < WS-RATING-FLOOR
               COMPUTE WS-GAIN =
                   WS-RTE-RATING(WS-WINNER-RATE-IDX) - WS-RATING-FLOOR
           END-IF.
           IF WS-GAIN > 0
               SUBTRACT WS-GAIN
                   FROM WS-RTE-RATING(WS-WINNER-RATE-IDX)
               ADD WS-GAIN TO WS-RTE-RATING(WS-LOSER-RATE-IDX)
           END-IF.

       WRITE-NEW-MASTER-PARA.
       *> generacion nueva del maestro: RATINGS.DAT queda intacto
       *> como la generacion anterior y el scheduler renombra
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-GAMES-POSTED TO WS-OPS-COUNT-1.
           MOVE WS-RATE-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-CORR-BLOCKS TO WS-OPS-COUNT-3.
           MOVE RETURN-CODE TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

