               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD SCORE-REPORT-FILE.
           01 SCORE-REPORT-LINE PIC X(100).
           01 WS-FROM-DATE   PIC X(8) VALUE SPACES.
           01 WS-TO-DATE     PIC X(8) VALUE SPACES.

       *> una correccion de GAME-CORRECT cuenta en la noche de la
       *> partida que corrige (LOG-ORIG-DATE); el reverso "R" descuenta
       *> la decision original y el reemplazo "A" la vuelve a contar
       *> con los puntos corregidos
           01 WS-LOG-GAME-DATE PIC X(8) VALUE SPACES.

       *> las 11 categorias de la planilla, en el mismo orden que
       *> WS-MATCH-CAT-TABLE de GENERALA; los registros de modo
       *> clasico traen "NUMEROS", que no es una categoria de
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           IF LOG-CORR-TYPE = "R" OR LOG-CORR-TYPE = "A"
                               MOVE LOG-ORIG-DATE TO WS-LOG-GAME-DATE
                           ELSE
                               MOVE LOG-RUN-DATE TO WS-LOG-GAME-DATE
                           END-IF
                           IF LOG-PLAYER-ID >= WS-FROM-PLAYER
                                   AND LOG-PLAYER-ID <= WS-TO-PLAYER
                                   AND WS-LOG-GAME-DATE >= WS-FROM-DATE
                                   AND (WS-TO-DATE = SPACES
                                       OR WS-LOG-GAME-DATE <= WS-TO-DATE)
                               PERFORM APPLY-LOG-RECORD-PARA
                           END-IF
                   END-READ
               CONTINUE
           ELSE
               PERFORM FIND-OR-ADD-PLAYER-PARA
               IF WS-FOUND-IDX > 0 AND LOG-CORR-TYPE = "R"
                   PERFORM REVERSE-LOG-RECORD-PARA
               END-IF
               IF WS-FOUND-IDX > 0 AND LOG-CORR-TYPE NOT = "R"
                   IF LOG-FILL-FLAG = "S"
                       ADD 1 TO WS-CARD-SCRATCHES(WS-FOUND-IDX,
                           WS-CAT-FOUND)
               END-IF
           END-IF.

       REVERSE-LOG-RECORD-PARA.
       *> la mejor marca no se recalcula hacia abajo: el acumulado no
       *> guarda de que partida salio
           IF LOG-FILL-FLAG = "S"
               IF WS-CARD-SCRATCHES(WS-FOUND-IDX, WS-CAT-FOUND) > 0
                   SUBTRACT 1 FROM WS-CARD-SCRATCHES(WS-FOUND-IDX,
                       WS-CAT-FOUND)
               END-IF
           ELSE
               IF WS-CARD-FILLS(WS-FOUND-IDX, WS-CAT-FOUND) > 0
                   SUBTRACT 1 FROM WS-CARD-FILLS(WS-FOUND-IDX,
                       WS-CAT-FOUND)
               END-IF
               IF WS-CARD-FILL-PTS(WS-FOUND-IDX, WS-CAT-FOUND)
                       > LOG-POINTS
                   SUBTRACT LOG-POINTS FROM WS-CARD-FILL-PTS(
                       WS-FOUND-IDX, WS-CAT-FOUND)
               ELSE
                   MOVE 0 TO WS-CARD-FILL-PTS(WS-FOUND-IDX,
                       WS-CAT-FOUND)
               END-IF
           END-IF.

       FIND-CATEGORY-PARA.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
