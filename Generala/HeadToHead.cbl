               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD HEAD-REPORT-FILE.
           01 HEAD-REPORT-LINE PIC X(100).
       *> la primera de la siguiente cuando comparten numero
           01 WS-CURRENT-GAME  PIC 9(3) VALUE 0.
           01 WS-CURRENT-DATE  PIC X(8) VALUE SPACES.
       *> una correccion de GAME-CORRECT pertenece a la noche de la
       *> partida que corrige (LOG-ORIG-DATE), no a la noche en que se
       *> posteo; llega como bloque completo de la partida - el reverso
       *> "R" resta de la grilla lo que la partida habia sumado y el
       *> reemplazo "A" suma la partida como quedo - asi que el corte
       *> tambien es por tipo de registro
           01 WS-LOG-GAME-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-CORR  PIC X(1) VALUE SPACE.
           01 WS-FIRST-LOG-REC PIC 9 VALUE 1.
           01 WS-BEST-GAME-PTS PIC 9(5) VALUE 0.
           01 WS-WINNER-IDX    PIC 9(3) VALUE 0.
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           IF LOG-CORR-TYPE = "R" OR LOG-CORR-TYPE = "A"
                               MOVE LOG-ORIG-DATE TO WS-LOG-GAME-DATE
                           ELSE
                               MOVE LOG-RUN-DATE TO WS-LOG-GAME-DATE
                           END-IF
       *> misma seleccion por fecha que los otros lectores del log:
       *> con fecha en la tarjeta solo esa noche, en blanco todo
                           IF WS-RUN-DATE = SPACES
                                   OR WS-LOG-GAME-DATE = WS-RUN-DATE
                               PERFORM APPLY-LOG-RECORD-PARA
                           END-IF
                   END-READ
       APPLY-LOG-RECORD-PARA.
           IF WS-FIRST-LOG-REC = 1
               MOVE LOG-GAME-NUM TO WS-CURRENT-GAME
               MOVE WS-LOG-GAME-DATE TO WS-CURRENT-DATE
               MOVE LOG-CORR-TYPE TO WS-CURRENT-CORR
               MOVE 0 TO WS-FIRST-LOG-REC
           ELSE
               IF LOG-GAME-NUM NOT = WS-CURRENT-GAME
                       OR WS-LOG-GAME-DATE NOT = WS-CURRENT-DATE
                       OR LOG-CORR-TYPE NOT = WS-CURRENT-CORR
                   PERFORM CLOSE-GAME-BREAK-PARA
                   MOVE LOG-GAME-NUM TO WS-CURRENT-GAME
                   MOVE WS-LOG-GAME-DATE TO WS-CURRENT-DATE
                   MOVE LOG-CORR-TYPE TO WS-CURRENT-CORR
               END-IF
           END-IF.
           MOVE 0 TO WS-GM-FOUND.
               END-PERFORM
           END-PERFORM.
           IF WS-GAME-COUNT > 0
               IF WS-CURRENT-CORR = "R"
                   IF WS-GAMES-TABULATED > 0
                       SUBTRACT 1 FROM WS-GAMES-TABULATED
                   END-IF
               ELSE
                   ADD 1 TO WS-GAMES-TABULATED
               END-IF
           END-IF.
           MOVE 0 TO WS-GAME-COUNT.

               END-IF
           END-IF.
           PERFORM FIND-OR-ADD-PAIR-PARA.
           IF WS-PAIR-FOUND > 0 AND WS-CURRENT-CORR = "R"
               PERFORM REVERSE-PAIR-PARA
           END-IF.
           IF WS-PAIR-FOUND > 0 AND WS-CURRENT-CORR NOT = "R"
               ADD 1 TO WS-PAIR-GAMES(WS-PAIR-FOUND)
               ADD WS-LOW-PTS TO WS-PAIR-POINTS-A(WS-PAIR-FOUND)
               ADD WS-HIGH-PTS TO WS-PAIR-POINTS-B(WS-PAIR-FOUND)
               END-IF
           END-IF.

       REVERSE-PAIR-PARA.
       *> el reverso resta exactamente lo que la partida original
       *> sumo al par; con una seleccion por fecha que no incluyo la
       *> original, lo que no alcanza queda en cero
           IF WS-PAIR-GAMES(WS-PAIR-FOUND) > 0
               SUBTRACT 1 FROM WS-PAIR-GAMES(WS-PAIR-FOUND)
           END-IF.
           IF WS-PAIR-POINTS-A(WS-PAIR-FOUND) > WS-LOW-PTS
               SUBTRACT WS-LOW-PTS FROM WS-PAIR-POINTS-A(WS-PAIR-FOUND)
           ELSE
               MOVE 0 TO WS-PAIR-POINTS-A(WS-PAIR-FOUND)
           END-IF.
           IF WS-PAIR-POINTS-B(WS-PAIR-FOUND) > WS-HIGH-PTS
               SUBTRACT WS-HIGH-PTS FROM WS-PAIR-POINTS-B(WS-PAIR-FOUND)
           ELSE
               MOVE 0 TO WS-PAIR-POINTS-B(WS-PAIR-FOUND)
           END-IF.
           IF WS-LOW-WON = 1 AND WS-PAIR-WINS-A(WS-PAIR-FOUND) > 0
               SUBTRACT 1 FROM WS-PAIR-WINS-A(WS-PAIR-FOUND)
           END-IF.
           IF WS-HIGH-WON = 1 AND WS-PAIR-WINS-B(WS-PAIR-FOUND) > 0
               SUBTRACT 1 FROM WS-PAIR-WINS-B(WS-PAIR-FOUND)
           END-IF.

       FIND-OR-ADD-PAIR-PARA.
           MOVE 0 TO WS-PAIR-FOUND.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   "POINTS-A POINTS-B"
                   DELIMITED BY SIZE INTO HEAD-REPORT-LINE
               WRITE HEAD-REPORT-LINE
       *> un par que solo compartio partidas anuladas queda en cero
       *> y no se imprime
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF WS-PAIR-GAMES(WS-PAIR-IDX) > 0
                       MOVE SPACES TO HEAD-REPORT-LINE
                       STRING WS-PAIR-ID-A(WS-PAIR-IDX)
                           "  " WS-PAIR-ID-B(WS-PAIR-IDX)
                           "  " WS-PAIR-GAMES(WS-PAIR-IDX)
                           "  " WS-PAIR-WINS-A(WS-PAIR-IDX)
                           "  " WS-PAIR-WINS-B(WS-PAIR-IDX)
                           "  " WS-PAIR-POINTS-A(WS-PAIR-IDX)
                           "  " WS-PAIR-POINTS-B(WS-PAIR-IDX)
                           DELIMITED BY SIZE INTO HEAD-REPORT-LINE
                       WRITE HEAD-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE HEAD-REPORT-FILE.
