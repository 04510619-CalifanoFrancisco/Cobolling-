               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
                   10 WS-GC-W-COUNT PIC 9(3) VALUE 0.
           01 WS-GC-IDX PIC 9(4) VALUE 0.

       *> correcciones posteadas esta fecha por GAME-CORRECT: no
       *> pasaron por el checkpoint ni por el resumen de GENERALA, asi
       *> que no entran al cuadre de la noche y se informan aparte
           01 WS-CORR-REV-RECS PIC 9(7) VALUE 0.
           01 WS-CORR-REV-PTS  PIC 9(7) VALUE 0.
           01 WS-CORR-REP-RECS PIC 9(7) VALUE 0.
           01 WS-CORR-REP-PTS  PIC 9(7) VALUE 0.

           01 WS-OUT-OF-BALANCE PIC 9 VALUE 0.
           01 WS-PLAYER-OK      PIC 9 VALUE 0.
           01 WS-DETAIL         PIC X(40) VALUE SPACES.
           END-IF.

       APPLY-LOG-RECORD-PARA.
           EVALUATE LOG-CORR-TYPE
               WHEN "R"
                   ADD 1 TO WS-CORR-REV-RECS
                   ADD LOG-POINTS TO WS-CORR-REV-PTS
               WHEN "A"
                   ADD 1 TO WS-CORR-REP-RECS
                   ADD LOG-POINTS TO WS-CORR-REP-PTS
               WHEN OTHER
                   PERFORM APPLY-PLAY-RECORD-PARA
           END-EVALUATE.

       APPLY-PLAY-RECORD-PARA.
           MOVE LOG-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-PLAYER-PARA.
           IF WS-FOUND-IDX > 0
               WRITE BALANCE-LINE
           END-PERFORM.
           PERFORM CHECK-GAME-WINNERS-PARA.
           IF WS-CORR-REV-RECS > 0 OR WS-CORR-REP-RECS > 0
               MOVE SPACES TO BALANCE-LINE
               STRING "CORRECTIONS POSTED (NOT IN BALANCE): REVERSED "
                   WS-CORR-REV-RECS " RECS " WS-CORR-REV-PTS " PTS"
                   DELIMITED BY SIZE INTO BALANCE-LINE
               WRITE BALANCE-LINE
               MOVE SPACES TO BALANCE-LINE
               STRING "                                     REPLACED "
                   WS-CORR-REP-RECS " RECS " WS-CORR-REP-PTS " PTS"
                   DELIMITED BY SIZE INTO BALANCE-LINE
               WRITE BALANCE-LINE
           END-IF.
           MOVE SPACES TO BALANCE-LINE.
           IF WS-OUT-OF-BALANCE = 1
               MOVE "RESULT: OUT OF BALANCE" TO BALANCE-LINE
