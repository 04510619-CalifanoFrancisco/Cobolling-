               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD AUDIT-REPORT-FILE.
           01 AUDIT-REPORT-LINE PIC X(100).
               05 WS-FACE-TOTAL PIC 9(9) OCCURS 6 TIMES.
           01 WS-TOTAL-DICE  PIC 9(9) VALUE 0.
           01 WS-TOTAL-HANDS PIC 9(9) VALUE 0.
           01 WS-OTHER-STRATEGY-HANDS PIC 9(9) VALUE 0.
           01 WS-MATCH-MODE-HANDS     PIC 9(9) VALUE 0.

       *> conteo de caras por jugador
           01 WS-PLAYER-FACES-TABLE.
           01 WS-FOUND-IDX PIC 9(3) VALUE 0.

       *> conteo por categoria contra su frecuencia esperada; los
       *> porcentajes esperados corresponden al perfil "G" del
       *> simulador (tirada inicial mas dos re-tiradas conservando el
       *> grupo mas grande, como AUTO-REROLL-PARA), no a una tirada
       *> unica de cinco dados; las manos de los otros perfiles
       *> (escalera, full) conservan otros dados a proposito y
       *> desviarian la auditoria, asi que se cuentan aparte y no
       *> entran en las frecuencias
           01 WS-CATEGORY-TABLE.
               05 WS-CAT-ENTRY OCCURS 5 TIMES.
                   10 WS-CAT-NAME     PIC X(20).

       INIT-CATEGORY-TABLE-PARA.
       *> frecuencias esperadas (en porcentaje) de la mano final bajo
       *> el perfil de grupo del simulador con el turno completo de
       *> tres tiradas, estimadas por muestreo masivo
           MOVE "GENERALA" TO WS-CAT-NAME(1).
           MOVE 4.60       TO WS-CAT-EXPECTED(1).
           MOVE "POKER"    TO WS-CAT-NAME(2).
           MOVE 24.49      TO WS-CAT-EXPECTED(2).
           MOVE "FULL"     TO WS-CAT-NAME(3).
           MOVE 9.87       TO WS-CAT-EXPECTED(3).
           MOVE "ESCALERA" TO WS-CAT-NAME(4).
           MOVE 0.02       TO WS-CAT-EXPECTED(4).
           MOVE "NUMEROS"  TO WS-CAT-NAME(5).
           MOVE 61.03      TO WS-CAT-EXPECTED(5).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
               MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
           END-PERFORM.
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
       *> las reversas y reemplazos de GAME-CORRECT no son tiradas
       *> nuevas (el reemplazo repite los dados originales) y quedan
       *> fuera de la muestra
                           IF (WS-RUN-DATE = SPACES
                                   OR LOG-RUN-DATE = WS-RUN-DATE)
                                   AND LOG-CORR-TYPE = SPACE
       *> en blanco son registros anteriores a los perfiles, que
       *> jugaban todos al grupo; en modo match el perfil se corrige
       *> contra la planilla y las frecuencias esperadas no valen,
       *> asi que esas manos se cuentan aparte
                               IF LOG-GAME-MODE = "Y"
                                   ADD 1 TO WS-MATCH-MODE-HANDS
                               ELSE
                                   IF LOG-STRATEGY = "G"
                                           OR LOG-STRATEGY = SPACE
                                       PERFORM TABULATE-RECORD-PARA
                                   ELSE
                                       ADD 1 TO WS-OTHER-STRATEGY-HANDS
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               " PCT POINTS, HANDS AUDITED " WS-TOTAL-HANDS
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "HANDS PLAYED UNDER OTHER STRATEGIES (NOT AUDITED) "
               WS-OTHER-STRATEGY-HANDS
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "HANDS PLAYED IN MATCH MODE (NOT AUDITED)           "
               WS-MATCH-MODE-HANDS
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           IF WS-TOTAL-DICE > 0
               PERFORM WRITE-FACE-SECTION-PARA
               PERFORM WRITE-PLAYER-SECTION-PARA
