IDENTIFICATION DIVISION.
PROGRAM-ID. CHAIN-CTL.

*> controlador de la cadena nocturna: OPS-SUMMARY dice a la manana
*> que algo se rompio, pero para entonces STANDINGS o RATINGS ya
*> corrieron contra un GAMELOGD.DAT que LOG-EXTRACT no termino de
*> escribir; este programa lee la definicion de pasos (CHAINDEF.DAT,
*> un renglon por paso en el orden de la noche con sus predecesores
*> y el codigo de retorno mas alto que acepta de ellos) y antes de
*> lanzar cada paso busca en OPSLOG.DAT, para la fecha de corrida,
*> el ultimo registro de cada predecesor: si falta su "E", si quedo
*> un "S" sin cerrar (abend) o si su codigo supera el maximo, el paso
*> se retiene y no corre, y con el todo lo que dependa de el; la
*> tarjeta de control puede nombrar un paso de reinicio para relanzar
*> la noche desde ahi (los pasos anteriores no se corren y valen sus
*> registros de OPSLOG de la corrida anterior); deja el reporte de
*> estado de la cadena en CHAINRPT.DAT para que el operador vea que
*> se retuvo y por que

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEF-FILE ASSIGN TO "CHAINDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-DEF-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.
           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CHAINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD STEP-DEF-FILE.
           01 STEP-DEF-RECORD.
       *> DEF-PROGRAM-ID es el nombre con que el paso firma en OPSLOG;
       *> DEF-MAX-RC el codigo mas alto aceptado de cualquiera de sus
       *> predecesores (en blanco o cero, solo se acepta un cierre
       *> limpio); DEF-COMMAND lo que se ejecuta para lanzar el paso
               05 DEF-PROGRAM-ID PIC X(12).
               05 DEF-MAX-RC     PIC 9(4).
               05 DEF-PRED-ID    PIC X(12) OCCURS 4 TIMES.
               05 DEF-COMMAND    PIC X(80).

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que la bitacora comun que escribe GENERALA
               05 OPS-PROGRAM-ID  PIC X(12).
               05 OPS-RECORD-TYPE PIC X(1).
               05 OPS-RUN-DATE    PIC X(8).
               05 OPS-TIMESTAMP   PIC X(21).
               05 OPS-COUNT-1     PIC 9(9).
               05 OPS-COUNT-2     PIC 9(9).
               05 OPS-COUNT-3     PIC 9(9).
               05 OPS-RETURN-CODE PIC 9(4).

       FD CHAIN-REPORT-FILE.
           01 CHAIN-REPORT-LINE PIC X(120).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> fecha de la noche (en blanco la de hoy) y paso desde el que
       *> se relanza la cadena (en blanco la cadena completa)
               05 CTRL-RUN-DATE     PIC X(8).
               05 CTRL-RESTART-STEP PIC X(12).

       WORKING-STORAGE SECTION.
           01 WS-STEP-DEF-STATUS PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS   PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS  PIC X(2) VALUE "00".

           01 WS-EOF-STEP-DEF PIC 9 VALUE 0.
           01 WS-EOF-LOG      PIC 9 VALUE 0.
           01 WS-RUN-DATE     PIC X(8) VALUE SPACES.
           01 WS-RESTART-STEP PIC X(12) VALUE SPACES.

       *> los pasos de la noche en el orden de CHAINDEF.DAT y lo que
       *> el controlador hizo con cada uno: RAN, HELD o BYPASSED (antes
       *> del punto de reinicio)
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 20 TIMES.
                   10 WS-STEP-PROGRAM PIC X(12).
                   10 WS-STEP-MAX-RC  PIC 9(4).
                   10 WS-STEP-PRED    PIC X(12) OCCURS 4 TIMES.
                   10 WS-STEP-COMMAND PIC X(80).
                   10 WS-STEP-ACTION  PIC X(8).
                   10 WS-STEP-RC      PIC 9(4).
                   10 WS-STEP-DETAIL  PIC X(50).
           01 WS-STEP-COUNT   PIC 9(2) VALUE 0.
           01 WS-STEP-IDX     PIC 9(2) VALUE 0.
           01 WS-RESTART-IDX  PIC 9(2) VALUE 0.
           01 WS-DEF-SKIPPED  PIC 9(3) VALUE 0.

       *> ultimo registro de OPSLOG de cada programa en la fecha; un
       *> "S" posterior al ultimo "E" es un relanzamiento que no cerro
           01 WS-OPS-TABLE.
               05 WS-OPS-ENTRY OCCURS 30 TIMES.
                   10 WS-OPS-TBL-PROGRAM PIC X(12).
                   10 WS-OPS-TBL-LAST    PIC X(1).
                   10 WS-OPS-TBL-HAS-E   PIC 9.
                   10 WS-OPS-TBL-RC      PIC 9(4).
           01 WS-OPS-COUNT  PIC 9(2) VALUE 0.
           01 WS-OPS-IDX    PIC 9(2) VALUE 0.
           01 WS-FOUND-IDX  PIC 9(2) VALUE 0.

           01 WS-PRED-IDX      PIC 9 VALUE 0.
           01 WS-PRED-STEP-IDX PIC 9(2) VALUE 0.
           01 WS-CHECK-PROGRAM PIC X(12) VALUE SPACES.
           01 WS-STEP-CLEARED  PIC 9 VALUE 0.
           01 WS-HOLD-REASON   PIC X(50) VALUE SPACES.
           01 WS-RC-DISP       PIC X(4) VALUE SPACES.

       *> lanzamiento de un paso: el estado crudo del comando (solo
       *> informativo) y la marca de cuantos registros tenia OPSLOG
       *> antes de lanzarlo; el paso se juzga solo por el "S" y el "E"
       *> que agregue despues de la marca, sea cual sea su fecha
           01 WS-CALL-STATUS   PIC S9(9) VALUE 0.
           01 WS-CALL-DISP     PIC -(9)9.
           01 WS-LOG-MARK      PIC 9(9) VALUE 0.
           01 WS-LOG-RECORDS   PIC 9(9) VALUE 0.
           01 WS-NEW-START     PIC 9 VALUE 0.
           01 WS-NEW-END       PIC 9 VALUE 0.
           01 WS-NEW-RC        PIC 9(4) VALUE 0.

           01 WS-RAN-COUNT      PIC 9(3) VALUE 0.
           01 WS-HELD-COUNT     PIC 9(3) VALUE 0.
           01 WS-BYPASSED-COUNT PIC 9(3) VALUE 0.
           01 WS-FAILED-COUNT   PIC 9(3) VALUE 0.
           01 WS-RUN-FAILED     PIC 9 VALUE 0.
           01 WS-FAIL-REASON    PIC X(60) VALUE SPACES.

       *> bitacora de operaciones de la cadena nocturna; el registro
       *> se arma aca y se mueve al area del archivo despues del OPEN
           01 WS-OPS-LOG-STATUS PIC X(2) VALUE "00".
           01 WS-OPS-WORK.
               05 WS-OPS-PROGRAM-ID  PIC X(12).
               05 WS-OPS-RECORD-TYPE PIC X(1).
               05 WS-OPS-RUN-DATE    PIC X(8).
               05 WS-OPS-TIMESTAMP   PIC X(21).
               05 WS-OPS-COUNT-1     PIC 9(9).
               05 WS-OPS-COUNT-2     PIC 9(9).
               05 WS-OPS-COUNT-3     PIC 9(9).
               05 WS-OPS-RETURN-CODE PIC 9(4).

PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM WRITE-OPS-START-PARA.
           PERFORM LOAD-STEP-DEFS-PARA.
           PERFORM FIND-RESTART-STEP-PARA.
           IF WS-RUN-FAILED = 0
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM PROCESS-STEP-PARA
               END-PERFORM
           END-IF.
           PERFORM WRITE-CHAIN-REPORT-PARA.
       *> el codigo se fija aca y no se hereda de los CALL a los pasos
           IF WS-RUN-FAILED = 1 OR WS-HELD-COUNT > 0
                   OR WS-FAILED-COUNT > 0
       *> condicion visible para el scheduler: la noche no termino
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                       MOVE CTRL-RESTART-STEP TO WS-RESTART-STEP
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       LOAD-STEP-DEFS-PARA.
           OPEN INPUT STEP-DEF-FILE.
           IF WS-STEP-DEF-STATUS = "35"
               MOVE 1 TO WS-RUN-FAILED
               MOVE "STEP DEFINITION FILE CHAINDEF.DAT NOT FOUND"
                   TO WS-FAIL-REASON
           ELSE
               PERFORM UNTIL WS-EOF-STEP-DEF = 1
                   READ STEP-DEF-FILE
                       AT END
                           MOVE 1 TO WS-EOF-STEP-DEF
                       NOT AT END
                           PERFORM APPLY-STEP-DEF-PARA
                   END-READ
               END-PERFORM
               CLOSE STEP-DEF-FILE
               IF WS-STEP-COUNT = 0
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "STEP DEFINITION FILE CHAINDEF.DAT IS EMPTY"
                       TO WS-FAIL-REASON
               END-IF
           END-IF.

       APPLY-STEP-DEF-PARA.
           IF DEF-PROGRAM-ID = SPACES
               CONTINUE
           ELSE
               IF WS-STEP-COUNT < 20
                   ADD 1 TO WS-STEP-COUNT
                   MOVE DEF-PROGRAM-ID TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                   IF DEF-MAX-RC IS NUMERIC
                       MOVE DEF-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
                   ELSE
                       MOVE 0 TO WS-STEP-MAX-RC(WS-STEP-COUNT)
                   END-IF
                   PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                           UNTIL WS-PRED-IDX > 4
                       MOVE DEF-PRED-ID(WS-PRED-IDX)
                           TO WS-STEP-PRED(WS-STEP-COUNT, WS-PRED-IDX)
                   END-PERFORM
                   MOVE DEF-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT)
                   MOVE SPACES TO WS-STEP-ACTION(WS-STEP-COUNT)
                   MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
                   MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-COUNT)
               ELSE
                   ADD 1 TO WS-DEF-SKIPPED
               END-IF
           END-IF.

       FIND-RESTART-STEP-PARA.
       *> sin paso de reinicio la cadena arranca en el primer paso
           IF WS-RUN-FAILED = 0
               IF WS-RESTART-STEP = SPACES
                   MOVE 1 TO WS-RESTART-IDX
               ELSE
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       IF WS-STEP-PROGRAM(WS-STEP-IDX) = WS-RESTART-STEP
                               AND WS-RESTART-IDX = 0
                           MOVE WS-STEP-IDX TO WS-RESTART-IDX
                       END-IF
                   END-PERFORM
                   IF WS-RESTART-IDX = 0
                       MOVE 1 TO WS-RUN-FAILED
                       MOVE "RESTART STEP NOT IN CHAINDEF.DAT"
                           TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF.

       PROCESS-STEP-PARA.
           IF WS-STEP-IDX < WS-RESTART-IDX
               MOVE "BYPASSED" TO WS-STEP-ACTION(WS-STEP-IDX)
               MOVE "BEFORE RESTART POINT, PRIOR RUN STANDS"
                   TO WS-STEP-DETAIL(WS-STEP-IDX)
               ADD 1 TO WS-BYPASSED-COUNT
           ELSE
               PERFORM COLLECT-OPS-LOG-PARA
               PERFORM CHECK-PREDECESSORS-PARA
               IF WS-STEP-CLEARED = 1
                   PERFORM RUN-STEP-PARA
               ELSE
                   MOVE "HELD" TO WS-STEP-ACTION(WS-STEP-IDX)
                   MOVE WS-HOLD-REASON TO WS-STEP-DETAIL(WS-STEP-IDX)
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

       COLLECT-OPS-LOG-PARA.
       *> se relee la bitacora antes de cada paso: el paso anterior
       *> acaba de dejar sus registros
           MOVE 0 TO WS-OPS-COUNT.
           MOVE 0 TO WS-EOF-LOG.
           OPEN INPUT OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS = "35"
               MOVE 1 TO WS-EOF-LOG
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ OPS-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           IF OPS-RUN-DATE = WS-RUN-DATE
                               PERFORM APPLY-OPS-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-LOG-FILE
           END-IF.

       APPLY-OPS-RECORD-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                   UNTIL WS-OPS-IDX > WS-OPS-COUNT
               IF WS-OPS-TBL-PROGRAM(WS-OPS-IDX) = OPS-PROGRAM-ID
                   MOVE WS-OPS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-OPS-COUNT < 30
               ADD 1 TO WS-OPS-COUNT
               MOVE WS-OPS-COUNT TO WS-FOUND-IDX
               MOVE OPS-PROGRAM-ID TO WS-OPS-TBL-PROGRAM(WS-FOUND-IDX)
               MOVE 0 TO WS-OPS-TBL-HAS-E(WS-FOUND-IDX)
               MOVE 0 TO WS-OPS-TBL-RC(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX > 0
               MOVE OPS-RECORD-TYPE TO WS-OPS-TBL-LAST(WS-FOUND-IDX)
               IF OPS-RECORD-TYPE = "E"
                   MOVE 1 TO WS-OPS-TBL-HAS-E(WS-FOUND-IDX)
                   MOVE OPS-RETURN-CODE TO WS-OPS-TBL-RC(WS-FOUND-IDX)
               END-IF
           END-IF.

       CHECK-PREDECESSORS-PARA.
       *> el primer predecesor que falla da el motivo de la retencion;
       *> un predecesor que esta misma corrida retuvo no tiene un "E"
       *> nuevo y el viejo de una corrida anterior no sirve; uno que
       *> esta corrida lanzo se juzga por lo que dejo al correr
           MOVE 1 TO WS-STEP-CLEARED.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 4 OR WS-STEP-CLEARED = 0
               MOVE WS-STEP-PRED(WS-STEP-IDX, WS-PRED-IDX)
                   TO WS-CHECK-PROGRAM
               IF WS-CHECK-PROGRAM NOT = SPACES
                   PERFORM CHECK-ONE-PREDECESSOR-PARA
               END-IF
           END-PERFORM.

       CHECK-ONE-PREDECESSOR-PARA.
           MOVE 0 TO WS-PRED-STEP-IDX.
           PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                   UNTIL WS-OPS-IDX > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-OPS-IDX) = WS-CHECK-PROGRAM
                   MOVE WS-OPS-IDX TO WS-PRED-STEP-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                   UNTIL WS-OPS-IDX > WS-OPS-COUNT
               IF WS-OPS-TBL-PROGRAM(WS-OPS-IDX) = WS-CHECK-PROGRAM
                   MOVE WS-OPS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PRED-STEP-IDX > 0
                       AND WS-STEP-ACTION(WS-PRED-STEP-IDX) = "HELD"
                   MOVE 0 TO WS-STEP-CLEARED
                   STRING "PREDECESSOR " WS-CHECK-PROGRAM " HELD"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-PRED-STEP-IDX > 0
                       AND WS-STEP-ACTION(WS-PRED-STEP-IDX) = "RAN"
                       AND WS-STEP-DETAIL(WS-PRED-STEP-IDX)(1:5)
                           NOT = "ENDED"
                   MOVE 0 TO WS-STEP-CLEARED
                   STRING "PREDECESSOR " WS-CHECK-PROGRAM " FAILED"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-PRED-STEP-IDX > 0
                       AND WS-STEP-ACTION(WS-PRED-STEP-IDX) = "RAN"
                   IF WS-STEP-RC(WS-PRED-STEP-IDX)
                           > WS-STEP-MAX-RC(WS-STEP-IDX)
                       MOVE 0 TO WS-STEP-CLEARED
                       MOVE WS-STEP-RC(WS-PRED-STEP-IDX) TO WS-RC-DISP
                       STRING "PREDECESSOR " WS-CHECK-PROGRAM " RC "
                           WS-RC-DISP " OVER LIMIT"
                           DELIMITED BY SIZE INTO WS-HOLD-REASON
                   END-IF
               WHEN WS-FOUND-IDX = 0
                   MOVE 0 TO WS-STEP-CLEARED
                   STRING "PREDECESSOR " WS-CHECK-PROGRAM
                       " NOT IN OPSLOG"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-OPS-TBL-LAST(WS-FOUND-IDX) = "S"
                   MOVE 0 TO WS-STEP-CLEARED
                   STRING "PREDECESSOR " WS-CHECK-PROGRAM " ABENDED"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-OPS-TBL-RC(WS-FOUND-IDX)
                       > WS-STEP-MAX-RC(WS-STEP-IDX)
                   MOVE 0 TO WS-STEP-CLEARED
                   MOVE WS-OPS-TBL-RC(WS-FOUND-IDX) TO WS-RC-DISP
                   STRING "PREDECESSOR " WS-CHECK-PROGRAM " RC "
                       WS-RC-DISP " OVER LIMIT"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RUN-STEP-PARA.
       *> el resultado del paso se toma de su propio "E" en OPSLOG y no
       *> del estado del comando, que es el mismo criterio con que se
       *> juzga a los predecesores; solo cuentan los registros que el
       *> paso agrego despues de lanzarlo: un "E" viejo del mismo dia
       *> no tapa un lanzamiento que fallo, y una tarjeta del paso con
       *> otra fecha no lo deja sin registros
           MOVE "RAN" TO WS-STEP-ACTION(WS-STEP-IDX).
           ADD 1 TO WS-RAN-COUNT.
           MOVE 999999999 TO WS-LOG-MARK.
           PERFORM SCAN-STEP-RUN-PARA.
           MOVE WS-LOG-RECORDS TO WS-LOG-MARK.
           CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX).
       *> RETURN-CODE queda con el estado crudo del comando (exit 4 es
       *> 1024): se guarda para el reporte y se limpia
           MOVE RETURN-CODE TO WS-CALL-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM SCAN-STEP-RUN-PARA.
           EVALUATE TRUE
               WHEN WS-NEW-START = 0
                   MOVE WS-CALL-STATUS TO WS-CALL-DISP
                   STRING "DID NOT START - COMMAND STATUS "
                       WS-CALL-DISP
                       DELIMITED BY SIZE
                       INTO WS-STEP-DETAIL(WS-STEP-IDX)
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-NEW-END = 0
                   MOVE "ABENDED - NO END RECORD"
                       TO WS-STEP-DETAIL(WS-STEP-IDX)
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE WS-NEW-RC TO WS-STEP-RC(WS-STEP-IDX)
                   IF WS-NEW-RC >= 8
                       MOVE "ENDED IN ERROR"
                           TO WS-STEP-DETAIL(WS-STEP-IDX)
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       IF WS-NEW-RC > 0
                           MOVE "ENDED WITH WARNINGS"
                               TO WS-STEP-DETAIL(WS-STEP-IDX)
                       ELSE
                           MOVE "ENDED CLEAN"
                               TO WS-STEP-DETAIL(WS-STEP-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       SCAN-STEP-RUN-PARA.
       *> cuenta los registros de OPSLOG y, de los que estan despues
       *> de WS-LOG-MARK, toma el ultimo "S" del paso y el "E" que lo
       *> cierra
           MOVE 0 TO WS-LOG-RECORDS.
           MOVE 0 TO WS-NEW-START.
           MOVE 0 TO WS-NEW-END.
           MOVE 0 TO WS-NEW-RC.
           MOVE 0 TO WS-EOF-LOG.
           OPEN INPUT OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ OPS-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LOG-RECORDS
                           IF WS-LOG-RECORDS > WS-LOG-MARK
                                   AND OPS-PROGRAM-ID
                                       = WS-STEP-PROGRAM(WS-STEP-IDX)
                               PERFORM APPLY-STEP-RUN-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-LOG-FILE
           END-IF.

       APPLY-STEP-RUN-RECORD-PARA.
           IF OPS-RECORD-TYPE = "S"
               MOVE 1 TO WS-NEW-START
               MOVE 0 TO WS-NEW-END
               MOVE 0 TO WS-NEW-RC
           ELSE
               IF OPS-RECORD-TYPE = "E" AND WS-NEW-START = 1
                   MOVE 1 TO WS-NEW-END
                   MOVE OPS-RETURN-CODE TO WS-NEW-RC
               END-IF
           END-IF.

       WRITE-CHAIN-REPORT-PARA.
           OPEN OUTPUT CHAIN-REPORT-FILE.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           STRING "NIGHTLY CHAIN STATUS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           IF WS-RESTART-STEP = SPACES
               MOVE "FULL CHAIN RUN" TO CHAIN-REPORT-LINE
           ELSE
               STRING "RESTARTED FROM STEP " WS-RESTART-STEP
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           END-IF.
           WRITE CHAIN-REPORT-LINE.
           IF WS-DEF-SKIPPED > 0
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING "STEP DEFINITIONS OVER 20 IGNORED " WS-DEF-SKIPPED
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
           END-IF.
           IF WS-RUN-FAILED = 1
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING "NO STEPS STARTED - " WS-FAIL-REASON
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
           ELSE
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING "STEP         ACTION   RC   DETAIL"
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM WRITE-STEP-LINE-PARA
               END-PERFORM
           END-IF.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           STRING "STEPS RAN " WS-RAN-COUNT
               " FAILED " WS-FAILED-COUNT
               " HELD " WS-HELD-COUNT
               " BYPASSED " WS-BYPASSED-COUNT
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED = 1
                   MOVE "VERDICT: CHAIN NOT STARTED"
                       TO CHAIN-REPORT-LINE
               WHEN WS-HELD-COUNT > 0 OR WS-FAILED-COUNT > 0
                   MOVE "VERDICT: CHAIN INCOMPLETE - RESTART AFTER FIX"
                       TO CHAIN-REPORT-LINE
               WHEN OTHER
                   MOVE "VERDICT: CHAIN COMPLETE" TO CHAIN-REPORT-LINE
           END-EVALUATE.
           WRITE CHAIN-REPORT-LINE.
           CLOSE CHAIN-REPORT-FILE.

       WRITE-STEP-LINE-PARA.
       *> un paso retenido o salteado no tiene codigo propio que mostrar
           IF WS-STEP-ACTION(WS-STEP-IDX) = "RAN"
                   AND WS-STEP-DETAIL(WS-STEP-IDX)(1:5) = "ENDED"
               MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RC-DISP
           ELSE
               MOVE SPACES TO WS-RC-DISP
           END-IF.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           STRING WS-STEP-PROGRAM(WS-STEP-IDX)
               " " WS-STEP-ACTION(WS-STEP-IDX)
               " " WS-RC-DISP
               " " WS-STEP-DETAIL(WS-STEP-IDX)
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

       WRITE-OPS-START-PARA.
           MOVE "CHAIN-CTL" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "CHAIN-CTL" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-RAN-COUNT TO WS-OPS-COUNT-1.
           MOVE WS-HELD-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-FAILED-COUNT TO WS-OPS-COUNT-3.
           MOVE RETURN-CODE TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-RECORD-PARA.
       *> abre, escribe y cierra en el momento: si el programa abenda
       *> mas adelante, el "S" ya quedo en disco y el resumen de la
       *> manana marca el paso como inconcluso
           MOVE WS-RUN-DATE TO WS-OPS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-TIMESTAMP.
           OPEN EXTEND OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS = "35"
               OPEN OUTPUT OPS-LOG-FILE
           END-IF.
           MOVE WS-OPS-WORK TO OPS-LOG-RECORD.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.
