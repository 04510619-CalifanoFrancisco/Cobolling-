*> roster (PLAYRNEW.DAT) e imprime un reporte de edicion con las
*> aplicadas y las rechazadas; reemplaza la edicion a mano del
*> archivo, que dejaba pasar IDs duplicados y nombres vacios sin
*> ninguna queja; cada alta, desactivacion y reactivacion deja su
*> fecha en PLAYER-STATUS-DATE para que el chequeo de integridad
*> pueda ver partidas posteadas despues de la baja

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD TRANSACTION-FILE.
           01 TRANSACTION-RECORD.
       *> una transaccion por linea: "A" alta, "C" cambio de nombre,
       *> "D" desactivacion, "R" reactivacion de un jugador que
       *> estuvo afuera una temporada; TX-EFFECTIVE-DATE es la fecha
       *> en que rige el cambio de estado, en blanco la fecha de hoy;
       *> no puede ser posterior a la fecha de la corrida
               05 TX-ACTION         PIC X(1).
               05 TX-PLAYER-ID      PIC 9(3).
               05 TX-PLAYER-NAME    PIC X(20).
               05 TX-EFFECTIVE-DATE PIC X(8).

       FD ROSTER-NEW-FILE.
           01 ROSTER-NEW-RECORD.
               05 NEW-PLAYER-ID     PIC 9(3).
               05 NEW-PLAYER-NAME   PIC X(20).
               05 NEW-PLAYER-STATUS PIC X(1).
               05 NEW-PLAYER-STATUS-DATE PIC X(8).

       FD EDIT-REPORT-FILE.
           01 EDIT-REPORT-LINE PIC X(80).
                   10 WS-TABLE-PLAYER-ID     PIC 9(3).
                   10 WS-TABLE-PLAYER-NAME   PIC X(20).
                   10 WS-TABLE-PLAYER-STATUS PIC X(1).
                   10 WS-TABLE-STATUS-DATE   PIC X(8).
           01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
           01 WS-ROSTER-IDX   PIC 9(3) VALUE 0.
           01 WS-FOUND-IDX    PIC 9(3) VALUE 0.
           01 WS-APPLIED-COUNT  PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
           01 WS-STATUS-DATE    PIC X(8) VALUE SPACES.
           01 WS-TODAY          PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-ROSTER-PARA.
           PERFORM OPEN-REPORT-PARA.
           PERFORM PROCESS-TRANSACTIONS-PARA.
                                   MOVE "A" TO WS-TABLE-PLAYER-STATUS(
                                       WS-PLAYER-COUNT)
                               END-IF
                               MOVE PLAYER-STATUS-DATE TO
                                   WS-TABLE-STATUS-DATE(WS-PLAYER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

       APPLY-TRANSACTION-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TX-EFFECTIVE-DATE TO WS-STATUS-DATE.
           IF WS-STATUS-DATE = SPACES
               MOVE WS-TODAY TO WS-STATUS-DATE
           ELSE
               PERFORM VALIDATE-EFFECTIVE-DATE-PARA
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-PLAYER-PARA
               EVALUATE TX-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD-PARA
                   WHEN "C"
                       PERFORM APPLY-CHANGE-PARA
                   WHEN "D"
                       PERFORM APPLY-DEACTIVATE-PARA
                   WHEN "R"
                       PERFORM APPLY-REACTIVATE-PARA
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
           END-IF.
           WRITE EDIT-REPORT-LINE.

       VALIDATE-EFFECTIVE-DATE-PARA.
       *> la fecha queda en PLAYER-STATUS-DATE y el chequeo de
       *> integridad la compara contra las partidas posteadas: una
       *> fecha invalida o futura se rechaza antes de tocar el roster
           IF WS-STATUS-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-STATUS-DATE)) NOT = 0
                   MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
               ELSE
                   IF WS-STATUS-DATE > WS-TODAY
                       MOVE "EFFECTIVE DATE AFTER RUN DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-PLAYER-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                           TO WS-TABLE-PLAYER-NAME(WS-PLAYER-COUNT)
                       MOVE "A"
                           TO WS-TABLE-PLAYER-STATUS(WS-PLAYER-COUNT)
                       MOVE WS-STATUS-DATE
                           TO WS-TABLE-STATUS-DATE(WS-PLAYER-COUNT)
                   END-IF
               END-IF
           END-IF.
                   MOVE "PLAYER ALREADY INACTIVE" TO WS-REJECT-REASON
               ELSE
                   MOVE "I" TO WS-TABLE-PLAYER-STATUS(WS-FOUND-IDX)
                   MOVE WS-STATUS-DATE
                       TO WS-TABLE-STATUS-DATE(WS-FOUND-IDX)
               END-IF
           END-IF.

                   MOVE "PLAYER ALREADY ACTIVE" TO WS-REJECT-REASON
               ELSE
                   MOVE "A" TO WS-TABLE-PLAYER-STATUS(WS-FOUND-IDX)
                   MOVE WS-STATUS-DATE
                       TO WS-TABLE-STATUS-DATE(WS-FOUND-IDX)
               END-IF
           END-IF.

                   TO NEW-PLAYER-NAME
               MOVE WS-TABLE-PLAYER-STATUS(WS-ROSTER-IDX)
                   TO NEW-PLAYER-STATUS
               MOVE WS-TABLE-STATUS-DATE(WS-ROSTER-IDX)
                   TO NEW-PLAYER-STATUS-DATE
               WRITE ROSTER-NEW-RECORD
           END-PERFORM.
           CLOSE ROSTER-NEW-FILE.
