IDENTIFICATION DIVISION.
PROGRAM-ID. DUES-AGING.

*> envejecimiento de la deuda de cuotas: corre cada noche despues de
*> DUES-POST sobre el diario de cuotas acumulado (DUESJRNL.DAT), le
*> aplica a cada jugador sus pagos y creditos contra las cuotas mas
*> viejas primero y reparte lo que queda impago en tramos de 30, 60
*> y 90 dias; los jugadores con deuda mas vieja que el limite de la
*> tarjeta quedan en DUESHOLD.DAT, que GENERALA lee al cargar el
*> roster para no darles asiento, igual que a los inactivos

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "DUESJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "DUESAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "DUESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "DUESACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
       *> mismo layout que escribe DUES-POST
               05 JRN-PLAYER-ID PIC 9(3).
               05 JRN-POST-DATE PIC X(8).
               05 JRN-TYPE      PIC X(1).
               05 JRN-GAME-NUM  PIC 9(3).
               05 JRN-ITEM-DATE PIC X(8).
               05 JRN-AMOUNT    PIC 9(5)V99.
               05 JRN-REFERENCE PIC X(12).

       FD PLAYERS-FILE.
           01 PLAYER-RECORD.
       *> mismo layout que lee LOAD-PLAYERS-PARA de GENERALA
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD AGING-REPORT-FILE.
           01 AGING-REPORT-LINE PIC X(110).

       FD HOLD-FILE.
           01 HOLD-RECORD.
       *> un jugador retenido por linea: la cuota impaga mas vieja y
       *> lo que tiene vencido pasado el limite; GENERALA solo mira
       *> el ID, el resto es para el tesorero
               05 HOLD-PLAYER-ID   PIC 9(3).
               05 HOLD-PLAYER-NAME PIC X(20).
               05 HOLD-OLDEST-DATE PIC X(8).
               05 HOLD-PAST-LIMIT  PIC 9(5)V99.

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> CTRL-AS-OF-DATE es la fecha contra la que se envejece (en
       *> blanco, hoy); CTRL-HOLD-DAYS los dias de atraso a partir de
       *> los cuales el jugador pierde el asiento (en cero, 60) y
       *> CTRL-HOLD-AMOUNT lo minimo que tiene que deber pasado ese
       *> limite para retenerlo (en cero, cualquier importe)
               05 CTRL-AS-OF-DATE  PIC X(8).
               05 CTRL-HOLD-DAYS   PIC 9(3).
               05 CTRL-HOLD-AMOUNT PIC 9(5)V99.

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que escriben GENERALA y los demas pasos de la
       *> cadena; aca OPS-COUNT-1 son las cuentas con saldo,
       *> OPS-COUNT-2 los jugadores retenidos y OPS-COUNT-3 los
       *> movimientos del diario leidos
               05 OPS-PROGRAM-ID  PIC X(12).
               05 OPS-RECORD-TYPE PIC X(1).
               05 OPS-RUN-DATE    PIC X(8).
               05 OPS-TIMESTAMP   PIC X(21).
               05 OPS-COUNT-1     PIC 9(9).
               05 OPS-COUNT-2     PIC 9(9).
               05 OPS-COUNT-3     PIC 9(9).
               05 OPS-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
           01 WS-PLAYERS-STATUS PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
           01 WS-HOLD-STATUS    PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS PIC X(2) VALUE "00".

           01 WS-EOF-JOURNAL PIC 9 VALUE 0.
           01 WS-EOF-PLAYERS PIC 9 VALUE 0.

           01 WS-AS-OF-DATE  PIC X(8) VALUE SPACES.
           01 WS-HOLD-DAYS   PIC 9(3) VALUE 60.
           01 WS-HOLD-AMOUNT PIC 9(5)V99 VALUE 0.

       *> una cuenta por jugador: el pozo de pagos y creditos que se
       *> va consumiendo contra las cuotas en orden de antiguedad y lo
       *> que queda impago por tramo
           01 WS-AGE-TABLE.
               05 WS-AGE-ENTRY OCCURS 50 TIMES.
                   10 WS-AGE-PLAYER-ID  PIC 9(3).
                   10 WS-AGE-NAME       PIC X(20).
                   10 WS-AGE-POOL       PIC 9(7)V99.
                   10 WS-AGE-BUCKET     PIC 9(7)V99 OCCURS 4 TIMES.
                   10 WS-AGE-PAST-LIMIT PIC 9(7)V99.
                   10 WS-AGE-OLDEST     PIC X(8).
           01 WS-AGE-COUNT  PIC 9(3) VALUE 0.
           01 WS-AGE-IDX    PIC 9(3) VALUE 0.
           01 WS-FOUND-IDX  PIC 9(3) VALUE 0.
           01 WS-LOOKUP-ID  PIC 9(3) VALUE 0.
           01 WS-AGE-FULL   PIC 9 VALUE 0.
           01 WS-BUCKET-IDX PIC 9 VALUE 0.

           01 WS-OPEN-AMOUNT PIC 9(5)V99 VALUE 0.
           01 WS-ITEM-DATE-NUM PIC 9(8) VALUE 0.
           01 WS-AS-OF-NUM   PIC 9(8) VALUE 0.
           01 WS-DAYS-OLD    PIC S9(7) VALUE 0.
           01 WS-JOURNAL-READ PIC 9(7) VALUE 0.
           01 WS-BAD-DATES   PIC 9(5) VALUE 0.

           01 WS-BALANCE     PIC S9(7)V99 VALUE 0.
           01 WS-OWED        PIC 9(7)V99 VALUE 0.
           01 WS-ACCOUNTS-WITH-BALANCE PIC 9(5) VALUE 0.
           01 WS-HELD-COUNT  PIC 9(5) VALUE 0.
           01 WS-HOLD-FLAG   PIC X(4) VALUE SPACES.
           01 WS-TOTAL-TABLE.
               05 WS-TOTAL-BUCKET PIC 9(7)V99 OCCURS 4 TIMES.
           01 WS-TOTAL-BALANCE PIC S9(7)V99 VALUE 0.

           01 WS-DISP-TABLE.
               05 WS-BUCKET-DISP PIC Z(6)9.99 OCCURS 4 TIMES.
           01 WS-BALANCE-DISP PIC -(6)9.99.
           01 WS-HOLD-DAYS-DISP PIC ZZ9.

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
           PERFORM LOAD-ROSTER-PARA.
           PERFORM COLLECT-CREDITS-PARA.
           PERFORM AGE-CHARGES-PARA.
           PERFORM WRITE-REPORT-PARA.
           IF WS-AGE-FULL = 1 OR WS-BAD-DATES > 0
               MOVE 4 TO RETURN-CODE
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
                       MOVE CTRL-AS-OF-DATE TO WS-AS-OF-DATE
                       IF CTRL-HOLD-DAYS IS NUMERIC
                               AND CTRL-HOLD-DAYS > 0
                           MOVE CTRL-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
                       IF CTRL-HOLD-AMOUNT IS NUMERIC
                           MOVE CTRL-HOLD-AMOUNT TO WS-HOLD-AMOUNT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.

       LOAD-ROSTER-PARA.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "35"
               MOVE 1 TO WS-EOF-PLAYERS
           ELSE
               PERFORM UNTIL WS-EOF-PLAYERS = 1
                   READ PLAYERS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-PLAYERS
                       NOT AT END
                           MOVE PLAYER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-OR-ADD-ACCOUNT-PARA
                           IF WS-FOUND-IDX > 0
                               MOVE PLAYER-NAME
                                   TO WS-AGE-NAME(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
           END-IF.

       FIND-OR-ADD-ACCOUNT-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               IF WS-AGE-PLAYER-ID(WS-AGE-IDX) = WS-LOOKUP-ID
                   MOVE WS-AGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-AGE-COUNT < 50
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-COUNT TO WS-FOUND-IDX
                   MOVE WS-LOOKUP-ID TO WS-AGE-PLAYER-ID(WS-FOUND-IDX)
                   MOVE SPACES TO WS-AGE-NAME(WS-FOUND-IDX)
                   MOVE 0 TO WS-AGE-POOL(WS-FOUND-IDX)
                   PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                           UNTIL WS-BUCKET-IDX > 4
                       MOVE 0 TO WS-AGE-BUCKET(WS-FOUND-IDX,
                           WS-BUCKET-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-AGE-PAST-LIMIT(WS-FOUND-IDX)
                   MOVE SPACES TO WS-AGE-OLDEST(WS-FOUND-IDX)
               ELSE
                   MOVE 1 TO WS-AGE-FULL
               END-IF
           END-IF.

       COLLECT-CREDITS-PARA.
       *> primera pasada: todo lo que el jugador pago o le fue
       *> acreditado, sin importar la fecha, forma el pozo que cubre
       *> las cuotas mas viejas primero
           MOVE 0 TO WS-EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               MOVE 1 TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF-JOURNAL
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           MOVE JRN-PLAYER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-OR-ADD-ACCOUNT-PARA
                           IF WS-FOUND-IDX > 0
                                   AND (JRN-TYPE = "P"
                                       OR JRN-TYPE = "R")
                               ADD JRN-AMOUNT
                                   TO WS-AGE-POOL(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       AGE-CHARGES-PARA.
       *> segunda pasada: el diario esta en orden de posteo, asi que
       *> las cuotas salen de la mas vieja a la mas nueva
           MOVE 0 TO WS-EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               MOVE 1 TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF-JOURNAL
                       NOT AT END
                           IF JRN-TYPE = "C"
                               MOVE JRN-PLAYER-ID TO WS-LOOKUP-ID
                               PERFORM FIND-OR-ADD-ACCOUNT-PARA
                               IF WS-FOUND-IDX > 0
                                   PERFORM AGE-ONE-CHARGE-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       AGE-ONE-CHARGE-PARA.
           IF WS-AGE-POOL(WS-FOUND-IDX) >= JRN-AMOUNT
               SUBTRACT JRN-AMOUNT FROM WS-AGE-POOL(WS-FOUND-IDX)
               MOVE 0 TO WS-OPEN-AMOUNT
           ELSE
               COMPUTE WS-OPEN-AMOUNT =
                   JRN-AMOUNT - WS-AGE-POOL(WS-FOUND-IDX)
               MOVE 0 TO WS-AGE-POOL(WS-FOUND-IDX)
           END-IF.
           IF WS-OPEN-AMOUNT > 0
               IF JRN-ITEM-DATE IS NUMERIC
                   MOVE JRN-ITEM-DATE TO WS-ITEM-DATE-NUM
                   COMPUTE WS-DAYS-OLD =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               ELSE
       *> fecha ilegible en el diario: la cuota se cuenta como
       *> corriente y se avisa con RC 4 para que el tesorero la mire
                   MOVE 0 TO WS-DAYS-OLD
                   ADD 1 TO WS-BAD-DATES
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-OLD <= 30
                       MOVE 1 TO WS-BUCKET-IDX
                   WHEN WS-DAYS-OLD <= 60
                       MOVE 2 TO WS-BUCKET-IDX
                   WHEN WS-DAYS-OLD <= 90
                       MOVE 3 TO WS-BUCKET-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IDX
               END-EVALUATE
               ADD WS-OPEN-AMOUNT
                   TO WS-AGE-BUCKET(WS-FOUND-IDX, WS-BUCKET-IDX)
               IF WS-DAYS-OLD > WS-HOLD-DAYS
                   ADD WS-OPEN-AMOUNT
                       TO WS-AGE-PAST-LIMIT(WS-FOUND-IDX)
               END-IF
               IF WS-AGE-OLDEST(WS-FOUND-IDX) = SPACES
                   MOVE JRN-ITEM-DATE TO WS-AGE-OLDEST(WS-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT HOLD-FILE.
           MOVE WS-HOLD-DAYS TO WS-HOLD-DAYS-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "DUES DELINQUENCY AGEING AS OF " WS-AS-OF-DATE
               "  SEAT HOLD AFTER " WS-HOLD-DAYS-DISP " DAYS"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ID  NAME                  0-30 DAYS 31-60 DAYS "
               "61-90 DAYS    OVER 90    BALANCE OLDEST   HOLD"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE 0 TO WS-TOTAL-BUCKET(WS-BUCKET-IDX)
           END-PERFORM.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               PERFORM WRITE-ACCOUNT-LINE-PARA
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-TOTAL-BUCKET(WS-BUCKET-IDX)
                   TO WS-BUCKET-DISP(WS-BUCKET-IDX)
           END-PERFORM.
           MOVE WS-TOTAL-BALANCE TO WS-BALANCE-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "TOTALS                   " WS-BUCKET-DISP(1) " "
               WS-BUCKET-DISP(2) " " WS-BUCKET-DISP(3) " "
               WS-BUCKET-DISP(4) " " WS-BALANCE-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ACCOUNTS WITH BALANCE " WS-ACCOUNTS-WITH-BALANCE
               "  PLAYERS ON SEAT HOLD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-BAD-DATES > 0
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "JOURNAL CHARGES WITH AN UNREADABLE DATE, "
                   "AGED AS CURRENT: " WS-BAD-DATES
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           IF WS-AGE-FULL = 1
               MOVE "ACCOUNT TABLE FULL AT 50 - SOME PLAYERS NOT AGED"
                   TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE AGING-REPORT-FILE.

       WRITE-ACCOUNT-LINE-PARA.
       *> lo que sobra del pozo es saldo a favor; sin deuda ni saldo
       *> a favor la cuenta no sale en el reporte
           MOVE 0 TO WS-OWED.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               ADD WS-AGE-BUCKET(WS-AGE-IDX, WS-BUCKET-IDX) TO WS-OWED
           END-PERFORM.
           COMPUTE WS-BALANCE = WS-OWED - WS-AGE-POOL(WS-AGE-IDX).
           IF WS-BALANCE NOT = 0
               ADD 1 TO WS-ACCOUNTS-WITH-BALANCE
               ADD WS-BALANCE TO WS-TOTAL-BALANCE
               MOVE SPACES TO WS-HOLD-FLAG
               IF WS-AGE-PAST-LIMIT(WS-AGE-IDX) > 0
                       AND WS-AGE-PAST-LIMIT(WS-AGE-IDX)
                           >= WS-HOLD-AMOUNT
                   MOVE "HOLD" TO WS-HOLD-FLAG
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-AGE-PLAYER-ID(WS-AGE-IDX) TO HOLD-PLAYER-ID
                   MOVE WS-AGE-NAME(WS-AGE-IDX) TO HOLD-PLAYER-NAME
                   MOVE WS-AGE-OLDEST(WS-AGE-IDX) TO HOLD-OLDEST-DATE
                   MOVE WS-AGE-PAST-LIMIT(WS-AGE-IDX) TO HOLD-PAST-LIMIT
                   WRITE HOLD-RECORD
               END-IF
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   ADD WS-AGE-BUCKET(WS-AGE-IDX, WS-BUCKET-IDX)
                       TO WS-TOTAL-BUCKET(WS-BUCKET-IDX)
                   MOVE WS-AGE-BUCKET(WS-AGE-IDX, WS-BUCKET-IDX)
                       TO WS-BUCKET-DISP(WS-BUCKET-IDX)
               END-PERFORM
               MOVE WS-BALANCE TO WS-BALANCE-DISP
               MOVE SPACES TO AGING-REPORT-LINE
               STRING WS-AGE-PLAYER-ID(WS-AGE-IDX) " "
                   WS-AGE-NAME(WS-AGE-IDX) " "
                   WS-BUCKET-DISP(1) " " WS-BUCKET-DISP(2) " "
                   WS-BUCKET-DISP(3) " " WS-BUCKET-DISP(4) " "
                   WS-BALANCE-DISP " " WS-AGE-OLDEST(WS-AGE-IDX) " "
                   WS-HOLD-FLAG
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

       WRITE-OPS-START-PARA.
           MOVE "DUES-AGING" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "DUES-AGING" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-ACCOUNTS-WITH-BALANCE TO WS-OPS-COUNT-1.
           MOVE WS-HELD-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-JOURNAL-READ TO WS-OPS-COUNT-3.
           MOVE RETURN-CODE TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-RECORD-PARA.
       *> abre, escribe y cierra en el momento: si el programa abenda
       *> mas adelante, el "S" ya quedo en disco y el resumen de la
       *> manana marca el paso como inconcluso
           MOVE WS-AS-OF-DATE TO WS-OPS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-TIMESTAMP.
           OPEN EXTEND OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS = "35"
               OPEN OUTPUT OPS-LOG-FILE
           END-IF.
           MOVE WS-OPS-WORK TO OPS-LOG-RECORD.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.
