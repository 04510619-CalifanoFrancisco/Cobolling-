IDENTIFICATION DIVISION.
PROGRAM-ID. DUES-STMT.

*> resumen mensual de cuotas por socio: se corre una vez al mes,
*> despues de la ultima noche posteada del mes, sobre el diario de
*> cuotas (DUESJRNL.DAT) que deja DUES-POST; por cada jugador con
*> movimientos en el mes o con saldo imprime el saldo anterior, cada
*> cuota, credito y pago del mes con el saldo corrido y el saldo al
*> cierre, para entregarle a cada socio en vez de la planilla del
*> tesorero

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "DUESJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "DUESSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "DUESSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(80).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> mes a resumir como AAAAMM; en blanco es el mes anterior al
       *> de la fecha de hoy, el caso de la corrida del primer dia
               05 CTRL-STMT-MONTH PIC X(6).

       WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS   PIC X(2) VALUE "00".
           01 WS-PLAYERS-STATUS   PIC X(2) VALUE "00".
           01 WS-STATEMENT-STATUS PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS   PIC X(2) VALUE "00".

           01 WS-EOF-JOURNAL PIC 9 VALUE 0.
           01 WS-EOF-PLAYERS PIC 9 VALUE 0.

           01 WS-STMT-MONTH  PIC X(6) VALUE SPACES.
           01 WS-TODAY       PIC X(8) VALUE SPACES.
           01 WS-TODAY-NUM REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR  PIC 9(4).
               05 WS-TODAY-MONTH PIC 9(2).
               05 WS-TODAY-DAY   PIC 9(2).
           01 WS-PRIOR-MONTH.
               05 WS-PRIOR-YEAR  PIC 9(4).
               05 WS-PRIOR-MM    PIC 9(2).
           01 WS-POST-MONTH  PIC X(6) VALUE SPACES.

       *> cuentas de los socios: saldo anterior al mes y los
       *> movimientos del mes, que quedan en WS-ITEM-TABLE en el orden
       *> del diario
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ENTRY OCCURS 50 TIMES.
                   10 WS-ACC-PLAYER-ID PIC 9(3).
                   10 WS-ACC-NAME      PIC X(20).
                   10 WS-ACC-OPENING   PIC S9(7)V99.
                   10 WS-ACC-ITEMS     PIC 9(5).
           01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCOUNT-IDX   PIC 9(3) VALUE 0.
           01 WS-FOUND-IDX     PIC 9(3) VALUE 0.
           01 WS-LOOKUP-ID     PIC 9(3) VALUE 0.
           01 WS-ACCOUNT-FULL  PIC 9 VALUE 0.

           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
                   10 WS-ITM-ACC-IDX   PIC 9(3).
                   10 WS-ITM-POST-DATE PIC X(8).
                   10 WS-ITM-TYPE      PIC X(1).
                   10 WS-ITM-GAME-NUM  PIC 9(3).
                   10 WS-ITM-ITEM-DATE PIC X(8).
                   10 WS-ITM-AMOUNT    PIC 9(5)V99.
                   10 WS-ITM-REFERENCE PIC X(12).
           01 WS-ITEM-COUNT   PIC 9(5) VALUE 0.
           01 WS-ITEM-IDX     PIC 9(5) VALUE 0.
           01 WS-ITEM-DROPPED PIC 9(5) VALUE 0.

           01 WS-RUNNING      PIC S9(7)V99 VALUE 0.
           01 WS-MONTH-CHARGES PIC 9(7)V99 VALUE 0.
           01 WS-MONTH-CREDITS PIC 9(7)V99 VALUE 0.
           01 WS-STATEMENTS   PIC 9(5) VALUE 0.
           01 WS-DESCRIPTION  PIC X(30) VALUE SPACES.
           01 WS-CHARGE-DISP  PIC Z(5)9.99.
           01 WS-CREDIT-DISP  PIC Z(5)9.99.
           01 WS-RUNNING-DISP PIC -(7)9.99.
           01 WS-CHARGE-COL   PIC X(9) VALUE SPACES.
           01 WS-CREDIT-COL   PIC X(9) VALUE SPACES.

PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM LOAD-ROSTER-PARA.
           PERFORM LOAD-JOURNAL-PARA.
           PERFORM WRITE-STATEMENTS-PARA.
           IF WS-ACCOUNT-FULL = 1 OR WS-ITEM-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-STMT-MONTH TO WS-STMT-MONTH
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-STMT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-PRIOR-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MONTH - 1
               END-IF
               MOVE WS-PRIOR-MONTH TO WS-STMT-MONTH
           END-IF.

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
                                   TO WS-ACC-NAME(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
           END-IF.

       FIND-OR-ADD-ACCOUNT-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACC-PLAYER-ID(WS-ACCOUNT-IDX) = WS-LOOKUP-ID
                   MOVE WS-ACCOUNT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-ACCOUNT-COUNT < 50
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-FOUND-IDX
                   MOVE WS-LOOKUP-ID TO WS-ACC-PLAYER-ID(WS-FOUND-IDX)
                   MOVE SPACES TO WS-ACC-NAME(WS-FOUND-IDX)
                   MOVE 0 TO WS-ACC-OPENING(WS-FOUND-IDX)
                   MOVE 0 TO WS-ACC-ITEMS(WS-FOUND-IDX)
               ELSE
                   MOVE 1 TO WS-ACCOUNT-FULL
               END-IF
           END-IF.

       LOAD-JOURNAL-PARA.
       *> el mes de un movimiento es el de su fecha de posteo, que es
       *> cuando entro a la cuenta; lo anterior al mes forma el saldo
       *> anterior y lo posterior se ignora, asi el resumen de un mes
       *> viejo se puede reimprimir igual
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               MOVE 1 TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF-JOURNAL
                       NOT AT END
                           MOVE JRN-POST-DATE(1:6) TO WS-POST-MONTH
                           IF WS-POST-MONTH <= WS-STMT-MONTH
                               MOVE JRN-PLAYER-ID TO WS-LOOKUP-ID
                               PERFORM FIND-OR-ADD-ACCOUNT-PARA
                               IF WS-FOUND-IDX > 0
                                   PERFORM APPLY-JOURNAL-RECORD-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       APPLY-JOURNAL-RECORD-PARA.
           IF WS-POST-MONTH < WS-STMT-MONTH
               IF JRN-TYPE = "C"
                   ADD JRN-AMOUNT TO WS-ACC-OPENING(WS-FOUND-IDX)
               ELSE
                   SUBTRACT JRN-AMOUNT FROM WS-ACC-OPENING(WS-FOUND-IDX)
               END-IF
           ELSE
               IF WS-ITEM-COUNT < 5000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-FOUND-IDX TO WS-ITM-ACC-IDX(WS-ITEM-COUNT)
                   MOVE JRN-POST-DATE TO WS-ITM-POST-DATE(WS-ITEM-COUNT)
                   MOVE JRN-TYPE TO WS-ITM-TYPE(WS-ITEM-COUNT)
                   MOVE JRN-GAME-NUM TO WS-ITM-GAME-NUM(WS-ITEM-COUNT)
                   MOVE JRN-ITEM-DATE TO WS-ITM-ITEM-DATE(WS-ITEM-COUNT)
                   MOVE JRN-AMOUNT TO WS-ITM-AMOUNT(WS-ITEM-COUNT)
                   MOVE JRN-REFERENCE TO WS-ITM-REFERENCE(WS-ITEM-COUNT)
                   ADD 1 TO WS-ACC-ITEMS(WS-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-ITEM-DROPPED
               END-IF
           END-IF.

       WRITE-STATEMENTS-PARA.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACC-ITEMS(WS-ACCOUNT-IDX) > 0
                       OR WS-ACC-OPENING(WS-ACCOUNT-IDX) NOT = 0
                   PERFORM WRITE-ONE-STATEMENT-PARA
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENTS PRINTED FOR " WS-STMT-MONTH ": "
               WS-STATEMENTS
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-ACCOUNT-FULL = 1
               MOVE "ACCOUNT TABLE FULL AT 50 - SOME MEMBERS NOT PRINTED"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF WS-ITEM-DROPPED > 0
               MOVE SPACES TO STATEMENT-LINE
               STRING "MONTH ITEMS OVER 5000 NOT LISTED: "
                   WS-ITEM-DROPPED
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           CLOSE STATEMENT-FILE.

       WRITE-ONE-STATEMENT-PARA.
           ADD 1 TO WS-STATEMENTS.
           MOVE 0 TO WS-MONTH-CHARGES.
           MOVE 0 TO WS-MONTH-CREDITS.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "LEAGUE DUES STATEMENT  " WS-STMT-MONTH
               "  MEMBER " WS-ACC-PLAYER-ID(WS-ACCOUNT-IDX) " "
               WS-ACC-NAME(WS-ACCOUNT-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "POSTED   DESCRIPTION                         CHARGE"
               "    CREDIT     BALANCE"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-ACC-OPENING(WS-ACCOUNT-IDX) TO WS-RUNNING.
           MOVE WS-RUNNING TO WS-RUNNING-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "         BALANCE FORWARD                          "
               "            " WS-RUNNING-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-ACC-IDX(WS-ITEM-IDX) = WS-ACCOUNT-IDX
                   PERFORM WRITE-STATEMENT-ITEM-PARA
               END-IF
           END-PERFORM.
           MOVE WS-MONTH-CHARGES TO WS-CHARGE-DISP.
           MOVE WS-MONTH-CREDITS TO WS-CREDIT-DISP.
           MOVE WS-RUNNING TO WS-RUNNING-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "         CLOSING BALANCE                  "
               WS-CHARGE-DISP " " WS-CREDIT-DISP " " WS-RUNNING-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-ITEM-PARA.
           MOVE SPACES TO WS-DESCRIPTION.
           MOVE SPACES TO WS-CHARGE-COL.
           MOVE SPACES TO WS-CREDIT-COL.
           EVALUATE WS-ITM-TYPE(WS-ITEM-IDX)
               WHEN "C"
                   STRING "GAME " WS-ITM-GAME-NUM(WS-ITEM-IDX)
                       " OF " WS-ITM-ITEM-DATE(WS-ITEM-IDX)
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
                   ADD WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-RUNNING
                   ADD WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-MONTH-CHARGES
                   MOVE WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-CHARGE-DISP
                   MOVE WS-CHARGE-DISP TO WS-CHARGE-COL
               WHEN "R"
                   STRING "GAME " WS-ITM-GAME-NUM(WS-ITEM-IDX)
                       " OF " WS-ITM-ITEM-DATE(WS-ITEM-IDX)
                       " REVERSED"
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
                   SUBTRACT WS-ITM-AMOUNT(WS-ITEM-IDX) FROM WS-RUNNING
                   ADD WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-MONTH-CREDITS
                   MOVE WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-CREDIT-DISP
                   MOVE WS-CREDIT-DISP TO WS-CREDIT-COL
               WHEN OTHER
                   STRING "PAYMENT " WS-ITM-ITEM-DATE(WS-ITEM-IDX)
                       " " WS-ITM-REFERENCE(WS-ITEM-IDX)
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
                   SUBTRACT WS-ITM-AMOUNT(WS-ITEM-IDX) FROM WS-RUNNING
                   ADD WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-MONTH-CREDITS
                   MOVE WS-ITM-AMOUNT(WS-ITEM-IDX) TO WS-CREDIT-DISP
                   MOVE WS-CREDIT-DISP TO WS-CREDIT-COL
           END-EVALUATE.
           MOVE WS-RUNNING TO WS-RUNNING-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-ITM-POST-DATE(WS-ITEM-IDX) " " WS-DESCRIPTION
               "   " WS-CHARGE-COL " " WS-CREDIT-COL " "
               WS-RUNNING-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
