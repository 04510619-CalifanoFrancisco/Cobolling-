IDENTIFICATION DIVISION.
PROGRAM-ID. DUES-POST.

*> posteo nocturno de la cuota de la liga: la tesoreria llevaba la
*> cuota por partida en una planilla aparte que nunca cerraba con el
*> game log. Este paso corre despues de LOG-EXTRACT, le cobra la
*> cuota a cada jugador por cada partida en la que aparece en el
*> diario de la noche (GAMELOGD.DAT), acredita la cuota de vuelta
*> cuando GAME-CORRECT anula su participacion (por el importe que se
*> cobro en la partida original, buscado en el diario de cuotas),
*> aplica los pagos en efectivo del archivo de pagos, agrega cada
*> movimiento al diario de cuotas (DUESJRNL.DAT, acumulado como el
*> game log, que es de donde salen el envejecimiento y los
*> resumenes mensuales) y deja una generacion nueva del maestro de
*> cuotas (DUESNEW.DAT) que el scheduler renombra sobre DUES.DAT
*> cuando la corrida termino bien

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOGD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT DUES-MASTER-FILE ASSIGN TO "DUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT DUES-NEW-FILE ASSIGN TO "DUESNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-NEW-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "DUESPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "DUESJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT POSTING-REPORT-FILE ASSIGN TO "DUESRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "DUESCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD.
       *> mismo layout que escribe GENERALA en LOG-ROUND-PARA
               05 LOG-PLAYER-ID PIC 9(3).
               05 LOG-DICE      PIC X(5).
               05 LOG-CATEGORY  PIC X(20).
               05 LOG-POINTS    PIC 9(3).
               05 LOG-GAME-NUM  PIC 9(3).
               05 LOG-ROUND-NUM PIC 9(2).
               05 LOG-FILL-FLAG PIC X(1).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD DUES-MASTER-FILE.
           01 DUES-RECORD.
       *> un registro por jugador: lo cobrado y lo pagado desde que
       *> se lleva la cuenta (el saldo es la diferencia), la fecha
       *> del ultimo pago y la fecha ya posteada, que evita el doble
       *> posteo igual que SEA-LAST-POSTED en el maestro de temporada
               05 DUE-PLAYER-ID     PIC 9(3).
               05 DUE-PLAYER-NAME   PIC X(20).
               05 DUE-GAMES-CHARGED PIC 9(5).
               05 DUE-TOTAL-CHARGED PIC 9(7)V99.
               05 DUE-TOTAL-PAID    PIC 9(7)V99.
               05 DUE-LAST-PAYMENT  PIC X(8).
               05 DUE-LAST-POSTED   PIC X(8).

       FD DUES-NEW-FILE.
           01 DUES-NEW-RECORD.
               05 DUEN-PLAYER-ID     PIC 9(3).
               05 DUEN-PLAYER-NAME   PIC X(20).
               05 DUEN-GAMES-CHARGED PIC 9(5).
               05 DUEN-TOTAL-CHARGED PIC 9(7)V99.
               05 DUEN-TOTAL-PAID    PIC 9(7)V99.
               05 DUEN-LAST-PAYMENT  PIC X(8).
               05 DUEN-LAST-POSTED   PIC X(8).

       FD PAYMENT-FILE.
           01 PAYMENT-RECORD.
       *> un pago en efectivo por linea, tal como lo recibe el
       *> tesorero; la fecha en blanco es la de la corrida
               05 PAY-PLAYER-ID PIC 9(3).
               05 PAY-DATE      PIC X(8).
               05 PAY-AMOUNT    PIC 9(5)V99.
               05 PAY-REFERENCE PIC X(12).

       FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
       *> un movimiento por linea: "C" cuota de una partida, "R"
       *> cuota devuelta por una reversa de GAME-CORRECT y "P"
       *> pago; JRN-ITEM-DATE es la fecha de la partida para "C" y
       *> "R" y la del pago para "P", y es la que envejece la deuda
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

       FD POSTING-REPORT-FILE.
           01 POSTING-REPORT-LINE PIC X(100).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> CTRL-RUN-DATE es la noche que se postea (en blanco, hoy);
       *> CTRL-GAME-FEE la cuota por partida jugada, sin la cual no
       *> se postea nada
               05 CTRL-RUN-DATE PIC X(8).
               05 CTRL-GAME-FEE PIC 9(3)V99.

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que escriben GENERALA y los demas pasos de la
       *> cadena; aca OPS-COUNT-1 son las cuotas cobradas, OPS-COUNT-2
       *> los pagos aplicados y OPS-COUNT-3 los pagos rechazados
               05 OPS-PROGRAM-ID  PIC X(12).
               05 OPS-RECORD-TYPE PIC X(1).
               05 OPS-RUN-DATE    PIC X(8).
               05 OPS-TIMESTAMP   PIC X(21).
               05 OPS-COUNT-1     PIC 9(9).
               05 OPS-COUNT-2     PIC 9(9).
               05 OPS-COUNT-3     PIC 9(9).
               05 OPS-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
           01 WS-GAME-LOG-STATUS PIC X(2) VALUE "00".
           01 WS-DUES-STATUS     PIC X(2) VALUE "00".
           01 WS-DUES-NEW-STATUS PIC X(2) VALUE "00".
           01 WS-PAYMENT-STATUS  PIC X(2) VALUE "00".
           01 WS-JOURNAL-STATUS  PIC X(2) VALUE "00".
           01 WS-PLAYERS-STATUS  PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS   PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS  PIC X(2) VALUE "00".

           01 WS-EOF-LOG      PIC 9 VALUE 0.
           01 WS-EOF-DUES     PIC 9 VALUE 0.
           01 WS-EOF-PAYMENTS PIC 9 VALUE 0.
           01 WS-EOF-JOURNAL  PIC 9 VALUE 0.
           01 WS-EOF-PLAYERS  PIC 9 VALUE 0.

           01 WS-RUN-DATE     PIC X(8) VALUE SPACES.
           01 WS-GAME-FEE     PIC 9(3)V99 VALUE 0.
           01 WS-LAST-POSTED  PIC X(8) VALUE SPACES.
           01 WS-JOURNAL-POSTED PIC 9 VALUE 0.

       *> maestro de cuotas en memoria, mas lo movido esta noche
       *> para el reporte de posteo
           01 WS-DUES-TABLE.
               05 WS-DUES-ENTRY OCCURS 50 TIMES.
                   10 WS-DUE-PLAYER-ID   PIC 9(3).
                   10 WS-DUE-NAME        PIC X(20).
                   10 WS-DUE-GAMES       PIC 9(5).
                   10 WS-DUE-CHARGED     PIC 9(7)V99.
                   10 WS-DUE-PAID        PIC 9(7)V99.
                   10 WS-DUE-LAST-PAY    PIC X(8).
                   10 WS-DUE-NIGHT-GAMES PIC S9(3).
                   10 WS-DUE-NIGHT-CHG   PIC S9(5)V99.
                   10 WS-DUE-NIGHT-PAID  PIC 9(5)V99.
                   10 WS-DUE-IN-GAME     PIC 9.
           01 WS-DUES-COUNT PIC 9(3) VALUE 0.
           01 WS-DUES-IDX   PIC 9(3) VALUE 0.
           01 WS-FOUND-IDX  PIC 9(3) VALUE 0.
           01 WS-LOOKUP-ID  PIC 9(3) VALUE 0.
           01 WS-LOOKUP-NAME PIC X(20) VALUE SPACES.
           01 WS-DUES-FULL  PIC 9 VALUE 0.

       *> corte de control por partida: mismo criterio que STANDINGS
       *> (numero de partida, tipo de correccion y fecha original),
       *> asi un jugador con varias rondas paga una sola cuota
           01 WS-FIRST-LOG-REC PIC 9 VALUE 1.
           01 WS-CURRENT-GAME  PIC 9(3) VALUE 0.
           01 WS-CURRENT-CORR  PIC X(1) VALUE SPACE.
           01 WS-CURRENT-ORIG  PIC X(8) VALUE SPACES.

       *> cuotas originales que devuelven las reversas de la noche:
       *> una entrada por jugador, partida y fecha original de cada
       *> registro "R" del diario de la partida, con el importe del
       *> ultimo cargo "C" de esa partida en DUESJRNL.DAT; un cargo
       *> que se postea en esta misma corrida (el reemplazo de una
       *> correccion anterior) actualiza la entrada
           01 WS-ORIG-CHARGE-TABLE.
               05 WS-ORIG-CHARGE-ENTRY OCCURS 200 TIMES.
                   10 WS-OC-PLAYER-ID PIC 9(3).
                   10 WS-OC-GAME-NUM  PIC 9(3).
                   10 WS-OC-ITEM-DATE PIC X(8).
                   10 WS-OC-AMOUNT    PIC 9(5)V99.
                   10 WS-OC-FOUND     PIC 9.
           01 WS-OC-COUNT     PIC 9(3) VALUE 0.
           01 WS-OC-IDX       PIC 9(3) VALUE 0.
           01 WS-OC-FOUND-IDX PIC 9(3) VALUE 0.
           01 WS-OC-FULL      PIC 9 VALUE 0.
           01 WS-OC-PLAYER    PIC 9(3) VALUE 0.
           01 WS-OC-GAME      PIC 9(3) VALUE 0.
           01 WS-OC-DATE      PIC X(8) VALUE SPACES.

           01 WS-CHARGES-POSTED  PIC 9(7) VALUE 0.
           01 WS-CREDITS-POSTED  PIC 9(7) VALUE 0.
           01 WS-CREDITS-SKIPPED PIC 9(5) VALUE 0.
           01 WS-PAYMENTS-APPLIED  PIC 9(5) VALUE 0.
           01 WS-PAYMENTS-REJECTED PIC 9(5) VALUE 0.
           01 WS-UNBILLED-COUNT  PIC 9(5) VALUE 0.
           01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
           01 WS-PAY-DATE        PIC X(8) VALUE SPACES.
           01 WS-TOTAL-NIGHT-CHG PIC S9(7)V99 VALUE 0.
           01 WS-TOTAL-NIGHT-PAID PIC 9(7)V99 VALUE 0.
           01 WS-TOTAL-BALANCE   PIC S9(7)V99 VALUE 0.

           01 WS-BALANCE         PIC S9(7)V99 VALUE 0.
           01 WS-BALANCE-DISP    PIC -(7)9.99.
           01 WS-AMOUNT-DISP     PIC -(7)9.99.
           01 WS-PAID-DISP       PIC Z(7)9.99.
           01 WS-GAMES-DISP      PIC -(3)9.
           01 WS-FEE-DISP        PIC ZZ9.99.

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
           PERFORM LOAD-DUES-MASTER-PARA.
           PERFORM COLLECT-REVERSALS-PARA.
           PERFORM CHECK-JOURNAL-PARA.
           IF WS-GAME-FEE = 0
       *> sin cuota en la tarjeta no hay nada que cobrar: posteo en
       *> cero dejaria la noche marcada como posteada sin cargos
               DISPLAY "DUES-POST: NO GAME FEE ON CONTROL CARD"
                   " - RUN SKIPPED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LAST-POSTED = WS-RUN-DATE
                       OR WS-JOURNAL-POSTED = 1
       *> la noche ya esta en el maestro o en el diario: una segunda
       *> pasada cobraria dos veces; se avisa y se corta antes de
       *> tocar nada, igual que STANDINGS
                   DISPLAY "DUES-POST: RUN DATE " WS-RUN-DATE
                       " ALREADY POSTED TO DUES LEDGER - RUN SKIPPED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-ROSTER-NAMES-PARA
                   PERFORM OPEN-POSTING-PARA
                   PERFORM POST-GAME-CHARGES-PARA
                   PERFORM POST-PAYMENTS-PARA
                   PERFORM WRITE-NEW-MASTER-PARA
                   PERFORM CLOSE-POSTING-PARA
                   IF WS-PAYMENTS-REJECTED > 0 OR WS-DUES-FULL = 1
                           OR WS-CREDITS-SKIPPED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
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
                       IF CTRL-GAME-FEE IS NUMERIC
                           MOVE CTRL-GAME-FEE TO WS-GAME-FEE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       LOAD-DUES-MASTER-PARA.
           OPEN INPUT DUES-MASTER-FILE.
           IF WS-DUES-STATUS = "35"
               MOVE 1 TO WS-EOF-DUES
           ELSE
               PERFORM UNTIL WS-EOF-DUES = 1
                   READ DUES-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-DUES
                       NOT AT END
                           IF WS-DUES-COUNT < 50
                               ADD 1 TO WS-DUES-COUNT
                               MOVE WS-DUES-COUNT TO WS-FOUND-IDX
                               PERFORM CLEAR-DUES-ENTRY-PARA
                               MOVE DUE-PLAYER-ID
                                   TO WS-DUE-PLAYER-ID(WS-FOUND-IDX)
                               MOVE DUE-PLAYER-NAME
                                   TO WS-DUE-NAME(WS-FOUND-IDX)
                               MOVE DUE-GAMES-CHARGED
                                   TO WS-DUE-GAMES(WS-FOUND-IDX)
                               MOVE DUE-TOTAL-CHARGED
                                   TO WS-DUE-CHARGED(WS-FOUND-IDX)
                               MOVE DUE-TOTAL-PAID
                                   TO WS-DUE-PAID(WS-FOUND-IDX)
                               MOVE DUE-LAST-PAYMENT
                                   TO WS-DUE-LAST-PAY(WS-FOUND-IDX)
                               IF DUE-LAST-POSTED > WS-LAST-POSTED
                                   MOVE DUE-LAST-POSTED
                                       TO WS-LAST-POSTED
                               END-IF
                           ELSE
                               MOVE 1 TO WS-DUES-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUES-MASTER-FILE
           END-IF.

       COLLECT-REVERSALS-PARA.
       *> antes de abrir el diario de cuotas se anotan las partidas
       *> que la noche revierte, para buscar su cargo original en la
       *> misma pasada de CHECK-JOURNAL-PARA
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               MOVE 1 TO WS-EOF-LOG
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           IF LOG-RUN-DATE = WS-RUN-DATE
                                   AND LOG-CORR-TYPE = "R"
                               MOVE LOG-PLAYER-ID TO WS-OC-PLAYER
                               MOVE LOG-GAME-NUM TO WS-OC-GAME
                               MOVE LOG-ORIG-DATE TO WS-OC-DATE
                               PERFORM FIND-ORIG-CHARGE-PARA
                               IF WS-OC-FOUND-IDX = 0
                                   PERFORM ADD-ORIG-CHARGE-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.
           MOVE 0 TO WS-EOF-LOG.

       ADD-ORIG-CHARGE-PARA.
           IF WS-OC-COUNT < 200
               ADD 1 TO WS-OC-COUNT
               MOVE WS-OC-PLAYER TO WS-OC-PLAYER-ID(WS-OC-COUNT)
               MOVE WS-OC-GAME TO WS-OC-GAME-NUM(WS-OC-COUNT)
               MOVE WS-OC-DATE TO WS-OC-ITEM-DATE(WS-OC-COUNT)
               MOVE 0 TO WS-OC-AMOUNT(WS-OC-COUNT)
               MOVE 0 TO WS-OC-FOUND(WS-OC-COUNT)
           ELSE
       *> la reversa que no entra en la tabla no encuentra su cargo
       *> y sale como credito no posteado en el reporte
               MOVE 1 TO WS-OC-FULL
           END-IF.

       FIND-ORIG-CHARGE-PARA.
           MOVE 0 TO WS-OC-FOUND-IDX.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-PLAYER-ID(WS-OC-IDX) = WS-OC-PLAYER
                       AND WS-OC-GAME-NUM(WS-OC-IDX) = WS-OC-GAME
                       AND WS-OC-ITEM-DATE(WS-OC-IDX) = WS-OC-DATE
                   MOVE WS-OC-IDX TO WS-OC-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-JOURNAL-PARA.
       *> el maestro nuevo recien se renombra al final de la cadena;
       *> si la corrida se relanza antes, el diario ya tiene la noche
       *> y es el que avisa del doble posteo; de paso cada cargo "C"
       *> de una partida revertida esta noche deja su importe en la
       *> tabla (el diario va en orden de posteo, asi queda el ultimo)
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               MOVE 1 TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF-JOURNAL
                       NOT AT END
                           IF JRN-POST-DATE = WS-RUN-DATE
                               MOVE 1 TO WS-JOURNAL-POSTED
                           END-IF
                           IF JRN-TYPE = "C" AND WS-OC-COUNT > 0
                               MOVE JRN-PLAYER-ID TO WS-OC-PLAYER
                               MOVE JRN-GAME-NUM TO WS-OC-GAME
                               MOVE JRN-ITEM-DATE TO WS-OC-DATE
                               PERFORM FIND-ORIG-CHARGE-PARA
                               IF WS-OC-FOUND-IDX > 0
                                   MOVE JRN-AMOUNT
                                       TO WS-OC-AMOUNT(WS-OC-FOUND-IDX)
                                   MOVE 1
                                       TO WS-OC-FOUND(WS-OC-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       LOAD-ROSTER-NAMES-PARA.
       *> todo jugador del roster tiene cuenta, aunque todavia no
       *> haya jugado; el nombre se refresca desde el roster vigente
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
                           MOVE PLAYER-NAME TO WS-LOOKUP-NAME
                           PERFORM FIND-OR-ADD-DUES-PARA
                           IF WS-FOUND-IDX > 0
                               MOVE PLAYER-NAME
                                   TO WS-DUE-NAME(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
           END-IF.

       FIND-OR-ADD-DUES-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DUES-IDX FROM 1 BY 1
                   UNTIL WS-DUES-IDX > WS-DUES-COUNT
               IF WS-DUE-PLAYER-ID(WS-DUES-IDX) = WS-LOOKUP-ID
                   MOVE WS-DUES-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-DUES-COUNT < 50
                   ADD 1 TO WS-DUES-COUNT
                   MOVE WS-DUES-COUNT TO WS-FOUND-IDX
                   PERFORM CLEAR-DUES-ENTRY-PARA
                   MOVE WS-LOOKUP-ID TO WS-DUE-PLAYER-ID(WS-FOUND-IDX)
                   MOVE WS-LOOKUP-NAME TO WS-DUE-NAME(WS-FOUND-IDX)
               ELSE
                   MOVE 1 TO WS-DUES-FULL
               END-IF
           END-IF.

       CLEAR-DUES-ENTRY-PARA.
           MOVE SPACES TO WS-DUE-NAME(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-GAMES(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-CHARGED(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-PAID(WS-FOUND-IDX).
           MOVE SPACES TO WS-DUE-LAST-PAY(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-NIGHT-GAMES(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-NIGHT-CHG(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-NIGHT-PAID(WS-FOUND-IDX).
           MOVE 0 TO WS-DUE-IN-GAME(WS-FOUND-IDX).

       OPEN-POSTING-PARA.
           OPEN OUTPUT POSTING-REPORT-FILE.
           MOVE WS-GAME-FEE TO WS-FEE-DISP.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "DUES POSTING " WS-RUN-DATE
               "  FEE PER GAME " WS-FEE-DISP
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

       POST-GAME-CHARGES-PARA.
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               MOVE 1 TO WS-EOF-LOG
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           IF LOG-RUN-DATE = WS-RUN-DATE
                               PERFORM APPLY-LOG-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
               IF WS-FIRST-LOG-REC = 0
                   PERFORM CLOSE-GAME-BREAK-PARA
               END-IF
           END-IF.

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
           MOVE SPACES TO WS-LOOKUP-NAME.
           PERFORM FIND-OR-ADD-DUES-PARA.
           IF WS-FOUND-IDX > 0
               MOVE 1 TO WS-DUE-IN-GAME(WS-FOUND-IDX)
           ELSE
               ADD 1 TO WS-UNBILLED-COUNT
           END-IF.

       CLOSE-GAME-BREAK-PARA.
       *> termino una partida: una cuota por jugador sentado; una
       *> reversa de GAME-CORRECT devuelve lo cobrado en la partida
       *> original y el reemplazo la vuelve a cobrar por ese mismo
       *> importe, asi una correccion de puntos queda en cero aunque
       *> la tarifa haya cambiado y una anulacion devuelve lo que se
       *> pago; la tarifa de la noche es para las partidas nuevas y
       *> para un reemplazo cuya reversa no encontro cargo original
           PERFORM VARYING WS-DUES-IDX FROM 1 BY 1
                   UNTIL WS-DUES-IDX > WS-DUES-COUNT
               IF WS-DUE-IN-GAME(WS-DUES-IDX) = 1
                   MOVE WS-DUE-PLAYER-ID(WS-DUES-IDX) TO JRN-PLAYER-ID
                   MOVE WS-RUN-DATE TO JRN-POST-DATE
                   MOVE WS-CURRENT-GAME TO JRN-GAME-NUM
                   MOVE WS-GAME-FEE TO JRN-AMOUNT
                   MOVE SPACES TO JRN-REFERENCE
                   IF WS-CURRENT-CORR = SPACE
                       MOVE WS-RUN-DATE TO JRN-ITEM-DATE
                   ELSE
                       MOVE WS-CURRENT-ORIG TO JRN-ITEM-DATE
                   END-IF
                   IF WS-CURRENT-CORR = "A"
                       PERFORM PRICE-REPLACEMENT-PARA
                   END-IF
                   IF WS-CURRENT-CORR = "R"
                       PERFORM POST-CREDIT-PARA
                   ELSE
                       PERFORM POST-CHARGE-PARA
                       WRITE JOURNAL-RECORD
                   END-IF
                   MOVE 0 TO WS-DUE-IN-GAME(WS-DUES-IDX)
               END-IF
           END-PERFORM.

       PRICE-REPLACEMENT-PARA.
       *> el reemplazo se cobra lo mismo que devolvio su reversa
           MOVE JRN-PLAYER-ID TO WS-OC-PLAYER.
           MOVE JRN-GAME-NUM TO WS-OC-GAME.
           MOVE WS-CURRENT-ORIG TO WS-OC-DATE.
           PERFORM FIND-ORIG-CHARGE-PARA.
           IF WS-OC-FOUND-IDX > 0
               IF WS-OC-FOUND(WS-OC-FOUND-IDX) = 1
                   MOVE WS-OC-AMOUNT(WS-OC-FOUND-IDX) TO JRN-AMOUNT
               END-IF
           END-IF.

       POST-CHARGE-PARA.
           MOVE "C" TO JRN-TYPE.
           ADD 1 TO WS-DUE-GAMES(WS-DUES-IDX).
           ADD JRN-AMOUNT TO WS-DUE-CHARGED(WS-DUES-IDX).
           ADD 1 TO WS-DUE-NIGHT-GAMES(WS-DUES-IDX).
           ADD JRN-AMOUNT TO WS-DUE-NIGHT-CHG(WS-DUES-IDX).
           ADD 1 TO WS-CHARGES-POSTED.
       *> el reemplazo de una partida que se vuelve a revertir en esta
       *> misma corrida tiene que devolver este cargo
           MOVE JRN-PLAYER-ID TO WS-OC-PLAYER.
           MOVE JRN-GAME-NUM TO WS-OC-GAME.
           MOVE JRN-ITEM-DATE TO WS-OC-DATE.
           PERFORM FIND-ORIG-CHARGE-PARA.
           IF WS-OC-FOUND-IDX > 0
               MOVE JRN-AMOUNT TO WS-OC-AMOUNT(WS-OC-FOUND-IDX)
               MOVE 1 TO WS-OC-FOUND(WS-OC-FOUND-IDX)
           END-IF.

       POST-CREDIT-PARA.
       *> se devuelve el importe del cargo "C" original de la
       *> partida (jugador, partida y fecha original); sin cargo en
       *> el diario no hay nada que devolver y la reversa queda en el
       *> reporte para el tesorero, sin credito
           MOVE JRN-PLAYER-ID TO WS-OC-PLAYER.
           MOVE JRN-GAME-NUM TO WS-OC-GAME.
           MOVE JRN-ITEM-DATE TO WS-OC-DATE.
           PERFORM FIND-ORIG-CHARGE-PARA.
           IF WS-OC-FOUND-IDX > 0
               IF WS-OC-FOUND(WS-OC-FOUND-IDX) = 0
                   MOVE 0 TO WS-OC-FOUND-IDX
               END-IF
           END-IF.
           IF WS-OC-FOUND-IDX = 0
               ADD 1 TO WS-CREDITS-SKIPPED
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "CREDIT   SKIPPED  " JRN-PLAYER-ID
                   " GAME " JRN-GAME-NUM " OF " JRN-ITEM-DATE
                   " - NO ORIGINAL CHARGE IN JOURNAL"
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           ELSE
               MOVE "R" TO JRN-TYPE
               MOVE WS-OC-AMOUNT(WS-OC-FOUND-IDX) TO JRN-AMOUNT
               IF WS-DUE-GAMES(WS-DUES-IDX) > 0
                   SUBTRACT 1 FROM WS-DUE-GAMES(WS-DUES-IDX)
               END-IF
               IF WS-DUE-CHARGED(WS-DUES-IDX) >= JRN-AMOUNT
                   SUBTRACT JRN-AMOUNT FROM WS-DUE-CHARGED(WS-DUES-IDX)
               ELSE
                   MOVE 0 TO WS-DUE-CHARGED(WS-DUES-IDX)
               END-IF
               SUBTRACT 1 FROM WS-DUE-NIGHT-GAMES(WS-DUES-IDX)
               SUBTRACT JRN-AMOUNT FROM WS-DUE-NIGHT-CHG(WS-DUES-IDX)
               ADD 1 TO WS-CREDITS-POSTED
               WRITE JOURNAL-RECORD
           END-IF.

       POST-PAYMENTS-PARA.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "35"
               MOVE 1 TO WS-EOF-PAYMENTS
           ELSE
               PERFORM UNTIL WS-EOF-PAYMENTS = 1
                   READ PAYMENT-FILE
                       AT END
                           MOVE 1 TO WS-EOF-PAYMENTS
                       NOT AT END
                           PERFORM APPLY-PAYMENT-PARA
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       APPLY-PAYMENT-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-FOUND-IDX.
           IF PAY-AMOUNT IS NOT NUMERIC OR PAY-AMOUNT = 0
               MOVE "ZERO OR INVALID AMOUNT" TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-DUES-IDX FROM 1 BY 1
                       UNTIL WS-DUES-IDX > WS-DUES-COUNT
                   IF WS-DUE-PLAYER-ID(WS-DUES-IDX) = PAY-PLAYER-ID
                       MOVE WS-DUES-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   MOVE "PLAYER ID HAS NO ACCOUNT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF PAY-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           ELSE
               MOVE PAY-DATE TO WS-PAY-DATE
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-PAY-DATE > WS-RUN-DATE
               MOVE "PAYMENT DATED AFTER RUN DATE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD PAY-AMOUNT TO WS-DUE-PAID(WS-FOUND-IDX)
               ADD PAY-AMOUNT TO WS-DUE-NIGHT-PAID(WS-FOUND-IDX)
               IF WS-PAY-DATE > WS-DUE-LAST-PAY(WS-FOUND-IDX)
                       OR WS-DUE-LAST-PAY(WS-FOUND-IDX) = SPACES
                   MOVE WS-PAY-DATE TO WS-DUE-LAST-PAY(WS-FOUND-IDX)
               END-IF
               MOVE PAY-PLAYER-ID TO JRN-PLAYER-ID
               MOVE WS-RUN-DATE TO JRN-POST-DATE
               MOVE "P" TO JRN-TYPE
               MOVE 0 TO JRN-GAME-NUM
               MOVE WS-PAY-DATE TO JRN-ITEM-DATE
               MOVE PAY-AMOUNT TO JRN-AMOUNT
               MOVE PAY-REFERENCE TO JRN-REFERENCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-PAYMENTS-APPLIED
               MOVE PAY-AMOUNT TO WS-PAID-DISP
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "PAYMENT  APPLIED  " PAY-PLAYER-ID " "
                   WS-PAY-DATE " " WS-PAID-DISP " " PAY-REFERENCE
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           ELSE
               ADD 1 TO WS-PAYMENTS-REJECTED
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "PAYMENT  REJECTED " PAY-PLAYER-ID " "
                   PAY-DATE " " PAY-REFERENCE " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           END-IF.
           WRITE POSTING-REPORT-LINE.

       WRITE-NEW-MASTER-PARA.
       *> generacion nueva del maestro: DUES.DAT queda intacto como la
       *> generacion anterior, igual que SEASONEW.DAT y RATINGNW.DAT
           OPEN OUTPUT DUES-NEW-FILE.
           PERFORM VARYING WS-DUES-IDX FROM 1 BY 1
                   UNTIL WS-DUES-IDX > WS-DUES-COUNT
               MOVE WS-DUE-PLAYER-ID(WS-DUES-IDX) TO DUEN-PLAYER-ID
               MOVE WS-DUE-NAME(WS-DUES-IDX) TO DUEN-PLAYER-NAME
               MOVE WS-DUE-GAMES(WS-DUES-IDX) TO DUEN-GAMES-CHARGED
               MOVE WS-DUE-CHARGED(WS-DUES-IDX) TO DUEN-TOTAL-CHARGED
               MOVE WS-DUE-PAID(WS-DUES-IDX) TO DUEN-TOTAL-PAID
               MOVE WS-DUE-LAST-PAY(WS-DUES-IDX) TO DUEN-LAST-PAYMENT
               MOVE WS-RUN-DATE TO DUEN-LAST-POSTED
               WRITE DUES-NEW-RECORD
           END-PERFORM.
           CLOSE DUES-NEW-FILE.

       CLOSE-POSTING-PARA.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "ID  NAME                GAMES     CHARGED     "
               "   PAID     BALANCE"
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           PERFORM VARYING WS-DUES-IDX FROM 1 BY 1
                   UNTIL WS-DUES-IDX > WS-DUES-COUNT
               COMPUTE WS-BALANCE = WS-DUE-CHARGED(WS-DUES-IDX)
                   - WS-DUE-PAID(WS-DUES-IDX)
               ADD WS-BALANCE TO WS-TOTAL-BALANCE
               ADD WS-DUE-NIGHT-CHG(WS-DUES-IDX) TO WS-TOTAL-NIGHT-CHG
               ADD WS-DUE-NIGHT-PAID(WS-DUES-IDX)
                   TO WS-TOTAL-NIGHT-PAID
       *> el reporte de la noche solo lista las cuentas que se
       *> movieron; el saldo de todas esta en el envejecimiento
               IF WS-DUE-NIGHT-GAMES(WS-DUES-IDX) NOT = 0
                       OR WS-DUE-NIGHT-CHG(WS-DUES-IDX) NOT = 0
                       OR WS-DUE-NIGHT-PAID(WS-DUES-IDX) > 0
                   MOVE WS-DUE-NIGHT-GAMES(WS-DUES-IDX) TO WS-GAMES-DISP
                   MOVE WS-DUE-NIGHT-CHG(WS-DUES-IDX) TO WS-AMOUNT-DISP
                   MOVE WS-DUE-NIGHT-PAID(WS-DUES-IDX) TO WS-PAID-DISP
                   MOVE WS-BALANCE TO WS-BALANCE-DISP
                   MOVE SPACES TO POSTING-REPORT-LINE
                   STRING WS-DUE-PLAYER-ID(WS-DUES-IDX) " "
                       WS-DUE-NAME(WS-DUES-IDX) " " WS-GAMES-DISP " "
                       WS-AMOUNT-DISP " " WS-PAID-DISP " "
                       WS-BALANCE-DISP
                       DELIMITED BY SIZE INTO POSTING-REPORT-LINE
                   WRITE POSTING-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-TOTAL-NIGHT-CHG TO WS-AMOUNT-DISP.
           MOVE WS-TOTAL-NIGHT-PAID TO WS-PAID-DISP.
           MOVE WS-TOTAL-BALANCE TO WS-BALANCE-DISP.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "TOTALS: CHARGED " WS-AMOUNT-DISP
               "  PAID " WS-PAID-DISP
               "  LEDGER BALANCE " WS-BALANCE-DISP
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "GAME FEES CHARGED " WS-CHARGES-POSTED
               "  CREDITED " WS-CREDITS-POSTED
               "  PAYMENTS APPLIED " WS-PAYMENTS-APPLIED
               "  REJECTED " WS-PAYMENTS-REJECTED
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           IF WS-CREDITS-SKIPPED > 0
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "REVERSALS WITH NO ORIGINAL CHARGE - "
                   "NOT CREDITED " WS-CREDITS-SKIPPED
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           END-IF.
           IF WS-OC-FULL = 1
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "REVERSAL TABLE FULL AT 200 - LATER REVERSALS "
                   "NOT CREDITED"
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           END-IF.
           IF WS-DUES-FULL = 1
       *> la tabla del maestro tiene 50 cuentas, igual que el roster
       *> de GENERALA; lo que no entro no se cobro esta noche
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "LEDGER TABLE FULL AT 50 ACCOUNTS - "
                   WS-UNBILLED-COUNT " GAME RECORDS NOT BILLED"
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           END-IF.
           CLOSE POSTING-REPORT-FILE.

       WRITE-OPS-START-PARA.
           MOVE "DUES-POST" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "DUES-POST" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-CHARGES-POSTED TO WS-OPS-COUNT-1.
           MOVE WS-PAYMENTS-APPLIED TO WS-OPS-COUNT-2.
           MOVE WS-PAYMENTS-REJECTED TO WS-OPS-COUNT-3.
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
