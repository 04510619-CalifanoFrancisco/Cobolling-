IDENTIFICATION DIVISION.
PROGRAM-ID. GAME-CORRECT.

*> correccion y anulacion de partidas ya jugadas: lee un archivo de
*> transacciones por fecha, partida y jugador (anular la partida
*> entera, anular lo de un jugador o cambiar los puntos de una
*> ronda), reconstruye el estado vigente de la partida desde
*> GAMELOG.DAT y agrega al log una reversa ("R") de todo lo vigente
*> seguida del reemplazo ("A") con el estado corregido; los procesos
*> que leen el log restan la reversa y suman el reemplazo, asi que
*> nadie cuenta dos veces. Reemplaza el arreglo a mano del log, que
*> dejaba el maestro de temporada y el de rating desfasados sin
*> rastro de quien lo autorizo

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "CORRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CORRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SEASON-MASTER-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT RATING-MASTER-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "CORRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD PIC X(56).

       FD TRANSACTION-FILE.
           01 TRANSACTION-RECORD.
       *> una transaccion por linea: "V" anula (jugador en cero anula
       *> la partida entera, si no solo lo de ese jugador) y "C"
       *> cambia los puntos de una ronda (ronda en cero es la 1, la
       *> unica del modo clasico); sin aprobador no se aplica nada
               05 TX-ACTION      PIC X(1).
               05 TX-RUN-DATE    PIC X(8).
               05 TX-GAME-NUM    PIC 9(3).
               05 TX-PLAYER-ID   PIC 9(3).
               05 TX-ROUND-NUM   PIC 9(2).
               05 TX-NEW-POINTS  PIC 9(3).
               05 TX-APPROVER-ID PIC X(8).
               05 TX-REASON      PIC X(30).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> fecha de posteo de las correcciones; en blanco es hoy
               05 CTRL-POST-DATE PIC X(8).

       FD SEASON-MASTER-FILE.
           01 SEASON-RECORD.
       *> mismo layout que mantiene STANDINGS; aca solo interesa la
       *> fecha ya posteada
               05 SEA-SEASON-ID    PIC X(8).
               05 SEA-PLAYER-ID    PIC 9(3).
               05 SEA-PLAYER-NAME  PIC X(20).
               05 SEA-GAMES        PIC 9(5).
               05 SEA-WINS         PIC 9(5).
               05 SEA-TOTAL-POINTS PIC 9(7).
               05 SEA-GENERALAS    PIC 9(5).
               05 SEA-BEST-HAND    PIC 9(3).
               05 SEA-WIN-STREAK   PIC 9(3).
               05 SEA-PRIOR-RANK   PIC 9(3).
               05 SEA-LAST-POSTED  PIC X(8).

       FD RATING-MASTER-FILE.
           01 RATING-RECORD.
       *> mismo layout que mantiene RATINGS
               05 RAT-PLAYER-ID    PIC 9(3).
               05 RAT-PLAYER-NAME  PIC X(20).
               05 RAT-RATING       PIC 9(5).
               05 RAT-PRIOR-RATING PIC 9(5).
               05 RAT-LAST-POSTED  PIC X(8).

       FD EDIT-REPORT-FILE.
           01 EDIT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-GAME-LOG-STATUS PIC X(2) VALUE "00".
           01 WS-TRANS-STATUS    PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS  PIC X(2) VALUE "00".
           01 WS-SEASON-STATUS   PIC X(2) VALUE "00".
           01 WS-RATING-STATUS   PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS   PIC X(2) VALUE "00".

           01 WS-EOF-LOG     PIC 9 VALUE 0.
           01 WS-EOF-TRANS   PIC 9 VALUE 0.
           01 WS-EOF-SEASON  PIC 9 VALUE 0.
           01 WS-EOF-RATING  PIC 9 VALUE 0.

           01 WS-POST-DATE      PIC X(8) VALUE SPACES.
           01 WS-SEASON-POSTED  PIC X(8) VALUE SPACES.
           01 WS-RATING-POSTED  PIC X(8) VALUE SPACES.
           01 WS-RUN-REJECTED   PIC 9 VALUE 0.

       *> registro del log de trabajo, mismo layout que escribe
       *> GENERALA en LOG-ROUND-PARA
           01 WS-LOG-WORK.
               05 WS-LOG-PLAYER-ID PIC 9(3).
               05 WS-LOG-DICE      PIC X(5).
               05 WS-LOG-CATEGORY  PIC X(20).
               05 WS-LOG-POINTS    PIC 9(3).
               05 WS-LOG-GAME-NUM  PIC 9(3).
               05 WS-LOG-ROUND-NUM PIC 9(2).
               05 WS-LOG-FILL-FLAG PIC X(1).
               05 WS-LOG-RUN-DATE  PIC X(8).
               05 WS-LOG-STRATEGY  PIC X(1).
               05 WS-LOG-CORR-TYPE PIC X(1).
               05 WS-LOG-ORIG-DATE PIC X(8).
               05 WS-LOG-GAME-MODE PIC X(1).

       *> fecha efectiva de un registro del log: la de la partida
       *> original aunque el registro sea una correccion posterior
           01 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
           01 WS-PREV-CORR      PIC X(1) VALUE SPACE.

       *> estado vigente de la partida en proceso, en el orden del
       *> log; WS-ROW-KEEP en cero es una fila que la transaccion saca
           01 WS-ROW-TABLE.
               05 WS-ROW-ENTRY OCCURS 60 TIMES.
                   10 WS-ROW-RECORD PIC X(56).
                   10 WS-ROW-KEEP   PIC 9.
           01 WS-ROW-COUNT   PIC 9(3) VALUE 0.
           01 WS-ROW-IDX     PIC 9(3) VALUE 0.
           01 WS-ROW-FOUND   PIC 9(3) VALUE 0.
           01 WS-GAME-FOUND  PIC 9 VALUE 0.
           01 WS-ROW-OVERFLOW PIC 9 VALUE 0.
           01 WS-TARGET-ROUND PIC 9(2) VALUE 0.
           01 WS-SAVED-ROW    PIC X(56) VALUE SPACES.

       *> totales por jugador para el ganador antes y despues; el
       *> empate queda para el que aparece primero en el log, mismo
       *> criterio que DETERMINE-WINNER-PARA de GENERALA; una mesa
       *> sin fixture sienta hasta los 50 del roster
           01 WS-SCORE-TABLE.
               05 WS-SCORE-ENTRY OCCURS 50 TIMES.
                   10 WS-SCR-PLAYER-ID PIC 9(3).
                   10 WS-SCR-POINTS    PIC 9(5).
           01 WS-SCORE-COUNT  PIC 9(2) VALUE 0.
           01 WS-SCORE-IDX    PIC 9(2) VALUE 0.
           01 WS-SCORE-FOUND  PIC 9(2) VALUE 0.
           01 WS-WINNER-ID    PIC 9(3) VALUE 0.
           01 WS-WINNER-PTS   PIC 9(5) VALUE 0.
           01 WS-BEFORE-WINNER     PIC 9(3) VALUE 0.
           01 WS-BEFORE-WINNER-PTS PIC 9(5) VALUE 0.
           01 WS-AFTER-WINNER      PIC 9(3) VALUE 0.
           01 WS-AFTER-WINNER-PTS  PIC 9(5) VALUE 0.

       *> valores antes y despues que muestra el reporte de edicion
           01 WS-BEFORE-VALUE PIC 9(5) VALUE 0.
           01 WS-AFTER-VALUE  PIC 9(5) VALUE 0.
           01 WS-REVERSED-RECS PIC 9(3) VALUE 0.
           01 WS-REPLACED-RECS PIC 9(3) VALUE 0.

           01 WS-APPLIED-COUNT  PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 WS-TOTAL-REVERSED PIC 9(7) VALUE 0.
           01 WS-TOTAL-REPLACED PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON  PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM READ-POSTED-DATES-PARA.
           PERFORM OPEN-REPORT-PARA.
           IF WS-RUN-REJECTED = 0
               PERFORM PROCESS-TRANSACTIONS-PARA
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           IF WS-RUN-REJECTED = 1
       *> fecha de posteo ya cerrada en los maestros: no se escribio
       *> nada en el log
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-POST-DATE TO WS-POST-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-POST-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POST-DATE
           END-IF.

       READ-POSTED-DATES-PARA.
       *> las correcciones se postean como una noche mas: si STANDINGS
       *> o RATINGS ya postearon esa fecha, sus chequeos de doble
       *> posteo las dejarian afuera y los maestros quedarian sin la
       *> correccion, asi que la corrida entera se rechaza
           OPEN INPUT SEASON-MASTER-FILE.
           IF WS-SEASON-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF-SEASON = 1
                   READ SEASON-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-SEASON
                       NOT AT END
                           IF SEA-LAST-POSTED > WS-SEASON-POSTED
                               MOVE SEA-LAST-POSTED TO WS-SEASON-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEASON-MASTER-FILE
           END-IF.
           OPEN INPUT RATING-MASTER-FILE.
           IF WS-RATING-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF-RATING = 1
                   READ RATING-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-RATING
                       NOT AT END
                           IF RAT-LAST-POSTED > WS-RATING-POSTED
                               MOVE RAT-LAST-POSTED TO WS-RATING-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATING-MASTER-FILE
           END-IF.
           IF WS-POST-DATE <= WS-SEASON-POSTED
                   OR WS-POST-DATE <= WS-RATING-POSTED
               MOVE 1 TO WS-RUN-REJECTED
           END-IF.

       OPEN-REPORT-PARA.
           OPEN OUTPUT EDIT-REPORT-FILE.
           MOVE "GAME RESULT CORRECTION EDIT REPORT" TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "POST DATE " WS-POST-DATE
               "  SEASON POSTED THRU " WS-SEASON-POSTED
               "  RATINGS POSTED THRU " WS-RATING-POSTED
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           IF WS-RUN-REJECTED = 1
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "RUN REJECTED - POST DATE ALREADY POSTED, "
                   "NO CORRECTIONS WRITTEN"
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF.

       PROCESS-TRANSACTIONS-PARA.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANS-STATUS = "35"
               MOVE 1 TO WS-EOF-TRANS
               MOVE "NO TRANSACTION FILE - GAME LOG UNCHANGED"
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-TRANS = 1
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 1 TO WS-EOF-TRANS
                       NOT AT END
                           PERFORM APPLY-TRANSACTION-PARA
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       APPLY-TRANSACTION-PARA.
       *> cada transaccion relee la partida del log, asi que dos
       *> correcciones a la misma partida en la misma corrida se
       *> encadenan: la segunda reversa lo que dejo la primera
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-BEFORE-VALUE.
           MOVE 0 TO WS-AFTER-VALUE.
           MOVE 0 TO WS-REVERSED-RECS.
           MOVE 0 TO WS-REPLACED-RECS.
           IF TX-ACTION NOT = "V" AND TX-ACTION NOT = "C"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND TX-APPROVER-ID = SPACES
               MOVE "NO APPROVER ID" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND (TX-RUN-DATE = SPACES
                       OR TX-RUN-DATE > WS-POST-DATE)
               MOVE "GAME DATE BLANK OR AFTER POST DATE"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LOAD-GAME-PARA
               IF WS-GAME-FOUND = 0
                   MOVE "GAME NOT ON LOG" TO WS-REJECT-REASON
               ELSE
                   IF WS-ROW-OVERFLOW = 1
                       MOVE "GAME TOO LARGE TO CORRECT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-ROW-COUNT = 0
                           MOVE "GAME ALREADY VOID" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM COMPUTE-WINNER-PARA
               MOVE WS-WINNER-ID TO WS-BEFORE-WINNER
               MOVE WS-WINNER-PTS TO WS-BEFORE-WINNER-PTS
               IF TX-ACTION = "V"
                   PERFORM APPLY-VOID-PARA
               ELSE
                   PERFORM APPLY-CHANGE-PARA
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM COMPUTE-WINNER-PARA
               MOVE WS-WINNER-ID TO WS-AFTER-WINNER
               MOVE WS-WINNER-PTS TO WS-AFTER-WINNER-PTS
               PERFORM POST-CORRECTION-PARA
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "APPLIED  " TX-ACTION " " TX-RUN-DATE
                   " GAME " TX-GAME-NUM " PLAYER " TX-PLAYER-ID
                   " ROUND " TX-ROUND-NUM
                   " POINTS " WS-BEFORE-VALUE " -> " WS-AFTER-VALUE
                   " APPROVER " TX-APPROVER-ID " " TX-REASON
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "         WINNER BEFORE " WS-BEFORE-WINNER
                   " (" WS-BEFORE-WINNER-PTS " PTS)"
                   " AFTER " WS-AFTER-WINNER
                   " (" WS-AFTER-WINNER-PTS " PTS)"
                   " RECORDS REVERSED " WS-REVERSED-RECS
                   " REPLACED " WS-REPLACED-RECS
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "REJECTED " TX-ACTION " " TX-RUN-DATE
                   " GAME " TX-GAME-NUM " PLAYER " TX-PLAYER-ID
                   " ROUND " TX-ROUND-NUM
                   " APPROVER " TX-APPROVER-ID
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF.

       LOAD-GAME-PARA.
       *> estado vigente: las jugadas originales y los reemplazos se
       *> agregan; la primera reversa de un bloque reversa todo lo
       *> vigente (asi las escribe esta misma rutina), asi que vacia
       *> la tabla y el resto del bloque se saltea
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-GAME-FOUND.
           MOVE 0 TO WS-ROW-OVERFLOW.
           MOVE SPACE TO WS-PREV-CORR.
           MOVE 0 TO WS-EOF-LOG.
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               MOVE 1 TO WS-EOF-LOG
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           MOVE GAME-LOG-RECORD TO WS-LOG-WORK
                           IF WS-LOG-CORR-TYPE = SPACE
                               MOVE WS-LOG-RUN-DATE TO WS-EFFECTIVE-DATE
                           ELSE
                               MOVE WS-LOG-ORIG-DATE
                                   TO WS-EFFECTIVE-DATE
                           END-IF
                           IF WS-EFFECTIVE-DATE = TX-RUN-DATE
                                   AND WS-LOG-GAME-NUM = TX-GAME-NUM
                               PERFORM LOAD-GAME-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.

       LOAD-GAME-RECORD-PARA.
           MOVE 1 TO WS-GAME-FOUND.
           IF WS-LOG-CORR-TYPE = "R"
               IF WS-PREV-CORR NOT = "R"
                   MOVE 0 TO WS-ROW-COUNT
               END-IF
           ELSE
               IF WS-ROW-COUNT < 60
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-LOG-WORK TO WS-ROW-RECORD(WS-ROW-COUNT)
                   MOVE 1 TO WS-ROW-KEEP(WS-ROW-COUNT)
               ELSE
                   MOVE 1 TO WS-ROW-OVERFLOW
               END-IF
           END-IF.
           MOVE WS-LOG-CORR-TYPE TO WS-PREV-CORR.

       COMPUTE-WINNER-PARA.
           MOVE 0 TO WS-SCORE-COUNT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-KEEP(WS-ROW-IDX) = 1
                   MOVE WS-ROW-RECORD(WS-ROW-IDX) TO WS-LOG-WORK
                   PERFORM ADD-PLAYER-SCORE-PARA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-WINNER-ID.
           MOVE 0 TO WS-WINNER-PTS.
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
               IF WS-SCR-POINTS(WS-SCORE-IDX) > WS-WINNER-PTS
                   MOVE WS-SCR-PLAYER-ID(WS-SCORE-IDX) TO WS-WINNER-ID
                   MOVE WS-SCR-POINTS(WS-SCORE-IDX) TO WS-WINNER-PTS
               END-IF
           END-PERFORM.

       ADD-PLAYER-SCORE-PARA.
           MOVE 0 TO WS-SCORE-FOUND.
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
               IF WS-SCR-PLAYER-ID(WS-SCORE-IDX) = WS-LOG-PLAYER-ID
                   MOVE WS-SCORE-IDX TO WS-SCORE-FOUND
               END-IF
           END-PERFORM.
           IF WS-SCORE-FOUND = 0 AND WS-SCORE-COUNT < 50
               ADD 1 TO WS-SCORE-COUNT
               MOVE WS-SCORE-COUNT TO WS-SCORE-FOUND
               MOVE WS-LOG-PLAYER-ID TO WS-SCR-PLAYER-ID(WS-SCORE-FOUND)
               MOVE 0 TO WS-SCR-POINTS(WS-SCORE-FOUND)
           END-IF.
           IF WS-SCORE-FOUND > 0
               ADD WS-LOG-POINTS TO WS-SCR-POINTS(WS-SCORE-FOUND)
           END-IF.

       APPLY-VOID-PARA.
       *> el antes es lo que sumaba lo anulado (la partida entera o
       *> la planilla del jugador) y el despues siempre cero
           MOVE 0 TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-RECORD(WS-ROW-IDX) TO WS-LOG-WORK
               IF TX-PLAYER-ID = 0
                       OR WS-LOG-PLAYER-ID = TX-PLAYER-ID
                   ADD WS-LOG-POINTS TO WS-BEFORE-VALUE
                   MOVE 0 TO WS-ROW-KEEP(WS-ROW-IDX)
                   ADD 1 TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               MOVE "PLAYER NOT IN GAME" TO WS-REJECT-REASON
           END-IF.

       APPLY-CHANGE-PARA.
           IF TX-ROUND-NUM = 0
               MOVE 1 TO WS-TARGET-ROUND
           ELSE
               MOVE TX-ROUND-NUM TO WS-TARGET-ROUND
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-RECORD(WS-ROW-IDX) TO WS-LOG-WORK
               IF WS-LOG-PLAYER-ID = TX-PLAYER-ID
                       AND WS-LOG-ROUND-NUM = WS-TARGET-ROUND
                       AND WS-ROW-FOUND = 0
                   MOVE WS-ROW-IDX TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               MOVE "PLAYER OR ROUND NOT IN GAME" TO WS-REJECT-REASON
           ELSE
               MOVE WS-ROW-RECORD(WS-ROW-FOUND) TO WS-LOG-WORK
               IF WS-LOG-POINTS = TX-NEW-POINTS
                   MOVE "POINTS UNCHANGED" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-LOG-WORK TO WS-SAVED-ROW
                   MOVE WS-LOG-POINTS TO WS-BEFORE-VALUE
                   MOVE TX-NEW-POINTS TO WS-AFTER-VALUE
                   MOVE TX-NEW-POINTS TO WS-LOG-POINTS
       *> una categoria tachada que pasa a tener puntos queda
       *> llenada; bajar a cero no la tacha, el jugador la eligio
                   IF TX-NEW-POINTS > 0
                       MOVE "F" TO WS-LOG-FILL-FLAG
                   END-IF
                   MOVE WS-LOG-WORK TO WS-ROW-RECORD(WS-ROW-FOUND)
               END-IF
           END-IF.

       POST-CORRECTION-PARA.
       *> reversa de todo lo vigente y despues el reemplazo con lo
       *> que quedo, los dos bloques con la fecha de posteo como
       *> fecha de corrida para que los tome el extracto de esa noche
           OPEN EXTEND GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               OPEN OUTPUT GAME-LOG-FILE
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-RECORD(WS-ROW-IDX) TO WS-LOG-WORK
               IF WS-ROW-IDX = WS-ROW-FOUND AND TX-ACTION = "C"
                   MOVE WS-SAVED-ROW TO WS-LOG-WORK
               END-IF
               MOVE "R" TO WS-LOG-CORR-TYPE
               PERFORM WRITE-CORRECTION-RECORD-PARA
               ADD 1 TO WS-REVERSED-RECS
           END-PERFORM.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-KEEP(WS-ROW-IDX) = 1
                   MOVE WS-ROW-RECORD(WS-ROW-IDX) TO WS-LOG-WORK
                   MOVE "A" TO WS-LOG-CORR-TYPE
                   PERFORM WRITE-CORRECTION-RECORD-PARA
                   ADD 1 TO WS-REPLACED-RECS
               END-IF
           END-PERFORM.
           CLOSE GAME-LOG-FILE.
           ADD WS-REVERSED-RECS TO WS-TOTAL-REVERSED.
           ADD WS-REPLACED-RECS TO WS-TOTAL-REPLACED.

       WRITE-CORRECTION-RECORD-PARA.
           MOVE TX-RUN-DATE TO WS-LOG-ORIG-DATE.
           MOVE WS-POST-DATE TO WS-LOG-RUN-DATE.
           MOVE WS-LOG-WORK TO GAME-LOG-RECORD.
           WRITE GAME-LOG-RECORD.

       CLOSE-REPORT-PARA.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " LOG RECORDS REVERSED " WS-TOTAL-REVERSED
               " REPLACED " WS-TOTAL-REPLACED
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           CLOSE EDIT-REPORT-FILE.
