IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYER-INQ.

*> ficha de jugador para la comision: toma una lista de IDs
*> (INQLIST.DAT, uno por linea) y por cada uno imprime una pagina
*> en PLAYPROF.DAT con su estado en el roster, la linea de la
*> temporada en curso y su posicion, el rating con la tendencia,
*> los premios historicos y las ultimas diez partidas. todo sale de
*> PLAYMAST.DAT, el maestro indexado que reconstruye PLAYER-MAST
*> cada noche, leido por clave: no se recorre ningun archivo
*> completo. se corre a pedido, fuera de la cadena nocturna, y como
*> DUES-STMT no escribe en la bitacora

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-LIST-FILE ASSIGN TO "INQLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "PLAYPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-LIST-FILE.
           01 INQUIRY-RECORD.
               05 INQ-PLAYER-ID PIC 9(3).

       FD PLAYER-MASTER-FILE.
           01 PM-RECORD.
       *> mismo layout que graba PLAYER-MAST; las partidas estan de
       *> la mas vieja a la mas nueva
               05 PM-PLAYER-ID       PIC 9(3).
               05 PM-PLAYER-NAME     PIC X(20).
               05 PM-ON-ROSTER       PIC X(1).
               05 PM-STATUS          PIC X(1).
               05 PM-STATUS-DATE     PIC X(8).
               05 PM-SEASON-ID       PIC X(8).
               05 PM-SEA-GAMES       PIC 9(5).
               05 PM-SEA-WINS        PIC 9(5).
               05 PM-SEA-POINTS      PIC 9(7).
               05 PM-SEA-GENERALAS   PIC 9(5).
               05 PM-SEA-BEST-HAND   PIC 9(3).
               05 PM-SEA-WIN-STREAK  PIC 9(3).
               05 PM-SEA-RANK        PIC 9(3).
               05 PM-SEA-FIELD       PIC 9(3).
               05 PM-SEA-LAST-POSTED PIC X(8).
               05 PM-RATING          PIC 9(5).
               05 PM-PRIOR-RATING    PIC 9(5).
               05 PM-RATING-POSTED   PIC X(8).
               05 PM-AWARD-TOTAL     PIC 9(3).
               05 PM-AWARD-COUNT     PIC 9(2).
               05 PM-AWARD OCCURS 20 TIMES.
                   10 PM-AWD-SEASON-ID PIC X(8).
                   10 PM-AWD-CODE      PIC X(12).
                   10 PM-AWD-VALUE     PIC 9(7).
               05 PM-LOG-GAMES       PIC 9(7).
               05 PM-GAME-COUNT      PIC 9(2).
               05 PM-GAME OCCURS 10 TIMES.
                   10 PM-GM-DATE       PIC X(8).
                   10 PM-GM-NUM        PIC 9(3).
                   10 PM-GM-POINTS     PIC 9(5).
                   10 PM-GM-ROUNDS     PIC 9(2).
                   10 PM-GM-CORRECTED  PIC X(1).
               05 PM-BUILD-DATE      PIC X(8).

       FD PROFILE-FILE.
           01 PROFILE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LIST-STATUS    PIC X(2) VALUE "00".
           01 WS-MASTER-STATUS  PIC X(2) VALUE "00".
           01 WS-PROFILE-STATUS PIC X(2) VALUE "00".

           01 WS-EOF-LIST PIC 9 VALUE 0.

           01 WS-REQUESTED  PIC 9(5) VALUE 0.
           01 WS-PRINTED    PIC 9(5) VALUE 0.
           01 WS-NOT-FOUND  PIC 9(5) VALUE 0.
           01 WS-BAD-IDS    PIC 9(5) VALUE 0.

           01 WS-AWD-IDX     PIC 9(2) VALUE 0.
           01 WS-GM-IDX      PIC 9(2) VALUE 0.
           01 WS-AWARDS-HIDDEN PIC 9(3) VALUE 0.
           01 WS-TREND       PIC S9(5) VALUE 0.
           01 WS-TREND-WORD  PIC X(4) VALUE SPACES.
           01 WS-STATUS-WORD PIC X(14) VALUE SPACES.
           01 WS-GAME-NOTE   PIC X(9) VALUE SPACES.

           01 WS-COUNT-DISP  PIC Z(4)9.
           01 WS-POINTS-DISP PIC Z(6)9.
           01 WS-SMALL-DISP  PIC ZZ9.
           01 WS-SMALL-DISP-2 PIC ZZ9.
           01 WS-RATING-DISP PIC Z(4)9.
           01 WS-PRIOR-DISP  PIC Z(4)9.
           01 WS-TREND-DISP  PIC +(5)9.
           01 WS-GAMES-DISP  PIC Z(4)9.
           01 WS-WINS-DISP   PIC Z(4)9.
           01 WS-GENERALAS-DISP PIC Z(4)9.
           01 WS-ROUNDS-DISP PIC Z9.

PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT PROFILE-FILE.
           OPEN INPUT INQUIRY-LIST-FILE.
           IF WS-LIST-STATUS = "35"
               MOVE "INQLIST.DAT NOT FOUND - NO PROFILES PRINTED"
                   TO PROFILE-LINE
               WRITE PROFILE-LINE
               CLOSE PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
       *> sin maestro no hay nada que consultar: la reconstruccion de
       *> la noche no corrio o fallo
               MOVE SPACES TO PROFILE-LINE
               STRING "PLAYMAST.DAT COULD NOT BE OPENED - STATUS "
                   WS-MASTER-STATUS " - NO PROFILES PRINTED"
                   DELIMITED BY SIZE INTO PROFILE-LINE
               WRITE PROFILE-LINE
               CLOSE INQUIRY-LIST-FILE
               CLOSE PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-LIST = 1
               READ INQUIRY-LIST-FILE
                   AT END
                       MOVE 1 TO WS-EOF-LIST
                   NOT AT END
                       PERFORM INQUIRE-PLAYER-PARA
               END-READ
           END-PERFORM.
           CLOSE INQUIRY-LIST-FILE.
           CLOSE PLAYER-MASTER-FILE.
           PERFORM WRITE-TOTALS-PARA.
           CLOSE PROFILE-FILE.
           IF WS-REQUESTED = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-FOUND > 0 OR WS-BAD-IDS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       INQUIRE-PLAYER-PARA.
       *> una linea en blanco en la lista no es un pedido
           IF INQUIRY-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-REQUESTED
               IF INQ-PLAYER-ID NOT NUMERIC
                   ADD 1 TO WS-BAD-IDS
                   MOVE SPACES TO PROFILE-LINE
                   STRING "REQUESTED ID '" INQUIRY-RECORD
                       "' IS NOT A PLAYER ID"
                       DELIMITED BY SIZE INTO PROFILE-LINE
                   WRITE PROFILE-LINE
               ELSE
                   MOVE INQ-PLAYER-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       PERFORM WRITE-PROFILE-PARA
                   ELSE
                       ADD 1 TO WS-NOT-FOUND
                       MOVE SPACES TO PROFILE-LINE
                       STRING "PLAYER " INQ-PLAYER-ID
                           " NOT ON PLAYER MASTER - STATUS "
                           WS-MASTER-STATUS
                           DELIMITED BY SIZE INTO PROFILE-LINE
                       WRITE PROFILE-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-PROFILE-PARA.
           ADD 1 TO WS-PRINTED.
           MOVE ALL "=" TO PROFILE-LINE.
           WRITE PROFILE-LINE.
           MOVE SPACES TO PROFILE-LINE.
           STRING "PLAYER PROFILE  " PM-PLAYER-ID " " PM-PLAYER-NAME
               "    AS OF " PM-BUILD-DATE
               DELIMITED BY SIZE INTO PROFILE-LINE.
           WRITE PROFILE-LINE.
           MOVE SPACES TO PROFILE-LINE.
           WRITE PROFILE-LINE.
           PERFORM WRITE-ROSTER-SECTION-PARA.
           PERFORM WRITE-SEASON-SECTION-PARA.
           PERFORM WRITE-RATING-SECTION-PARA.
           PERFORM WRITE-AWARD-SECTION-PARA.
           PERFORM WRITE-GAME-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           WRITE PROFILE-LINE.

       WRITE-ROSTER-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           IF PM-ON-ROSTER NOT = "Y"
               MOVE "ROSTER    NOT ON ROSTER" TO PROFILE-LINE
           ELSE
               IF PM-STATUS = "I"
                   MOVE "INACTIVE" TO WS-STATUS-WORD
               ELSE
                   MOVE "ACTIVE" TO WS-STATUS-WORD
               END-IF
       *> roster viejo sin fecha de estado: solo el estado
               IF PM-STATUS-DATE = SPACES
                   STRING "ROSTER    " WS-STATUS-WORD
                       DELIMITED BY SIZE INTO PROFILE-LINE
               ELSE
                   STRING "ROSTER    " DELIMITED BY SIZE
                       WS-STATUS-WORD DELIMITED BY SPACE
                       " SINCE " PM-STATUS-DATE
                       DELIMITED BY SIZE INTO PROFILE-LINE
               END-IF
           END-IF.
           WRITE PROFILE-LINE.

       WRITE-SEASON-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           IF PM-SEASON-ID = SPACES
               MOVE "SEASON    NO GAMES IN THE CURRENT SEASON"
                   TO PROFILE-LINE
               WRITE PROFILE-LINE
           ELSE
       *> la posicion es la de la ultima corrida de STANDINGS; en
       *> cero todavia no hubo corrida que la fije
               IF PM-SEA-RANK = 0
                   STRING "SEASON    " PM-SEASON-ID
                       "  RANK NOT YET SET  POSTED "
                       PM-SEA-LAST-POSTED
                       DELIMITED BY SIZE INTO PROFILE-LINE
               ELSE
                   MOVE PM-SEA-RANK TO WS-SMALL-DISP
                   MOVE PM-SEA-FIELD TO WS-SMALL-DISP-2
                   STRING "SEASON    " PM-SEASON-ID
                       "  RANK " WS-SMALL-DISP " OF " WS-SMALL-DISP-2
                       "  POSTED " PM-SEA-LAST-POSTED
                       DELIMITED BY SIZE INTO PROFILE-LINE
               END-IF
               WRITE PROFILE-LINE
               MOVE PM-SEA-GAMES TO WS-GAMES-DISP
               MOVE PM-SEA-WINS TO WS-WINS-DISP
               MOVE PM-SEA-POINTS TO WS-POINTS-DISP
               MOVE PM-SEA-GENERALAS TO WS-GENERALAS-DISP
               MOVE SPACES TO PROFILE-LINE
               STRING "          GAMES " WS-GAMES-DISP
                   "  WINS " WS-WINS-DISP
                   "  POINTS " WS-POINTS-DISP
                   "  GENERALAS " WS-GENERALAS-DISP
                   DELIMITED BY SIZE INTO PROFILE-LINE
               WRITE PROFILE-LINE
               MOVE PM-SEA-BEST-HAND TO WS-SMALL-DISP
               MOVE PM-SEA-WIN-STREAK TO WS-SMALL-DISP-2
               MOVE SPACES TO PROFILE-LINE
               STRING "          BEST HAND " WS-SMALL-DISP
                   "  WIN STREAK " WS-SMALL-DISP-2
                   DELIMITED BY SIZE INTO PROFILE-LINE
               WRITE PROFILE-LINE
           END-IF.

       WRITE-RATING-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           IF PM-RATING-POSTED = SPACES AND PM-RATING = 0
               MOVE "RATING    NOT RATED" TO PROFILE-LINE
           ELSE
       *> la tendencia es el movimiento de la ultima corrida de
       *> RATINGS: el rating actual contra el anterior
               COMPUTE WS-TREND = PM-RATING - PM-PRIOR-RATING
               EVALUATE TRUE
                   WHEN WS-TREND > 0
                       MOVE "UP" TO WS-TREND-WORD
                   WHEN WS-TREND < 0
                       MOVE "DOWN" TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE "SAME" TO WS-TREND-WORD
               END-EVALUATE
               MOVE PM-RATING TO WS-RATING-DISP
               MOVE PM-PRIOR-RATING TO WS-PRIOR-DISP
               MOVE WS-TREND TO WS-TREND-DISP
               STRING "RATING    " WS-RATING-DISP
                   "  PREVIOUS " WS-PRIOR-DISP
                   "  TREND " WS-TREND-WORD " " WS-TREND-DISP
                   "  POSTED " PM-RATING-POSTED
                   DELIMITED BY SIZE INTO PROFILE-LINE
           END-IF.
           WRITE PROFILE-LINE.

       WRITE-AWARD-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           WRITE PROFILE-LINE.
           MOVE SPACES TO PROFILE-LINE.
           IF PM-AWARD-TOTAL = 0
               MOVE "CAREER AWARDS  NONE" TO PROFILE-LINE
               WRITE PROFILE-LINE
           ELSE
               MOVE PM-AWARD-TOTAL TO WS-SMALL-DISP
               STRING "CAREER AWARDS  " WS-SMALL-DISP
                   DELIMITED BY SIZE INTO PROFILE-LINE
               WRITE PROFILE-LINE
               MOVE "          SEASON    AWARD             VALUE"
                   TO PROFILE-LINE
               WRITE PROFILE-LINE
               PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
                       UNTIL WS-AWD-IDX > PM-AWARD-COUNT
                   MOVE PM-AWD-VALUE(WS-AWD-IDX) TO WS-POINTS-DISP
                   MOVE SPACES TO PROFILE-LINE
                   STRING "          " PM-AWD-SEASON-ID(WS-AWD-IDX)
                       "  " PM-AWD-CODE(WS-AWD-IDX)
                       " " WS-POINTS-DISP
                       DELIMITED BY SIZE INTO PROFILE-LINE
                   WRITE PROFILE-LINE
               END-PERFORM
       *> la ficha guarda los 20 mas recientes
               IF PM-AWARD-TOTAL > PM-AWARD-COUNT
                   COMPUTE WS-AWARDS-HIDDEN =
                       PM-AWARD-TOTAL - PM-AWARD-COUNT
                   MOVE WS-AWARDS-HIDDEN TO WS-SMALL-DISP
                   MOVE SPACES TO PROFILE-LINE
                   STRING "          EARLIER AWARDS NOT SHOWN "
                       WS-SMALL-DISP
                       DELIMITED BY SIZE INTO PROFILE-LINE
                   WRITE PROFILE-LINE
               END-IF
           END-IF.

       WRITE-GAME-SECTION-PARA.
           MOVE SPACES TO PROFILE-LINE.
           WRITE PROFILE-LINE.
           MOVE SPACES TO PROFILE-LINE.
           IF PM-GAME-COUNT = 0
               MOVE "LAST GAMES  NONE IN THE GAME LOG" TO PROFILE-LINE
               WRITE PROFILE-LINE
           ELSE
               MOVE PM-LOG-GAMES TO WS-POINTS-DISP
               STRING "LAST GAMES  GAMES IN LOG " WS-POINTS-DISP
                   DELIMITED BY SIZE INTO PROFILE-LINE
               WRITE PROFILE-LINE
               MOVE "          DATE      GAME   POINTS  ROUNDS"
                   TO PROFILE-LINE
               WRITE PROFILE-LINE
       *> la mas nueva primero
               PERFORM VARYING WS-GM-IDX FROM PM-GAME-COUNT BY -1
                       UNTIL WS-GM-IDX < 1
                   PERFORM WRITE-GAME-LINE-PARA
               END-PERFORM
           END-IF.

       WRITE-GAME-LINE-PARA.
           MOVE SPACES TO WS-GAME-NOTE.
       *> una partida anulada por GAME-CORRECT queda sin rondas
           IF PM-GM-CORRECTED(WS-GM-IDX) = "C"
               IF PM-GM-ROUNDS(WS-GM-IDX) = 0
                   MOVE "VOIDED" TO WS-GAME-NOTE
               ELSE
                   MOVE "CORRECTED" TO WS-GAME-NOTE
               END-IF
           END-IF.
           MOVE PM-GM-NUM(WS-GM-IDX) TO WS-SMALL-DISP.
           MOVE PM-GM-POINTS(WS-GM-IDX) TO WS-COUNT-DISP.
           MOVE PM-GM-ROUNDS(WS-GM-IDX) TO WS-ROUNDS-DISP.
           MOVE SPACES TO PROFILE-LINE.
           STRING "          " PM-GM-DATE(WS-GM-IDX)
               "  " WS-SMALL-DISP "    " WS-COUNT-DISP
               "      " WS-ROUNDS-DISP "  " WS-GAME-NOTE
               DELIMITED BY SIZE INTO PROFILE-LINE.
           WRITE PROFILE-LINE.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO PROFILE-LINE.
           STRING "PROFILES REQUESTED " WS-REQUESTED
               " PRINTED " WS-PRINTED
               " NOT FOUND " WS-NOT-FOUND
               " INVALID " WS-BAD-IDS
               DELIMITED BY SIZE INTO PROFILE-LINE.
           WRITE PROFILE-LINE.
