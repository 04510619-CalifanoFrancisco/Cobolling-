IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYER-MAST.

*> reconstruccion nocturna del maestro de jugadores: contestar "como
*> viene tal jugador" obligaba a leer PLAYERS.DAT, SEASON.DAT,
*> RATINGS.DAT, ALLTIME.DAT y el game log uno atras de otro, todos
*> line sequential y con tablas de 50 jugadores. este paso corre al
*> final de la noche, despues de STANDINGS y de que el scheduler
*> renombro las generaciones nuevas, junta todo por jugador en una
*> tabla indexada por el ID (000 a 999, subindice ID + 1, como
*> INTEG-CHECK: sin tope de 50) y graba PLAYMAST.DAT, un archivo
*> ORGANIZATION INDEXED con clave PM-PLAYER-ID que PLAYER-INQ lee
*> por clave. el maestro es derivado: se regenera completo cada
*> noche desde los archivos oficiales y nadie lo actualiza a mano.
*> un ID que aparece en algun archivo pero no en el roster tambien
*> se graba, marcado como fuera del roster

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT SEASON-MASTER-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT RATING-MASTER-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.
           SELECT ALL-TIME-FILE ASSIGN TO "ALLTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALL-TIME-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT GAME-LOG-ARCH-FILE ASSIGN TO "GAMELOGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-ARCH-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BUILD-REPORT-FILE ASSIGN TO "PMASTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PMASTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD PLAYERS-FILE.
           01 PLAYER-RECORD.
       *> mismo layout que lee LOAD-PLAYERS-PARA de GENERALA
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD SEASON-MASTER-FILE.
           01 SEASON-RECORD.
       *> mismo layout que escribe STANDINGS en SEASONEW.DAT;
       *> SEA-PRIOR-RANK es la posicion que le dio la ultima corrida
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
       *> mismo layout que escribe RATINGS en RATINGNW.DAT
               05 RAT-PLAYER-ID    PIC 9(3).
               05 RAT-PLAYER-NAME  PIC X(20).
               05 RAT-RATING       PIC 9(5).
               05 RAT-PRIOR-RATING PIC 9(5).
               05 RAT-LAST-POSTED  PIC X(8).

       FD ALL-TIME-FILE.
           01 ALL-TIME-RECORD.
       *> mismo layout que escribe SEASON-CLOSE; un premio que nadie
       *> gano queda con ATR-PLAYER-ID en cero
               05 ATR-SEASON-ID   PIC X(8).
               05 ATR-AWARD-CODE  PIC X(12).
               05 ATR-PLAYER-ID   PIC 9(3).
               05 ATR-PLAYER-NAME PIC X(20).
               05 ATR-VALUE       PIC 9(7).
               05 ATR-CLOSED-DATE PIC X(8).

       *> el vivo y el archivado tienen el mismo layout de GENERALA;
       *> los dos se leen sobre WS-LOG-RECORD
       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD PIC X(56).

       FD GAME-LOG-ARCH-FILE.
           01 GAME-LOG-ARCH-RECORD PIC X(56).

       FD PLAYER-MASTER-FILE.
           01 PM-RECORD.
       *> una ficha por jugador: roster, linea de la temporada en curso
       *> con su posicion, rating, premios historicos (los 20 mas
       *> recientes; PM-AWARD-TOTAL cuenta todos) y las ultimas 10
       *> partidas del game log de la mas vieja a la mas nueva, con los
       *> puntos ya netos de las correcciones de GAME-CORRECT
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

       FD BUILD-REPORT-FILE.
           01 BUILD-REPORT-LINE PIC X(100).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> fecha de la corrida para la bitacora y la ficha; en blanco
       *> la de hoy
               05 CTRL-RUN-DATE PIC X(8).

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que la bitacora comun que escribe GENERALA;
       *> aca OPS-COUNT-1 son los registros leidos de todos los
       *> archivos, OPS-COUNT-2 las fichas grabadas y OPS-COUNT-3 los
       *> registros descartados por ID invalido
               05 OPS-PROGRAM-ID  PIC X(12).
               05 OPS-RECORD-TYPE PIC X(1).
               05 OPS-RUN-DATE    PIC X(8).
               05 OPS-TIMESTAMP   PIC X(21).
               05 OPS-COUNT-1     PIC 9(9).
               05 OPS-COUNT-2     PIC 9(9).
               05 OPS-COUNT-3     PIC 9(9).
               05 OPS-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
           01 WS-PLAYERS-STATUS       PIC X(2) VALUE "00".
           01 WS-SEASON-STATUS        PIC X(2) VALUE "00".
           01 WS-RATING-STATUS        PIC X(2) VALUE "00".
           01 WS-ALL-TIME-STATUS      PIC X(2) VALUE "00".
           01 WS-GAME-LOG-STATUS      PIC X(2) VALUE "00".
           01 WS-GAME-LOG-ARCH-STATUS PIC X(2) VALUE "00".
           01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
           01 WS-MASTER-OPEN-FAILED   PIC 9 VALUE 0.
           01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS       PIC X(2) VALUE "00".

           01 WS-EOF-PLAYERS PIC 9 VALUE 0.
           01 WS-EOF-SEASON  PIC 9 VALUE 0.
           01 WS-EOF-RATING  PIC 9 VALUE 0.
           01 WS-EOF-ALLTIME PIC 9 VALUE 0.
           01 WS-EOF-LOG     PIC 9 VALUE 0.
           01 WS-EOF-ARCH    PIC 9 VALUE 0.

           01 WS-RUN-DATE PIC X(8) VALUE SPACES.

       *> registro de game log en proceso, del vivo o del archivado
           01 WS-LOG-RECORD.
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

       *> una ficha en armado por cada ID posible (subindice ID + 1);
       *> WS-PMT-RECORD tiene exactamente el layout de PM-RECORD para
       *> grabarla de un solo MOVE
           01 WS-PM-TABLE.
               05 WS-PMT-ENTRY OCCURS 1000 TIMES.
                   10 WS-PMT-USED PIC 9 VALUE 0.
                   10 WS-PMT-RECORD.
                       15 WS-PMT-PLAYER-ID     PIC 9(3).
                       15 WS-PMT-PLAYER-NAME   PIC X(20).
                       15 WS-PMT-ON-ROSTER     PIC X(1).
                       15 WS-PMT-STATUS        PIC X(1).
                       15 WS-PMT-STATUS-DATE   PIC X(8).
                       15 WS-PMT-SEASON-ID     PIC X(8).
                       15 WS-PMT-SEA-GAMES     PIC 9(5).
                       15 WS-PMT-SEA-WINS      PIC 9(5).
                       15 WS-PMT-SEA-POINTS    PIC 9(7).
                       15 WS-PMT-SEA-GENERALAS PIC 9(5).
                       15 WS-PMT-SEA-BEST-HAND PIC 9(3).
                       15 WS-PMT-SEA-STREAK    PIC 9(3).
                       15 WS-PMT-SEA-RANK      PIC 9(3).
                       15 WS-PMT-SEA-FIELD     PIC 9(3).
                       15 WS-PMT-SEA-POSTED    PIC X(8).
                       15 WS-PMT-RATING        PIC 9(5).
                       15 WS-PMT-PRIOR-RATING  PIC 9(5).
                       15 WS-PMT-RATING-POSTED PIC X(8).
                       15 WS-PMT-AWARD-TOTAL   PIC 9(3).
                       15 WS-PMT-AWARD-COUNT   PIC 9(2).
                       15 WS-PMT-AWARD OCCURS 20 TIMES.
                           20 WS-PMT-AWD-SEASON-ID PIC X(8).
                           20 WS-PMT-AWD-CODE      PIC X(12).
                           20 WS-PMT-AWD-VALUE     PIC 9(7).
                       15 WS-PMT-LOG-GAMES     PIC 9(7).
                       15 WS-PMT-GAME-COUNT    PIC 9(2).
                       15 WS-PMT-GAME OCCURS 10 TIMES.
                           20 WS-PMT-GM-DATE      PIC X(8).
                           20 WS-PMT-GM-NUM       PIC 9(3).
                           20 WS-PMT-GM-POINTS    PIC 9(5).
                           20 WS-PMT-GM-ROUNDS    PIC 9(2).
                           20 WS-PMT-GM-CORRECTED PIC X(1).
                       15 WS-PMT-BUILD-DATE    PIC X(8).
           01 WS-ID-IDX     PIC 9(4) VALUE 0.
           01 WS-NEW-ID     PIC 9(3) VALUE 0.
           01 WS-NEW-NAME   PIC X(20) VALUE SPACES.
           01 WS-AWD-IDX    PIC 9(2) VALUE 0.
           01 WS-GM-IDX     PIC 9(2) VALUE 0.
           01 WS-GM-HIT     PIC 9(2) VALUE 0.
           01 WS-GAME-DATE  PIC X(8) VALUE SPACES.
           01 WS-SEASON-ID  PIC X(8) VALUE SPACES.
           01 WS-SEASON-ROWS PIC 9(3) VALUE 0.

       *> contados por archivo para el reporte y la bitacora
           01 WS-ROSTER-READ   PIC 9(7) VALUE 0.
           01 WS-SEASON-READ   PIC 9(7) VALUE 0.
           01 WS-RATING-READ   PIC 9(7) VALUE 0.
           01 WS-ALLTIME-READ  PIC 9(7) VALUE 0.
           01 WS-LOG-READ      PIC 9(7) VALUE 0.
           01 WS-ARCH-READ     PIC 9(7) VALUE 0.
           01 WS-TOTAL-READ    PIC 9(9) VALUE 0.
           01 WS-SKIPPED       PIC 9(9) VALUE 0.
           01 WS-DUP-ROSTER    PIC 9(5) VALUE 0.
           01 WS-WRITTEN       PIC 9(9) VALUE 0.
           01 WS-OFF-ROSTER    PIC 9(5) VALUE 0.
           01 WS-WRITE-ERRORS  PIC 9(5) VALUE 0.
           01 WS-FILE-LABEL    PIC X(12) VALUE SPACES.
           01 WS-FILE-COUNT    PIC 9(7) VALUE 0.

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
           OPEN OUTPUT BUILD-REPORT-FILE.
           MOVE SPACES TO BUILD-REPORT-LINE.
           STRING "PLAYER MASTER REBUILD - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.
           MOVE SPACES TO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.
       *> el roster primero, para que el nombre y el estado sean los
       *> oficiales; los demas archivos completan la ficha. el game
       *> log archivado va antes que el vivo porque es el mas viejo
           PERFORM LOAD-ROSTER-PARA.
           PERFORM LOAD-SEASON-PARA.
           PERFORM LOAD-RATINGS-PARA.
           PERFORM LOAD-ALL-TIME-PARA.
           PERFORM LOAD-GAME-LOG-ARCH-PARA.
           PERFORM LOAD-GAME-LOG-PARA.
           PERFORM WRITE-MASTER-PARA.
           PERFORM WRITE-TOTALS-PARA.
           CLOSE BUILD-REPORT-FILE.
           IF WS-WRITE-ERRORS > 0 OR WS-MASTER-OPEN-FAILED = 1
       *> el maestro quedo incompleto: la consulta no puede confiar
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED > 0 OR WS-DUP-ROSTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       WRITE-OPS-START-PARA.
           MOVE "PLAYER-MAST" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "PLAYER-MAST" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-TOTAL-READ TO WS-OPS-COUNT-1.
           MOVE WS-WRITTEN TO WS-OPS-COUNT-2.
           MOVE WS-SKIPPED TO WS-OPS-COUNT-3.
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

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       OPEN-ENTRY-PARA.
       *> deja lista la ficha de WS-NEW-ID; la primera vez que se ve
       *> un ID la ficha arranca fuera del roster y en cero, y el
       *> nombre lo pone el primer archivo que lo traiga
           COMPUTE WS-ID-IDX = WS-NEW-ID + 1.
           IF WS-PMT-USED(WS-ID-IDX) = 0
               MOVE 1 TO WS-PMT-USED(WS-ID-IDX)
               MOVE WS-NEW-ID TO WS-PMT-PLAYER-ID(WS-ID-IDX)
               MOVE "N" TO WS-PMT-ON-ROSTER(WS-ID-IDX)
               MOVE SPACE TO WS-PMT-STATUS(WS-ID-IDX)
               MOVE SPACES TO WS-PMT-STATUS-DATE(WS-ID-IDX)
               MOVE SPACES TO WS-PMT-SEASON-ID(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-GAMES(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-WINS(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-POINTS(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-GENERALAS(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-BEST-HAND(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-STREAK(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-RANK(WS-ID-IDX)
               MOVE 0 TO WS-PMT-SEA-FIELD(WS-ID-IDX)
               MOVE SPACES TO WS-PMT-SEA-POSTED(WS-ID-IDX)
               MOVE 0 TO WS-PMT-RATING(WS-ID-IDX)
               MOVE 0 TO WS-PMT-PRIOR-RATING(WS-ID-IDX)
               MOVE SPACES TO WS-PMT-RATING-POSTED(WS-ID-IDX)
               MOVE 0 TO WS-PMT-AWARD-TOTAL(WS-ID-IDX)
               MOVE 0 TO WS-PMT-AWARD-COUNT(WS-ID-IDX)
               PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
                       UNTIL WS-AWD-IDX > 20
                   MOVE SPACES TO WS-PMT-AWD-SEASON-ID(WS-ID-IDX,
                       WS-AWD-IDX)
                   MOVE SPACES TO WS-PMT-AWD-CODE(WS-ID-IDX, WS-AWD-IDX)
                   MOVE 0 TO WS-PMT-AWD-VALUE(WS-ID-IDX, WS-AWD-IDX)
               END-PERFORM
               MOVE 0 TO WS-PMT-LOG-GAMES(WS-ID-IDX)
               MOVE 0 TO WS-PMT-GAME-COUNT(WS-ID-IDX)
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > 10
                   MOVE SPACES TO WS-PMT-GM-DATE(WS-ID-IDX, WS-GM-IDX)
                   MOVE 0 TO WS-PMT-GM-NUM(WS-ID-IDX, WS-GM-IDX)
                   MOVE 0 TO WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-IDX)
                   MOVE 0 TO WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-IDX)
                   MOVE SPACE TO WS-PMT-GM-CORRECTED(WS-ID-IDX,
                       WS-GM-IDX)
               END-PERFORM
               MOVE WS-RUN-DATE TO WS-PMT-BUILD-DATE(WS-ID-IDX)
               MOVE SPACES TO WS-PMT-PLAYER-NAME(WS-ID-IDX)
           END-IF.
           IF WS-PMT-PLAYER-NAME(WS-ID-IDX) = SPACES
               MOVE WS-NEW-NAME TO WS-PMT-PLAYER-NAME(WS-ID-IDX)
           END-IF.

       LOAD-ROSTER-PARA.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE "PLAYERS.DAT" TO WS-FILE-LABEL.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-PLAYERS = 1
                   READ PLAYERS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-PLAYERS
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM APPLY-ROSTER-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
               MOVE WS-ROSTER-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
           END-IF.

       APPLY-ROSTER-RECORD-PARA.
           IF PLAYER-ID NOT NUMERIC OR PLAYER-ID = 0
               ADD 1 TO WS-SKIPPED
           ELSE
               COMPUTE WS-ID-IDX = PLAYER-ID + 1
               IF WS-PMT-USED(WS-ID-IDX) = 1
       *> el primero que aparece es el que usan GENERALA y los demas
                   ADD 1 TO WS-DUP-ROSTER
               ELSE
                   MOVE PLAYER-ID TO WS-NEW-ID
                   MOVE PLAYER-NAME TO WS-NEW-NAME
                   PERFORM OPEN-ENTRY-PARA
                   MOVE "Y" TO WS-PMT-ON-ROSTER(WS-ID-IDX)
       *> roster viejo sin la columna de estado: en blanco es activo
                   IF PLAYER-STATUS = "I"
                       MOVE "I" TO WS-PMT-STATUS(WS-ID-IDX)
                   ELSE
                       MOVE "A" TO WS-PMT-STATUS(WS-ID-IDX)
                   END-IF
                   MOVE PLAYER-STATUS-DATE
                       TO WS-PMT-STATUS-DATE(WS-ID-IDX)
               END-IF
           END-IF.

       LOAD-SEASON-PARA.
           MOVE "SEASON.DAT" TO WS-FILE-LABEL.
           OPEN INPUT SEASON-MASTER-FILE.
           IF WS-SEASON-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-SEASON = 1
                   READ SEASON-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-SEASON
                       NOT AT END
                           ADD 1 TO WS-SEASON-READ
                           PERFORM APPLY-SEASON-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE SEASON-MASTER-FILE
               MOVE WS-SEASON-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
       *> la posicion se lee "N de M": M es el total de la tabla de
       *> la temporada, el mismo para todas las fichas
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > 1000
                   IF WS-PMT-SEASON-ID(WS-ID-IDX) NOT = SPACES
                       MOVE WS-SEASON-ROWS
                           TO WS-PMT-SEA-FIELD(WS-ID-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-SEASON-RECORD-PARA.
           IF SEA-PLAYER-ID NOT NUMERIC OR SEA-PLAYER-ID = 0
               ADD 1 TO WS-SKIPPED
           ELSE
               ADD 1 TO WS-SEASON-ROWS
               MOVE SEA-PLAYER-ID TO WS-NEW-ID
               MOVE SEA-PLAYER-NAME TO WS-NEW-NAME
               PERFORM OPEN-ENTRY-PARA
               MOVE SEA-SEASON-ID TO WS-PMT-SEASON-ID(WS-ID-IDX)
               MOVE SEA-GAMES TO WS-PMT-SEA-GAMES(WS-ID-IDX)
               MOVE SEA-WINS TO WS-PMT-SEA-WINS(WS-ID-IDX)
               MOVE SEA-TOTAL-POINTS TO WS-PMT-SEA-POINTS(WS-ID-IDX)
               MOVE SEA-GENERALAS TO WS-PMT-SEA-GENERALAS(WS-ID-IDX)
               MOVE SEA-BEST-HAND TO WS-PMT-SEA-BEST-HAND(WS-ID-IDX)
               MOVE SEA-WIN-STREAK TO WS-PMT-SEA-STREAK(WS-ID-IDX)
               MOVE SEA-PRIOR-RANK TO WS-PMT-SEA-RANK(WS-ID-IDX)
               MOVE SEA-LAST-POSTED TO WS-PMT-SEA-POSTED(WS-ID-IDX)
           END-IF.

       LOAD-RATINGS-PARA.
           MOVE "RATINGS.DAT" TO WS-FILE-LABEL.
           OPEN INPUT RATING-MASTER-FILE.
           IF WS-RATING-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-RATING = 1
                   READ RATING-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-RATING
                       NOT AT END
                           ADD 1 TO WS-RATING-READ
                           PERFORM APPLY-RATING-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE RATING-MASTER-FILE
               MOVE WS-RATING-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
           END-IF.

       APPLY-RATING-RECORD-PARA.
           IF RAT-PLAYER-ID NOT NUMERIC OR RAT-PLAYER-ID = 0
               ADD 1 TO WS-SKIPPED
           ELSE
               MOVE RAT-PLAYER-ID TO WS-NEW-ID
               MOVE RAT-PLAYER-NAME TO WS-NEW-NAME
               PERFORM OPEN-ENTRY-PARA
               MOVE RAT-RATING TO WS-PMT-RATING(WS-ID-IDX)
               MOVE RAT-PRIOR-RATING TO WS-PMT-PRIOR-RATING(WS-ID-IDX)
               MOVE RAT-LAST-POSTED TO WS-PMT-RATING-POSTED(WS-ID-IDX)
           END-IF.

       LOAD-ALL-TIME-PARA.
           MOVE "ALLTIME.DAT" TO WS-FILE-LABEL.
           OPEN INPUT ALL-TIME-FILE.
           IF WS-ALL-TIME-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-ALLTIME = 1
                   READ ALL-TIME-FILE
                       AT END
                           MOVE 1 TO WS-EOF-ALLTIME
                       NOT AT END
                           ADD 1 TO WS-ALLTIME-READ
                           PERFORM APPLY-AWARD-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE ALL-TIME-FILE
               MOVE WS-ALLTIME-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
           END-IF.

       APPLY-AWARD-RECORD-PARA.
       *> premio desierto (ID cero): no es de nadie
           IF ATR-PLAYER-ID NOT NUMERIC
               ADD 1 TO WS-SKIPPED
           ELSE
               IF ATR-PLAYER-ID > 0
                   MOVE ATR-PLAYER-ID TO WS-NEW-ID
                   MOVE ATR-PLAYER-NAME TO WS-NEW-NAME
                   PERFORM OPEN-ENTRY-PARA
                   ADD 1 TO WS-PMT-AWARD-TOTAL(WS-ID-IDX)
       *> el historico crece por temporada: con la ficha llena se
       *> corre todo un lugar y se pierde el premio mas viejo
                   IF WS-PMT-AWARD-COUNT(WS-ID-IDX) < 20
                       ADD 1 TO WS-PMT-AWARD-COUNT(WS-ID-IDX)
                   ELSE
                       PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
                               UNTIL WS-AWD-IDX > 19
                           MOVE WS-PMT-AWARD(WS-ID-IDX, WS-AWD-IDX + 1)
                               TO WS-PMT-AWARD(WS-ID-IDX, WS-AWD-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-PMT-AWARD-COUNT(WS-ID-IDX) TO WS-AWD-IDX
                   MOVE ATR-SEASON-ID
                       TO WS-PMT-AWD-SEASON-ID(WS-ID-IDX, WS-AWD-IDX)
                   MOVE ATR-AWARD-CODE
                       TO WS-PMT-AWD-CODE(WS-ID-IDX, WS-AWD-IDX)
                   MOVE ATR-VALUE
                       TO WS-PMT-AWD-VALUE(WS-ID-IDX, WS-AWD-IDX)
               END-IF
           END-IF.

       LOAD-GAME-LOG-ARCH-PARA.
           MOVE "GAMELOGA.DAT" TO WS-FILE-LABEL.
           OPEN INPUT GAME-LOG-ARCH-FILE.
           IF WS-GAME-LOG-ARCH-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-ARCH = 1
                   READ GAME-LOG-ARCH-FILE INTO WS-LOG-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-ARCH
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ
                           PERFORM APPLY-LOG-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-ARCH-FILE
               MOVE WS-ARCH-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
           END-IF.

       LOAD-GAME-LOG-PARA.
           MOVE "GAMELOG.DAT" TO WS-FILE-LABEL.
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE INTO WS-LOG-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           PERFORM APPLY-LOG-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
               MOVE WS-LOG-READ TO WS-FILE-COUNT
               PERFORM WRITE-FILE-COUNT-PARA
           END-IF.

       APPLY-LOG-RECORD-PARA.
       *> cada registro del log es una ronda de un jugador en una
       *> partida (fecha de corrida mas LOG-GAME-NUM); la reversa
       *> ("R") y el reemplazo ("A") de GAME-CORRECT se aplican a la
       *> partida original, que se identifica por LOG-ORIG-DATE
           IF WS-LOG-PLAYER-ID NOT NUMERIC OR WS-LOG-PLAYER-ID = 0
                   OR WS-LOG-POINTS NOT NUMERIC
               ADD 1 TO WS-SKIPPED
           ELSE
               MOVE WS-LOG-PLAYER-ID TO WS-NEW-ID
               MOVE SPACES TO WS-NEW-NAME
               PERFORM OPEN-ENTRY-PARA
               IF WS-LOG-CORR-TYPE = "R" OR WS-LOG-CORR-TYPE = "A"
                   MOVE WS-LOG-ORIG-DATE TO WS-GAME-DATE
               ELSE
                   MOVE WS-LOG-RUN-DATE TO WS-GAME-DATE
               END-IF
               MOVE 0 TO WS-GM-HIT
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > WS-PMT-GAME-COUNT(WS-ID-IDX)
                   IF WS-PMT-GM-DATE(WS-ID-IDX, WS-GM-IDX)
                               = WS-GAME-DATE
                           AND WS-PMT-GM-NUM(WS-ID-IDX, WS-GM-IDX)
                               = WS-LOG-GAME-NUM
                       MOVE WS-GM-IDX TO WS-GM-HIT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-LOG-CORR-TYPE = "R"
       *> una correccion de una partida que ya no esta entre las
       *> ultimas diez no cambia nada de la ficha
                       IF WS-GM-HIT > 0
                           PERFORM REVERSE-GAME-ROUND-PARA
                       END-IF
                   WHEN WS-LOG-CORR-TYPE = "A"
                       IF WS-GM-HIT > 0
                           ADD WS-LOG-POINTS
                               TO WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT)
                           ADD 1
                               TO WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-HIT)
                           MOVE "C" TO WS-PMT-GM-CORRECTED(WS-ID-IDX,
                               WS-GM-HIT)
                       END-IF
                   WHEN OTHER
                       IF WS-GM-HIT = 0
                           PERFORM ADD-GAME-PARA
                       END-IF
                       ADD WS-LOG-POINTS
                           TO WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT)
                       ADD 1 TO WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-HIT)
               END-EVALUATE
           END-IF.

       REVERSE-GAME-ROUND-PARA.
       *> las cantidades son sin signo: nunca se baja de cero
           IF WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT) >= WS-LOG-POINTS
               SUBTRACT WS-LOG-POINTS
                   FROM WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT)
           ELSE
               MOVE 0 TO WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT)
           END-IF.
           IF WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-HIT) > 0
               SUBTRACT 1 FROM WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-HIT)
           END-IF.
           MOVE "C" TO WS-PMT-GM-CORRECTED(WS-ID-IDX, WS-GM-HIT).

       ADD-GAME-PARA.
       *> partida nueva del jugador: con las diez ocupadas se corren
       *> todas un lugar y sale la mas vieja
           ADD 1 TO WS-PMT-LOG-GAMES(WS-ID-IDX).
           IF WS-PMT-GAME-COUNT(WS-ID-IDX) < 10
               ADD 1 TO WS-PMT-GAME-COUNT(WS-ID-IDX)
           ELSE
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > 9
                   MOVE WS-PMT-GAME(WS-ID-IDX, WS-GM-IDX + 1)
                       TO WS-PMT-GAME(WS-ID-IDX, WS-GM-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-PMT-GAME-COUNT(WS-ID-IDX) TO WS-GM-HIT.
           MOVE WS-GAME-DATE TO WS-PMT-GM-DATE(WS-ID-IDX, WS-GM-HIT).
           MOVE WS-LOG-GAME-NUM TO WS-PMT-GM-NUM(WS-ID-IDX, WS-GM-HIT).
           MOVE 0 TO WS-PMT-GM-POINTS(WS-ID-IDX, WS-GM-HIT).
           MOVE 0 TO WS-PMT-GM-ROUNDS(WS-ID-IDX, WS-GM-HIT).
           MOVE SPACE TO WS-PMT-GM-CORRECTED(WS-ID-IDX, WS-GM-HIT).

       WRITE-MASTER-PARA.
       *> la tabla ya esta en orden de ID, que es el orden de clave
       *> que pide la carga secuencial del archivo indexado
           OPEN OUTPUT PLAYER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 1 TO WS-MASTER-OPEN-FAILED
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "PLAYMAST.DAT COULD NOT BE OPENED - STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           ELSE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > 1000
                   IF WS-PMT-USED(WS-ID-IDX) = 1
                       PERFORM WRITE-MASTER-RECORD-PARA
                   END-IF
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           END-IF.

       WRITE-MASTER-RECORD-PARA.
           IF WS-PMT-ON-ROSTER(WS-ID-IDX) = "N"
               ADD 1 TO WS-OFF-ROSTER
           END-IF.
           MOVE WS-PMT-RECORD(WS-ID-IDX) TO PM-RECORD.
           WRITE PM-RECORD.
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "PLAYER " PM-PLAYER-ID
                   " NOT WRITTEN - STATUS " WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           END-IF.

       WRITE-FILE-COUNT-PARA.
           ADD WS-FILE-COUNT TO WS-TOTAL-READ.
           MOVE SPACES TO BUILD-REPORT-LINE.
           STRING WS-FILE-LABEL " RECORDS READ " WS-FILE-COUNT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.

       WRITE-FILE-MISSING-PARA.
           MOVE SPACES TO BUILD-REPORT-LINE.
           STRING WS-FILE-LABEL " NOT FOUND - SECTION LEFT EMPTY"
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.
           MOVE SPACES TO BUILD-REPORT-LINE.
           STRING "PLAYER RECORDS WRITTEN " WS-WRITTEN
               " NOT ON ROSTER " WS-OFF-ROSTER
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE.
           WRITE BUILD-REPORT-LINE.
           IF WS-SKIPPED > 0
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "RECORDS SKIPPED FOR INVALID PLAYER ID "
                   WS-SKIPPED
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           END-IF.
           IF WS-DUP-ROSTER > 0
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "DUPLICATE ROSTER IDS IGNORED " WS-DUP-ROSTER
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           END-IF.
           IF WS-WRITE-ERRORS > 0
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "PLAYER RECORDS NOT WRITTEN " WS-WRITE-ERRORS
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           END-IF.
