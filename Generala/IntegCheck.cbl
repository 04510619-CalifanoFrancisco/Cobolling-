IDENTIFICATION DIVISION.
PROGRAM-ID. INTEG-CHECK.

*> barrido semanal de integridad referencial entre los archivos de
*> la liga: PLAYERS.DAT, FIXTURES.DAT, el game log vivo y el
*> archivado (GAMELOG.DAT y GAMELOGA.DAT), el maestro de temporada,
*> el de rating y el historico de premios se cruzan contra el roster
*> y entre si; cada programa confia en que los demas esten bien, y
*> un ID reutilizado termino con un premio historico a nombre del
*> jugador equivocado sin que nadie lo viera. informa IDs huerfanos,
*> nombres que no coinciden con el roster, jugadores inactivos con
*> partidas posteadas despues de la baja (PLAYER-STATUS-DATE) y
*> registros de temporada o rating sin game log que los respalde;
*> cada hallazgo lleva su severidad (SERIOUS, WARNING, INFO) y la
*> corrida termina con RETURN-CODE 8 si hubo alguno serio, 4 si solo
*> hubo advertencias, y lo deja en la bitacora de operaciones; no
*> modifica ningun archivo, solo informa en INTEGRPT.DAT

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXTURE-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT GAME-LOG-ARCH-FILE ASSIGN TO "GAMELOGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-ARCH-STATUS.
           SELECT SEASON-MASTER-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT RATING-MASTER-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.
           SELECT ALL-TIME-FILE ASSIGN TO "ALLTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALL-TIME-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "INTEGCTL.DAT"
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

       FD FIXTURE-FILE.
           01 FIXTURE-RECORD.
       *> mismo layout que lee LOAD-FIXTURES-PARA de GENERALA; los
       *> asientos sobrantes vienen en cero o en blanco
               05 FIX-GAME-NUM  PIC 9(3).
               05 FIX-PLAYER-ID PIC 9(3) OCCURS 5 TIMES.
               05 FIX-NIGHT-NUM PIC X(3).

       *> el vivo y el archivado tienen el mismo layout de GENERALA;
       *> los dos se leen sobre WS-LOG-RECORD
       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD PIC X(56).

       FD GAME-LOG-ARCH-FILE.
           01 GAME-LOG-ARCH-RECORD PIC X(56).

       FD SEASON-MASTER-FILE.
           01 SEASON-RECORD.
       *> mismo layout que escribe STANDINGS en SEASONEW.DAT
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

       FD INTEGRITY-REPORT-FILE.
           01 INTEGRITY-LINE PIC X(110).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> fecha de la corrida para la bitacora; en blanco la de hoy
               05 CTRL-RUN-DATE PIC X(8).

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
       *> mismo layout que la bitacora comun que escribe GENERALA;
       *> aca OPS-COUNT-1 son los registros revisados, OPS-COUNT-2 los
       *> hallazgos serios y OPS-COUNT-3 las advertencias
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
           01 WS-FIXTURE-STATUS       PIC X(2) VALUE "00".
           01 WS-GAME-LOG-STATUS      PIC X(2) VALUE "00".
           01 WS-GAME-LOG-ARCH-STATUS PIC X(2) VALUE "00".
           01 WS-SEASON-STATUS        PIC X(2) VALUE "00".
           01 WS-RATING-STATUS        PIC X(2) VALUE "00".
           01 WS-ALL-TIME-STATUS      PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS       PIC X(2) VALUE "00".

           01 WS-EOF-PLAYERS PIC 9 VALUE 0.
           01 WS-EOF-FIXTURE PIC 9 VALUE 0.
           01 WS-EOF-LOG     PIC 9 VALUE 0.
           01 WS-EOF-ARCH    PIC 9 VALUE 0.
           01 WS-EOF-SEASON  PIC 9 VALUE 0.
           01 WS-EOF-RATING  PIC 9 VALUE 0.
           01 WS-EOF-ALLTIME PIC 9 VALUE 0.

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

       *> una entrada por ID posible (000 a 999, subindice ID + 1):
       *> lo que dice el roster y lo que se encontro en cada archivo;
       *> indexar por el ID evita el tope de 50 del roster y deja ver
       *> los IDs que ningun roster conoce
           01 WS-ID-TABLE.
               05 WS-ID-ENTRY OCCURS 1000 TIMES.
                   10 WS-ID-ROSTER-RECS PIC 9(3) VALUE 0.
                   10 WS-ID-NAME        PIC X(20) VALUE SPACES.
                   10 WS-ID-STATUS      PIC X(1) VALUE SPACE.
                   10 WS-ID-STATUS-DATE PIC X(8) VALUE SPACES.
                   10 WS-ID-LOG-RECS    PIC 9(7) VALUE 0.
                   10 WS-ID-LATE-RECS   PIC 9(7) VALUE 0.
                   10 WS-ID-LATE-LAST   PIC X(8) VALUE SPACES.
                   10 WS-ID-SEASON-RECS PIC 9(3) VALUE 0.
                   10 WS-ID-RATING-RECS PIC 9(3) VALUE 0.
           01 WS-ID-IDX  PIC 9(4) VALUE 0.
           01 WS-SEAT-IDX PIC 9 VALUE 0.

       *> registros leidos por archivo para el resumen y la bitacora
           01 WS-ROSTER-READ   PIC 9(7) VALUE 0.
           01 WS-FIXTURE-READ  PIC 9(7) VALUE 0.
       *> la partida del hallazgo; las programaciones de FIXTURE-GEN
       *> numeran desde 1 en cada noche y llevan la noche al lado
           01 WS-FIX-GAME-TEXT PIC X(20) VALUE SPACES.
           01 WS-LOG-READ      PIC 9(7) VALUE 0.
           01 WS-ARCH-READ     PIC 9(7) VALUE 0.
           01 WS-SEASON-READ   PIC 9(7) VALUE 0.
           01 WS-RATING-READ   PIC 9(7) VALUE 0.
           01 WS-ALLTIME-READ  PIC 9(7) VALUE 0.
           01 WS-TOTAL-READ    PIC 9(9) VALUE 0.
           01 WS-BAD-LOG-IDS   PIC 9(7) VALUE 0.
           01 WS-RATINGS-FOUND PIC 9 VALUE 0.

       *> hallazgo en proceso y totales por severidad
           01 WS-FND-SEVERITY PIC X(8) VALUE SPACES.
           01 WS-FND-FILE     PIC X(12) VALUE SPACES.
           01 WS-FND-ID       PIC X(3) VALUE SPACES.
           01 WS-FND-TEXT     PIC X(34) VALUE SPACES.
           01 WS-FND-DETAIL   PIC X(40) VALUE SPACES.
           01 WS-SERIOUS-COUNT PIC 9(7) VALUE 0.
           01 WS-WARNING-COUNT PIC 9(7) VALUE 0.
           01 WS-INFO-COUNT    PIC 9(7) VALUE 0.

           01 WS-DISP-COUNT   PIC Z(6)9.
           01 WS-DISP-ID      PIC 9(3).
           01 WS-SUM-FILE     PIC X(12) VALUE SPACES.
           01 WS-SUM-COUNT    PIC 9(7) VALUE 0.

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
           PERFORM OPEN-REPORT-PARA.
       *> primero el roster, que es la referencia de todo lo demas;
       *> despues el game log, que es lo que respalda a los maestros
           PERFORM LOAD-ROSTER-PARA.
           PERFORM SCAN-GAME-LOG-PARA.
           PERFORM SCAN-GAME-LOG-ARCH-PARA.
           PERFORM CHECK-FIXTURES-PARA.
           PERFORM CHECK-SEASON-PARA.
           PERFORM CHECK-RATINGS-PARA.
           PERFORM CHECK-ALL-TIME-PARA.
           PERFORM CHECK-ID-TOTALS-PARA.
           PERFORM CLOSE-REPORT-PARA.
           IF WS-SERIOUS-COUNT > 0
       *> condicion visible para el scheduler: los archivos no se
       *> sostienen entre si y alguien tiene que mirarlo
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       WRITE-OPS-START-PARA.
           MOVE "INTEG-CHECK" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "INTEG-CHECK" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-TOTAL-READ TO WS-OPS-COUNT-1.
           MOVE WS-SERIOUS-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-WARNING-COUNT TO WS-OPS-COUNT-3.
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

       OPEN-REPORT-PARA.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE SPACES TO INTEGRITY-LINE.
           STRING "WEEKLY DATA INTEGRITY SWEEP - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           STRING "SEVERITY FILE         ID  "
               "FINDING                            DETAIL"
               DELIMITED BY SIZE INTO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.

       WRITE-FINDING-PARA.
       *> una linea por hallazgo; la severidad decide el codigo de
       *> retorno de la corrida
           EVALUATE WS-FND-SEVERITY
               WHEN "SERIOUS"
                   ADD 1 TO WS-SERIOUS-COUNT
               WHEN "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE.
           MOVE SPACES TO INTEGRITY-LINE.
           STRING WS-FND-SEVERITY " " WS-FND-FILE " " WS-FND-ID " "
               WS-FND-TEXT " " WS-FND-DETAIL
               DELIMITED BY SIZE INTO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO WS-FND-DETAIL.

       LOAD-ROSTER-PARA.
           MOVE "PLAYERS.DAT" TO WS-FND-FILE.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "35"
       *> sin roster no hay contra que cruzar: todo lo demas va a
       *> salir huerfano, pero el hallazgo de fondo es este
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "ROSTER FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-PLAYERS = 1
                   READ PLAYERS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-PLAYERS
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM CHECK-ROSTER-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
           END-IF.

       CHECK-ROSTER-RECORD-PARA.
           MOVE PLAYER-ID TO WS-FND-ID.
           IF PLAYER-ID NOT NUMERIC OR PLAYER-ID = 0
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE "INVALID PLAYER ID ON ROSTER" TO WS-FND-TEXT
               MOVE PLAYER-NAME TO WS-FND-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               COMPUTE WS-ID-IDX = PLAYER-ID + 1
               ADD 1 TO WS-ID-ROSTER-RECS(WS-ID-IDX)
               IF WS-ID-ROSTER-RECS(WS-ID-IDX) > 1
       *> el primero que aparece es el que usan GENERALA y los
       *> demas; el segundo queda informado y no se carga
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "DUPLICATE PLAYER ID ON ROSTER" TO WS-FND-TEXT
                   MOVE PLAYER-NAME TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   MOVE PLAYER-NAME TO WS-ID-NAME(WS-ID-IDX)
       *> roster viejo sin la columna de estado: en blanco es activo
                   IF PLAYER-STATUS = "I"
                       MOVE "I" TO WS-ID-STATUS(WS-ID-IDX)
                   ELSE
                       MOVE "A" TO WS-ID-STATUS(WS-ID-IDX)
                   END-IF
                   MOVE PLAYER-STATUS-DATE
                       TO WS-ID-STATUS-DATE(WS-ID-IDX)
                   IF PLAYER-NAME = SPACES
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "BLANK PLAYER NAME" TO WS-FND-TEXT
                       PERFORM WRITE-FINDING-PARA
                   END-IF
                   IF PLAYER-STATUS = "I"
                           AND PLAYER-STATUS-DATE = SPACES
       *> desactivado antes de que el roster guardara la fecha: no
       *> se puede juzgar si jugo despues de la baja
                       MOVE "INFO" TO WS-FND-SEVERITY
                       MOVE "INACTIVE WITH NO STATUS DATE"
                           TO WS-FND-TEXT
                       MOVE PLAYER-NAME TO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   END-IF
               END-IF
           END-IF.

       SCAN-GAME-LOG-PARA.
           MOVE "GAMELOG.DAT" TO WS-FND-FILE.
           MOVE 0 TO WS-BAD-LOG-IDS.
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE INTO WS-LOG-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           PERFORM TALLY-LOG-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
               PERFORM REPORT-BAD-LOG-IDS-PARA
           END-IF.

       SCAN-GAME-LOG-ARCH-PARA.
       *> lo archivado por ARCH-PURGE sigue respaldando a los maestros
       *> y a los premios: se cuenta igual que el vivo
           MOVE "GAMELOGA.DAT" TO WS-FND-FILE.
           MOVE 0 TO WS-BAD-LOG-IDS.
           OPEN INPUT GAME-LOG-ARCH-FILE.
           IF WS-GAME-LOG-ARCH-STATUS = "35"
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-ARCH = 1
                   READ GAME-LOG-ARCH-FILE INTO WS-LOG-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-ARCH
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ
                           PERFORM TALLY-LOG-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-ARCH-FILE
               PERFORM REPORT-BAD-LOG-IDS-PARA
           END-IF.

       TALLY-LOG-RECORD-PARA.
           IF WS-LOG-PLAYER-ID NOT NUMERIC
               ADD 1 TO WS-BAD-LOG-IDS
           ELSE
               COMPUTE WS-ID-IDX = WS-LOG-PLAYER-ID + 1
               ADD 1 TO WS-ID-LOG-RECS(WS-ID-IDX)
       *> solo la jugada original cuenta como partida posteada: los
       *> bloques de GAME-CORRECT llevan la fecha de la correccion y
       *> rehacen una partida que ya estaba
               IF WS-LOG-CORR-TYPE = SPACE
                       AND WS-ID-STATUS(WS-ID-IDX) = "I"
                       AND WS-ID-STATUS-DATE(WS-ID-IDX) NOT = SPACES
                       AND WS-LOG-RUN-DATE
                           > WS-ID-STATUS-DATE(WS-ID-IDX)
                   ADD 1 TO WS-ID-LATE-RECS(WS-ID-IDX)
                   IF WS-LOG-RUN-DATE > WS-ID-LATE-LAST(WS-ID-IDX)
                       MOVE WS-LOG-RUN-DATE
                           TO WS-ID-LATE-LAST(WS-ID-IDX)
                   END-IF
               END-IF
           END-IF.

       REPORT-BAD-LOG-IDS-PARA.
           IF WS-BAD-LOG-IDS > 0
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "NON-NUMERIC PLAYER ID" TO WS-FND-TEXT
               MOVE WS-BAD-LOG-IDS TO WS-DISP-COUNT
               STRING WS-DISP-COUNT " RECORDS"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

       CHECK-FIXTURES-PARA.
           MOVE "FIXTURES.DAT" TO WS-FND-FILE.
           OPEN INPUT FIXTURE-FILE.
           IF WS-FIXTURE-STATUS = "35"
       *> el archivo es opcional para GENERALA
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-FIXTURE = 1
                   READ FIXTURE-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FIXTURE
                       NOT AT END
                           ADD 1 TO WS-FIXTURE-READ
                           MOVE SPACES TO WS-FIX-GAME-TEXT
                           IF FIX-NIGHT-NUM = SPACES
                               STRING "GAME " FIX-GAME-NUM
                                   DELIMITED BY SIZE
                                   INTO WS-FIX-GAME-TEXT
                           ELSE
                               STRING "NIGHT " FIX-NIGHT-NUM
                                   " GAME " FIX-GAME-NUM
                                   DELIMITED BY SIZE
                                   INTO WS-FIX-GAME-TEXT
                           END-IF
                           PERFORM VARYING WS-SEAT-IDX FROM 1 BY 1
                                   UNTIL WS-SEAT-IDX > 5
                               PERFORM CHECK-FIXTURE-SEAT-PARA
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FIXTURE-FILE
           END-IF.

       CHECK-FIXTURE-SEAT-PARA.
       *> asiento vacio (cero o blanco) no es hallazgo
           IF FIX-PLAYER-ID(WS-SEAT-IDX) NUMERIC
                   AND FIX-PLAYER-ID(WS-SEAT-IDX) > 0
               MOVE FIX-PLAYER-ID(WS-SEAT-IDX) TO WS-FND-ID
               COMPUTE WS-ID-IDX = FIX-PLAYER-ID(WS-SEAT-IDX) + 1
               IF WS-ID-ROSTER-RECS(WS-ID-IDX) = 0
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "FIXTURE SEATS ID NOT ON ROSTER" TO WS-FND-TEXT
                   MOVE WS-FIX-GAME-TEXT TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   IF WS-ID-STATUS(WS-ID-IDX) = "I"
       *> la programacion se armo antes de la baja: GENERALA
       *> saltea el asiento, pero la mesa queda corta
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "FIXTURE SEATS INACTIVE PLAYER"
                           TO WS-FND-TEXT
                       MOVE WS-FIX-GAME-TEXT TO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   END-IF
               END-IF
           ELSE
               IF FIX-PLAYER-ID(WS-SEAT-IDX) NOT NUMERIC
                       AND FIX-PLAYER-ID(WS-SEAT-IDX) NOT = SPACES
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE FIX-PLAYER-ID(WS-SEAT-IDX) TO WS-FND-ID
                   MOVE "NON-NUMERIC PLAYER ID" TO WS-FND-TEXT
                   MOVE WS-FIX-GAME-TEXT TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-IF.

       CHECK-SEASON-PARA.
           MOVE "SEASON.DAT" TO WS-FND-FILE.
           OPEN INPUT SEASON-MASTER-FILE.
           IF WS-SEASON-STATUS = "35"
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-SEASON = 1
                   READ SEASON-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-SEASON
                       NOT AT END
                           ADD 1 TO WS-SEASON-READ
                           PERFORM CHECK-SEASON-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE SEASON-MASTER-FILE
           END-IF.

       CHECK-SEASON-RECORD-PARA.
           MOVE SEA-PLAYER-ID TO WS-FND-ID.
           IF SEA-PLAYER-ID NOT NUMERIC
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE "NON-NUMERIC PLAYER ID" TO WS-FND-TEXT
               MOVE SEA-PLAYER-NAME TO WS-FND-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               COMPUTE WS-ID-IDX = SEA-PLAYER-ID + 1
               ADD 1 TO WS-ID-SEASON-RECS(WS-ID-IDX)
               IF WS-ID-SEASON-RECS(WS-ID-IDX) > 1
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "DUPLICATE SEASON RECORD" TO WS-FND-TEXT
                   MOVE SEA-PLAYER-NAME TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF WS-ID-ROSTER-RECS(WS-ID-IDX) = 0
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "ID NOT ON ROSTER" TO WS-FND-TEXT
                   MOVE SEA-PLAYER-NAME TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   IF SEA-PLAYER-NAME NOT = WS-ID-NAME(WS-ID-IDX)
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "NAME DIFFERS FROM ROSTER" TO WS-FND-TEXT
                       MOVE SEA-PLAYER-NAME TO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   END-IF
               END-IF
               IF SEA-GAMES > 0 AND WS-ID-LOG-RECS(WS-ID-IDX) = 0
       *> totales de temporada que ninguna jugada del game log
       *> respalda, ni en el vivo ni en el archivado
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "SEASON TOTALS WITH NO GAME LOG" TO WS-FND-TEXT
                   MOVE SEA-GAMES TO WS-DISP-COUNT
                   STRING WS-DISP-COUNT " GAMES"
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-IF.

       CHECK-RATINGS-PARA.
           MOVE "RATINGS.DAT" TO WS-FND-FILE.
           OPEN INPUT RATING-MASTER-FILE.
           IF WS-RATING-STATUS = "35"
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               MOVE 1 TO WS-RATINGS-FOUND
               PERFORM UNTIL WS-EOF-RATING = 1
                   READ RATING-MASTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-RATING
                       NOT AT END
                           ADD 1 TO WS-RATING-READ
                           PERFORM CHECK-RATING-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE RATING-MASTER-FILE
           END-IF.

       CHECK-RATING-RECORD-PARA.
           MOVE RAT-PLAYER-ID TO WS-FND-ID.
           IF RAT-PLAYER-ID NOT NUMERIC
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE "NON-NUMERIC PLAYER ID" TO WS-FND-TEXT
               MOVE RAT-PLAYER-NAME TO WS-FND-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               COMPUTE WS-ID-IDX = RAT-PLAYER-ID + 1
               ADD 1 TO WS-ID-RATING-RECS(WS-ID-IDX)
               IF WS-ID-RATING-RECS(WS-ID-IDX) > 1
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "DUPLICATE RATING RECORD" TO WS-FND-TEXT
                   MOVE RAT-PLAYER-NAME TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF WS-ID-ROSTER-RECS(WS-ID-IDX) = 0
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "ID NOT ON ROSTER" TO WS-FND-TEXT
                   MOVE RAT-PLAYER-NAME TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   IF RAT-PLAYER-NAME NOT = WS-ID-NAME(WS-ID-IDX)
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "NAME DIFFERS FROM ROSTER" TO WS-FND-TEXT
                       MOVE RAT-PLAYER-NAME TO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   END-IF
               END-IF
       *> RATINGS solo da de alta a quien aparece en el game log, asi
       *> que un rating sin jugadas detras no tiene explicacion
               IF WS-ID-LOG-RECS(WS-ID-IDX) = 0
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "RATING WITH NO GAME LOG" TO WS-FND-TEXT
                   MOVE RAT-RATING TO WS-DISP-COUNT
                   STRING "RATING " WS-DISP-COUNT
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-IF.

       CHECK-ALL-TIME-PARA.
           MOVE "ALLTIME.DAT" TO WS-FND-FILE.
           OPEN INPUT ALL-TIME-FILE.
           IF WS-ALL-TIME-STATUS = "35"
               MOVE "INFO" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-ID
               MOVE "FILE NOT FOUND" TO WS-FND-TEXT
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM UNTIL WS-EOF-ALLTIME = 1
                   READ ALL-TIME-FILE
                       AT END
                           MOVE 1 TO WS-EOF-ALLTIME
                       NOT AT END
                           ADD 1 TO WS-ALLTIME-READ
                           PERFORM CHECK-AWARD-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE ALL-TIME-FILE
           END-IF.

       CHECK-AWARD-RECORD-PARA.
           MOVE ATR-PLAYER-ID TO WS-FND-ID.
           IF ATR-PLAYER-ID NOT NUMERIC
               MOVE "SERIOUS" TO WS-FND-SEVERITY
               MOVE "NON-NUMERIC PLAYER ID" TO WS-FND-TEXT
               STRING ATR-SEASON-ID " " ATR-AWARD-CODE
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               IF ATR-PLAYER-ID > 0
                   COMPUTE WS-ID-IDX = ATR-PLAYER-ID + 1
                   IF WS-ID-ROSTER-RECS(WS-ID-IDX) = 0
                       MOVE "SERIOUS" TO WS-FND-SEVERITY
                       MOVE "AWARD ID NOT ON ROSTER" TO WS-FND-TEXT
                       STRING ATR-SEASON-ID " " ATR-AWARD-CODE
                           DELIMITED BY SIZE INTO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   ELSE
       *> el premio guarda el nombre del cierre: si el roster dice
       *> otra cosa, o el jugador cambio de nombre o el ID se
       *> reutilizo; cualquiera de las dos hay que mirarla
                       IF ATR-PLAYER-NAME NOT = WS-ID-NAME(WS-ID-IDX)
                           MOVE "WARNING" TO WS-FND-SEVERITY
                           MOVE "AWARD NAME DIFFERS FROM ROSTER"
                               TO WS-FND-TEXT
                           STRING ATR-SEASON-ID " " ATR-PLAYER-NAME
                               DELIMITED BY SIZE INTO WS-FND-DETAIL
                           PERFORM WRITE-FINDING-PARA
                       END-IF
                   END-IF
       *> el game log de temporadas viejas puede no estar completo
       *> en el archivado, por eso es advertencia y no serio
                   IF WS-ID-LOG-RECS(WS-ID-IDX) = 0
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "AWARD WITH NO GAME LOG" TO WS-FND-TEXT
                       STRING ATR-SEASON-ID " " ATR-AWARD-CODE
                           DELIMITED BY SIZE INTO WS-FND-DETAIL
                       PERFORM WRITE-FINDING-PARA
                   END-IF
               END-IF
           END-IF.

       CHECK-ID-TOTALS-PARA.
       *> lo que solo se ve con todos los archivos leidos: IDs del
       *> game log que el roster no conoce, partidas posteadas despues
       *> de la baja, y temporada sin rating
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 1000
               COMPUTE WS-DISP-ID = WS-ID-IDX - 1
               MOVE WS-DISP-ID TO WS-FND-ID
               IF WS-ID-LOG-RECS(WS-ID-IDX) > 0
                       AND WS-ID-ROSTER-RECS(WS-ID-IDX) = 0
                   MOVE "GAMELOG" TO WS-FND-FILE
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "GAME LOG ID NOT ON ROSTER" TO WS-FND-TEXT
                   MOVE WS-ID-LOG-RECS(WS-ID-IDX) TO WS-DISP-COUNT
                   STRING WS-DISP-COUNT " RECORDS"
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF WS-ID-LATE-RECS(WS-ID-IDX) > 0
                   MOVE "GAMELOG" TO WS-FND-FILE
                   MOVE "SERIOUS" TO WS-FND-SEVERITY
                   MOVE "GAMES POSTED AFTER DEACTIVATION"
                       TO WS-FND-TEXT
                   MOVE WS-ID-LATE-RECS(WS-ID-IDX) TO WS-DISP-COUNT
                   STRING WS-DISP-COUNT " RECS OFF "
                       WS-ID-STATUS-DATE(WS-ID-IDX)
                       " LAST " WS-ID-LATE-LAST(WS-ID-IDX)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF WS-ID-SEASON-RECS(WS-ID-IDX) > 0
                       AND WS-ID-RATING-RECS(WS-ID-IDX) = 0
                       AND WS-RATINGS-FOUND = 1
       *> STANDINGS y RATINGS postean la misma noche del mismo
       *> diario: quien tiene temporada tiene que tener rating
                   MOVE "SEASON.DAT" TO WS-FND-FILE
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "SEASON RECORD WITH NO RATING" TO WS-FND-TEXT
                   MOVE WS-ID-NAME(WS-ID-IDX) TO WS-FND-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-PERFORM.

       CLOSE-REPORT-PARA.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE "FILE         RECORDS READ" TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE "PLAYERS.DAT" TO WS-SUM-FILE.
           MOVE WS-ROSTER-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "FIXTURES.DAT" TO WS-SUM-FILE.
           MOVE WS-FIXTURE-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "GAMELOG.DAT" TO WS-SUM-FILE.
           MOVE WS-LOG-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "GAMELOGA.DAT" TO WS-SUM-FILE.
           MOVE WS-ARCH-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "SEASON.DAT" TO WS-SUM-FILE.
           MOVE WS-SEASON-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "RATINGS.DAT" TO WS-SUM-FILE.
           MOVE WS-RATING-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE "ALLTIME.DAT" TO WS-SUM-FILE.
           MOVE WS-ALLTIME-READ TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PARA.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           STRING "FINDINGS: SERIOUS " WS-SERIOUS-COUNT
               "  WARNING " WS-WARNING-COUNT
               "  INFO " WS-INFO-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           CLOSE INTEGRITY-REPORT-FILE.

       WRITE-SUMMARY-LINE-PARA.
           ADD WS-SUM-COUNT TO WS-TOTAL-READ.
           MOVE WS-SUM-COUNT TO WS-DISP-COUNT.
           MOVE SPACES TO INTEGRITY-LINE.
           STRING WS-SUM-FILE " " WS-DISP-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
