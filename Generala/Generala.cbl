           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.
           SELECT STRATEGY-FILE ASSIGN TO "STRATEGY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRATEGY-STATUS.
           SELECT DUES-HOLD-FILE ASSIGN TO "DUESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-HOLD-STATUS.

DATA DIVISION.
       FILE SECTION.
       *> categoria una sola vez, como en la liga; en blanco o "N"
       *> (incluye tarjetas viejas) se juega una tirada por partida
       *> como siempre
       *> CTRL-FIXTURE-NIGHT es la noche de FIXTURES.DAT que se juega
       *> cuando el archivo trae varias noches de FIXTURE-GEN; en
       *> blanco o cero se juega la noche 1
               05 CTRL-NUM-GAMES    PIC 9(3).
               05 CTRL-SEED         PIC 9(5).
               05 CTRL-NUM-PLAYERS  PIC 9(3).
               05 CTRL-FRESH-START  PIC X(1).
               05 CTRL-MATCH-MODE   PIC X(1).
               05 CTRL-FIXTURE-NIGHT PIC 9(3).

       FD SUMMARY-REPORT-FILE.
           01 SUMMARY-RECORD PIC X(60).
       *> los IDs de los jugadores que se sientan en esa mesa (3 a 5
       *> por noche real; los asientos sobrantes quedan en cero o en
       *> blanco); el archivo es opcional - sin el, cada partida la
       *> juegan los primeros WS-NUM-PLAYERS del roster como siempre;
       *> FIX-NIGHT-NUM es la noche de la programacion de FIXTURE-GEN
       *> (en blanco en los archivos tipeados a mano, que valen para
       *> cualquier noche)
               05 FIX-GAME-NUM  PIC 9(3).
               05 FIX-PLAYER-ID PIC 9(3) OCCURS 5 TIMES.
               05 FIX-NIGHT-NUM PIC 9(3).

       FD OPS-LOG-FILE.
           01 OPS-LOG-RECORD.
               05 OPS-COUNT-3     PIC 9(9).
               05 OPS-RETURN-CODE PIC 9(4).

       FD STRATEGY-FILE.
           01 STRATEGY-RECORD.
       *> perfil de re-tirada de cada jugador, una linea por ID:
       *> "G" conserva el grupo mas grande (el juego de siempre, y el
       *> que se usa para todo jugador sin linea o con el codigo en
       *> blanco), "E" persigue la escalera conservando un dado de
       *> cada cara de la escalera mas armada, "F" persigue el full
       *> conservando los pares (dos pares esperan el quinto dado); el
       *> archivo es opcional - sin el todos juegan al grupo
               05 STRAT-PLAYER-ID PIC 9(3).
               05 STRAT-CODE      PIC X(1).

       FD DUES-HOLD-FILE.
           01 DUES-HOLD-RECORD.
       *> jugadores con cuotas atrasadas pasado el limite, tal como los
       *> deja DUES-AGING; el archivo es opcional - sin el nadie queda
       *> retenido
               05 HOLD-PLAYER-ID   PIC 9(3).
               05 HOLD-PLAYER-NAME PIC X(20).
               05 HOLD-OLDEST-DATE PIC X(8).
               05 HOLD-PAST-LIMIT  PIC 9(5)V99.

       FD PLAYERS-FILE.
           01 PLAYER-RECORD.
       *> PLAYER-STATUS: "A" activo, "I" inactivo (el jugador se
       *> saltea esta temporada pero conserva su ID para los archivos
       *> historicos); en blanco (roster viejo sin la columna) se
       *> trata como activo; PLAYER-STATUS-DATE es la fecha del
       *> ultimo cambio de estado que aplico ROSTER-MAINT (en blanco
       *> si no se conoce)
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD.
       *> procesos nocturnos que leen el log acumulado (posiciones,
       *> archivado) puedan quedarse solo con la noche que les toca
               05 LOG-RUN-DATE  PIC X(8).
       *> perfil de re-tirada con que se jugo la mano (STRATEGY.DAT),
       *> para medir la efectividad de cada estrategia sobre el log
               05 LOG-STRATEGY  PIC X(1).
       *> correcciones posteadas por GAME-CORRECT: "R" reversa un
       *> registro anterior y "A" lo reemplaza, con LOG-ORIG-DATE la
       *> fecha de la partida corregida; la jugada original va en
       *> blanco
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
       *> modalidad de la corrida (CTRL-MATCH-MODE): "Y" partida de
       *> planilla completa, donde MATCH-ADJUST-STRATEGY-PARA corrige
       *> el perfil contra la planilla, "N" clasica; en blanco son
       *> registros anteriores al campo
               05 LOG-GAME-MODE PIC X(1).

       WORKING-STORAGE SECTION.
       *> roster cargado desde PLAYERS-FILE al empezar la corrida
       *> (WS-STAT-LAST-GAME) para reconstruir la mesa interrumpida
                   10 WS-STAT-IN-GAME     PIC 9 VALUE 0.
                   10 WS-STAT-LAST-GAME   PIC 9(3) VALUE 0.
       *> perfil de re-tirada del jugador, de STRATEGY.DAT
                   10 WS-STAT-STRATEGY    PIC X(1) VALUE "G".

           01 WS-BEST-POINTS-THIS-GAME PIC 9(3) VALUE 0.
           01 WS-WINNER-IDX             PIC 9(5) VALUE 0.
                   10 WS-FIX-SEAT-CNT  PIC 9(3).
                   10 WS-FIX-SEAT-STAT PIC 9(5) OCCURS 5 TIMES.
           01 WS-FIXTURE-COUNT   PIC 9(3) VALUE 0.
           01 WS-FIXTURE-NIGHT   PIC 9(3) VALUE 1.
           01 WS-FIX-IDX         PIC 9(3) VALUE 0.
           01 WS-FIX-FOUND       PIC 9(3) VALUE 0.
           01 WS-FIX-SEAT-IDX    PIC 9(3) VALUE 0.
           01 DICE-TABLE REDEFINES DICES.
               05 DICE-VALUE PIC 9 OCCURS 5 TIMES.

           01 REPETITION PIC 9(2).

       *> perfiles de re-tirada y estado del turno en proceso: hasta
       *> dos re-tiradas despues de la tirada inicial; WS-KEEP-DIE
       *> marca los dados que el perfil conserva en la re-tirada y
       *> WS-STAND-PAT que el jugador se planta con la mano que tiene
           01 WS-STRATEGY-STATUS PIC X(2) VALUE "00".
           01 WS-EOF-STRATEGY    PIC 9 VALUE 0.
           01 WS-STRAT-FOUND-IDX PIC 9(5) VALUE 0.

       *> jugadores retenidos por cuotas impagas: no se sientan, igual
       *> que los inactivos
           01 WS-DUES-HOLD-STATUS PIC X(2) VALUE "00".
           01 WS-EOF-DUES-HOLD    PIC 9 VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-PLAYER-ID PIC 9(3) OCCURS 50 TIMES.
           01 WS-HOLD-COUNT     PIC 9(3) VALUE 0.
           01 WS-HOLD-IDX       PIC 9(3) VALUE 0.
           01 WS-HOLD-LOOKUP-ID PIC 9(3) VALUE 0.
           01 WS-HOLD-FOUND     PIC 9 VALUE 0.
           01 WS-THROW-NUM       PIC 9 VALUE 1.
           01 WS-STAND-PAT       PIC 9 VALUE 0.
           01 WS-TURN-STRATEGY   PIC X(1) VALUE "G".
           01 WS-KEEP-FACE       PIC 9 VALUE 0.
           01 WS-KEEP-COUNT      PIC 9 VALUE 0.
           01 WS-KEEP-FLAGS.
               05 WS-KEEP-DIE PIC 9 OCCURS 5 TIMES VALUE 0.
           01 WS-FACE-KEPT-FLAGS.
               05 WS-FACE-KEPT PIC 9 OCCURS 6 TIMES VALUE 0.
           01 WS-LOW-RUN-CNT     PIC 9 VALUE 0.
           01 WS-HIGH-RUN-CNT    PIC 9 VALUE 0.
           01 WS-RUN-LOW-FACE    PIC 9 VALUE 1.
           01 WS-RUN-HIGH-FACE   PIC 9 VALUE 5.

       *> cuenta cuantas veces salio cada cara (1-6) en la tirada final
           01 WS-FACE-COUNTS.
           PERFORM INIT-CATEGORY-MAX-PARA.
           PERFORM INIT-MATCH-CATEGORIES-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM LOAD-DUES-HOLDS-PARA.
           PERFORM LOAD-PLAYERS-PARA.
           PERFORM INIT-GAME-STATS-PARA.
           PERFORM LOAD-STRATEGIES-PARA.
           PERFORM LOAD-FIXTURES-PARA.
           PERFORM RESTORE-CHECKPOINT-PARA.
           MOVE FUNCTION RANDOM(CTRL-SEED) TO WS-RANDOM-INIT.
               MOVE 1 TO WS-NUM-PLAYERS
               MOVE "N" TO CTRL-FRESH-START
               MOVE "N" TO CTRL-MATCH-MODE
               MOVE 0 TO CTRL-FIXTURE-NIGHT
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-NUM-PLAYERS
                       MOVE "N" TO CTRL-FRESH-START
                       MOVE "N" TO CTRL-MATCH-MODE
                       MOVE 0 TO CTRL-FIXTURE-NIGHT
               END-READ
               IF WS-NUM-GAMES = 0
                   MOVE CTRL-NUM-GAMES TO WS-NUM-GAMES
           ELSE
               MOVE "N" TO WS-MATCH-MODE
           END-IF.
           IF CTRL-FIXTURE-NIGHT IS NUMERIC
                   AND CTRL-FIXTURE-NIGHT > 0
               MOVE CTRL-FIXTURE-NIGHT TO WS-FIXTURE-NIGHT
           END-IF.

       LOAD-PLAYERS-PARA.
           PERFORM UNTIL WS-EOF-PLAYERS = 1
                       MOVE 1 TO WS-EOF-PLAYERS
                   NOT AT END
       *> los inactivos no juegan pero tampoco son un error: se
       *> saltean sin reportar excepcion; los retenidos por cuotas
       *> impagas se tratan igual
                       MOVE PLAYER-ID TO WS-HOLD-LOOKUP-ID
                       PERFORM CHECK-DUES-HOLD-PARA
                       IF PLAYER-STATUS = "I" OR WS-HOLD-FOUND = 1
                           CONTINUE
                       ELSE
                       IF WS-PLAYER-COUNT < 50
               END-READ
           END-PERFORM.

       LOAD-DUES-HOLDS-PARA.
       *> la lista de retenidos la arma DUES-AGING cada noche; una
       *> lista de mas de 50 se corta y el resto juega, con la
       *> evidencia en excepciones
           OPEN INPUT DUES-HOLD-FILE.
           IF WS-DUES-HOLD-STATUS = "35"
               MOVE 1 TO WS-EOF-DUES-HOLD
           ELSE
               PERFORM UNTIL WS-EOF-DUES-HOLD = 1
                   READ DUES-HOLD-FILE
                       AT END
                           MOVE 1 TO WS-EOF-DUES-HOLD
                       NOT AT END
                           IF WS-HOLD-COUNT < 50
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HOLD-PLAYER-ID
                                   TO WS-HOLD-PLAYER-ID(WS-HOLD-COUNT)
                           ELSE
                               MOVE 0 TO WS-GAME-NUM
                               MOVE HOLD-PLAYER-ID
                                   TO WS-CURRENT-PLAYER-ID
                               MOVE "DUES HOLD OVERFLOW" TO WS-EXC-TYPE
                               MOVE "HOLD IGNORED, TABLE FULL AT 50"
                                   TO WS-EXC-DETAIL
                               PERFORM LOG-EXCEPTION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUES-HOLD-FILE
           END-IF.

       CHECK-DUES-HOLD-PARA.
           MOVE 0 TO WS-HOLD-FOUND.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-PLAYER-ID(WS-HOLD-IDX) = WS-HOLD-LOOKUP-ID
                   MOVE 1 TO WS-HOLD-FOUND
               END-IF
           END-PERFORM.

       INIT-GAME-STATS-PARA.
           *> solo los primeros WS-NUM-PLAYERS jugadores del roster
           *> participan de esta corrida batch
               MOVE 0 TO WS-RUNNING-SCORE(WS-STAT-IDX)
               MOVE 0 TO WS-STAT-IN-GAME(WS-STAT-IDX)
               MOVE 0 TO WS-STAT-LAST-GAME(WS-STAT-IDX)
               MOVE "G" TO WS-STAT-STRATEGY(WS-STAT-IDX)
           END-PERFORM.

       LOAD-STRATEGIES-PARA.
       *> los perfiles son opcionales: sin STRATEGY.DAT, o para un
       *> jugador sin linea, se juega al grupo mas grande como
       *> siempre; las lineas de jugadores que no se sientan esta
       *> noche se ignoran sin reportar (el archivo es de toda la liga)
           OPEN INPUT STRATEGY-FILE.
           IF WS-STRATEGY-STATUS = "35"
               MOVE 1 TO WS-EOF-STRATEGY
           ELSE
               PERFORM UNTIL WS-EOF-STRATEGY = 1
                   READ STRATEGY-FILE
                       AT END
                           MOVE 1 TO WS-EOF-STRATEGY
                       NOT AT END
                           PERFORM APPLY-STRATEGY-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE STRATEGY-FILE
           END-IF.
           MOVE 0 TO WS-GAME-NUM.
           MOVE 0 TO WS-CURRENT-PLAYER-ID.

       APPLY-STRATEGY-RECORD-PARA.
           MOVE 0 TO WS-STRAT-FOUND-IDX.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-NUM-PLAYERS
               IF WS-STAT-PLAYER-ID(WS-STAT-IDX) = STRAT-PLAYER-ID
                   MOVE WS-STAT-IDX TO WS-STRAT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-STRAT-FOUND-IDX > 0
               EVALUATE STRAT-CODE
                   WHEN "G"
                   WHEN "E"
                   WHEN "F"
                       MOVE STRAT-CODE
                           TO WS-STAT-STRATEGY(WS-STRAT-FOUND-IDX)
                   WHEN SPACE
                       MOVE "G" TO WS-STAT-STRATEGY(WS-STRAT-FOUND-IDX)
                   WHEN OTHER
       *> un codigo mal tipeado no frena la noche: el jugador juega
       *> al grupo y queda la evidencia en excepciones
                       MOVE "G" TO WS-STAT-STRATEGY(WS-STRAT-FOUND-IDX)
                       MOVE 0 TO WS-GAME-NUM
                       MOVE STRAT-PLAYER-ID TO WS-CURRENT-PLAYER-ID
                       MOVE "STRATEGY CODE" TO WS-EXC-TYPE
                       MOVE "UNKNOWN CODE, GROUP STRATEGY USED"
                           TO WS-EXC-DETAIL
                       PERFORM LOG-EXCEPTION-PARA
               END-EVALUATE
           END-IF.

       LOAD-FIXTURES-PARA.
       *> la programacion de mesas es opcional: sin FIXTURES.DAT cada
                       AT END
                           MOVE 1 TO WS-EOF-FIXTURES
                       NOT AT END
       *> las mesas de otras noches de la programacion no se cargan
                           IF FIX-NIGHT-NUM IS NUMERIC
                                   AND FIX-NIGHT-NUM > 0
                                   AND FIX-NIGHT-NUM NOT =
                                       WS-FIXTURE-NIGHT
                               CONTINUE
                           ELSE
                               PERFORM APPLY-FIXTURE-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIXTURE-FILE
                   WS-FIXTURE-COUNT,
                   WS-FIX-SEAT-CNT(WS-FIXTURE-COUNT))
           ELSE
       *> ID desconocido, inactivo o retenido por cuotas en la
       *> programacion: la mesa juega igual sin ese asiento, pero
       *> queda la evidencia
               MOVE WS-FIX-GAME-NUM(WS-FIXTURE-COUNT) TO WS-GAME-NUM
               MOVE WS-FIX-SEAT-ID TO WS-CURRENT-PLAYER-ID
               MOVE WS-FIX-SEAT-ID TO WS-HOLD-LOOKUP-ID
               PERFORM CHECK-DUES-HOLD-PARA
               IF WS-HOLD-FOUND = 1
                   MOVE "DUES HOLD" TO WS-EXC-TYPE
                   MOVE "DUES PAST DUE, SEAT SKIPPED" TO WS-EXC-DETAIL
               ELSE
                   MOVE "FIXTURE PLAYER" TO WS-EXC-TYPE
                   MOVE "UNKNOWN OR INACTIVE ID, SEAT SKIPPED"
                       TO WS-EXC-DETAIL
               END-IF
               PERFORM LOG-EXCEPTION-PARA
           END-IF.

           MOVE WS-ROUND-NUM TO LOG-ROUND-NUM.
           MOVE WS-FILL-FLAG TO LOG-FILL-FLAG.
           MOVE WS-RUN-DATE TO LOG-RUN-DATE.
           MOVE WS-STAT-STRATEGY(WS-STAT-IDX) TO LOG-STRATEGY.
           MOVE SPACE TO LOG-CORR-TYPE.
           MOVE SPACES TO LOG-ORIG-DATE.
           MOVE WS-MATCH-MODE TO LOG-GAME-MODE.
           WRITE GAME-LOG-RECORD.

       CLOSE-FILES-PARA.
           END-PERFORM.

       AUTO-REROLL-PARA.
           *> el turno de la liga son hasta tres tiradas: la inicial de
           *> ROLL-PARA y hasta dos re-tiradas de cualquier subconjunto
           *> de dados; en la corrida batch no hay un jugador sentado
           *> para elegir, asi que los dados que se conservan en cada
           *> re-tirada los decide el perfil del jugador, y el jugador
           *> se planta antes de la tercera si ya tiene lo que buscaba
           MOVE 0 TO REPETITION.
           MOVE 0 TO WS-STAND-PAT.
           PERFORM VARYING WS-THROW-NUM FROM 2 BY 1
                   UNTIL WS-THROW-NUM > 3 OR WS-STAND-PAT = 1
               PERFORM CHOOSE-KEEPERS-PARA
               IF WS-STAND-PAT = 0
                   PERFORM REROLL-UNKEPT-PARA
               END-IF
           END-PERFORM.

       CHOOSE-KEEPERS-PARA.
       *> decide que dados se conservan en esta re-tirada segun el
       *> perfil del jugador; si el perfil conserva los cinco dados
       *> no hay nada que tirar y el jugador se planta
           PERFORM COUNT-FACES-PARA.
           PERFORM CHECK-PATTERNS-PARA.
           MOVE WS-STAT-STRATEGY(WS-STAT-IDX) TO WS-TURN-STRATEGY.
           MOVE WS-BEST-FACE TO WS-KEEP-FACE.
           IF WS-MATCH-MODE = "Y"
               PERFORM MATCH-ADJUST-STRATEGY-PARA
           END-IF.
           IF WS-STAND-PAT = 0
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 5
                   MOVE 0 TO WS-KEEP-DIE(WS-SUBSCRIPT)
               END-PERFORM
               EVALUATE WS-TURN-STRATEGY
                   WHEN "E"
                       PERFORM KEEP-ESCALERA-PARA
                   WHEN "F"
                       PERFORM KEEP-FULL-PARA
                   WHEN OTHER
                       PERFORM KEEP-GROUP-PARA
               END-EVALUATE
               MOVE 0 TO WS-KEEP-COUNT
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 5
                   ADD WS-KEEP-DIE(WS-SUBSCRIPT) TO WS-KEEP-COUNT
               END-PERFORM
               IF WS-KEEP-COUNT = 5
                   MOVE 1 TO WS-STAND-PAT
               END-IF
           END-IF.

       MATCH-ADJUST-STRATEGY-PARA.
       *> en modo match el perfil se corrige contra la planilla del
       *> jugador: una escalera o un full servidos cuya categoria
       *> sigue abierta se anotan sin volver a tirar; un perfil cuya
       *> categoria objetivo ya esta anotada juega al grupo; y si la
       *> cara del grupo ya no tiene donde anotarse (su numero, el
       *> poker y la generala cerrados, sin doble generala posible)
       *> se juega a la cara con mas dados entre los numeros abiertos
           IF (WS-ESCALERA-FLAG = 1
                   AND WS-SC-USED(WS-STAT-IDX, 7) = 0)
                   OR (WS-FULL-FLAG = 1
                   AND WS-SC-USED(WS-STAT-IDX, 8) = 0)
               MOVE 1 TO WS-STAND-PAT
           END-IF.
           IF WS-TURN-STRATEGY = "E"
                   AND WS-SC-USED(WS-STAT-IDX, 7) = 1
               MOVE "G" TO WS-TURN-STRATEGY
           END-IF.
           IF WS-TURN-STRATEGY = "F"
                   AND WS-SC-USED(WS-STAT-IDX, 8) = 1
               MOVE "G" TO WS-TURN-STRATEGY
           END-IF.
           IF WS-SC-USED(WS-STAT-IDX, WS-BEST-FACE) = 1
                   AND WS-SC-USED(WS-STAT-IDX, 9) = 1
                   AND WS-SC-USED(WS-STAT-IDX, 10) = 1
                   AND (WS-SC-USED(WS-STAT-IDX, 11) = 1
                       OR WS-SC-POINTS(WS-STAT-IDX, 10) = 0)
               PERFORM CHOOSE-OPEN-FACE-PARA
           END-IF.

       CHOOSE-OPEN-FACE-PARA.
       *> la cara con mas dados entre los numeros todavia abiertos
       *> (a igual cantidad la mas alta, igual que COUNT-FACES-PARA);
       *> con todos los numeros cerrados se sigue con el grupo
           MOVE 0 TO WS-KEEP-FACE.
           MOVE 0 TO WS-KEEP-COUNT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1 UNTIL WS-SUBSCRIPT > 6
               IF WS-SC-USED(WS-STAT-IDX, WS-SUBSCRIPT) = 0
                       AND FACE-COUNT(WS-SUBSCRIPT) >= WS-KEEP-COUNT
                   MOVE WS-SUBSCRIPT TO WS-KEEP-FACE
                   MOVE FACE-COUNT(WS-SUBSCRIPT) TO WS-KEEP-COUNT
               END-IF
           END-PERFORM.
           IF WS-KEEP-FACE = 0
               MOVE WS-BEST-FACE TO WS-KEEP-FACE
           END-IF.

       KEEP-GROUP-PARA.
       *> el juego de siempre: se conservan los dados de la cara del
       *> grupo mas grande y se vuelve a tirar el resto
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1 UNTIL WS-SUBSCRIPT > 5
               IF DICE-VALUE(WS-SUBSCRIPT) = WS-KEEP-FACE
                   MOVE 1 TO WS-KEEP-DIE(WS-SUBSCRIPT)
               END-IF
           END-PERFORM.

       KEEP-ESCALERA-PARA.
       *> se planta con la escalera servida; si no, elige la escalera
       *> mas armada (1-5 o 2-6, a igual cantidad de caras la alta),
       *> conserva un dado de cada cara que ya tiene de ella y tira
       *> los repetidos y los que quedan afuera; nadie rompe un poker
       *> o una generala para buscar escalera, asi que con cuatro o
       *> cinco iguales juega al grupo
           EVALUATE TRUE
               WHEN WS-ESCALERA-FLAG = 1
                   MOVE 1 TO WS-STAND-PAT
               WHEN WS-BEST-COUNT >= 4
                   PERFORM KEEP-GROUP-PARA
               WHEN OTHER
                   MOVE 0 TO WS-LOW-RUN-CNT
                   MOVE 0 TO WS-HIGH-RUN-CNT
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > 6
                       MOVE 0 TO WS-FACE-KEPT(WS-SUBSCRIPT)
                       IF FACE-COUNT(WS-SUBSCRIPT) > 0
                           IF WS-SUBSCRIPT <= 5
                               ADD 1 TO WS-LOW-RUN-CNT
                           END-IF
                           IF WS-SUBSCRIPT >= 2
                               ADD 1 TO WS-HIGH-RUN-CNT
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-LOW-RUN-CNT > WS-HIGH-RUN-CNT
                       MOVE 1 TO WS-RUN-LOW-FACE
                       MOVE 5 TO WS-RUN-HIGH-FACE
                   ELSE
                       MOVE 2 TO WS-RUN-LOW-FACE
                       MOVE 6 TO WS-RUN-HIGH-FACE
                   END-IF
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > 5
                       IF DICE-VALUE(WS-SUBSCRIPT) >= WS-RUN-LOW-FACE
                               AND DICE-VALUE(WS-SUBSCRIPT)
                                   <= WS-RUN-HIGH-FACE
                               AND WS-FACE-KEPT(DICE-VALUE(WS-SUBSCRIPT))
                                   = 0
                           MOVE 1 TO WS-FACE-KEPT(DICE-VALUE(WS-SUBSCRIPT))
                           MOVE 1 TO WS-KEEP-DIE(WS-SUBSCRIPT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       KEEP-FULL-PARA.
       *> se planta con el full servido; si no, conserva todo dado
       *> cuya cara salio al menos dos veces (dos pares esperan el
       *> quinto dado, un trio o un poker se conservan enteros) y sin
       *> ningun par juega al grupo, que conserva el dado mas alto
           EVALUATE TRUE
               WHEN WS-FULL-FLAG = 1
                   MOVE 1 TO WS-STAND-PAT
               WHEN WS-BEST-COUNT >= 2
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > 5
                       IF FACE-COUNT(DICE-VALUE(WS-SUBSCRIPT)) >= 2
                           MOVE 1 TO WS-KEEP-DIE(WS-SUBSCRIPT)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM KEEP-GROUP-PARA
           END-EVALUATE.

       REROLL-UNKEPT-PARA.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1 UNTIL WS-SUBSCRIPT > 5
               IF WS-KEEP-DIE(WS-SUBSCRIPT) = 0
                   COMPUTE DICE-VALUE(WS-SUBSCRIPT) =
                       FUNCTION INTEGER(FUNCTION RANDOM * 6 + 1)
                   ADD 1 TO REPETITION
