IDENTIFICATION DIVISION.
PROGRAM-ID. FIXTURE-GEN.

*> generador de la programacion de mesas: FIXTURES.DAT se tipeaba a
*> mano cada semana y las excepciones de LOAD-FIXTURES-PARA atajan
*> los IDs mal puestos, pero no que alguien quede con el doble de
*> partidas que otro; este programa lee los jugadores activos de
*> PLAYERS.DAT ("A" o en blanco), toma de la tarjeta de control el
*> tamano de mesa (3 a 5) y la cantidad de noches, y arma las mesas
*> noche por noche: en cada noche cada jugador se sienta a lo sumo
*> una vez, descansan los que mas partidas llevan (rotando entre
*> los empatados) y cada mesa se completa con los jugadores que
*> menos veces compartieron mesa con los ya sentados; cada linea
*> lleva el numero de noche y las partidas se numeran desde 1 en
*> cada noche, como las juega GENERALA, que se queda solo con la
*> noche de su tarjeta; escribe una generacion nueva con el layout
*> de FIXTURES.DAT (FIXTNEW.DAT) y un reporte de balance con las
*> partidas por jugador y la matriz de cruces por pareja, para que
*> el secretario de la liga apruebe la programacion antes de que el
*> scheduler la renombre sobre FIXTURES.DAT para la corrida nocturna

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERS-STATUS.
           SELECT FIXTURE-NEW-FILE ASSIGN TO "FIXTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXTURE-NEW-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "FIXTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "FIXTGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD PLAYERS-FILE.
           01 PLAYER-RECORD.
       *> mismo layout que lee LOAD-PLAYERS-PARA de GENERALA
               05 PLAYER-ID     PIC 9(3).
               05 PLAYER-NAME   PIC X(20).
               05 PLAYER-STATUS PIC X(1).
               05 PLAYER-STATUS-DATE PIC X(8).

       FD FIXTURE-NEW-FILE.
           01 FIXTURE-NEW-RECORD.
       *> mismo layout que lee LOAD-FIXTURES-PARA de GENERALA; los
       *> asientos que sobran con mesas de 3 o 4 quedan en cero
               05 FIX-GAME-NUM  PIC 9(3).
               05 FIX-PLAYER-ID PIC 9(3) OCCURS 5 TIMES.
               05 FIX-NIGHT-NUM PIC 9(3).

       FD BALANCE-REPORT-FILE.
           01 BALANCE-REPORT-LINE PIC X(210).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> CTRL-TABLE-SIZE jugadores por mesa (3 a 5, cero usa 4) y
       *> CTRL-NIGHTS cantidad de noches a programar (cero usa 1)
               05 CTRL-TABLE-SIZE PIC 9(1).
               05 CTRL-NIGHTS     PIC 9(3).

       WORKING-STORAGE SECTION.
           01 WS-PLAYERS-STATUS     PIC X(2) VALUE "00".
           01 WS-FIXTURE-NEW-STATUS PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS      PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS     PIC X(2) VALUE "00".

           01 WS-EOF-PLAYERS PIC 9 VALUE 0.

           01 WS-TABLE-SIZE PIC 9(1) VALUE 4.
           01 WS-NIGHTS     PIC 9(3) VALUE 1.

       *> jugadores activos con sus partidas programadas y su estado
       *> en la noche que se esta armando
           01 WS-ACTIVE-TABLE.
               05 WS-ACTIVE-ENTRY OCCURS 50 TIMES.
                   10 WS-ACT-PLAYER-ID   PIC 9(3).
                   10 WS-ACT-PLAYER-NAME PIC X(20).
                   10 WS-ACT-GAMES       PIC 9(3).
                   10 WS-ACT-SEATED      PIC 9.
                   10 WS-ACT-ASSIGNED    PIC 9.
           01 WS-ACTIVE-COUNT   PIC 9(3) VALUE 0.
           01 WS-ROSTER-SKIPPED PIC 9(3) VALUE 0.

       *> cuantas veces compartio mesa cada pareja de jugadores, por
       *> posicion en WS-ACTIVE-TABLE
           01 WS-MEET-TABLE.
               05 WS-MEET-ROW OCCURS 50 TIMES.
                   10 WS-MEET-COUNT PIC 9(3) OCCURS 50 TIMES.

       *> mesas de la noche en proceso
           01 WS-NIGHT-TABLES.
               05 WS-NIGHT-TABLE OCCURS 16 TIMES.
                   10 WS-NT-SEAT-CNT PIC 9.
                   10 WS-NT-SEAT-IDX PIC 9(3) OCCURS 5 TIMES.
           01 WS-TABLES-PER-NIGHT PIC 9(2) VALUE 0.
           01 WS-SEATS-PER-NIGHT  PIC 9(3) VALUE 0.

           01 WS-NIGHT-NUM  PIC 9(3) VALUE 0.
           01 WS-TABLE-NUM  PIC 9(2) VALUE 0.
           01 WS-SEAT-NUM   PIC 9 VALUE 0.
           01 WS-OTHER-SEAT PIC 9 VALUE 0.
           01 WS-GAME-NUM   PIC 9(3) VALUE 0.
           01 WS-TOTAL-GAMES PIC 9(5) VALUE 0.

       *> recorrido rotativo del roster: cada noche arranca en otra
       *> posicion para que los empates (de partidas o de cruces) no
       *> los gane siempre el mismo jugador
           01 WS-ROTATE-START PIC 9(3) VALUE 0.
           01 WS-ROTATE-STEP  PIC 9(3) VALUE 0.
           01 WS-CAND-IDX     PIC 9(3) VALUE 0.
           01 WS-PICK-IDX     PIC 9(3) VALUE 0.
           01 WS-PICK-COST    PIC 9(5) VALUE 0.
           01 WS-CAND-COST    PIC 9(5) VALUE 0.
           01 WS-PICK-COUNT   PIC 9(3) VALUE 0.

           01 WS-IDX-A PIC 9(3) VALUE 0.
           01 WS-IDX-B PIC 9(3) VALUE 0.

       *> totales del reporte de balance
           01 WS-MIN-GAMES PIC 9(3) VALUE 0.
           01 WS-MAX-GAMES PIC 9(3) VALUE 0.
           01 WS-MIN-MEET  PIC 9(3) VALUE 0.
           01 WS-MAX-MEET  PIC 9(3) VALUE 0.
           01 WS-LINE-POS  PIC 9(3) VALUE 0.
           01 WS-CELL-DISP PIC ZZ9.
           01 WS-RUN-FAILED    PIC 9 VALUE 0.
           01 WS-FAIL-REASON   PIC X(60) VALUE SPACES.

PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM LOAD-ACTIVE-PLAYERS-PARA.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           PERFORM CHECK-PARAMETERS-PARA.
           PERFORM WRITE-REPORT-HEADER-PARA.
           IF WS-RUN-FAILED = 0
               OPEN OUTPUT FIXTURE-NEW-FILE
               PERFORM VARYING WS-NIGHT-NUM FROM 1 BY 1
                       UNTIL WS-NIGHT-NUM > WS-NIGHTS
                   PERFORM SCHEDULE-NIGHT-PARA
               END-PERFORM
               CLOSE FIXTURE-NEW-FILE
               PERFORM WRITE-GAMES-SECTION-PARA
               PERFORM WRITE-MATRIX-SECTION-PARA
           END-IF.
           CLOSE BALANCE-REPORT-FILE.
           IF WS-RUN-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRL-TABLE-SIZE > 0
                           MOVE CTRL-TABLE-SIZE TO WS-TABLE-SIZE
                       END-IF
                       IF CTRL-NIGHTS > 0
                           MOVE CTRL-NIGHTS TO WS-NIGHTS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-ACTIVE-PLAYERS-PARA.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "35"
               MOVE 1 TO WS-EOF-PLAYERS
           ELSE
               PERFORM UNTIL WS-EOF-PLAYERS = 1
                   READ PLAYERS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-PLAYERS
                       NOT AT END
       *> roster viejo sin la columna de estado: en blanco es activo
                           IF PLAYER-STATUS = "A" OR PLAYER-STATUS = SPACE
                               IF WS-ACTIVE-COUNT < 50
                                   ADD 1 TO WS-ACTIVE-COUNT
                                   MOVE PLAYER-ID TO
                                       WS-ACT-PLAYER-ID(WS-ACTIVE-COUNT)
                                   MOVE PLAYER-NAME TO
                                       WS-ACT-PLAYER-NAME(WS-ACTIVE-COUNT)
                                   MOVE 0 TO
                                       WS-ACT-GAMES(WS-ACTIVE-COUNT)
                               ELSE
       *> GENERALA carga 50 jugadores; uno de mas no podria sentarse
                                   ADD 1 TO WS-ROSTER-SKIPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERS-FILE
           END-IF.
           PERFORM VARYING WS-IDX-A FROM 1 BY 1 UNTIL WS-IDX-A > 50
               PERFORM VARYING WS-IDX-B FROM 1 BY 1 UNTIL WS-IDX-B > 50
                   MOVE 0 TO WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
               END-PERFORM
           END-PERFORM.

       CHECK-PARAMETERS-PARA.
       *> mesas por noche: tantas mesas completas como entren con el
       *> roster activo; GENERALA carga solo la noche que juega, asi
       *> que la tabla de fixtures (200) limita las mesas de una noche
       *> y no el largo de la programacion
           EVALUATE TRUE
               WHEN WS-TABLE-SIZE < 3 OR WS-TABLE-SIZE > 5
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "TABLE SIZE MUST BE 3 TO 5" TO WS-FAIL-REASON
               WHEN WS-ACTIVE-COUNT < WS-TABLE-SIZE
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "NOT ENOUGH ACTIVE PLAYERS FOR ONE TABLE"
                       TO WS-FAIL-REASON
               WHEN OTHER
                   COMPUTE WS-TABLES-PER-NIGHT =
                       WS-ACTIVE-COUNT / WS-TABLE-SIZE
                   COMPUTE WS-SEATS-PER-NIGHT =
                       WS-TABLES-PER-NIGHT * WS-TABLE-SIZE
           END-EVALUATE.

       SCHEDULE-NIGHT-PARA.
           MOVE 0 TO WS-GAME-NUM.
           COMPUTE WS-ROTATE-START = FUNCTION MOD(
               (WS-NIGHT-NUM - 1) * WS-SEATS-PER-NIGHT, WS-ACTIVE-COUNT).
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                   UNTIL WS-IDX-A > WS-ACTIVE-COUNT
               MOVE 0 TO WS-ACT-SEATED(WS-IDX-A)
               MOVE 0 TO WS-ACT-ASSIGNED(WS-IDX-A)
           END-PERFORM.
           PERFORM VARYING WS-PICK-COUNT FROM 1 BY 1
                   UNTIL WS-PICK-COUNT > WS-SEATS-PER-NIGHT
               PERFORM PICK-SEATED-PLAYER-PARA
           END-PERFORM.
           PERFORM VARYING WS-TABLE-NUM FROM 1 BY 1
                   UNTIL WS-TABLE-NUM > WS-TABLES-PER-NIGHT
               PERFORM BUILD-TABLE-PARA
               PERFORM WRITE-FIXTURE-PARA
           END-PERFORM.

       PICK-SEATED-PLAYER-PARA.
       *> se sienta el que menos partidas lleva; entre empatados gana
       *> el primero en el recorrido rotativo de la noche, asi los que
       *> descansan van cambiando de una noche a otra
           MOVE 0 TO WS-PICK-IDX.
           PERFORM VARYING WS-ROTATE-STEP FROM 0 BY 1
                   UNTIL WS-ROTATE-STEP >= WS-ACTIVE-COUNT
               COMPUTE WS-CAND-IDX = FUNCTION MOD(
                   WS-ROTATE-START + WS-ROTATE-STEP, WS-ACTIVE-COUNT) + 1
               IF WS-ACT-SEATED(WS-CAND-IDX) = 0
                   IF WS-PICK-IDX = 0
                       MOVE WS-CAND-IDX TO WS-PICK-IDX
                   ELSE
                       IF WS-ACT-GAMES(WS-CAND-IDX)
                               < WS-ACT-GAMES(WS-PICK-IDX)
                           MOVE WS-CAND-IDX TO WS-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-ACT-SEATED(WS-PICK-IDX).

       BUILD-TABLE-PARA.
       *> la mesa arranca con el primer sentado sin mesa del recorrido
       *> y cada asiento siguiente va al que menos cruces acumula con
       *> los que ya estan en la mesa
           MOVE 0 TO WS-NT-SEAT-CNT(WS-TABLE-NUM).
           PERFORM VARYING WS-SEAT-NUM FROM 1 BY 1
                   UNTIL WS-SEAT-NUM > WS-TABLE-SIZE
               PERFORM PICK-TABLE-PLAYER-PARA
               ADD 1 TO WS-NT-SEAT-CNT(WS-TABLE-NUM)
               MOVE WS-PICK-IDX TO
                   WS-NT-SEAT-IDX(WS-TABLE-NUM, WS-SEAT-NUM)
               MOVE 1 TO WS-ACT-ASSIGNED(WS-PICK-IDX)
           END-PERFORM.

       PICK-TABLE-PLAYER-PARA.
           MOVE 0 TO WS-PICK-IDX.
           MOVE 0 TO WS-PICK-COST.
           PERFORM VARYING WS-ROTATE-STEP FROM 0 BY 1
                   UNTIL WS-ROTATE-STEP >= WS-ACTIVE-COUNT
               COMPUTE WS-CAND-IDX = FUNCTION MOD(
                   WS-ROTATE-START + WS-ROTATE-STEP, WS-ACTIVE-COUNT) + 1
               IF WS-ACT-SEATED(WS-CAND-IDX) = 1
                       AND WS-ACT-ASSIGNED(WS-CAND-IDX) = 0
                   MOVE 0 TO WS-CAND-COST
                   PERFORM VARYING WS-OTHER-SEAT FROM 1 BY 1
                           UNTIL WS-OTHER-SEAT
                               > WS-NT-SEAT-CNT(WS-TABLE-NUM)
                       MOVE WS-NT-SEAT-IDX(WS-TABLE-NUM, WS-OTHER-SEAT)
                           TO WS-IDX-B
                       ADD WS-MEET-COUNT(WS-CAND-IDX, WS-IDX-B)
                           TO WS-CAND-COST
                   END-PERFORM
                   IF WS-PICK-IDX = 0 OR WS-CAND-COST < WS-PICK-COST
                       MOVE WS-CAND-IDX TO WS-PICK-IDX
                       MOVE WS-CAND-COST TO WS-PICK-COST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-FIXTURE-PARA.
       *> una linea por mesa con la noche y el numero de partida
       *> dentro de la noche; los cruces y las partidas se acumulan
       *> recien con la mesa cerrada
           ADD 1 TO WS-GAME-NUM.
           ADD 1 TO WS-TOTAL-GAMES.
           MOVE WS-GAME-NUM TO FIX-GAME-NUM.
           MOVE WS-NIGHT-NUM TO FIX-NIGHT-NUM.
           PERFORM VARYING WS-SEAT-NUM FROM 1 BY 1 UNTIL WS-SEAT-NUM > 5
               MOVE 0 TO FIX-PLAYER-ID(WS-SEAT-NUM)
           END-PERFORM.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "NIGHT " WS-NIGHT-NUM " GAME " WS-GAME-NUM " SEATS:"
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           MOVE 28 TO WS-LINE-POS.
           PERFORM VARYING WS-SEAT-NUM FROM 1 BY 1
                   UNTIL WS-SEAT-NUM > WS-NT-SEAT-CNT(WS-TABLE-NUM)
               MOVE WS-NT-SEAT-IDX(WS-TABLE-NUM, WS-SEAT-NUM)
                   TO WS-IDX-A
               MOVE WS-ACT-PLAYER-ID(WS-IDX-A)
                   TO FIX-PLAYER-ID(WS-SEAT-NUM)
               ADD 1 TO WS-ACT-GAMES(WS-IDX-A)
               MOVE WS-ACT-PLAYER-ID(WS-IDX-A)
                   TO BALANCE-REPORT-LINE(WS-LINE-POS:3)
               ADD 4 TO WS-LINE-POS
               PERFORM VARYING WS-OTHER-SEAT FROM 1 BY 1
                       UNTIL WS-OTHER-SEAT
                           > WS-NT-SEAT-CNT(WS-TABLE-NUM)
                   IF WS-OTHER-SEAT NOT = WS-SEAT-NUM
                       MOVE WS-NT-SEAT-IDX(WS-TABLE-NUM, WS-OTHER-SEAT)
                           TO WS-IDX-B
                       ADD 1 TO WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                   END-IF
               END-PERFORM
           END-PERFORM.
           WRITE FIXTURE-NEW-RECORD.
           WRITE BALANCE-REPORT-LINE.

       WRITE-REPORT-HEADER-PARA.
           MOVE "ROUND-ROBIN FIXTURE BALANCE REPORT"
               TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "ACTIVE PLAYERS " WS-ACTIVE-COUNT
               " TABLE SIZE " WS-TABLE-SIZE
               " NIGHTS " WS-NIGHTS
               " TABLES PER NIGHT " WS-TABLES-PER-NIGHT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           IF WS-ROSTER-SKIPPED > 0
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "ACTIVE PLAYERS OVER 50 NOT SCHEDULED "
                   WS-ROSTER-SKIPPED
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.
           IF WS-RUN-FAILED = 1
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "NO FIXTURES WRITTEN - " WS-FAIL-REASON
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

       WRITE-GAMES-SECTION-PARA.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "GAMES PER PLAYER - TOTAL GAMES " WS-TOTAL-GAMES
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE 999 TO WS-MIN-GAMES.
           MOVE 0 TO WS-MAX-GAMES.
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                   UNTIL WS-IDX-A > WS-ACTIVE-COUNT
               IF WS-ACT-GAMES(WS-IDX-A) < WS-MIN-GAMES
                   MOVE WS-ACT-GAMES(WS-IDX-A) TO WS-MIN-GAMES
               END-IF
               IF WS-ACT-GAMES(WS-IDX-A) > WS-MAX-GAMES
                   MOVE WS-ACT-GAMES(WS-IDX-A) TO WS-MAX-GAMES
               END-IF
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "  " WS-ACT-PLAYER-ID(WS-IDX-A)
                   " " WS-ACT-PLAYER-NAME(WS-IDX-A)
                   " GAMES " WS-ACT-GAMES(WS-IDX-A)
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "GAMES PER PLAYER RANGE " WS-MIN-GAMES
               " TO " WS-MAX-GAMES
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

       WRITE-MATRIX-SECTION-PARA.
       *> la matriz de cruces: fila y columna por jugador activo, en
       *> cada celda cuantas veces compartieron mesa
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE "PAIR MEETINGS MATRIX" TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           MOVE 6 TO WS-LINE-POS.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-ACTIVE-COUNT
               MOVE WS-ACT-PLAYER-ID(WS-IDX-B)
                   TO BALANCE-REPORT-LINE(WS-LINE-POS:3)
               ADD 4 TO WS-LINE-POS
           END-PERFORM.
           WRITE BALANCE-REPORT-LINE.
           MOVE 999 TO WS-MIN-MEET.
           MOVE 0 TO WS-MAX-MEET.
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                   UNTIL WS-IDX-A > WS-ACTIVE-COUNT
               MOVE SPACES TO BALANCE-REPORT-LINE
               MOVE WS-ACT-PLAYER-ID(WS-IDX-A)
                   TO BALANCE-REPORT-LINE(1:3)
               MOVE 6 TO WS-LINE-POS
               PERFORM VARYING WS-IDX-B FROM 1 BY 1
                       UNTIL WS-IDX-B > WS-ACTIVE-COUNT
                   IF WS-IDX-A = WS-IDX-B
                       MOVE "  -" TO BALANCE-REPORT-LINE(WS-LINE-POS:3)
                   ELSE
                       MOVE WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                           TO WS-CELL-DISP
                       MOVE WS-CELL-DISP
                           TO BALANCE-REPORT-LINE(WS-LINE-POS:3)
                       IF WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                               < WS-MIN-MEET
                           MOVE WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                               TO WS-MIN-MEET
                       END-IF
                       IF WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                               > WS-MAX-MEET
                           MOVE WS-MEET-COUNT(WS-IDX-A, WS-IDX-B)
                               TO WS-MAX-MEET
                       END-IF
                   END-IF
                   ADD 4 TO WS-LINE-POS
               END-PERFORM
               WRITE BALANCE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "PAIR MEETINGS RANGE " WS-MIN-MEET " TO " WS-MAX-MEET
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
