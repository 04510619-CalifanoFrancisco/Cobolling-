IDENTIFICATION DIVISION.
PROGRAM-ID. STRAT-REPORT.

*> efectividad de los perfiles de re-tirada sobre GAMELOG.DAT: desde
*> que GENERALA juega el turno completo de tres tiradas con un
*> perfil por jugador (STRATEGY.DAT), cada registro del log trae en
*> LOG-STRATEGY el perfil con que se jugo la mano; este reporte los
*> compara entre si - partidas jugadas, promedio de puntos por
*> partida y por mano, y en las planillas de modo match el
*> porcentaje de categorias llenadas y tachadas, con las partidas
*> clasicas y las de modo match (LOG-GAME-MODE) en secciones
*> separadas porque una mano suelta y una planilla de 11 no se
*> promedian juntas - para ver si la simulacion se parece a lo que
*> pasa en las noches reales de la liga; la seleccion por rango de
*> fecha viene por tarjeta de control porque el log es acumulado

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT STRAT-REPORT-FILE ASSIGN TO "STRATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "STRATCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD STRAT-REPORT-FILE.
           01 STRAT-REPORT-LINE PIC X(100).

       FD CONTROL-FILE.
           01 CONTROL-RECORD.
       *> fechas de corrida de CTRL-FROM-DATE a CTRL-TO-DATE (en
       *> blanco no acotan, para pedir la temporada entera)
               05 CTRL-FROM-DATE PIC X(8).
               05 CTRL-TO-DATE   PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-GAME-LOG-STATUS PIC X(2) VALUE "00".
           01 WS-REPORT-STATUS   PIC X(2) VALUE "00".
           01 WS-CONTROL-STATUS  PIC X(2) VALUE "00".

           01 WS-EOF-LOG   PIC 9 VALUE 0.
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           01 WS-TO-DATE   PIC X(8) VALUE SPACES.

       *> corte de control por partida de un jugador: fecha, partida
       *> y jugador; en modo match las 11 rondas de un jugador quedan
       *> seguidas en el log, en modo clasico la partida es una mano
           01 WS-PREV-KEY.
               05 WS-PREV-RUN-DATE  PIC X(8).
               05 WS-PREV-GAME-NUM  PIC 9(3).
               05 WS-PREV-PLAYER-ID PIC 9(3).
           01 WS-CURR-KEY.
               05 WS-CURR-RUN-DATE  PIC X(8).
               05 WS-CURR-GAME-NUM  PIC 9(3).
               05 WS-CURR-PLAYER-ID PIC 9(3).
           01 WS-GAME-OPEN PIC 9 VALUE 0.

       *> acumuladores de la partida en proceso
           01 WS-GAME-STRATEGY  PIC X(1) VALUE SPACE.
       *> "M" modo match, "C" clasico; los registros anteriores a
       *> LOG-GAME-MODE (en blanco) son de match si la partida tiene
       *> alguna ronda mayor que 1, que en modo clasico no existe
           01 WS-GAME-MODE      PIC X(1) VALUE SPACE.
           01 WS-GAME-LEGACY    PIC 9 VALUE 0.
           01 WS-GAME-TURNS     PIC 9(3) VALUE 0.
           01 WS-GAME-POINTS    PIC 9(5) VALUE 0.
           01 WS-GAME-FILLS     PIC 9(3) VALUE 0.
           01 WS-GAME-SCRATCHES PIC 9(3) VALUE 0.

       *> acumuladores por perfil y modalidad; en blanco quedan los
       *> registros anteriores a los perfiles
           01 WS-STRAT-TABLE.
               05 WS-STRAT-ENTRY OCCURS 20 TIMES.
                   10 WS-STR-CODE        PIC X(1).
                   10 WS-STR-MODE        PIC X(1).
                   10 WS-STR-GAMES       PIC 9(7).
                   10 WS-STR-TURNS       PIC 9(9).
                   10 WS-STR-POINTS      PIC 9(9).
                   10 WS-STR-MATCH-TURNS PIC 9(9).
                   10 WS-STR-FILLS       PIC 9(9).
                   10 WS-STR-SCRATCHES   PIC 9(9).
           01 WS-STRAT-COUNT PIC 9(2) VALUE 0.
           01 WS-STRAT-IDX   PIC 9(2) VALUE 0.
           01 WS-FOUND-IDX   PIC 9(2) VALUE 0.
           01 WS-PRINT-MODE  PIC X(1) VALUE SPACE.
           01 WS-MODE-LINES  PIC 9(2) VALUE 0.

       *> calculo de promedios y porcentajes para el reporte
           01 WS-STRAT-LABEL  PIC X(10) VALUE SPACES.
           01 WS-AVG-GAME     PIC 9(5)V99 VALUE 0.
           01 WS-AVG-TURN     PIC 9(3)V99 VALUE 0.
           01 WS-FILL-PCT     PIC 9(3)V99 VALUE 0.
           01 WS-SCRATCH-PCT  PIC 9(3)V99 VALUE 0.
           01 WS-AVG-GAME-DISP    PIC ZZZZ9.99.
           01 WS-AVG-TURN-DISP    PIC ZZ9.99.
           01 WS-FILL-PCT-DISP    PIC ZZ9.99.
           01 WS-SCRATCH-PCT-DISP PIC ZZ9.99.
           01 WS-GAMES-DISP       PIC ZZZZZZ9.
           01 WS-TURNS-DISP       PIC ZZZZZZZZ9.
           01 WS-MATCH-DISP       PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD-PARA.
           PERFORM TABULATE-LOG-PARA.
           PERFORM WRITE-REPORT-PARA.
           STOP RUN.

       READ-CONTROL-CARD-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-FROM-DATE TO WS-FROM-DATE
                       MOVE CTRL-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       TABULATE-LOG-PARA.
           OPEN INPUT GAME-LOG-FILE.
           IF WS-GAME-LOG-STATUS = "35"
               MOVE 1 TO WS-EOF-LOG
           ELSE
               PERFORM UNTIL WS-EOF-LOG = 1
                   READ GAME-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LOG
                       NOT AT END
       *> las correcciones de GAME-CORRECT son ajustes de resultado,
       *> no juego; la efectividad se mide sobre lo jugado
                           IF LOG-CORR-TYPE = SPACE
                                   AND LOG-RUN-DATE >= WS-FROM-DATE
                                   AND (WS-TO-DATE = SPACES
                                       OR LOG-RUN-DATE <= WS-TO-DATE)
                               PERFORM APPLY-LOG-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.
           IF WS-GAME-OPEN = 1
               PERFORM CLOSE-PLAYER-GAME-PARA
           END-IF.

       APPLY-LOG-RECORD-PARA.
           MOVE LOG-RUN-DATE TO WS-CURR-RUN-DATE.
           MOVE LOG-GAME-NUM TO WS-CURR-GAME-NUM.
           MOVE LOG-PLAYER-ID TO WS-CURR-PLAYER-ID.
           IF WS-GAME-OPEN = 1 AND WS-CURR-KEY NOT = WS-PREV-KEY
               PERFORM CLOSE-PLAYER-GAME-PARA
           END-IF.
           IF WS-GAME-OPEN = 0
               MOVE WS-CURR-KEY TO WS-PREV-KEY
               MOVE LOG-STRATEGY TO WS-GAME-STRATEGY
               EVALUATE LOG-GAME-MODE
                   WHEN "Y"
                       MOVE "M" TO WS-GAME-MODE
                       MOVE 0 TO WS-GAME-LEGACY
                   WHEN SPACE
                       MOVE "C" TO WS-GAME-MODE
                       MOVE 1 TO WS-GAME-LEGACY
                   WHEN OTHER
                       MOVE "C" TO WS-GAME-MODE
                       MOVE 0 TO WS-GAME-LEGACY
               END-EVALUATE
               MOVE 0 TO WS-GAME-TURNS
               MOVE 0 TO WS-GAME-POINTS
               MOVE 0 TO WS-GAME-FILLS
               MOVE 0 TO WS-GAME-SCRATCHES
               MOVE 1 TO WS-GAME-OPEN
           END-IF.
           IF WS-GAME-LEGACY = 1 AND LOG-ROUND-NUM > 1
               MOVE "M" TO WS-GAME-MODE
           END-IF.
           ADD 1 TO WS-GAME-TURNS.
           ADD LOG-POINTS TO WS-GAME-POINTS.
           IF LOG-FILL-FLAG = "S"
               ADD 1 TO WS-GAME-SCRATCHES
           ELSE
               ADD 1 TO WS-GAME-FILLS
           END-IF.

       CLOSE-PLAYER-GAME-PARA.
       *> la partida de un jugador se postea entera al perfil y la
       *> modalidad con que la empezo; solo las de modo match cuentan
       *> para llenadas y tachadas, aunque una correccion o una
       *> anulacion las haya dejado en una mano (en modo clasico la
       *> mano se anota siempre y el porcentaje no dice nada)
           PERFORM FIND-OR-ADD-STRATEGY-PARA.
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-STR-GAMES(WS-FOUND-IDX)
               ADD WS-GAME-TURNS TO WS-STR-TURNS(WS-FOUND-IDX)
               ADD WS-GAME-POINTS TO WS-STR-POINTS(WS-FOUND-IDX)
               IF WS-GAME-MODE = "M"
                   ADD WS-GAME-TURNS TO WS-STR-MATCH-TURNS(WS-FOUND-IDX)
                   ADD WS-GAME-FILLS TO WS-STR-FILLS(WS-FOUND-IDX)
                   ADD WS-GAME-SCRATCHES
                       TO WS-STR-SCRATCHES(WS-FOUND-IDX)
               END-IF
           END-IF.
           MOVE 0 TO WS-GAME-OPEN.

       FIND-OR-ADD-STRATEGY-PARA.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-STRAT-IDX FROM 1 BY 1
                   UNTIL WS-STRAT-IDX > WS-STRAT-COUNT
               IF WS-STR-CODE(WS-STRAT-IDX) = WS-GAME-STRATEGY
                       AND WS-STR-MODE(WS-STRAT-IDX) = WS-GAME-MODE
                   MOVE WS-STRAT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-STRAT-COUNT < 20
               ADD 1 TO WS-STRAT-COUNT
               MOVE WS-STRAT-COUNT TO WS-FOUND-IDX
               MOVE WS-GAME-STRATEGY TO WS-STR-CODE(WS-FOUND-IDX)
               MOVE WS-GAME-MODE TO WS-STR-MODE(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-GAMES(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-TURNS(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-POINTS(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-MATCH-TURNS(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-FILLS(WS-FOUND-IDX)
               MOVE 0 TO WS-STR-SCRATCHES(WS-FOUND-IDX)
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT STRAT-REPORT-FILE.
           MOVE "REROLL STRATEGY EFFECTIVENESS" TO STRAT-REPORT-LINE.
           WRITE STRAT-REPORT-LINE.
           MOVE SPACES TO STRAT-REPORT-LINE.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
               STRING "RUN DATES: ALL ON FILE"
                   DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           ELSE
               STRING "RUN DATES " WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           END-IF.
           WRITE STRAT-REPORT-LINE.
           IF WS-STRAT-COUNT = 0
               MOVE "NO GAMES SELECTED" TO STRAT-REPORT-LINE
               WRITE STRAT-REPORT-LINE
           ELSE
               MOVE "C" TO WS-PRINT-MODE
               PERFORM WRITE-MODE-SECTION-PARA
               MOVE "M" TO WS-PRINT-MODE
               PERFORM WRITE-MODE-SECTION-PARA
           END-IF.
           CLOSE STRAT-REPORT-FILE.

       WRITE-MODE-SECTION-PARA.
       *> una seccion por modalidad, cada una con sus propios
       *> promedios; una modalidad sin partidas no se imprime
           MOVE 0 TO WS-MODE-LINES.
           PERFORM VARYING WS-STRAT-IDX FROM 1 BY 1
                   UNTIL WS-STRAT-IDX > WS-STRAT-COUNT
               IF WS-STR-MODE(WS-STRAT-IDX) = WS-PRINT-MODE
                   ADD 1 TO WS-MODE-LINES
               END-IF
           END-PERFORM.
           IF WS-MODE-LINES > 0
               MOVE SPACES TO STRAT-REPORT-LINE
               WRITE STRAT-REPORT-LINE
               IF WS-PRINT-MODE = "M"
                   MOVE "MATCH MODE - FULL SCORECARD PER GAME"
                       TO STRAT-REPORT-LINE
               ELSE
                   MOVE "CLASSIC MODE - ONE HAND PER GAME"
                       TO STRAT-REPORT-LINE
               END-IF
               WRITE STRAT-REPORT-LINE
               MOVE SPACES TO STRAT-REPORT-LINE
               STRING "STRATEGY     GAMES     TURNS AVG/GAME "
                   "AVG/TURN MATCH-TURNS FILL-PCT SCRATCH-PCT"
                   DELIMITED BY SIZE INTO STRAT-REPORT-LINE
               WRITE STRAT-REPORT-LINE
               PERFORM VARYING WS-STRAT-IDX FROM 1 BY 1
                       UNTIL WS-STRAT-IDX > WS-STRAT-COUNT
                   IF WS-STR-MODE(WS-STRAT-IDX) = WS-PRINT-MODE
                       PERFORM WRITE-STRATEGY-LINE-PARA
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-STRATEGY-LINE-PARA.
           EVALUATE WS-STR-CODE(WS-STRAT-IDX)
               WHEN "G"
                   MOVE "GROUP" TO WS-STRAT-LABEL
               WHEN "E"
                   MOVE "ESCALERA" TO WS-STRAT-LABEL
               WHEN "F"
                   MOVE "FULL" TO WS-STRAT-LABEL
               WHEN SPACE
                   MOVE "UNRECORDED" TO WS-STRAT-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-STRAT-LABEL
                   STRING "CODE " WS-STR-CODE(WS-STRAT-IDX)
                       DELIMITED BY SIZE INTO WS-STRAT-LABEL
           END-EVALUATE.
           COMPUTE WS-AVG-GAME ROUNDED =
               WS-STR-POINTS(WS-STRAT-IDX) / WS-STR-GAMES(WS-STRAT-IDX).
           COMPUTE WS-AVG-TURN ROUNDED =
               WS-STR-POINTS(WS-STRAT-IDX) / WS-STR-TURNS(WS-STRAT-IDX).
           IF WS-STR-MATCH-TURNS(WS-STRAT-IDX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-STR-FILLS(WS-STRAT-IDX) * 100
                   / WS-STR-MATCH-TURNS(WS-STRAT-IDX)
               COMPUTE WS-SCRATCH-PCT ROUNDED =
                   WS-STR-SCRATCHES(WS-STRAT-IDX) * 100
                   / WS-STR-MATCH-TURNS(WS-STRAT-IDX)
           ELSE
               MOVE 0 TO WS-FILL-PCT
               MOVE 0 TO WS-SCRATCH-PCT
           END-IF.
           MOVE WS-STR-GAMES(WS-STRAT-IDX) TO WS-GAMES-DISP.
           MOVE WS-STR-TURNS(WS-STRAT-IDX) TO WS-TURNS-DISP.
           MOVE WS-STR-MATCH-TURNS(WS-STRAT-IDX) TO WS-MATCH-DISP.
           MOVE WS-AVG-GAME TO WS-AVG-GAME-DISP.
           MOVE WS-AVG-TURN TO WS-AVG-TURN-DISP.
           MOVE WS-FILL-PCT TO WS-FILL-PCT-DISP.
           MOVE WS-SCRATCH-PCT TO WS-SCRATCH-PCT-DISP.
           MOVE SPACES TO STRAT-REPORT-LINE.
           STRING WS-STRAT-LABEL " " WS-GAMES-DISP " " WS-TURNS-DISP
               " " WS-AVG-GAME-DISP "   " WS-AVG-TURN-DISP
               "   " WS-MATCH-DISP
               "   " WS-FILL-PCT-DISP "      " WS-SCRATCH-PCT-DISP
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE.
           WRITE STRAT-REPORT-LINE.
