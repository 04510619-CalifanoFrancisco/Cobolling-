IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-QUERY.

*> consulta de cumplimiento sobre el log de auditoria: dada una
*> lista de valores en claro (QUERYLST.DAT, uno por linea; por
*> ejemplo el numero de cuenta de un pedido de acceso del titular),
*> informa que corridas de CAESAR-ENCRYPTION los procesaron, con
*> fecha y hora, modo, clasificacion, version de clave, layout y
*> campo. el log ya no guarda el valor: se calcula la huella de cada
*> valor de la lista con cada version de la clave AUDITFP de
*> KEYFILE.DAT (mas la huella sin clave, version 000) y se compara
*> con AUDIT-FINGERPRINT y el largo de cada registro de AUDITLOG.DAT
*> y de AUDITLGA.DAT. el reporte identifica cada valor por su numero
*> de orden en la lista y su largo, nunca por el valor, para que el
*> reporte tampoco quede como copia en claro. registros del layout
*> anterior sin convertir o con una version AUDITFP que ya no esta en
*> KEYFILE.DAT no se pueden comparar: se cuentan aparte y dejan
*> RETURN-CODE 4 porque la respuesta puede estar incompleta. las
*> corridas de registro entero (sin layout, campo en blanco) tienen
*> la huella del registro completo de 99 posiciones y solo las
*> encuentra el registro completo, no un valor de campo como un
*> numero de cuenta: tambien se cuentan aparte con RETURN-CODE 4

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QUERY-LIST-FILE ASSIGN TO "QUERYLST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUERY-STATUS.
        SELECT KEY-FILE ASSIGN TO "KEYFILE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEY-FILE-STATUS.
        SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-LOG-STATUS.
        SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDITLGA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-ARCH-STATUS.
        SELECT QUERY-REPORT-FILE ASSIGN TO "AUDQYRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
        SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD QUERY-LIST-FILE.
    01 QUERY-LIST-RECORD.
        05 QRY-VALUE PIC X(99).

    FD KEY-FILE.
    01 KEY-FILE-RECORD.
    *> mismo layout versionado que lee CAESAR-ENCRYPTION
        05 KEY-CLASSIFICATION  PIC X(10).
        05 KEY-SEP-1           PIC X(1).
        05 KEY-VERSION         PIC 9(3).
        05 KEY-SEP-2           PIC X(1).
        05 KEY-EFFECTIVE-DATE  PIC X(8).
        05 KEY-SEP-3           PIC X(1).
        05 KEY-KEYWORD         PIC X(20).

    *> los dos logs se leen como registro plano y se trabajan sobre
    *> WS-AUDIT-RECORD
    FD AUDIT-LOG-FILE.
    01 AUDIT-LOG-RECORD PIC X(269).

    FD AUDIT-ARCH-FILE.
    01 AUDIT-ARCH-RECORD PIC X(269).

    FD QUERY-REPORT-FILE.
    01 QUERY-REPORT-LINE PIC X(132).

    FD OPS-LOG-FILE.
    01 OPS-LOG-RECORD.
    *> mismo layout que la bitacora comun que escribe GENERALA; aca
    *> OPS-COUNT-1 son los registros de auditoria leidos, OPS-COUNT-2
    *> las coincidencias y OPS-COUNT-3 los registros que no se
    *> pudieron comparar
        05 OPS-PROGRAM-ID  PIC X(12).
        05 OPS-RECORD-TYPE PIC X(1).
        05 OPS-RUN-DATE    PIC X(8).
        05 OPS-TIMESTAMP   PIC X(21).
        05 OPS-COUNT-1     PIC 9(9).
        05 OPS-COUNT-2     PIC 9(9).
        05 OPS-COUNT-3     PIC 9(9).
        05 OPS-RETURN-CODE PIC 9(4).

    WORKING-STORAGE SECTION.
    01 WS-QUERY-STATUS      PIC X(2) VALUE "00".
    01 WS-KEY-FILE-STATUS   PIC X(2) VALUE "00".
    01 WS-AUDIT-LOG-STATUS  PIC X(2) VALUE "00".
    01 WS-AUDIT-ARCH-STATUS PIC X(2) VALUE "00".
    01 WS-REPORT-STATUS     PIC X(2) VALUE "00".

    01 WS-EOF-FLAG PIC 9 VALUE 0.
    01 WS-KEY-EOF  PIC 9 VALUE 0.
    01 WS-RUN-DATE PIC X(8) VALUE SPACES.

    *> mismo layout que graba LOG-AUDIT-PARA de CAESAR-ENCRYPTION
    01 WS-AUDIT-RECORD.
        05 WS-AUD-FINGERPRINT   PIC 9(18).
        05 WS-AUD-FP-SEP-1      PIC X(1).
        05 WS-AUD-PLAIN-LEN     PIC 9(3).
        05 WS-AUD-FP-SEP-2      PIC X(1).
        05 WS-AUD-FP-VERSION    PIC 9(3).
        05 WS-AUD-FP-SEP-3      PIC X(1).
        05 WS-AUD-FP-FORMAT     PIC X(1).
        05 FILLER               PIC X(71).
        05 WS-AUD-SEP-1         PIC X(1).
        05 WS-AUD-CIPHERTEXT    PIC X(99).
        05 WS-AUD-SEP-2         PIC X(1).
        05 WS-AUD-MODE          PIC X(1).
        05 WS-AUD-SEP-3         PIC X(1).
        05 WS-AUD-SHIFT         PIC 9(2).
        05 WS-AUD-SEP-4         PIC X(1).
        05 WS-AUD-KEYED         PIC X(1).
        05 WS-AUD-SEP-5         PIC X(1).
        05 WS-AUD-CLASSIFICATION PIC X(10).
        05 WS-AUD-SEP-6         PIC X(1).
        05 WS-AUD-TIMESTAMP     PIC X(21).
        05 WS-AUD-SEP-7         PIC X(1).
        05 WS-AUD-COVERAGE      PIC X(1).
        05 WS-AUD-SEP-8         PIC X(1).
        05 WS-AUD-KEY-VERSION   PIC 9(3).
        05 WS-AUD-SEP-9         PIC X(1).
        05 WS-AUD-LAYOUT        PIC X(10).
        05 WS-AUD-SEP-10        PIC X(1).
        05 WS-AUD-FIELD-NAME    PIC X(12).

    *> versiones de la clave AUDITFP que hay en KEYFILE.DAT; la
    *> entrada 1 es siempre la 000 sin clave, la que graba
    *> CAESAR-ENCRYPTION cuando no hay clave AUDITFP vigente
    01 WS-FP-CLASSIFICATION PIC X(10) VALUE "AUDITFP".
    01 WS-FPV-TABLE.
        05 WS-FPV-ENTRY OCCURS 50 TIMES.
            10 WS-FPV-VERSION  PIC 9(3).
            10 WS-FPV-KEYWORD  PIC X(20).
            10 WS-FPV-KEY-LEN  PIC 9(2).
    01 WS-FPV-COUNT PIC 9(2) VALUE 0.
    01 WS-FPV-IDX   PIC 9(2) VALUE 0.
    01 WS-FPV-HIT   PIC 9(2) VALUE 0.

    *> valores de la consulta con su huella precalculada para cada
    *> version de clave (mismo subindice que WS-FPV-TABLE)
    01 WS-QUERY-TABLE.
        05 WS-QRY-ENTRY OCCURS 100 TIMES.
            10 WS-QRY-LENGTH   PIC 9(3).
            10 WS-QRY-MATCHES  PIC 9(7).
            10 WS-QRY-FP       PIC 9(18) OCCURS 50 TIMES.
    01 WS-QRY-COUNT   PIC 9(3) VALUE 0.
    01 WS-QRY-IDX     PIC 9(3) VALUE 0.
    01 WS-QRY-SKIPPED PIC 9(5) VALUE 0.

    *> calculo de la huella: mismo que FINGERPRINT-PARA de
    *> CAESAR-ENCRYPTION, con la clave de la version en proceso
    01 WS-FP-KEYWORD       PIC X(20) VALUE SPACES.
    01 WS-FP-KEY-LEN       PIC 9(2) VALUE 0.
    01 WS-FP-VALUE         PIC X(99) VALUE SPACES.
    01 WS-FP-LENGTH        PIC 9(3) VALUE 0.
    01 WS-FP-IDX           PIC 9(3) VALUE 0.
    01 WS-FP-CHAR          PIC X(1) VALUE SPACE.
    01 WS-FP-H1            PIC 9(9) VALUE 0.
    01 WS-FP-H2            PIC 9(9) VALUE 0.
    01 WS-FINGERPRINT      PIC 9(18) VALUE 0.

    01 WS-FILE-LABEL         PIC X(12) VALUE SPACES.
    01 WS-RECORDS-READ       PIC 9(9) VALUE 0.
    01 WS-MATCH-COUNT        PIC 9(9) VALUE 0.
    01 WS-NOT-CONVERTED      PIC 9(9) VALUE 0.
    01 WS-UNKNOWN-VERSION    PIC 9(9) VALUE 0.
    01 WS-UNSEARCHABLE       PIC 9(9) VALUE 0.
    01 WS-WHOLE-RECORD       PIC 9(9) VALUE 0.

    *> bitacora de operaciones de la cadena nocturna; el registro se
    *> arma aca y se mueve al area del archivo despues del OPEN
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM WRITE-OPS-START-PARA.
           OPEN OUTPUT QUERY-REPORT-FILE.
           MOVE SPACES TO QUERY-REPORT-LINE.
           STRING "AUDIT LOG COMPLIANCE QUERY - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           PERFORM LOAD-FP-VERSIONS-PARA.
           PERFORM LOAD-QUERY-LIST-PARA.
           IF WS-QRY-COUNT = 0
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "QUERYLST.DAT MISSING OR EMPTY - NOTHING TO "
                   "SEARCH"
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE "MATCHES" TO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE "AUDITLOG.DAT" TO WS-FILE-LABEL
               MOVE 0 TO WS-EOF-FLAG
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDIT-LOG-STATUS = "35"
                   PERFORM WRITE-FILE-MISSING-PARA
               ELSE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CHECK-AUDIT-RECORD-PARA
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               MOVE "AUDITLGA.DAT" TO WS-FILE-LABEL
               MOVE 0 TO WS-EOF-FLAG
               OPEN INPUT AUDIT-ARCH-FILE
               IF WS-AUDIT-ARCH-STATUS = "35"
                   PERFORM WRITE-FILE-MISSING-PARA
               ELSE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ AUDIT-ARCH-FILE INTO WS-AUDIT-RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CHECK-AUDIT-RECORD-PARA
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-ARCH-FILE
               END-IF
               PERFORM WRITE-SUMMARY-PARA
           END-IF.
           CLOSE QUERY-REPORT-FILE.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       WRITE-OPS-START-PARA.
           MOVE "AUDIT-QUERY" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "AUDIT-QUERY" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-RECORDS-READ TO WS-OPS-COUNT-1.
           MOVE WS-MATCH-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-UNSEARCHABLE TO WS-OPS-COUNT-3.
           MOVE RETURN-CODE TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-RECORD-PARA.
           *> abre, escribe y cierra en el momento: si el programa
           *> abenda mas adelante, el "S" ya quedo en disco y el
           *> resumen de la manana marca el paso como inconcluso
           MOVE WS-RUN-DATE TO WS-OPS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-TIMESTAMP.
           OPEN EXTEND OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS = "35"
               OPEN OUTPUT OPS-LOG-FILE
           END-IF.
           MOVE WS-OPS-WORK TO OPS-LOG-RECORD.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.

       LOAD-FP-VERSIONS-PARA.
           *> todas las versiones AUDITFP sin importar la fecha de
           *> vigencia: cualquiera pudo haber estado en uso en alguna
           *> corrida del periodo que cubren los logs
           MOVE 1 TO WS-FPV-COUNT.
           MOVE 0 TO WS-FPV-VERSION(1).
           MOVE SPACES TO WS-FPV-KEYWORD(1).
           MOVE 0 TO WS-FPV-KEY-LEN(1).
           MOVE 0 TO WS-KEY-EOF.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-FILE-STATUS IS NOT EQUAL TO "35"
               PERFORM UNTIL WS-KEY-EOF = 1
                   READ KEY-FILE
                       AT END
                           MOVE 1 TO WS-KEY-EOF
                       NOT AT END
                           IF KEY-CLASSIFICATION = WS-FP-CLASSIFICATION
                                   AND KEY-VERSION NUMERIC
                                   AND KEY-VERSION > 0
                                   AND WS-FPV-COUNT < 50
                               ADD 1 TO WS-FPV-COUNT
                               MOVE KEY-VERSION
                                   TO WS-FPV-VERSION(WS-FPV-COUNT)
                               MOVE KEY-KEYWORD
                                   TO WS-FPV-KEYWORD(WS-FPV-COUNT)
                               COMPUTE WS-FPV-KEY-LEN(WS-FPV-COUNT) =
                                   FUNCTION LENGTH(
                                       FUNCTION TRIM(KEY-KEYWORD))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-FILE
           END-IF.
           MOVE SPACES TO QUERY-REPORT-LINE.
           COMPUTE WS-FPV-IDX = WS-FPV-COUNT - 1.
           STRING "AUDITFP KEY VERSIONS ON FILE: " WS-FPV-IDX
               " (PLUS UNKEYED VERSION 000)"
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.

       LOAD-QUERY-LIST-PARA.
           *> el valor en claro vive solo en esta pasada: se guarda su
           *> largo y sus huellas, y el area se limpia al terminar
           MOVE 0 TO WS-QRY-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT QUERY-LIST-FILE.
           IF WS-QUERY-STATUS IS NOT EQUAL TO "35"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ QUERY-LIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF QRY-VALUE NOT = SPACES
                               IF WS-QRY-COUNT < 100
                                   PERFORM ADD-QUERY-VALUE-PARA
                               ELSE
                                   ADD 1 TO WS-QRY-SKIPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUERY-LIST-FILE
           END-IF.
           MOVE SPACES TO WS-FP-VALUE.
           MOVE SPACES TO QUERY-LIST-RECORD.
           IF WS-QRY-SKIPPED > 0
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "QUERY LIST OVER 100 VALUES - " WS-QRY-SKIPPED
                   " VALUES NOT SEARCHED"
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       ADD-QUERY-VALUE-PARA.
           ADD 1 TO WS-QRY-COUNT.
           MOVE 0 TO WS-QRY-MATCHES(WS-QRY-COUNT).
           *> CAESAR-ENCRYPTION pasa la entrada a mayusculas antes de
           *> tomar la huella: el valor buscado tiene que ir igual
           MOVE FUNCTION UPPER-CASE(QRY-VALUE) TO WS-FP-VALUE.
           PERFORM VARYING WS-FPV-IDX FROM 1 BY 1
                   UNTIL WS-FPV-IDX > WS-FPV-COUNT
               MOVE WS-FPV-KEYWORD(WS-FPV-IDX) TO WS-FP-KEYWORD
               MOVE WS-FPV-KEY-LEN(WS-FPV-IDX) TO WS-FP-KEY-LEN
               PERFORM FINGERPRINT-PARA
               MOVE WS-FINGERPRINT
                   TO WS-QRY-FP(WS-QRY-COUNT, WS-FPV-IDX)
           END-PERFORM.
           MOVE WS-FP-LENGTH TO WS-QRY-LENGTH(WS-QRY-COUNT).
           MOVE SPACES TO QUERY-REPORT-LINE.
           STRING "VALUE " WS-QRY-COUNT
               " LENGTH " WS-FP-LENGTH
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.

       FINGERPRINT-PARA.
           *> mismo calculo que FINGERPRINT-PARA de CAESAR-ENCRYPTION
           MOVE 0 TO WS-FP-LENGTH.
           IF WS-FP-VALUE NOT = SPACES
               COMPUTE WS-FP-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FP-VALUE TRAILING))
           END-IF.
           MOVE 7 TO WS-FP-H1.
           MOVE 11 TO WS-FP-H2.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-KEY-LEN
               MOVE WS-FP-KEYWORD (WS-FP-IDX:1) TO WS-FP-CHAR
               PERFORM FINGERPRINT-MIX-PARA
           END-PERFORM.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-LENGTH
               MOVE WS-FP-VALUE (WS-FP-IDX:1) TO WS-FP-CHAR
               PERFORM FINGERPRINT-MIX-PARA
           END-PERFORM.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-KEY-LEN
               MOVE WS-FP-KEYWORD (WS-FP-IDX:1) TO WS-FP-CHAR
               PERFORM FINGERPRINT-MIX-PARA
           END-PERFORM.
           COMPUTE WS-FINGERPRINT = WS-FP-H1 * 1000000000 + WS-FP-H2.

       FINGERPRINT-MIX-PARA.
           COMPUTE WS-FP-H1 = FUNCTION MOD(
               WS-FP-H1 * 131 + FUNCTION ORD(WS-FP-CHAR), 999999937).
           COMPUTE WS-FP-H2 = FUNCTION MOD(
               WS-FP-H2 * 257 + FUNCTION ORD(WS-FP-CHAR), 999999929).

       CHECK-AUDIT-RECORD-PARA.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-AUD-FP-FORMAT NOT = "F"
                   OR WS-AUD-FINGERPRINT NOT NUMERIC
                   OR WS-AUD-FP-VERSION NOT NUMERIC
               ADD 1 TO WS-NOT-CONVERTED
               ADD 1 TO WS-UNSEARCHABLE
           ELSE
               MOVE 0 TO WS-FPV-HIT
               PERFORM VARYING WS-FPV-IDX FROM 1 BY 1
                       UNTIL WS-FPV-IDX > WS-FPV-COUNT
                   IF WS-FPV-VERSION(WS-FPV-IDX) = WS-AUD-FP-VERSION
                       MOVE WS-FPV-IDX TO WS-FPV-HIT
                   END-IF
               END-PERFORM
               IF WS-FPV-HIT = 0
                   ADD 1 TO WS-UNKNOWN-VERSION
                   ADD 1 TO WS-UNSEARCHABLE
               ELSE
                   IF WS-AUD-FIELD-NAME = SPACES
                       ADD 1 TO WS-WHOLE-RECORD
                   END-IF
                   PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
                           UNTIL WS-QRY-IDX > WS-QRY-COUNT
                       IF WS-QRY-LENGTH(WS-QRY-IDX) = WS-AUD-PLAIN-LEN
                               AND WS-QRY-FP(WS-QRY-IDX, WS-FPV-HIT)
                                   = WS-AUD-FINGERPRINT
                           PERFORM WRITE-MATCH-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-MATCH-PARA.
           ADD 1 TO WS-MATCH-COUNT.
           ADD 1 TO WS-QRY-MATCHES(WS-QRY-IDX).
           MOVE SPACES TO QUERY-REPORT-LINE.
           STRING "VALUE " WS-QRY-IDX
               " " WS-FILE-LABEL
               " RUN " WS-AUD-TIMESTAMP(1:8)
               " " WS-AUD-TIMESTAMP(9:6)
               " MODE " WS-AUD-MODE
               " CLASS " WS-AUD-CLASSIFICATION
               " KEY VERSION " WS-AUD-KEY-VERSION
               " COVERAGE " WS-AUD-COVERAGE
               " LAYOUT " WS-AUD-LAYOUT
               " FIELD " WS-AUD-FIELD-NAME
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.

       WRITE-FILE-MISSING-PARA.
           MOVE SPACES TO QUERY-REPORT-LINE.
           STRING WS-FILE-LABEL " NOT FOUND - NOT SEARCHED"
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           MOVE "SUMMARY" TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
                   UNTIL WS-QRY-IDX > WS-QRY-COUNT
               MOVE SPACES TO QUERY-REPORT-LINE
               IF WS-QRY-MATCHES(WS-QRY-IDX) = 0
                   IF WS-WHOLE-RECORD > 0
                       STRING "VALUE " WS-QRY-IDX
                           " NOT FOUND IN ANY FIELD-LEVEL AUDIT RECORD"
                           DELIMITED BY SIZE INTO QUERY-REPORT-LINE
                   ELSE
                       STRING "VALUE " WS-QRY-IDX
                           " NOT FOUND IN ANY SEARCHABLE AUDIT RECORD"
                           DELIMITED BY SIZE INTO QUERY-REPORT-LINE
                   END-IF
               ELSE
                   STRING "VALUE " WS-QRY-IDX
                       " AUDIT RECORDS MATCHED "
                       WS-QRY-MATCHES(WS-QRY-IDX)
                       DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               END-IF
               WRITE QUERY-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO QUERY-REPORT-LINE.
           STRING "AUDIT RECORDS READ " WS-RECORDS-READ
               " MATCHED " WS-MATCH-COUNT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           IF WS-UNSEARCHABLE > 0
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "WARNING: " WS-UNSEARCHABLE
                   " RECORDS NOT SEARCHABLE - NOT CONVERTED "
                   WS-NOT-CONVERTED
                   " AUDITFP VERSION NOT IN KEYFILE " WS-UNKNOWN-VERSION
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-WHOLE-RECORD > 0
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "WARNING: " WS-WHOLE-RECORD
                   " WHOLE-RECORD AUDIT RECORDS - FIELD VALUES NOT "
                   "SEARCHABLE, ONLY A FULL RECORD MATCHES"
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
