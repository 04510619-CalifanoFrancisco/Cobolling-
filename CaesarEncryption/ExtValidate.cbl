IDENTIFICATION DIVISION.
PROGRAM-ID. EXT-VALIDATE.

*> validacion de recepcion de extractos cifrados: CAESAR-ENCRYPTION
*> graba cada extracto con un registro de cabecera (HDR1: dataset,
*> fecha de corrida, modo, clasificacion y version de clave) y uno de
*> cola (EOF1: cantidad de registros de datos y total hash del texto
*> cifrado), pero CAESARRPT.DAT con los totales de control se queda
*> de nuestro lado; dos veces un socio descifro un archivo corto sin
*> darse cuenta. este programa lo corre el sitio receptor, o nuestro
*> lado de entrada antes de la corrida en modo descifrado, contra
*> cada archivo recibido: recalcula la cantidad y el total hash,
*> verifica contra KEYFILE.DAT que la version de clave de la cabecera
*> sea la vigente en la fecha de la corrida, e imprime un reporte
*> con los archivos aceptados y los rechazados con su motivo; un
*> archivo truncado, alterado o concatenado deja RETURN-CODE 8 para
*> que el scheduler no siga con el descifrado

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> el nombre del archivo a validar es variable, como en
    *> CAESAR-ENCRYPTION: la lista VALIDLST.DAT nombra uno por linea;
    *> sin lista se valida CAESAROUT.DAT
        SELECT RECEIVED-FILE ASSIGN USING WS-RECEIVED-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECEIVED-STATUS.
        SELECT VALIDATE-LIST-FILE ASSIGN TO "VALIDLST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.
        SELECT KEY-FILE ASSIGN TO "KEYFILE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEY-FILE-STATUS.
        SELECT VALIDATE-REPORT-FILE ASSIGN TO "VALIDRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
        SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD RECEIVED-FILE.
    01 RECEIVED-RECORD PIC X(99).
    *> mismos layouts de cabecera y cola que graba CAESAR-ENCRYPTION
    *> en WRITE-HEADER-PARA y WRITE-TRAILER-PARA
    01 RECEIVED-HEADER-RECORD.
        05 HDR-RECORD-ID      PIC X(4).
        05 HDR-SEP-1          PIC X(1).
        05 HDR-DATASET-NAME   PIC X(44).
        05 HDR-SEP-2          PIC X(1).
        05 HDR-RUN-DATE       PIC X(8).
        05 HDR-SEP-3          PIC X(1).
        05 HDR-MODE           PIC X(1).
        05 HDR-SEP-4          PIC X(1).
        05 HDR-CLASSIFICATION PIC X(10).
        05 HDR-SEP-5          PIC X(1).
        05 HDR-KEY-VERSION    PIC 9(3).
        05 HDR-SEP-6          PIC X(1).
        05 HDR-COVERAGE       PIC X(1).
        05 HDR-SEP-7          PIC X(1).
        05 HDR-LAYOUT         PIC X(10).
        05 FILLER             PIC X(11).
    01 RECEIVED-TRAILER-RECORD.
        05 TRL-RECORD-ID      PIC X(4).
        05 TRL-SEP-1          PIC X(1).
        05 TRL-RECORD-COUNT   PIC 9(9).
        05 TRL-SEP-2          PIC X(1).
        05 TRL-HASH-TOTAL     PIC 9(18).
        05 FILLER             PIC X(66).

    FD VALIDATE-LIST-FILE.
    01 VALIDATE-LIST-RECORD.
        05 VL-FILE-NAME PIC X(44).

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

    FD VALIDATE-REPORT-FILE.
    01 VALIDATE-REPORT-LINE PIC X(120).

    FD OPS-LOG-FILE.
    01 OPS-LOG-RECORD.
    *> mismo layout que la bitacora comun que escribe GENERALA; aca
    *> OPS-COUNT-1 son los archivos validados, OPS-COUNT-2 los
    *> aceptados y OPS-COUNT-3 los rechazados
        05 OPS-PROGRAM-ID  PIC X(12).
        05 OPS-RECORD-TYPE PIC X(1).
        05 OPS-RUN-DATE    PIC X(8).
        05 OPS-TIMESTAMP   PIC X(21).
        05 OPS-COUNT-1     PIC 9(9).
        05 OPS-COUNT-2     PIC 9(9).
        05 OPS-COUNT-3     PIC 9(9).
        05 OPS-RETURN-CODE PIC 9(4).

    WORKING-STORAGE SECTION.
    01 WS-RECEIVED-STATUS PIC X(2) VALUE "00".
    01 WS-LIST-STATUS     PIC X(2) VALUE "00".
    01 WS-KEY-FILE-STATUS PIC X(2) VALUE "00".
    01 WS-REPORT-STATUS   PIC X(2) VALUE "00".

    01 WS-EOF-RECEIVED PIC 9 VALUE 0.
    01 WS-EOF-LIST     PIC 9 VALUE 0.
    01 WS-KEY-EOF      PIC 9 VALUE 0.

    01 WS-RUN-DATE            PIC X(8) VALUE SPACES.
    01 WS-RECEIVED-FILE-NAME  PIC X(44) VALUE "CAESAROUT.DAT".

    *> estado del archivo en proceso: lo que dice la cabecera, lo
    *> que dice la cola y lo que se recalculo leyendo los datos
    01 WS-PHYSICAL-READ   PIC 9(9) VALUE 0.
    01 WS-DATA-COUNT      PIC 9(9) VALUE 0.
    01 WS-FILE-HASH       PIC 9(18) VALUE 0.
    01 WS-HEADER-OK       PIC 9 VALUE 0.
    01 WS-TRAILER-SEEN    PIC 9 VALUE 0.
    01 WS-AFTER-TRAILER   PIC 9(9) VALUE 0.
    01 WS-EXTRA-HEADERS   PIC 9(9) VALUE 0.
    01 WS-LAST-WAS-TRAILER PIC 9 VALUE 0.
    01 WS-HDR-DATASET     PIC X(44) VALUE SPACES.
    01 WS-HDR-RUN-DATE    PIC X(8) VALUE SPACES.
    01 WS-HDR-MODE        PIC X(1) VALUE SPACE.
    01 WS-HDR-CLASS       PIC X(10) VALUE SPACES.
    01 WS-HDR-KEY-VERSION PIC 9(3) VALUE 0.
    01 WS-TRL-COUNT       PIC 9(9) VALUE 0.
    01 WS-TRL-HASH        PIC 9(18) VALUE 0.
    01 WS-FILE-REJECTED   PIC 9 VALUE 0.
    01 WS-REJECT-REASON   PIC X(60) VALUE SPACES.

    *> version de clave vigente a la fecha de la cabecera, con la
    *> misma regla que LOOKUP-KEY-PARA de CAESAR-ENCRYPTION (la de
    *> fecha mas alta que no la supere; a igual fecha la version mas
    *> alta); 000 si ninguna estaba vigente
    01 WS-KEY-FOUND       PIC 9 VALUE 0.
    01 WS-KEY-IN-FORCE    PIC 9(3) VALUE 0.
    01 WS-BEST-EFF-DATE   PIC X(8) VALUE SPACES.

    *> total hash: mismo calculo que HASH-RECORD-PARA de
    *> CAESAR-ENCRYPTION
    01 WS-RECORD-HASH PIC 9(9) VALUE 0.
    01 WS-HASH-IDX    PIC 9(3) VALUE 0.

    01 WS-FILES-CHECKED  PIC 9(5) VALUE 0.
    01 WS-FILES-ACCEPTED PIC 9(5) VALUE 0.
    01 WS-FILES-REJECTED PIC 9(5) VALUE 0.

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
           OPEN OUTPUT VALIDATE-REPORT-FILE.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "RECEIVED EXTRACT VALIDATION - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.
           OPEN INPUT VALIDATE-LIST-FILE.
           IF WS-LIST-STATUS = "35"
               PERFORM VALIDATE-FILE-PARA
           ELSE
               PERFORM UNTIL WS-EOF-LIST = 1
                   READ VALIDATE-LIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF-LIST
                       NOT AT END
                           IF VL-FILE-NAME NOT = SPACES
                               MOVE VL-FILE-NAME
                                   TO WS-RECEIVED-FILE-NAME
                               PERFORM VALIDATE-FILE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALIDATE-LIST-FILE
           END-IF.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "TOTALS: FILES=" WS-FILES-CHECKED
               " ACCEPTED=" WS-FILES-ACCEPTED
               " REJECTED=" WS-FILES-REJECTED
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.
           CLOSE VALIDATE-REPORT-FILE.
           IF WS-FILES-REJECTED > 0
    *> condicion visible para el scheduler: no se descifra ni se
    *> carga un archivo que no llego entero
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       WRITE-OPS-START-PARA.
           MOVE "EXT-VALIDATE" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "EXT-VALIDATE" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-FILES-CHECKED TO WS-OPS-COUNT-1.
           MOVE WS-FILES-ACCEPTED TO WS-OPS-COUNT-2.
           MOVE WS-FILES-REJECTED TO WS-OPS-COUNT-3.
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

       VALIDATE-FILE-PARA.
           ADD 1 TO WS-FILES-CHECKED.
           MOVE 0 TO WS-FILE-REJECTED.
           MOVE 0 TO WS-EOF-RECEIVED.
           MOVE 0 TO WS-PHYSICAL-READ.
           MOVE 0 TO WS-DATA-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 0 TO WS-HEADER-OK.
           MOVE 0 TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-AFTER-TRAILER.
           MOVE 0 TO WS-EXTRA-HEADERS.
           MOVE 0 TO WS-LAST-WAS-TRAILER.
           MOVE SPACES TO WS-HDR-DATASET.
           MOVE SPACES TO WS-HDR-RUN-DATE.
           MOVE SPACES TO WS-HDR-CLASS.
           MOVE 0 TO WS-HDR-KEY-VERSION.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           OPEN INPUT RECEIVED-FILE.
           IF WS-RECEIVED-STATUS = "35"
               MOVE "FILE NOT FOUND" TO WS-REJECT-REASON
               PERFORM REJECT-FILE-PARA
           ELSE
               PERFORM UNTIL WS-EOF-RECEIVED = 1
                   READ RECEIVED-FILE
                       AT END
                           MOVE 1 TO WS-EOF-RECEIVED
                       NOT AT END
                           ADD 1 TO WS-PHYSICAL-READ
                           PERFORM CLASSIFY-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-FILE
               PERFORM CHECK-STRUCTURE-PARA
               IF WS-HEADER-OK = 1
                   PERFORM CHECK-KEY-VERSION-PARA
               END-IF
           END-IF.
           IF WS-FILE-REJECTED = 0
               ADD 1 TO WS-FILES-ACCEPTED
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "ACCEPTED " WS-RECEIVED-FILE-NAME
                   " DATASET " WS-HDR-DATASET
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "         RUN DATE " WS-HDR-RUN-DATE
                   " MODE " WS-HDR-MODE
                   " CLASS " WS-HDR-CLASS
                   " KEY VERSION " WS-HDR-KEY-VERSION
                   " RECORDS " WS-DATA-COUNT
                   " HASH " WS-FILE-HASH
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
           ELSE
               ADD 1 TO WS-FILES-REJECTED
           END-IF.

       CLASSIFY-RECORD-PARA.
           *> el primer registro tiene que ser la cabecera; una cola
           *> cierra el archivo y todo lo que venga despues (datos u
           *> otra cabecera) es un archivo concatenado o pisado
           EVALUATE TRUE
               WHEN WS-PHYSICAL-READ = 1
                   IF HDR-RECORD-ID = "HDR1"
                       MOVE 1 TO WS-HEADER-OK
                       MOVE HDR-DATASET-NAME TO WS-HDR-DATASET
                       MOVE HDR-RUN-DATE TO WS-HDR-RUN-DATE
                       MOVE HDR-MODE TO WS-HDR-MODE
                       MOVE HDR-CLASSIFICATION TO WS-HDR-CLASS
                       IF HDR-KEY-VERSION NUMERIC
                           MOVE HDR-KEY-VERSION TO WS-HDR-KEY-VERSION
                       END-IF
                   ELSE
                       PERFORM TALLY-DATA-RECORD-PARA
                   END-IF
                   MOVE 0 TO WS-LAST-WAS-TRAILER
               WHEN TRL-RECORD-ID = "EOF1"
                   IF WS-TRAILER-SEEN = 1
                       ADD 1 TO WS-AFTER-TRAILER
                   END-IF
                   MOVE 1 TO WS-TRAILER-SEEN
                   MOVE 1 TO WS-LAST-WAS-TRAILER
                   IF TRL-RECORD-COUNT NUMERIC
                       MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT
                   END-IF
                   IF TRL-HASH-TOTAL NUMERIC
                       MOVE TRL-HASH-TOTAL TO WS-TRL-HASH
                   END-IF
               WHEN HDR-RECORD-ID = "HDR1"
                   ADD 1 TO WS-EXTRA-HEADERS
                   MOVE 0 TO WS-LAST-WAS-TRAILER
               WHEN OTHER
                   IF WS-TRAILER-SEEN = 1
                       ADD 1 TO WS-AFTER-TRAILER
                   END-IF
                   PERFORM TALLY-DATA-RECORD-PARA
                   MOVE 0 TO WS-LAST-WAS-TRAILER
           END-EVALUATE.

       TALLY-DATA-RECORD-PARA.
           ADD 1 TO WS-DATA-COUNT.
           PERFORM HASH-RECORD-PARA.

       HASH-RECORD-PARA.
           *> mismo calculo que HASH-RECORD-PARA de CAESAR-ENCRYPTION:
           *> ordinal de cada caracter por su posicion en el registro
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 99
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(RECEIVED-RECORD (WS-HASH-IDX:1))
                   * WS-HASH-IDX
           END-PERFORM.
           ADD WS-RECORD-HASH TO WS-FILE-HASH.

       CHECK-STRUCTURE-PARA.
           *> cada problema queda en su propia linea del reporte; con
           *> uno solo el archivo ya se rechaza
           IF WS-PHYSICAL-READ = 0
               MOVE "EMPTY FILE" TO WS-REJECT-REASON
               PERFORM REJECT-FILE-PARA
           ELSE
               IF WS-HEADER-OK = 0
                   MOVE "HEADER RECORD MISSING" TO WS-REJECT-REASON
                   PERFORM REJECT-FILE-PARA
               END-IF
               IF WS-TRAILER-SEEN = 0
                   MOVE "TRAILER RECORD MISSING - FILE TRUNCATED"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FILE-PARA
               END-IF
               IF WS-EXTRA-HEADERS > 0
                   MOVE "MORE THAN ONE HEADER RECORD"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FILE-PARA
               END-IF
               IF WS-AFTER-TRAILER > 0 OR
                       (WS-TRAILER-SEEN = 1 AND WS-LAST-WAS-TRAILER = 0)
                   MOVE "RECORDS AFTER TRAILER" TO WS-REJECT-REASON
                   PERFORM REJECT-FILE-PARA
               END-IF
               IF WS-TRAILER-SEEN = 1
                   IF WS-TRL-COUNT NOT = WS-DATA-COUNT
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "RECORD COUNT " WS-DATA-COUNT
                           " TRAILER SAYS " WS-TRL-COUNT
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       PERFORM REJECT-FILE-PARA
                   END-IF
                   IF WS-TRL-HASH NOT = WS-FILE-HASH
                       MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-FILE-PARA
                   END-IF
               END-IF
               IF WS-HEADER-OK = 1
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-HDR-RUN-DATE)) NOT = 0
                           OR WS-HDR-RUN-DATE NOT NUMERIC
                       MOVE "HEADER RUN DATE INVALID"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-FILE-PARA
                       MOVE 0 TO WS-HEADER-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-VERSION-PARA.
           *> la version de la cabecera tiene que ser exactamente la que
           *> CAESAR-ENCRYPTION hubiera elegido en esa fecha; sin
           *> clasificacion la corrida fue con el shift numerico y la
           *> version es 000
           MOVE 0 TO WS-KEY-FOUND.
           MOVE 0 TO WS-KEY-IN-FORCE.
           MOVE SPACES TO WS-BEST-EFF-DATE.
           IF WS-HDR-CLASS NOT = SPACES
               MOVE 0 TO WS-KEY-EOF
               OPEN INPUT KEY-FILE
               IF WS-KEY-FILE-STATUS = "35"
                   IF WS-HDR-KEY-VERSION > 0
                       MOVE "KEYFILE.DAT NOT AVAILABLE FOR KEY CHECK"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-FILE-PARA
                   END-IF
               ELSE
                   PERFORM UNTIL WS-KEY-EOF = 1
                       READ KEY-FILE
                           AT END
                               MOVE 1 TO WS-KEY-EOF
                           NOT AT END
                               PERFORM EVALUATE-KEY-VERSION-PARA
                       END-READ
                   END-PERFORM
                   CLOSE KEY-FILE
                   IF WS-KEY-IN-FORCE NOT = WS-HDR-KEY-VERSION
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "KEY VERSION " WS-HDR-KEY-VERSION
                           " NOT IN FORCE ON " WS-HDR-RUN-DATE
                           " (KEYFILE HAS " WS-KEY-IN-FORCE ")"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       PERFORM REJECT-FILE-PARA
                   END-IF
               END-IF
           ELSE
               IF WS-HDR-KEY-VERSION NOT = 0
                   MOVE "KEY VERSION WITHOUT CLASSIFICATION"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FILE-PARA
               END-IF
           END-IF.

       EVALUATE-KEY-VERSION-PARA.
           IF KEY-CLASSIFICATION = WS-HDR-CLASS
                   AND KEY-EFFECTIVE-DATE <= WS-HDR-RUN-DATE
               IF WS-KEY-FOUND = 0
                       OR KEY-EFFECTIVE-DATE > WS-BEST-EFF-DATE
                       OR (KEY-EFFECTIVE-DATE = WS-BEST-EFF-DATE
                           AND KEY-VERSION > WS-KEY-IN-FORCE)
                   MOVE KEY-VERSION TO WS-KEY-IN-FORCE
                   MOVE KEY-EFFECTIVE-DATE TO WS-BEST-EFF-DATE
                   MOVE 1 TO WS-KEY-FOUND
               END-IF
           END-IF.

       REJECT-FILE-PARA.
           MOVE 1 TO WS-FILE-REJECTED.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "REJECTED " WS-RECEIVED-FILE-NAME
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.
