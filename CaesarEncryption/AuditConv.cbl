IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-CONVERT.

*> conversion unica del log de auditoria al layout con huella: hasta
*> ahora LOG-AUDIT-PARA de CAESAR-ENCRYPTION guardaba en los primeros
*> 99 bytes de cada registro una copia en claro del dato enmascarado,
*> y AUDITLGA.DAT la conservaba todo lo que ARCH-PURGE la retuviera.
*> este programa lee AUDITLOG.DAT y AUDITLGA.DAT, reemplaza en cada
*> registro del layout anterior el texto claro por la huella con
*> clave y el largo (mismo calculo que FINGERPRINT-PARA de
*> CAESAR-ENCRYPTION, con la clave AUDITFP vigente al dia de la
*> conversion) y escribe una generacion nueva de cada uno
*> (AUDITLCV.DAT y AUDITACV.DAT) que el scheduler renombra sobre los
*> originales; los registros que ya vienen con huella se copian tal
*> cual, asi que volver a correrlo no cambia nada. sin clave AUDITFP
*> vigente no convierte nada y termina con RETURN-CODE 8: una huella
*> sin clave de un numero de cuenta se adivina probando

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-LOG-STATUS.
        SELECT AUDIT-LOG-NEW-FILE ASSIGN TO "AUDITLCV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-LOG-NEW-STATUS.
        SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDITLGA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-ARCH-STATUS.
        SELECT AUDIT-ARCH-NEW-FILE ASSIGN TO "AUDITACV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-ARCH-NEW-STATUS.
        SELECT KEY-FILE ASSIGN TO "KEYFILE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEY-FILE-STATUS.
        SELECT CONVERT-REPORT-FILE ASSIGN TO "AUDCVRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
        SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPS-LOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> los dos archivos se leen como registro plano; el trabajo se
    *> hace sobre WS-AUDIT-RECORD con las dos vistas del layout
    FD AUDIT-LOG-FILE.
    01 AUDIT-LOG-RECORD PIC X(269).

    FD AUDIT-LOG-NEW-FILE.
    01 AUDIT-LOG-NEW-RECORD PIC X(269).

    FD AUDIT-ARCH-FILE.
    01 AUDIT-ARCH-RECORD PIC X(269).

    FD AUDIT-ARCH-NEW-FILE.
    01 AUDIT-ARCH-NEW-RECORD PIC X(269).

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

    FD CONVERT-REPORT-FILE.
    01 CONVERT-REPORT-LINE PIC X(120).

    FD OPS-LOG-FILE.
    01 OPS-LOG-RECORD.
    *> mismo layout que la bitacora comun que escribe GENERALA; aca
    *> OPS-COUNT-1 son los registros leidos, OPS-COUNT-2 los
    *> convertidos y OPS-COUNT-3 los que ya venian con huella
        05 OPS-PROGRAM-ID  PIC X(12).
        05 OPS-RECORD-TYPE PIC X(1).
        05 OPS-RUN-DATE    PIC X(8).
        05 OPS-TIMESTAMP   PIC X(21).
        05 OPS-COUNT-1     PIC 9(9).
        05 OPS-COUNT-2     PIC 9(9).
        05 OPS-COUNT-3     PIC 9(9).
        05 OPS-RETURN-CODE PIC 9(4).

    WORKING-STORAGE SECTION.
    01 WS-AUDIT-LOG-STATUS      PIC X(2) VALUE "00".
    01 WS-AUDIT-LOG-NEW-STATUS  PIC X(2) VALUE "00".
    01 WS-AUDIT-ARCH-STATUS     PIC X(2) VALUE "00".
    01 WS-AUDIT-ARCH-NEW-STATUS PIC X(2) VALUE "00".
    01 WS-KEY-FILE-STATUS       PIC X(2) VALUE "00".
    01 WS-REPORT-STATUS         PIC X(2) VALUE "00".

    01 WS-EOF-FLAG PIC 9 VALUE 0.
    01 WS-KEY-EOF  PIC 9 VALUE 0.
    01 WS-RUN-DATE PIC X(8) VALUE SPACES.

    *> registro en proceso: la vista anterior con el texto claro y la
    *> nueva con la huella, tal como las graba LOG-AUDIT-PARA de
    *> CAESAR-ENCRYPTION; del modo en adelante no cambia nada
    01 WS-AUDIT-RECORD.
        05 WS-AUD-PLAINTEXT   PIC X(99).
        05 WS-AUD-SEP-1       PIC X(1).
        05 WS-AUD-CIPHERTEXT  PIC X(99).
        05 WS-AUD-SEP-2       PIC X(1).
        05 WS-AUD-MODE        PIC X(1).
        05 WS-AUD-REST        PIC X(68).
    01 WS-AUDIT-NEW-VIEW REDEFINES WS-AUDIT-RECORD.
        05 WS-AUD-FINGERPRINT PIC 9(18).
        05 WS-AUD-FP-SEP-1    PIC X(1).
        05 WS-AUD-PLAIN-LEN   PIC 9(3).
        05 WS-AUD-FP-SEP-2    PIC X(1).
        05 WS-AUD-FP-VERSION  PIC 9(3).
        05 WS-AUD-FP-SEP-3    PIC X(1).
        05 WS-AUD-FP-FORMAT   PIC X(1).
        05 FILLER             PIC X(71).
        05 FILLER             PIC X(170).

    *> clave AUDITFP vigente al dia de la conversion, elegida con la
    *> misma regla que LOAD-FP-KEY-PARA de CAESAR-ENCRYPTION
    01 WS-FP-CLASSIFICATION PIC X(10) VALUE "AUDITFP".
    01 WS-FP-KEYWORD       PIC X(20) VALUE SPACES.
    01 WS-FP-KEY-LEN       PIC 9(2) VALUE 0.
    01 WS-FP-VERSION       PIC 9(3) VALUE 0.
    01 WS-FP-FOUND         PIC 9 VALUE 0.
    01 WS-FP-BEST-DATE     PIC X(8) VALUE SPACES.
    01 WS-FP-VALUE         PIC X(99) VALUE SPACES.
    01 WS-FP-LENGTH        PIC 9(3) VALUE 0.
    01 WS-FP-IDX           PIC 9(3) VALUE 0.
    01 WS-FP-CHAR          PIC X(1) VALUE SPACE.
    01 WS-FP-H1            PIC 9(9) VALUE 0.
    01 WS-FP-H2            PIC 9(9) VALUE 0.
    01 WS-FINGERPRINT      PIC 9(18) VALUE 0.

    *> contadores del archivo en proceso y de toda la corrida
    01 WS-FILE-LABEL       PIC X(12) VALUE SPACES.
    01 WS-READ-COUNT       PIC 9(9) VALUE 0.
    01 WS-CONVERTED-COUNT  PIC 9(9) VALUE 0.
    01 WS-ALREADY-COUNT    PIC 9(9) VALUE 0.
    01 WS-TOT-READ         PIC 9(9) VALUE 0.
    01 WS-TOT-CONVERTED    PIC 9(9) VALUE 0.
    01 WS-TOT-ALREADY      PIC 9(9) VALUE 0.

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
           OPEN OUTPUT CONVERT-REPORT-FILE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "AUDIT LOG FINGERPRINT CONVERSION - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           PERFORM LOAD-FP-KEY-PARA.
           IF WS-FP-FOUND = 0
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "NO AUDITFP KEY IN FORCE IN KEYFILE.DAT - "
                   "NOTHING CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "FINGERPRINT KEY VERSION " WS-FP-VERSION
                   " EFFECTIVE " WS-FP-BEST-DATE
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               PERFORM CONVERT-AUDIT-LOG-PARA
               PERFORM CONVERT-AUDIT-ARCH-PARA
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "TOTALS: READ=" WS-TOT-READ
                   " CONVERTED=" WS-TOT-CONVERTED
                   " ALREADY FINGERPRINTED=" WS-TOT-ALREADY
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
           END-IF.
           CLOSE CONVERT-REPORT-FILE.
           PERFORM WRITE-OPS-END-PARA.
           STOP RUN.

       WRITE-OPS-START-PARA.
           MOVE "AUDIT-CONVRT" TO WS-OPS-PROGRAM-ID.
           MOVE "S" TO WS-OPS-RECORD-TYPE.
           MOVE 0 TO WS-OPS-COUNT-1.
           MOVE 0 TO WS-OPS-COUNT-2.
           MOVE 0 TO WS-OPS-COUNT-3.
           MOVE 0 TO WS-OPS-RETURN-CODE.
           PERFORM WRITE-OPS-RECORD-PARA.

       WRITE-OPS-END-PARA.
           MOVE "AUDIT-CONVRT" TO WS-OPS-PROGRAM-ID.
           MOVE "E" TO WS-OPS-RECORD-TYPE.
           MOVE WS-TOT-READ TO WS-OPS-COUNT-1.
           MOVE WS-TOT-CONVERTED TO WS-OPS-COUNT-2.
           MOVE WS-TOT-ALREADY TO WS-OPS-COUNT-3.
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

       LOAD-FP-KEY-PARA.
           MOVE 0 TO WS-FP-FOUND.
           MOVE 0 TO WS-FP-VERSION.
           MOVE 0 TO WS-FP-KEY-LEN.
           MOVE SPACES TO WS-FP-KEYWORD.
           MOVE SPACES TO WS-FP-BEST-DATE.
           MOVE 0 TO WS-KEY-EOF.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-FILE-STATUS IS NOT EQUAL TO "35"
               PERFORM UNTIL WS-KEY-EOF = 1
                   READ KEY-FILE
                       AT END
                           MOVE 1 TO WS-KEY-EOF
                       NOT AT END
                           PERFORM EVALUATE-FP-KEY-PARA
                   END-READ
               END-PERFORM
               CLOSE KEY-FILE
               IF WS-FP-FOUND = 1
                   COMPUTE WS-FP-KEY-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-FP-KEYWORD))
               END-IF
           END-IF.

       EVALUATE-FP-KEY-PARA.
           IF KEY-CLASSIFICATION = WS-FP-CLASSIFICATION
                   AND KEY-EFFECTIVE-DATE <= WS-RUN-DATE
               IF WS-FP-FOUND = 0
                       OR KEY-EFFECTIVE-DATE > WS-FP-BEST-DATE
                       OR (KEY-EFFECTIVE-DATE = WS-FP-BEST-DATE
                           AND KEY-VERSION > WS-FP-VERSION)
                   MOVE KEY-KEYWORD TO WS-FP-KEYWORD
                   MOVE KEY-VERSION TO WS-FP-VERSION
                   MOVE KEY-EFFECTIVE-DATE TO WS-FP-BEST-DATE
                   MOVE 1 TO WS-FP-FOUND
               END-IF
           END-IF.

       CONVERT-AUDIT-LOG-PARA.
           MOVE "AUDITLOG.DAT" TO WS-FILE-LABEL.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-CONVERTED-COUNT.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               OPEN OUTPUT AUDIT-LOG-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-RECORD-PARA
                           MOVE WS-AUDIT-RECORD TO AUDIT-LOG-NEW-RECORD
                           WRITE AUDIT-LOG-NEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-NEW-FILE
               PERFORM WRITE-FILE-TOTALS-PARA
           END-IF.

       CONVERT-AUDIT-ARCH-PARA.
           MOVE "AUDITLGA.DAT" TO WS-FILE-LABEL.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-CONVERTED-COUNT.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF WS-AUDIT-ARCH-STATUS = "35"
               PERFORM WRITE-FILE-MISSING-PARA
           ELSE
               OPEN OUTPUT AUDIT-ARCH-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ AUDIT-ARCH-FILE INTO WS-AUDIT-RECORD
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-RECORD-PARA
                           MOVE WS-AUDIT-RECORD
                               TO AUDIT-ARCH-NEW-RECORD
                           WRITE AUDIT-ARCH-NEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
               CLOSE AUDIT-ARCH-NEW-FILE
               PERFORM WRITE-FILE-TOTALS-PARA
           END-IF.

       CONVERT-RECORD-PARA.
           *> un registro ya convertido trae la huella numerica, los
           *> separadores en blanco y la marca "F" con el resto de los
           *> 99 bytes en blanco; cualquier otra cosa es texto claro
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-TOT-READ.
           IF WS-AUD-FINGERPRINT NUMERIC
                   AND WS-AUD-PLAIN-LEN NUMERIC
                   AND WS-AUD-FP-VERSION NUMERIC
                   AND WS-AUD-FP-SEP-1 = SPACE
                   AND WS-AUD-FP-SEP-2 = SPACE
                   AND WS-AUD-FP-SEP-3 = SPACE
                   AND WS-AUD-FP-FORMAT = "F"
                   AND WS-AUD-PLAINTEXT (29:71) = SPACES
               ADD 1 TO WS-ALREADY-COUNT
               ADD 1 TO WS-TOT-ALREADY
           ELSE
           *> el layout anterior guardaba entrada y salida tal cual: en
           *> una corrida "D" el claro quedo en el lugar del cifrado y
           *> el cifrado en el del claro, asi que se dan vuelta
               IF WS-AUD-MODE = "D"
                   MOVE WS-AUD-CIPHERTEXT TO WS-FP-VALUE
                   MOVE WS-AUD-PLAINTEXT TO WS-AUD-CIPHERTEXT
               ELSE
                   MOVE WS-AUD-PLAINTEXT TO WS-FP-VALUE
               END-IF
               PERFORM FINGERPRINT-PARA
               MOVE SPACES TO WS-AUD-PLAINTEXT
               MOVE WS-FINGERPRINT TO WS-AUD-FINGERPRINT
               MOVE WS-FP-LENGTH TO WS-AUD-PLAIN-LEN
               MOVE WS-FP-VERSION TO WS-AUD-FP-VERSION
               MOVE "F" TO WS-AUD-FP-FORMAT
               MOVE SPACES TO WS-FP-VALUE
               ADD 1 TO WS-CONVERTED-COUNT
               ADD 1 TO WS-TOT-CONVERTED
           END-IF.

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

       WRITE-FILE-TOTALS-PARA.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING WS-FILE-LABEL " READ=" WS-READ-COUNT
               " CONVERTED=" WS-CONVERTED-COUNT
               " ALREADY FINGERPRINTED=" WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.

       WRITE-FILE-MISSING-PARA.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING WS-FILE-LABEL " NOT FOUND - NOTHING TO CONVERT"
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
