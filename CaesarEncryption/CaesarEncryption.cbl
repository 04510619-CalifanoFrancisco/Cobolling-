        SELECT CAESAR-CHECKPOINT-FILE ASSIGN TO "CAESARCK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.
        SELECT FIELD-DEF-FILE ASSIGN TO "FIELDDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FIELD-DEF-STATUS.

DATA DIVISION.
    FILE SECTION.

    FD CAESAR-OUTPUT-FILE.
    01 CAESAR-OUTPUT-RECORD PIC X(99).
    *> un extracto cifrado sale con un registro de cabecera antes de
    *> los datos y uno de cola despues, para que el receptor (o
    *> EXT-VALIDATE de nuestro lado de entrada) pueda probar que llego
    *> completo y sin alterar; la cola lleva la cantidad de registros
    *> de datos y el total hash del texto cifrado que arma
    *> HASH-RECORD-PARA. Los identificadores HDR1/EOF1 son los de las
    *> etiquetas de cinta de siempre
    01 CAESAR-HEADER-RECORD.
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
    01 CAESAR-TRAILER-RECORD.
        05 TRL-RECORD-ID      PIC X(4).
        05 TRL-SEP-1          PIC X(1).
        05 TRL-RECORD-COUNT   PIC 9(9).
        05 TRL-SEP-2          PIC X(1).
        05 TRL-HASH-TOTAL     PIC 9(18).
        05 FILLER             PIC X(66).

    FD AUDIT-LOG-FILE.
    01 AUDIT-LOG-RECORD.
    *> de proteccion de datos que extractos se enmascararon completos;
    *> va despues del timestamp para no mover de lugar los campos que
    *> los procesos posteriores ya leen por posicion
    *> el texto claro no se guarda: en su lugar va una huella con
    *> clave (AUDIT-FINGERPRINT) y el largo del valor, calculados por
    *> FINGERPRINT-PARA con la clave de la clasificacion reservada
    *> AUDITFP de KEYFILE.DAT vigente a la fecha de corrida;
    *> AUDIT-FP-VERSION dice que version se uso (000 sin clave AUDITFP)
    *> y AUDIT-FP-FORMAT en "F" distingue estos registros de los del
    *> layout anterior, que llevaban el texto claro en estos 99 bytes
        05 AUDIT-FINGERPRINT    PIC 9(18).
        05 AUDIT-FP-SEP-1       PIC X(1).
        05 AUDIT-PLAIN-LENGTH   PIC 9(3).
        05 AUDIT-FP-SEP-2       PIC X(1).
        05 AUDIT-FP-VERSION     PIC 9(3).
        05 AUDIT-FP-SEP-3       PIC X(1).
        05 AUDIT-FP-FORMAT      PIC X(1).
        05 FILLER               PIC X(71).
        05 AUDIT-SEP-1          PIC X(1).
        05 AUDIT-CIPHERTEXT     PIC X(99).
        05 AUDIT-SEP-2          PIC X(1).
    *> material se produjo cada extracto despues de una rotacion
        05 AUDIT-SEP-8          PIC X(1).
        05 AUDIT-KEY-VERSION    PIC 9(3).
    *> con un layout de campos se graba un registro por campo
    *> enmascarado: la huella y AUDIT-CIPHERTEXT son solo de ese
    *> campo (alineado a la izquierda) y AUDIT-COVERAGE la cobertura
    *> del campo; sin layout los dos van en blanco y el registro es el
    *> de siempre, de registro completo
        05 AUDIT-SEP-9          PIC X(1).
        05 AUDIT-LAYOUT         PIC X(10).
        05 AUDIT-SEP-10         PIC X(1).
        05 AUDIT-FIELD-NAME     PIC X(12).

    FD KEY-FILE.
    01 KEY-FILE-RECORD.
        05 MAN-CLASSIFICATION PIC X(10).
        05 MAN-SHIFT          PIC 9(2).
        05 MAN-COVERAGE       PIC X(1).
    *> MAN-LAYOUT nombra el layout de FIELDDEF.DAT con que se
    *> enmascara el dataset campo por campo; en blanco (incluye
    *> manifiestos viejos) se transforma el registro completo con
    *> MAN-COVERAGE como siempre
        05 MAN-LAYOUT         PIC X(10).

    FD RUN-REPORT-FILE.
    01 RUN-REPORT-LINE PIC X(120).
        05 CKPT-WRITTEN    PIC 9(9).
        05 CKPT-FILE-STAT  PIC X(12).

    FD FIELD-DEF-FILE.
    01 FIELD-DEF-RECORD.
    *> definicion de layouts de extracto: una linea por campo, con el
    *> nombre del layout, el nombre del campo, su posicion inicial y
    *> largo dentro del registro de 99, la cobertura de caracteres del
    *> campo (L/F/P como CTRL-COVERAGE) y si se enmascara ("Y") o viaja
    *> en claro ("N"); la clave, el tipo de registro y las fechas van
    *> en claro para que el receptor pueda aparear y ordenar, y solo
    *> nombre, cuenta e importe se enmascaran. Las posiciones que
    *> ningun campo cubre tambien viajan en claro
        05 FLD-LAYOUT-NAME  PIC X(10).
        05 FLD-SEP-1        PIC X(1).
        05 FLD-FIELD-NAME   PIC X(12).
        05 FLD-SEP-2        PIC X(1).
        05 FLD-START        PIC 9(3).
        05 FLD-SEP-3        PIC X(1).
        05 FLD-LENGTH       PIC 9(3).
        05 FLD-SEP-4        PIC X(1).
        05 FLD-COVERAGE     PIC X(1).
        05 FLD-SEP-5        PIC X(1).
        05 FLD-MASK         PIC X(1).

    FD OPS-LOG-FILE.
    01 OPS-LOG-RECORD.
    *> mismo layout que la bitacora comun que escribe GENERALA; aca
    *> en blanco o "N" (incluye tarjetas viejas sin el campo) una
    *> corrida por manifiesto intenta resumir desde la primera
    *> entrada sin terminar
    *> CTRL-LAYOUT es el layout de FIELDDEF.DAT para el par unico
    *> CAESARIN/CAESAROUT, igual que MAN-LAYOUT en el manifiesto; en
    *> blanco se transforma el registro completo
        05 CTRL-MODE           PIC X(1).
        05 CTRL-CLASSIFICATION PIC X(10).
        05 CTRL-SHIFT          PIC 9(2).
        05 CTRL-VERIFY         PIC X(1).
        05 CTRL-RUN-DATE       PIC X(8).
        05 CTRL-FRESH-START    PIC X(1).
        05 CTRL-LAYOUT         PIC X(10).

    WORKING-STORAGE SECTION.
    01 WS-INPUT     PIC X(99) VALUE SPACE.
	01 WS-CKPT-IDX   PIC 9(3) VALUE 0.
	01 WS-CKPT-FOUND PIC 9(3) VALUE 0.

    *> layout de campos del dataset en proceso, cargado de
    *> FIELDDEF.DAT por SETUP-ENTRY-PARA; WS-FIELD-COUNT en cero es el
    *> enmascarado de registro completo de siempre. Un layout pedido
    *> que no existe o tiene campos fuera del registro o superpuestos
    *> deja WS-LAYOUT-FAILED en 1 y el dataset no se procesa
    01 WS-LAYOUT-NAME      PIC X(10) VALUE SPACES.
    01 WS-FIELD-DEF-STATUS PIC X(2) VALUE "00".
    01 WS-EOF-FIELD-DEF    PIC 9 VALUE 0.
    01 WS-LAYOUT-FAILED    PIC 9 VALUE 0.
    01 WS-FIELD-TABLE.
        05 WS-FIELD-ENTRY OCCURS 30 TIMES.
            10 WS-FLD-NAME      PIC X(12).
            10 WS-FLD-START     PIC 9(3).
            10 WS-FLD-LENGTH    PIC 9(3).
            10 WS-FLD-END       PIC 9(3).
            10 WS-FLD-COVERAGE  PIC X(1).
            10 WS-FLD-MASK      PIC X(1).
    01 WS-FIELD-COUNT      PIC 9(2) VALUE 0.
    01 WS-FLD-IDX          PIC 9(2) VALUE 0.
    01 WS-FLD-IDX-2        PIC 9(2) VALUE 0.
    01 WS-FLD-XLATE-LEN    PIC 9(2) VALUE 0.
    01 WS-RECORD-COVERAGE  PIC X(1) VALUE "L".
    01 WS-RECORD-FAILED    PIC 9 VALUE 0.
    01 WS-FAILED-FIELD     PIC X(12) VALUE SPACES.
    01 WS-AUDIT-TIMESTAMP  PIC X(21) VALUE SPACES.

    *> cabecera y cola del extracto en proceso: el total hash suma,
    *> por cada registro de datos cifrado, el ordinal de cada
    *> caracter por su posicion en el registro, asi un caracter
    *> cambiado o dos caracteres permutados mueven el total
    01 WS-HEADER-SEEN      PIC 9 VALUE 0.
    01 WS-FILE-HASH        PIC 9(18) VALUE 0.
    01 WS-RECORD-HASH      PIC 9(9) VALUE 0.
    01 WS-HASH-IDX         PIC 9(3) VALUE 0.
    01 WS-HASH-RECORD      PIC X(99) VALUE SPACES.

    *> huella con clave del texto claro para el log de auditoria: la
    *> clave es la version de la clasificacion reservada AUDITFP
    *> vigente a la fecha de corrida (se rota con KEY-MAINT como
    *> cualquier otra); sin clave AUDITFP la huella se calcula sin
    *> clave con version 000 y el reporte de la corrida lo avisa
    01 WS-FP-CLASSIFICATION PIC X(10) VALUE "AUDITFP".
    01 WS-FP-KEYWORD       PIC X(20) VALUE SPACES.
    01 WS-FP-KEY-LEN       PIC 9(2) VALUE 0.
    01 WS-FP-VERSION       PIC 9(3) VALUE 0.
    01 WS-FP-FOUND         PIC 9 VALUE 0.
    01 WS-FP-BEST-DATE     PIC X(8) VALUE SPACES.
    01 WS-FP-VALUE         PIC X(99) VALUE SPACES.
    *> lado claro y lado cifrado del registro para la auditoria: en
    *> "E" el claro es la entrada, en "D" es la salida
    01 WS-AUDIT-CLEAR      PIC X(99) VALUE SPACES.
    01 WS-AUDIT-CIPHER     PIC X(99) VALUE SPACES.
    01 WS-FP-LENGTH        PIC 9(3) VALUE 0.
    01 WS-FP-IDX           PIC 9(3) VALUE 0.
    01 WS-FP-CHAR          PIC X(1) VALUE SPACE.
    01 WS-FP-H1            PIC 9(9) VALUE 0.
    01 WS-FP-H2            PIC 9(9) VALUE 0.
    01 WS-FINGERPRINT      PIC 9(18) VALUE 0.

    *> bitacora de operaciones de la cadena nocturna; el registro se
    *> arma aca y se mueve al area del archivo despues del OPEN
	01 WS-OPS-LOG-STATUS PIC X(2) VALUE "00".
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM LOAD-FP-KEY-PARA.
           IF CTRL-FRESH-START = "Y"
               MOVE "Y" TO WS-FRESH-START
           ELSE
           IF WS-CLASSIFICATION IS NOT EQUAL TO SPACE
               PERFORM LOOKUP-KEY-PARA
           END-IF.
           PERFORM LOAD-LAYOUT-PARA.
           IF WS-FIELD-COUNT > 0
       *> cada campo trae su propia cobertura: las tablas de shift
       *> fijo se arman completas y cada campo usa la parte que le toca
               MOVE 47 TO WS-XLATE-LEN
           END-IF.
           IF WS-KEY-FOUND = 0
               IF WS-NUMSHIFT >= 26 MOVE FUNCTION MOD(WS-NUMSHIFT, 26) TO WS-NUMSHIFT END-IF  *> Si esta fuera de rango (26) lo reduce utilizando la funcion mod (modulo %) con dividendo 26
               PERFORM BUILD-XLATE-TABLES-PARA
       *> dia de hoy y ninguna version de clave resultaria vigente
               MOVE SPACES TO CTRL-RUN-DATE
               MOVE "N" TO CTRL-FRESH-START
               MOVE SPACES TO CTRL-LAYOUT
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO CTRL-VERIFY
                       MOVE SPACES TO CTRL-RUN-DATE
                       MOVE "N" TO CTRL-FRESH-START
                       MOVE SPACES TO CTRL-LAYOUT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
               END-IF
           END-IF.

       LOAD-FP-KEY-PARA.
           *> la clave de las huellas de auditoria se elige con la
           *> misma regla que la de los datos, una sola vez por corrida
           MOVE 0 TO WS-FP-FOUND.
           MOVE 0 TO WS-FP-VERSION.
           MOVE 0 TO WS-FP-KEY-LEN.
           MOVE SPACES TO WS-FP-KEYWORD.
           MOVE SPACES TO WS-FP-BEST-DATE.
           MOVE 0 TO WS-KEY-EOF.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-FILE-STATUS IS NOT EQUAL TO "35"
               PERFORM UNTIL WS-KEY-EOF = 1
                   READ KEY-FILE INTO KEY-FILE-RECORD
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

       FINGERPRINT-PARA.
           *> huella de WS-FP-VALUE sin los blancos de la derecha: dos
           *> acumuladores polinomicos modulo primos distintos sobre
           *> clave + valor + clave, juntos en 18 digitos; el mismo
           *> calculo esta en AUDIT-CONVERT y AUDIT-QUERY, y cualquier
           *> cambio aca deja sin poder buscar todo lo ya grabado
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

       LOAD-LAYOUT-PARA.
           *> carga de FIELDDEF.DAT los campos del layout que nombra la
           *> entrada; sin layout la tabla queda vacia y se enmascara el
           *> registro completo. Un campo que se sale del registro de
           *> 99, con cobertura o marca invalida, o que se superpone con
           *> otro invalida el layout entero
           MOVE 0 TO WS-FIELD-COUNT.
           MOVE 0 TO WS-LAYOUT-FAILED.
           MOVE FUNCTION UPPER-CASE(WS-LAYOUT-NAME) TO WS-LAYOUT-NAME.
           IF WS-LAYOUT-NAME NOT = SPACES
               MOVE 0 TO WS-EOF-FIELD-DEF
               OPEN INPUT FIELD-DEF-FILE
               IF WS-FIELD-DEF-STATUS NOT = "35"
                   PERFORM UNTIL WS-EOF-FIELD-DEF = 1
                       READ FIELD-DEF-FILE
                           AT END
                               MOVE 1 TO WS-EOF-FIELD-DEF
                           NOT AT END
                               IF FUNCTION UPPER-CASE(FLD-LAYOUT-NAME)
                                       = WS-LAYOUT-NAME
                                   PERFORM ADD-LAYOUT-FIELD-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FIELD-DEF-FILE
               END-IF
               IF WS-FIELD-COUNT = 0
                   MOVE 1 TO WS-LAYOUT-FAILED
               END-IF
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   PERFORM VARYING WS-FLD-IDX-2 FROM 1 BY 1
                           UNTIL WS-FLD-IDX-2 > WS-FIELD-COUNT
                       IF WS-FLD-IDX-2 NOT = WS-FLD-IDX
                               AND WS-FLD-START(WS-FLD-IDX-2)
                                   <= WS-FLD-END(WS-FLD-IDX)
                               AND WS-FLD-END(WS-FLD-IDX-2)
                                   >= WS-FLD-START(WS-FLD-IDX)
                           MOVE 1 TO WS-LAYOUT-FAILED
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       ADD-LAYOUT-FIELD-PARA.
           IF WS-FIELD-COUNT >= 30
                   OR FLD-START NOT NUMERIC
                   OR FLD-LENGTH NOT NUMERIC
               MOVE 1 TO WS-LAYOUT-FAILED
           ELSE
               IF FLD-START < 1 OR FLD-LENGTH < 1
                       OR FLD-START + FLD-LENGTH - 1 > 99
                       OR (FLD-MASK NOT = "Y" AND FLD-MASK NOT = "N")
                       OR (FLD-COVERAGE NOT = "L"
                           AND FLD-COVERAGE NOT = "F"
                           AND FLD-COVERAGE NOT = "P"
                           AND FLD-COVERAGE NOT = SPACE)
                   MOVE 1 TO WS-LAYOUT-FAILED
               ELSE
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE FLD-FIELD-NAME TO WS-FLD-NAME(WS-FIELD-COUNT)
                   MOVE FLD-START TO WS-FLD-START(WS-FIELD-COUNT)
                   MOVE FLD-LENGTH TO WS-FLD-LENGTH(WS-FIELD-COUNT)
                   COMPUTE WS-FLD-END(WS-FIELD-COUNT) =
                       FLD-START + FLD-LENGTH - 1
       *> cobertura en blanco: solo letras, igual que CTRL-COVERAGE
                   IF FLD-COVERAGE = SPACE
                       MOVE "L" TO WS-FLD-COVERAGE(WS-FIELD-COUNT)
                   ELSE
                       MOVE FLD-COVERAGE
                           TO WS-FLD-COVERAGE(WS-FIELD-COUNT)
                   END-IF
                   MOVE FLD-MASK TO WS-FLD-MASK(WS-FIELD-COUNT)
               END-IF
           END-IF.

       RUN-FILES-PARA.
           *> una sola apertura del log de auditoria y los reportes
           *> para toda la corrida; despues, sin manifiesto se procesa
           STRING "RUN CONTROL REPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.
           IF WS-FP-FOUND = 0
               MOVE SPACES TO RUN-REPORT-LINE
               STRING "WARNING: NO AUDITFP KEY IN FORCE - AUDIT "
                   "FINGERPRINTS WRITTEN UNKEYED (VERSION 000)"
                   DELIMITED BY SIZE INTO RUN-REPORT-LINE
               WRITE RUN-REPORT-LINE
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               MOVE "CAESARIN.DAT" TO WS-INPUT-FILE-NAME
               MOVE CTRL-CLASSIFICATION TO WS-CLASSIFICATION
               MOVE CTRL-SHIFT TO WS-NUMSHIFT
               MOVE CTRL-COVERAGE TO WS-COVERAGE
               MOVE CTRL-LAYOUT TO WS-LAYOUT-NAME
               PERFORM SETUP-ENTRY-PARA
               PERFORM BATCH-PARA
           ELSE
               MOVE MAN-CLASSIFICATION TO WS-CLASSIFICATION
               MOVE MAN-SHIFT TO WS-NUMSHIFT
               MOVE MAN-COVERAGE TO WS-COVERAGE
               MOVE MAN-LAYOUT TO WS-LAYOUT-NAME
               PERFORM SETUP-ENTRY-PARA
               PERFORM BATCH-PARA
               PERFORM WRITE-CAESAR-CKPT-PARA
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-WRITTEN.
           MOVE WS-VERIFY-MISMATCH TO WS-FILE-MM-BEFORE.
           IF WS-LAYOUT-FAILED = 1
       *> el layout pedido no existe o no es valido: enmascarar con
       *> otro criterio mandaria en claro lo que no debe, asi que el
       *> dataset no se procesa y la corrida queda en error
               MOVE "BAD LAYOUT" TO WS-FILE-STATUS-TXT
               MOVE 1 TO WS-RUN-FAILED
               ADD 1 TO WS-FILES-FAILED
           ELSE
               OPEN INPUT CAESAR-INPUT-FILE
               IF WS-INPUT-STATUS = "35"
       *> un archivo del manifiesto que no esta es un error de la
       *> corrida, no un detalle: una vez ya se transmitio un extracto
       *> vacio sin que nadie lo note
                   MOVE "MISSING" TO WS-FILE-STATUS-TXT
                   MOVE 1 TO WS-RUN-FAILED
                   ADD 1 TO WS-FILES-FAILED
               ELSE
                   OPEN OUTPUT CAESAR-OUTPUT-FILE
                   MOVE 0 TO WS-HEADER-SEEN
                   MOVE 0 TO WS-FILE-HASH
                   IF WS-MODE NOT = "D"
                       PERFORM WRITE-HEADER-PARA
                   END-IF
                   PERFORM UNTIL WS-EOF-INPUT = 1
                       READ CAESAR-INPUT-FILE INTO WS-INPUT
                           AT END
                               MOVE 1 TO WS-EOF-INPUT
                           NOT AT END
                               PERFORM PROCESS-INPUT-RECORD-PARA
                   END-READ
                   END-PERFORM
                   IF WS-MODE NOT = "D"
                       PERFORM WRITE-TRAILER-PARA
                   END-IF
                   CLOSE CAESAR-INPUT-FILE
                   CLOSE CAESAR-OUTPUT-FILE
                   EVALUATE TRUE
                       WHEN WS-FILE-READ = 0
                           MOVE "ZERO RECORDS" TO WS-FILE-STATUS-TXT
                           MOVE 1 TO WS-RUN-FAILED
                           ADD 1 TO WS-FILES-FAILED
                       WHEN WS-VERIFY-MISMATCH > WS-FILE-MM-BEFORE
                           MOVE "VERIFY FAIL" TO WS-FILE-STATUS-TXT
                           ADD 1 TO WS-FILES-FAILED
                       WHEN OTHER
                           MOVE "OK" TO WS-FILE-STATUS-TXT
                   END-EVALUATE
               END-IF
           END-IF.
           ADD 1 TO WS-FILES-PROCESSED.
           ADD WS-FILE-READ TO WS-TOTAL-READ.
           ADD WS-FILE-WRITTEN TO WS-TOTAL-WRITTEN.
           MOVE SPACES TO RUN-REPORT-LINE.
           IF WS-LAYOUT-NAME = SPACES
               STRING WS-INPUT-FILE-NAME
                   " READ=" WS-FILE-READ
                   " WRITTEN=" WS-FILE-WRITTEN
                   " STATUS=" WS-FILE-STATUS-TXT
                   DELIMITED BY SIZE INTO RUN-REPORT-LINE
           ELSE
               STRING WS-INPUT-FILE-NAME
                   " READ=" WS-FILE-READ
                   " WRITTEN=" WS-FILE-WRITTEN
                   " STATUS=" WS-FILE-STATUS-TXT
                   " LAYOUT=" WS-LAYOUT-NAME
                   DELIMITED BY SIZE INTO RUN-REPORT-LINE
           END-IF.
           WRITE RUN-REPORT-LINE.

       PROCESS-INPUT-RECORD-PARA.
           *> en modo descifrado la entrada es un extracto recibido: su
           *> cabecera y su cola no son datos y no se transforman (un
           *> archivo viejo sin cabecera se procesa entero como antes)
           EVALUATE TRUE
               WHEN WS-MODE = "D" AND WS-FILE-READ = 0
                       AND WS-HEADER-SEEN = 0
                       AND WS-INPUT (1:4) = "HDR1"
                   MOVE 1 TO WS-HEADER-SEEN
               WHEN WS-MODE = "D" AND WS-HEADER-SEEN = 1
                       AND WS-INPUT (1:4) = "EOF1"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-FILE-READ
                   MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT
                   PERFORM ENCRYPT-PARA
                   MOVE WS-ENCRYPTED TO CAESAR-OUTPUT-RECORD
                   WRITE CAESAR-OUTPUT-RECORD
                   ADD 1 TO WS-FILE-WRITTEN
                   IF WS-MODE NOT = "D"
                       MOVE WS-ENCRYPTED TO WS-HASH-RECORD
                       PERFORM HASH-RECORD-PARA
                   END-IF
                   PERFORM LOG-AUDIT-PARA
                   IF WS-VERIFY = "Y"
                       PERFORM VERIFY-RECORD-PARA
                   END-IF
           END-EVALUATE.

       WRITE-HEADER-PARA.
           *> la cabecera dice que dataset es, con que fecha, modo y
           *> clasificacion se produjo y con que version de clave (000
           *> si fue con el shift numerico), que es lo que el receptor
           *> necesita para elegir el material de descifrado
           MOVE SPACES TO CAESAR-HEADER-RECORD.
           MOVE "HDR1" TO HDR-RECORD-ID.
           MOVE WS-INPUT-FILE-NAME TO HDR-DATASET-NAME.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-MODE TO HDR-MODE.
           MOVE WS-CLASSIFICATION TO HDR-CLASSIFICATION.
           IF WS-KEY-FOUND = 1
               MOVE WS-KEY-VERSION TO HDR-KEY-VERSION
           ELSE
               MOVE 0 TO HDR-KEY-VERSION
           END-IF.
           MOVE WS-COVERAGE TO HDR-COVERAGE.
           MOVE WS-LAYOUT-NAME TO HDR-LAYOUT.
           WRITE CAESAR-HEADER-RECORD.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO CAESAR-TRAILER-RECORD.
           MOVE "EOF1" TO TRL-RECORD-ID.
           MOVE WS-FILE-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-FILE-HASH TO TRL-HASH-TOTAL.
           WRITE CAESAR-TRAILER-RECORD.

       HASH-RECORD-PARA.
           *> mismo calculo que HASH-RECORD-PARA de EXT-VALIDATE: si
           *> cambia uno tiene que cambiar el otro
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 99
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(WS-HASH-RECORD (WS-HASH-IDX:1))
                   * WS-HASH-IDX
           END-PERFORM.
           ADD WS-RECORD-HASH TO WS-FILE-HASH.

       WRITE-RUN-TOTALS-PARA.
           MOVE SPACES TO RUN-REPORT-LINE.
           STRING "RUN TOTALS: FILES=" WS-FILES-PROCESSED
               MOVE "D" TO WS-APPLY-MODE
           END-IF.
           PERFORM TRANSFORM-PARA.
           IF WS-FIELD-COUNT > 0
               PERFORM VERIFY-FIELDS-PARA
           ELSE
               IF WS-XFORM-OUT = WS-INPUT
                   ADD 1 TO WS-VERIFY-MATCH
               ELSE
                   ADD 1 TO WS-VERIFY-MISMATCH
                   MOVE SPACES TO VERIFY-REPORT-LINE
                   STRING "RECORD " WS-FILE-READ
                       " OF " WS-INPUT-FILE-NAME
                       " FAILED ROUND-TRIP VERIFICATION"
                       DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
                   WRITE VERIFY-REPORT-LINE
               END-IF
           END-IF.

       VERIFY-FIELDS-PARA.
           *> con layout la verificacion es campo por campo: un campo
           *> enmascarado tiene que volver igual a la entrada y uno en
           *> claro tiene que haber salido sin tocar; cada campo que
           *> falla queda nombrado en su propia linea del reporte, y
           *> el registro cuenta una sola vez como discrepancia
           MOVE 0 TO WS-RECORD-FAILED.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-FAILED-FIELD
               IF WS-FLD-MASK(WS-FLD-IDX) = "Y"
                   IF WS-XFORM-OUT (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX))
                           NOT = WS-INPUT (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX))
                       MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-FAILED-FIELD
                   END-IF
               ELSE
                   IF WS-ENCRYPTED (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX))
                           NOT = WS-INPUT (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX))
                       MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-FAILED-FIELD
                   END-IF
               END-IF
               IF WS-FAILED-FIELD NOT = SPACES
                   PERFORM WRITE-FIELD-MISMATCH-PARA
               END-IF
           END-PERFORM.
           IF WS-RECORD-FAILED = 0 AND WS-XFORM-OUT NOT = WS-INPUT
       *> las posiciones que ningun campo cubre viajan en claro y no
       *> deberian cambiar nunca; si cambiaron se informan aparte
               MOVE "(UNMAPPED)" TO WS-FAILED-FIELD
               PERFORM WRITE-FIELD-MISMATCH-PARA
           END-IF.
           IF WS-RECORD-FAILED = 1
               ADD 1 TO WS-VERIFY-MISMATCH
           ELSE
               ADD 1 TO WS-VERIFY-MATCH
           END-IF.

       WRITE-FIELD-MISMATCH-PARA.
           MOVE 1 TO WS-RECORD-FAILED.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "RECORD " WS-FILE-READ
               " OF " WS-INPUT-FILE-NAME
               " FIELD " WS-FAILED-FIELD
               " FAILED ROUND-TRIP VERIFICATION"
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.

       WRITE-VERIFY-SUMMARY-PARA.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "VERIFY TOTALS: MATCHED " WS-VERIFY-MATCH

       TRANSFORM-PARA.
           MOVE WS-XFORM-IN TO WS-XFORM-OUT.
           IF WS-FIELD-COUNT > 0
               PERFORM TRANSFORM-FIELDS-PARA
           ELSE
               PERFORM TRANSFORM-RECORD-PARA
           END-IF.

       TRANSFORM-FIELDS-PARA.
           *> con layout solo se transforman los campos marcados para
           *> enmascarar, cada uno con su cobertura; el resto del
           *> registro queda como vino. Con clave, la palabra clave se
           *> consume en orden de campos del layout en las dos
           *> direcciones, asi el descifrado se alinea igual
           MOVE 0 TO WS-KEY-POS.
           MOVE WS-COVERAGE TO WS-RECORD-COVERAGE.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FLD-MASK(WS-FLD-IDX) = "Y"
                   PERFORM TRANSFORM-ONE-FIELD-PARA
               END-IF
           END-PERFORM.
           MOVE WS-RECORD-COVERAGE TO WS-COVERAGE.

       TRANSFORM-ONE-FIELD-PARA.
           MOVE WS-FLD-COVERAGE(WS-FLD-IDX) TO WS-COVERAGE.
           IF WS-KEY-FOUND = 1
               PERFORM VARYING WS-I FROM WS-FLD-START(WS-FLD-IDX) BY 1
                       UNTIL WS-I > WS-FLD-END(WS-FLD-IDX)
                   PERFORM KEYED-CHAR-PARA
               END-PERFORM
           ELSE
               EVALUATE WS-COVERAGE
                   WHEN "F"
                       MOVE 36 TO WS-FLD-XLATE-LEN
                   WHEN "P"
                       MOVE 47 TO WS-FLD-XLATE-LEN
                   WHEN OTHER
                       MOVE 26 TO WS-FLD-XLATE-LEN
               END-EVALUATE
               IF WS-APPLY-MODE = "D"
                   INSPECT WS-XFORM-OUT (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX)) CONVERTING
                       WS-XLATE-FROM (1:WS-FLD-XLATE-LEN)
                       TO WS-XLATE-DEC-TO (1:WS-FLD-XLATE-LEN)
               ELSE
                   INSPECT WS-XFORM-OUT (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX)) CONVERTING
                       WS-XLATE-FROM (1:WS-FLD-XLATE-LEN)
                       TO WS-XLATE-ENC-TO (1:WS-FLD-XLATE-LEN)
               END-IF
           END-IF.

       TRANSFORM-RECORD-PARA.
           IF WS-KEY-FOUND = 1
               *> el shift varia por posicion con una clave tipo
               *> Vigenere, asi que no hay una unica tabla que sirva
           END-IF.

       LOG-AUDIT-PARA.
           *> sin layout, un registro de auditoria por registro como
           *> siempre; con layout, uno por cada campo enmascarado con
           *> su propia cobertura, todos con el mismo timestamp
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           *> la huella es siempre del texto claro y al log va siempre
           *> el cifrado, sea cual sea la direccion de la corrida
           IF WS-MODE = "D"
               MOVE WS-ENCRYPTED TO WS-AUDIT-CLEAR
               MOVE WS-INPUT TO WS-AUDIT-CIPHER
           ELSE
               MOVE WS-INPUT TO WS-AUDIT-CLEAR
               MOVE WS-ENCRYPTED TO WS-AUDIT-CIPHER
           END-IF.
           IF WS-FIELD-COUNT = 0
               MOVE WS-AUDIT-CLEAR TO WS-FP-VALUE
               MOVE WS-AUDIT-CIPHER TO AUDIT-CIPHERTEXT
               MOVE WS-COVERAGE TO AUDIT-COVERAGE
               MOVE SPACES TO AUDIT-FIELD-NAME
               PERFORM WRITE-AUDIT-PARA
           ELSE
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FLD-MASK(WS-FLD-IDX) = "Y"
                       MOVE SPACES TO WS-FP-VALUE
                       MOVE SPACES TO AUDIT-CIPHERTEXT
                       MOVE WS-AUDIT-CLEAR (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX)) TO WS-FP-VALUE
                       MOVE WS-AUDIT-CIPHER (WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX))
                           TO AUDIT-CIPHERTEXT
                       MOVE WS-FLD-COVERAGE(WS-FLD-IDX) TO AUDIT-COVERAGE
                       MOVE WS-FLD-NAME(WS-FLD-IDX) TO AUDIT-FIELD-NAME
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-AUDIT-PARA.
           *> el valor claro queda solo en WS-FP-VALUE; al log va la
           *> huella y el largo
           PERFORM FINGERPRINT-PARA.
           MOVE SPACES TO AUDIT-LOG-RECORD (1:99).
           MOVE WS-FINGERPRINT TO AUDIT-FINGERPRINT.
           MOVE SPACE TO AUDIT-FP-SEP-1.
           MOVE WS-FP-LENGTH TO AUDIT-PLAIN-LENGTH.
           MOVE SPACE TO AUDIT-FP-SEP-2.
           MOVE WS-FP-VERSION TO AUDIT-FP-VERSION.
           MOVE SPACE TO AUDIT-FP-SEP-3.
           MOVE "F" TO AUDIT-FP-FORMAT.
           MOVE SPACE TO AUDIT-SEP-1.
           MOVE SPACE TO AUDIT-SEP-2.
           MOVE WS-MODE TO AUDIT-MODE.
           MOVE SPACE TO AUDIT-SEP-3.
           MOVE SPACE TO AUDIT-SEP-5.
           MOVE WS-CLASSIFICATION TO AUDIT-CLASSIFICATION.
           MOVE SPACE TO AUDIT-SEP-6.
           MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE SPACE TO AUDIT-SEP-7.
       *> la cobertura usada (la del registro o la del campo) ya quedo
       *> en AUDIT-COVERAGE para poder probar que extractos se
       *> enmascararon completos
           MOVE SPACE TO AUDIT-SEP-8.
       *> y la version de clave vigente, para saber que material hace
       *> falta cuando haya que volver a descifrar este extracto
           ELSE
               MOVE 0 TO AUDIT-KEY-VERSION
           END-IF.
           MOVE SPACE TO AUDIT-SEP-9.
           MOVE WS-LAYOUT-NAME TO AUDIT-LAYOUT.
           MOVE SPACE TO AUDIT-SEP-10.
           WRITE AUDIT-LOG-RECORD.
