*> vigente a la fecha actual, escribiendo REKEYOUT.DAT y un reporte
*> con los contados de registros antes y despues; con esto la
*> rotacion de una palabra clave es un job programado de rutina en
*> vez de un simulacro de incendio. un extracto con cabecera HDR1 de
*> CAESAR-ENCRYPTION se rota con los datos de su cabecera: solo los
*> campos enmascarados del layout que nombra, la cabecera sale con la
*> version y la fecha nuevas y la cola se rearma con el total hash
*> del texto nuevo, asi EXT-VALIDATE lo acepta como uno recien hecho

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT CONTROL-FILE ASSIGN TO "REKEYCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
        SELECT FIELD-DEF-FILE ASSIGN TO "FIELDDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FIELD-DEF-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD REKEY-INPUT-FILE.
    01 REKEY-INPUT-RECORD PIC X(99).
    *> cabecera y cola con el mismo layout que escribe
    *> CAESAR-ENCRYPTION
    01 REKEY-IN-HEADER-RECORD.
        05 RIN-HDR-RECORD-ID      PIC X(4).
        05 RIN-HDR-SEP-1          PIC X(1).
        05 RIN-HDR-DATASET-NAME   PIC X(44).
        05 RIN-HDR-SEP-2          PIC X(1).
        05 RIN-HDR-RUN-DATE       PIC X(8).
        05 RIN-HDR-SEP-3          PIC X(1).
        05 RIN-HDR-MODE           PIC X(1).
        05 RIN-HDR-SEP-4          PIC X(1).
        05 RIN-HDR-CLASSIFICATION PIC X(10).
        05 RIN-HDR-SEP-5          PIC X(1).
        05 RIN-HDR-KEY-VERSION    PIC 9(3).
        05 RIN-HDR-SEP-6          PIC X(1).
        05 RIN-HDR-COVERAGE       PIC X(1).
        05 RIN-HDR-SEP-7          PIC X(1).
        05 RIN-HDR-LAYOUT         PIC X(10).
        05 FILLER                 PIC X(11).
    01 REKEY-IN-TRAILER-RECORD.
        05 RIN-TRL-RECORD-ID      PIC X(4).
        05 RIN-TRL-SEP-1          PIC X(1).
        05 RIN-TRL-RECORD-COUNT   PIC 9(9).
        05 RIN-TRL-SEP-2          PIC X(1).
        05 RIN-TRL-HASH-TOTAL     PIC 9(18).
        05 FILLER                 PIC X(66).

    FD REKEY-OUTPUT-FILE.
    01 REKEY-OUTPUT-RECORD PIC X(99).
    01 REKEY-OUT-HEADER-RECORD.
        05 ROUT-HDR-RECORD-ID     PIC X(4).
        05 ROUT-HDR-SEP-1         PIC X(1).
        05 ROUT-HDR-DATASET-NAME  PIC X(44).
        05 ROUT-HDR-SEP-2         PIC X(1).
        05 ROUT-HDR-RUN-DATE      PIC X(8).
        05 ROUT-HDR-SEP-3         PIC X(1).
        05 ROUT-HDR-MODE          PIC X(1).
        05 ROUT-HDR-SEP-4         PIC X(1).
        05 ROUT-HDR-CLASSIFICATION PIC X(10).
        05 ROUT-HDR-SEP-5         PIC X(1).
        05 ROUT-HDR-KEY-VERSION   PIC 9(3).
        05 FILLER                 PIC X(24).
    01 REKEY-OUT-TRAILER-RECORD.
        05 ROUT-TRL-RECORD-ID     PIC X(4).
        05 ROUT-TRL-SEP-1         PIC X(1).
        05 ROUT-TRL-RECORD-COUNT  PIC 9(9).
        05 ROUT-TRL-SEP-2         PIC X(1).
        05 ROUT-TRL-HASH-TOTAL    PIC 9(18).
        05 FILLER                 PIC X(66).

    FD KEY-FILE.
    01 KEY-FILE-RECORD.
        05 CTRL-NEW-DATE       PIC X(8).
        05 CTRL-COVERAGE       PIC X(1).

    FD FIELD-DEF-FILE.
    01 FIELD-DEF-RECORD.
    *> mismo layout que lee LOAD-LAYOUT-PARA de CAESAR-ENCRYPTION
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

    WORKING-STORAGE SECTION.
    01 WS-INPUT-STATUS     PIC X(2) VALUE "00".
    01 WS-OUTPUT-STATUS    PIC X(2) VALUE "00".
    01 WS-KEY-FILE-STATUS  PIC X(2) VALUE "00".
    01 WS-REPORT-STATUS    PIC X(2) VALUE "00".
    01 WS-CONTROL-STATUS   PIC X(2) VALUE "00".
    01 WS-FIELD-DEF-STATUS PIC X(2) VALUE "00".

    01 WS-EOF-INPUT PIC 9 VALUE 0.

    01 WS-READ-COUNT  PIC 9(9) VALUE 0.
    01 WS-WRITE-COUNT PIC 9(9) VALUE 0.
    01 WS-RUN-FAILED  PIC 9 VALUE 0.
    01 WS-FAIL-REASON PIC X(70) VALUE SPACES.

    *> extracto con cabecera: lo que dice la cabecera y la cola de
    *> entrada y los totales hash de entrada (para probar que llego
    *> entero) y de salida (para la cola nueva), con el mismo calculo
    *> que HASH-RECORD-PARA de CAESAR-ENCRYPTION
    01 WS-PHYSICAL-READ  PIC 9(9) VALUE 0.
    01 WS-HEADER-SEEN    PIC 9 VALUE 0.
    01 WS-TRAILER-SEEN   PIC 9 VALUE 0.
    01 WS-AFTER-TRAILER  PIC 9(9) VALUE 0.
    01 WS-TRL-COUNT      PIC 9(9) VALUE 0.
    01 WS-TRL-HASH       PIC 9(18) VALUE 0.
    01 WS-IN-HASH        PIC 9(18) VALUE 0.
    01 WS-OUT-HASH       PIC 9(18) VALUE 0.
    01 WS-RECORD-HASH    PIC 9(9) VALUE 0.
    01 WS-HASH-IDX       PIC 9(3) VALUE 0.
    01 WS-HASH-RECORD    PIC X(99) VALUE SPACES.

    *> layout de campos de la cabecera, cargado de FIELDDEF.DAT con
    *> las mismas reglas que CAESAR-ENCRYPTION; WS-FIELD-COUNT en
    *> cero es el registro completo
    01 WS-LAYOUT-NAME      PIC X(10) VALUE SPACES.
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
    01 WS-RECORD-COVERAGE  PIC X(1) VALUE "L".

PROCEDURE DIVISION.
       MAIN-PARA.
                       AT END
                           MOVE 1 TO WS-EOF-INPUT
                       NOT AT END
                           PERFORM CLASSIFY-INPUT-RECORD-PARA
                   END-READ
               END-PERFORM
               IF WS-HEADER-SEEN = 1 AND WS-RUN-FAILED = 0
                   PERFORM CHECK-INPUT-TRAILER-PARA
               END-IF
               CLOSE REKEY-INPUT-FILE
               CLOSE REKEY-OUTPUT-FILE
           END-IF.

       CLASSIFY-INPUT-RECORD-PARA.
       *> un archivo viejo sin cabecera se rota entero como siempre;
       *> con cabecera la cola de entrada no se copia, se rearma al
       *> final con los totales del texto nuevo
           ADD 1 TO WS-PHYSICAL-READ.
           EVALUATE TRUE
               WHEN WS-PHYSICAL-READ = 1
                       AND RIN-HDR-RECORD-ID = "HDR1"
                   PERFORM REKEY-HEADER-PARA
               WHEN WS-HEADER-SEEN = 1
                       AND RIN-TRL-RECORD-ID = "EOF1"
                   IF WS-TRAILER-SEEN = 1
                       ADD 1 TO WS-AFTER-TRAILER
                   END-IF
                   MOVE 1 TO WS-TRAILER-SEEN
                   IF RIN-TRL-RECORD-COUNT NUMERIC
                       MOVE RIN-TRL-RECORD-COUNT TO WS-TRL-COUNT
                   END-IF
                   IF RIN-TRL-HASH-TOTAL NUMERIC
                       MOVE RIN-TRL-HASH-TOTAL TO WS-TRL-HASH
                   END-IF
               WHEN OTHER
                   IF WS-TRAILER-SEEN = 1
                       ADD 1 TO WS-AFTER-TRAILER
                   END-IF
                   ADD 1 TO WS-READ-COUNT
                   IF WS-HEADER-SEEN = 1
                       MOVE WS-XFORM-IN TO WS-HASH-RECORD
                       PERFORM HASH-RECORD-PARA
                       ADD WS-RECORD-HASH TO WS-IN-HASH
                   END-IF
                   PERFORM REKEY-RECORD-PARA
           END-EVALUATE.

       REKEY-HEADER-PARA.
       *> la cabecera tiene que ser de la clasificacion de la tarjeta
       *> y de la version vieja que eligio CTRL-OLD-DATE; la cobertura
       *> y el layout salen de la cabecera, que es como se produjo el
       *> extracto. si algo no cierra no se escribe nada
           MOVE 1 TO WS-HEADER-SEEN.
           EVALUATE TRUE
               WHEN RIN-HDR-CLASSIFICATION NOT = WS-CLASSIFICATION
                   MOVE 1 TO WS-RUN-FAILED
                   STRING "HEADER CLASSIFICATION "
                       RIN-HDR-CLASSIFICATION
                       " IS NOT THE CARD CLASSIFICATION"
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               WHEN RIN-HDR-KEY-VERSION NOT NUMERIC
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "HEADER KEY VERSION INVALID" TO WS-FAIL-REASON
               WHEN RIN-HDR-KEY-VERSION NOT = WS-OLD-VERSION
                   MOVE 1 TO WS-RUN-FAILED
                   STRING "HEADER KEY VERSION " RIN-HDR-KEY-VERSION
                       " IS NOT OLD KEY VERSION " WS-OLD-VERSION
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               WHEN OTHER
                   IF RIN-HDR-COVERAGE = "L" OR RIN-HDR-COVERAGE = "F"
                           OR RIN-HDR-COVERAGE = "P"
                       MOVE RIN-HDR-COVERAGE TO WS-COVERAGE
                   END-IF
                   MOVE RIN-HDR-LAYOUT TO WS-LAYOUT-NAME
                   PERFORM LOAD-LAYOUT-PARA
                   IF WS-LAYOUT-FAILED = 1
                       MOVE 1 TO WS-RUN-FAILED
                       STRING "LAYOUT " WS-LAYOUT-NAME
                           " MISSING OR INVALID IN FIELDDEF.DAT"
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                   END-IF
           END-EVALUATE.
           IF WS-RUN-FAILED = 1
               MOVE 1 TO WS-EOF-INPUT
           ELSE
       *> la fecha de la cabecera pasa a ser la de la clave nueva:
       *> el receptor valida la version contra la que estaba en vigor
       *> ese dia
               MOVE WS-XFORM-IN TO REKEY-OUT-HEADER-RECORD
               MOVE WS-NEW-DATE TO ROUT-HDR-RUN-DATE
               MOVE WS-NEW-VERSION TO ROUT-HDR-KEY-VERSION
               WRITE REKEY-OUT-HEADER-RECORD
           END-IF.

       CHECK-INPUT-TRAILER-PARA.
       *> un extracto truncado o alterado no se rota: con cola nueva
       *> pasaria por bueno del otro lado
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN = 0
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "INPUT TRAILER MISSING - FILE TRUNCATED"
                       TO WS-FAIL-REASON
               WHEN WS-AFTER-TRAILER > 0
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "RECORDS AFTER INPUT TRAILER"
                       TO WS-FAIL-REASON
               WHEN WS-TRL-COUNT NOT = WS-READ-COUNT
                       OR WS-TRL-HASH NOT = WS-IN-HASH
                   MOVE 1 TO WS-RUN-FAILED
                   MOVE "INPUT COUNT OR HASH DOES NOT MATCH TRAILER"
                       TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE SPACES TO REKEY-OUT-TRAILER-RECORD
                   MOVE "EOF1" TO ROUT-TRL-RECORD-ID
                   MOVE WS-WRITE-COUNT TO ROUT-TRL-RECORD-COUNT
                   MOVE WS-OUT-HASH TO ROUT-TRL-HASH-TOTAL
                   WRITE REKEY-OUT-TRAILER-RECORD
           END-EVALUATE.

       HASH-RECORD-PARA.
       *> mismo calculo que HASH-RECORD-PARA de CAESAR-ENCRYPTION y de
       *> EXT-VALIDATE: si cambia uno tienen que cambiar todos
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 99
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(WS-HASH-RECORD (WS-HASH-IDX:1))
                   * WS-HASH-IDX
           END-PERFORM.

       LOAD-LAYOUT-PARA.
       *> mismas reglas que LOAD-LAYOUT-PARA de CAESAR-ENCRYPTION: un
       *> layout sin campos, con campos fuera del registro o
       *> superpuestos no sirve
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
                   IF FLD-COVERAGE = SPACE
                       MOVE "L" TO WS-FLD-COVERAGE(WS-FIELD-COUNT)
                   ELSE
                       MOVE FLD-COVERAGE
                           TO WS-FLD-COVERAGE(WS-FIELD-COUNT)
                   END-IF
                   MOVE FLD-MASK TO WS-FLD-MASK(WS-FIELD-COUNT)
               END-IF
           END-IF.

       REKEY-RECORD-PARA.
       *> descifra con la version vieja y vuelve a cifrar con la
       *> vigente, registro por registro
           MOVE WS-XFORM-OUT TO REKEY-OUTPUT-RECORD.
           WRITE REKEY-OUTPUT-RECORD.
           ADD 1 TO WS-WRITE-COUNT.
           IF WS-HEADER-SEEN = 1
               MOVE WS-XFORM-OUT TO WS-HASH-RECORD
               PERFORM HASH-RECORD-PARA
               ADD WS-RECORD-HASH TO WS-OUT-HASH
           END-IF.

       TRANSFORM-PARA.
       *> con layout solo los campos marcados, cada uno con su
       *> cobertura y la clave consumida en orden de campos, igual que
       *> TRANSFORM-FIELDS-PARA de CAESAR-ENCRYPTION; el resto del
       *> registro esta en claro y pasa intacto
           MOVE WS-XFORM-IN TO WS-XFORM-OUT.
           MOVE 0 TO WS-KEY-POS.
           IF WS-FIELD-COUNT > 0
               MOVE WS-COVERAGE TO WS-RECORD-COVERAGE
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FLD-MASK(WS-FLD-IDX) = "Y"
                       MOVE WS-FLD-COVERAGE(WS-FLD-IDX) TO WS-COVERAGE
                       PERFORM VARYING WS-I
                               FROM WS-FLD-START(WS-FLD-IDX) BY 1
                               UNTIL WS-I > WS-FLD-END(WS-FLD-IDX)
                           PERFORM KEYED-CHAR-PARA
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-RECORD-COVERAGE TO WS-COVERAGE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > FUNCTION LENGTH(WS-XFORM-IN)
                   PERFORM KEYED-CHAR-PARA
               END-PERFORM
           END-IF.

       KEYED-CHAR-PARA.
       *> mismas clases y el mismo orden de consumo de la clave que
                   DELIMITED BY SIZE INTO REKEY-REPORT-LINE
           END-IF.
           WRITE REKEY-REPORT-LINE.
           IF WS-FAIL-REASON NOT = SPACES
               MOVE WS-FAIL-REASON TO REKEY-REPORT-LINE
               WRITE REKEY-REPORT-LINE
           END-IF.
           IF WS-HEADER-SEEN = 1 AND WS-RUN-FAILED = 0
               MOVE SPACES TO REKEY-REPORT-LINE
               IF WS-FIELD-COUNT > 0
                   STRING "HEADER AND TRAILER REBUILT - LAYOUT "
                       WS-LAYOUT-NAME
                       DELIMITED BY SIZE INTO REKEY-REPORT-LINE
               ELSE
                   MOVE "HEADER AND TRAILER REBUILT"
                       TO REKEY-REPORT-LINE
               END-IF
               WRITE REKEY-REPORT-LINE
           END-IF.
           MOVE SPACES TO REKEY-REPORT-LINE.
           STRING "RECORDS BEFORE " WS-READ-COUNT
               " AFTER " WS-WRITE-COUNT
