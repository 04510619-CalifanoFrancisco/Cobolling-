       FILE SECTION.
       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD.
       *> mismo layout que escribe GENERALA; solo interesan la fecha
       *> de corrida y la de la partida corregida, el resto viaja
       *> intacto
               05 LOG-BODY      PIC X(37).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD GAME-LOG-NEW-FILE.
           01 GAME-LOG-NEW-RECORD PIC X(56).

       FD GAME-LOG-ARCH-FILE.
           01 GAME-LOG-ARCH-RECORD PIC X(56).

       FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD.
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM SET-LOG-AGING-DATE-PARA
                               PERFORM COLLECT-DATE-PARA
                       END-READ
                   END-PERFORM
               PERFORM WRITE-DISPOSITION-PARA
           END-IF.

       SET-LOG-AGING-DATE-PARA.
       *> una correccion de GAME-CORRECT envejece con la partida que
       *> corrige y no con la noche en que se posteo: el reverso y el
       *> reemplazo tienen que viajar al archivo junto con la jugada
       *> original, o el log vivo quedaria con reversos huerfanos
           IF LOG-CORR-TYPE = "R" OR LOG-CORR-TYPE = "A"
               MOVE LOG-ORIG-DATE TO WS-AGING-DATE
           ELSE
               MOVE LOG-RUN-DATE TO WS-AGING-DATE
           END-IF.

       DISPOSE-GAME-LOG-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
           PERFORM SET-LOG-AGING-DATE-PARA.
       *> los registros viejos sin fecha (layout anterior del log)
       *> quedan en blanco, que compara menor que cualquier fecha:
       *> van al archivo historico, que es donde pertenecen
           IF WS-AGING-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE GAME-LOG-RECORD TO GAME-LOG-ARCH-RECORD
               WRITE GAME-LOG-ARCH-RECORD
