       FD GAME-LOG-FILE.
           01 GAME-LOG-RECORD.
       *> mismo layout que escribe GENERALA; solo interesa la fecha
       *> de corrida, el resto viaja intacto al diario
               05 LOG-BODY      PIC X(37).
               05 LOG-RUN-DATE  PIC X(8).
               05 LOG-STRATEGY  PIC X(1).
               05 LOG-CORR-TYPE PIC X(1).
               05 LOG-ORIG-DATE PIC X(8).
               05 LOG-GAME-MODE PIC X(1).

       FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(56).

       FD EXTRACT-REPORT-FILE.
           01 EXTRACT-REPORT-LINE PIC X(80).
