    *> mismo layout que escribe GENERALA; solo interesa el ID del
    *> principio, el resto viaja intacto
        05 ARCH-PLAYER-ID PIC 9(3).
        05 ARCH-LOG-REST  PIC X(53).

    FD GAME-LOG-FILE.
    01 GAME-LOG-RECORD.
        05 LOG-PLAYER-ID PIC 9(3).
        05 LOG-REST      PIC X(53).

    FD KEY-FILE.
    01 KEY-FILE-RECORD.
        05 KEY-KEYWORD         PIC X(20).

    FD EXPORT-FILE.
    01 EXPORT-RECORD PIC X(56).

    FD EXPORT-REPORT-FILE.
    01 EXPORT-REPORT-LINE PIC X(100).
