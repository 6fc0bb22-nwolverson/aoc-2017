        05 HIST-Z PIC S9(5).
        05 HIST-DIST PIC 9(5).
        05 HIST-MAX-DIST PIC 9(5).
        05 HIST-COST PIC 9(7)V99.
        05 HIST-CORRECTION PIC X(1).
            88 HIST-CORRECTED VALUE 'C'.
        05 HIST-CORRECTION-DATE PIC 9(8).
        05 HIST-CORRECTION-REASON PIC X(4).

    FD ARCHIVE-FILE.
    01 ARCHIVE-RECORD.
        05 ARCHIVE-DIST PIC 9(5).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ARCHIVE-MAX-DIST PIC 9(5).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ARCHIVE-CORRECTION PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ARCHIVE-CORRECTION-REASON PIC X(4).

    FD KEY-WORK-FILE.
    01 KEY-WORK-RECORD.
            10 PEND-Z PIC S9(5).
            10 PEND-DIST PIC 9(5).
            10 PEND-MAX-DIST PIC 9(5).
            10 PEND-CORRECTION PIC X(1).
            10 PEND-CORRECTION-REASON PIC X(4).
    01 PEND-IDX PIC 9(1) COMP VALUE 0.

    01 GROUP-PATH-ID PIC X(15) VALUE SPACES.
    MOVE HIST-Z TO PEND-Z(PEND-IDX).
    MOVE HIST-DIST TO PEND-DIST(PEND-IDX).
    MOVE HIST-MAX-DIST TO PEND-MAX-DIST(PEND-IDX).
    MOVE HIST-CORRECTION TO PEND-CORRECTION(PEND-IDX).
    MOVE HIST-CORRECTION-REASON TO PEND-CORRECTION-REASON(PEND-IDX).

    Release-Oldest-Pending.
    *> A record leaves the two-slot hold only because two younger
    MOVE PEND-Z(1) TO ARCHIVE-Z.
    MOVE PEND-DIST(1) TO ARCHIVE-DIST.
    MOVE PEND-MAX-DIST(1) TO ARCHIVE-MAX-DIST.
    MOVE PEND-CORRECTION(1) TO ARCHIVE-CORRECTION.
    MOVE PEND-CORRECTION-REASON(1) TO ARCHIVE-CORRECTION-REASON.
    WRITE ARCHIVE-RECORD.
    MOVE SPACES TO KEY-WORK-RECORD.
    MOVE GROUP-PATH-ID TO KW-PATH-ID.
