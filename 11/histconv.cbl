IDENTIFICATION DIVISION.
    PROGRAM-ID. HISTCONV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OLD-HISTORY-MASTER ASSIGN TO DYNAMIC OLD-MASTER-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-HIST-KEY
        FILE STATUS IS WS-OLD-STATUS.
        SELECT HISTORY-MASTER ASSIGN TO 'run-history.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> The master as RUNHIST wrote it before each run's cost and
    *> correction marking were carried. It is renamed to the name in
    *> HISTCONV-OLD (default run-history-old.dat) before this one-off
    *> step builds the new run-history.dat from it. Converted runs
    *> have no cost on file and are original readings.
    FD OLD-HISTORY-MASTER.
    01 OLD-HISTORY-RECORD.
        05 OLD-HIST-KEY.
            10 OLD-HIST-PATH-ID PIC X(15).
            10 OLD-HIST-RUN-DATE PIC 9(8).
        05 OLD-HIST-X PIC S9(5).
        05 OLD-HIST-Y PIC S9(5).
        05 OLD-HIST-Z PIC S9(5).
        05 OLD-HIST-DIST PIC 9(5).
        05 OLD-HIST-MAX-DIST PIC 9(5).

    *> Run-history master; laid out identically in RUNHIST, HISTARCH
    *> and PATHCORR.
    FD HISTORY-MASTER.
    01 HISTORY-RECORD.
        05 HIST-KEY.
            10 HIST-PATH-ID PIC X(15).
            10 HIST-RUN-DATE PIC 9(8).
        05 HIST-X PIC S9(5).
        05 HIST-Y PIC S9(5).
        05 HIST-Z PIC S9(5).
        05 HIST-DIST PIC 9(5).
        05 HIST-MAX-DIST PIC 9(5).
        05 HIST-COST PIC 9(7)V99.
        05 HIST-CORRECTION PIC X(1).
            88 HIST-CORRECTED VALUE 'C'.
        05 HIST-CORRECTION-DATE PIC 9(8).
        05 HIST-CORRECTION-REASON PIC X(4).

    WORKING-STORAGE SECTION.
    01 OLD-MASTER-PATH PIC X(100).
    01 WS-OLD-STATUS PIC X(2).
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.

    01 RECORDS-READ PIC 9(7) VALUE 0.
    01 RECORDS-WRITTEN PIC 9(7) VALUE 0.
    01 WRITE-ERRORS PIC 9(5) VALUE 0.

    PROCEDURE DIVISION.
    ACCEPT OLD-MASTER-PATH FROM ENVIRONMENT "HISTCONV-OLD".
    IF OLD-MASTER-PATH = SPACES
        MOVE 'run-history-old.dat' TO OLD-MASTER-PATH
    END-IF.
    OPEN INPUT OLD-HISTORY-MASTER.
    IF WS-OLD-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN OLD RUN-HISTORY MASTER " OLD-MASTER-PATH
            " - STATUS " WS-OLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> A master already in place may hold runs posted since the
    *> conversion; it is never overwritten.
    OPEN INPUT HISTORY-MASTER.
    IF WS-MASTER-STATUS = '00'
        DISPLAY "RUN-HISTORY MASTER ALREADY ON FILE - NOT CONVERTED"
        CLOSE HISTORY-MASTER
        CLOSE OLD-HISTORY-MASTER
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT HISTORY-MASTER.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "CANNOT CREATE RUN-HISTORY MASTER - STATUS "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL WS-EOF = 'Y'
        READ OLD-HISTORY-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO RECORDS-READ
                PERFORM Convert-History-Record
        END-READ
    END-PERFORM.
    CLOSE OLD-HISTORY-MASTER.
    CLOSE HISTORY-MASTER.

    DISPLAY "Old history records read: " RECORDS-READ.
    DISPLAY "History records written: " RECORDS-WRITTEN.
    DISPLAY "Write errors: " WRITE-ERRORS.
    IF RECORDS-WRITTEN NOT = RECORDS-READ
        DISPLAY "COUNTS DO NOT TIE - DO NOT RELEASE THE NEW MASTER"
        MOVE 12 TO RETURN-CODE
    END-IF.
    STOP RUN.

    Convert-History-Record.
    MOVE OLD-HIST-PATH-ID TO HIST-PATH-ID.
    MOVE OLD-HIST-RUN-DATE TO HIST-RUN-DATE.
    MOVE OLD-HIST-X TO HIST-X.
    MOVE OLD-HIST-Y TO HIST-Y.
    MOVE OLD-HIST-Z TO HIST-Z.
    MOVE OLD-HIST-DIST TO HIST-DIST.
    MOVE OLD-HIST-MAX-DIST TO HIST-MAX-DIST.
    MOVE 0 TO HIST-COST.
    MOVE SPACE TO HIST-CORRECTION.
    MOVE 0 TO HIST-CORRECTION-DATE.
    MOVE SPACES TO HIST-CORRECTION-REASON.
    WRITE HISTORY-RECORD
        INVALID KEY
            ADD 1 TO WRITE-ERRORS
            DISPLAY "CANNOT CONVERT " OLD-HIST-PATH-ID " "
                OLD-HIST-RUN-DATE " - STATUS " WS-MASTER-STATUS
        NOT INVALID KEY
            ADD 1 TO RECORDS-WRITTEN
    END-WRITE.
