IDENTIFICATION DIVISION.
    PROGRAM-ID. ROSTCONV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OLD-ROSTER-MASTER ASSIGN TO DYNAMIC OLD-ROSTER-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-COURIER-ID
        FILE STATUS IS WS-OLD-STATUS.
        SELECT ROSTER-MASTER ASSIGN TO 'courier-roster.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS COURIER-ID
        FILE STATUS IS WS-ROSTER-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> The roster as it was keyed by hand before ROSTMNT existed and
    *> before shift times were carried. It is renamed to the name in
    *> ROSTCONV-OLD (default courier-roster-old.dat) before this
    *> one-off step builds the new courier-roster.dat from it. Every
    *> courier is given the shift ROSTMNT ADD gives when none is
    *> keyed. Nothing ever edited the hand-keyed rows, so a row with
    *> a blank id or depot, a capacity that is not numeric or a
    *> status other than A, U or D is rejected and counted, not
    *> converted; it is re-keyed through ROSTMNT afterwards.
    FD OLD-ROSTER-MASTER.
    01 OLD-ROSTER-RECORD.
        05 OLD-COURIER-ID PIC X(8).
        05 OLD-COURIER-DEPOT PIC X(15).
        05 OLD-COURIER-CAPACITY PIC 9(7).
        05 OLD-COURIER-STATUS PIC X(1).

    *> Courier roster; laid out identically in ROSTMNT, DISPATCH and
    *> XREFCHK.
    FD ROSTER-MASTER.
    01 ROSTER-RECORD.
        05 COURIER-ID PIC X(8).
        05 COURIER-DEPOT PIC X(15).
        05 COURIER-CAPACITY PIC 9(7).
        05 COURIER-STATUS PIC X(1).
            88 COURIER-AVAILABLE VALUE 'A'.
            88 COURIER-UNAVAILABLE VALUE 'U'.
            88 COURIER-DEACTIVATED VALUE 'D'.
        05 COURIER-SHIFT-START PIC 9(4).
        05 COURIER-SHIFT-END PIC 9(4).

    WORKING-STORAGE SECTION.
    01 OLD-ROSTER-PATH PIC X(100).
    01 WS-OLD-STATUS PIC X(2).
    01 WS-ROSTER-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.

    *> ROSTMNT's defaults: a blank start means 0800 and a blank end
    *> means eight hours after it.
    01 DEFAULT-SHIFT-START PIC 9(4) VALUE 0800.
    01 DEFAULT-SHIFT-END PIC 9(4) VALUE 1600.

    01 RECORDS-READ PIC 9(7) VALUE 0.
    01 RECORDS-WRITTEN PIC 9(7) VALUE 0.
    01 RECORDS-REJECTED PIC 9(7) VALUE 0.
    01 WRITE-ERRORS PIC 9(5) VALUE 0.

    PROCEDURE DIVISION.
    ACCEPT OLD-ROSTER-PATH FROM ENVIRONMENT "ROSTCONV-OLD".
    IF OLD-ROSTER-PATH = SPACES
        MOVE 'courier-roster-old.dat' TO OLD-ROSTER-PATH
    END-IF.
    OPEN INPUT OLD-ROSTER-MASTER.
    IF WS-OLD-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN OLD ROSTER MASTER " OLD-ROSTER-PATH
            " - STATUS " WS-OLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> A roster already in place may hold couriers keyed since the
    *> conversion; it is never overwritten.
    OPEN INPUT ROSTER-MASTER.
    IF WS-ROSTER-STATUS = '00'
        DISPLAY "ROSTER MASTER ALREADY ON FILE - NOT CONVERTED"
        CLOSE ROSTER-MASTER
        CLOSE OLD-ROSTER-MASTER
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ROSTER-MASTER.
    IF WS-ROSTER-STATUS NOT = '00'
        DISPLAY "CANNOT CREATE ROSTER MASTER - STATUS "
            WS-ROSTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL WS-EOF = 'Y'
        READ OLD-ROSTER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO RECORDS-READ
                PERFORM Convert-Roster-Record
        END-READ
    END-PERFORM.
    CLOSE OLD-ROSTER-MASTER.
    CLOSE ROSTER-MASTER.

    DISPLAY "Old roster records read: " RECORDS-READ.
    DISPLAY "Roster records written: " RECORDS-WRITTEN.
    DISPLAY "Records rejected: " RECORDS-REJECTED.
    DISPLAY "Write errors: " WRITE-ERRORS.
    IF RECORDS-WRITTEN + RECORDS-REJECTED NOT = RECORDS-READ
        DISPLAY "COUNTS DO NOT TIE - DO NOT RELEASE THE NEW ROSTER"
        MOVE 12 TO RETURN-CODE
    ELSE
        IF RECORDS-REJECTED > 0
            DISPLAY "REJECTED COURIERS MUST BE KEYED THROUGH ROSTMNT"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.
    STOP RUN.

    Convert-Roster-Record.
    IF OLD-COURIER-ID = SPACES
        OR OLD-COURIER-DEPOT = SPACES
        OR OLD-COURIER-CAPACITY IS NOT NUMERIC
        OR (OLD-COURIER-STATUS NOT = 'A'
            AND OLD-COURIER-STATUS NOT = 'U'
            AND OLD-COURIER-STATUS NOT = 'D')
        ADD 1 TO RECORDS-REJECTED
        DISPLAY "REJECTED COURIER " OLD-COURIER-ID " DEPOT "
            OLD-COURIER-DEPOT " CAPACITY " OLD-COURIER-CAPACITY
            " STATUS " OLD-COURIER-STATUS
    ELSE
        PERFORM Write-Roster-Record
    END-IF.

    Write-Roster-Record.
    MOVE OLD-COURIER-ID TO COURIER-ID.
    MOVE OLD-COURIER-DEPOT TO COURIER-DEPOT.
    MOVE OLD-COURIER-CAPACITY TO COURIER-CAPACITY.
    MOVE OLD-COURIER-STATUS TO COURIER-STATUS.
    MOVE DEFAULT-SHIFT-START TO COURIER-SHIFT-START.
    MOVE DEFAULT-SHIFT-END TO COURIER-SHIFT-END.
    WRITE ROSTER-RECORD
        INVALID KEY
            ADD 1 TO WRITE-ERRORS
            DISPLAY "CANNOT CONVERT COURIER " OLD-COURIER-ID
                " - STATUS " WS-ROSTER-STATUS
        NOT INVALID KEY
            ADD 1 TO RECORDS-WRITTEN
    END-WRITE.
