IDENTIFICATION DIVISION.
    PROGRAM-ID. ROSTMNT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TRANS-FILE ASSIGN TO DYNAMIC TRANS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ROSTER-MASTER ASSIGN TO 'courier-roster.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COURIER-ID
        FILE STATUS IS WS-ROSTER-STATUS.
        SELECT CALENDAR-MASTER ASSIGN TO 'courier-calendar.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-KEY
        FILE STATUS IS WS-CALENDAR-STATUS.
        SELECT AUDIT-FILE ASSIGN TO 'roster-audit.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> ADD, CHANGE, DEACT and LIST work on the roster itself. AVAIL,
    *> LEAVE and CLEAR work on the calendar for every day from the
    *> from-date to the to-date (a blank to-date means the one day).
    *> Shift start and end are 24-hour HHMM times; on ADD a blank
    *> start means 0800 and a blank end means eight hours after it.
    FD TRANS-FILE.
    01 TRANS-RECORD.
        05 TRANS-ACTION PIC X(6).
            88 TRANS-ADD VALUE 'ADD'.
            88 TRANS-CHANGE VALUE 'CHANGE'.
            88 TRANS-DEACT VALUE 'DEACT'.
            88 TRANS-LIST VALUE 'LIST'.
            88 TRANS-AVAIL VALUE 'AVAIL'.
            88 TRANS-LEAVE VALUE 'LEAVE'.
            88 TRANS-CLEAR VALUE 'CLEAR'.
        05 FILLER PIC X(1).
        05 TRANS-COURIER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 TRANS-DEPOT PIC X(15).
        05 FILLER PIC X(1).
        05 TRANS-CAPACITY PIC 9(7).
        05 TRANS-CAPACITY-X REDEFINES TRANS-CAPACITY PIC X(7).
        05 FILLER PIC X(1).
        05 TRANS-STATUS PIC X(1).
        05 FILLER PIC X(1).
        05 TRANS-FROM-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 TRANS-TO-DATE PIC 9(8).
        05 TRANS-TO-DATE-X REDEFINES TRANS-TO-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 TRANS-SHIFT-START PIC X(4).
        05 FILLER PIC X(1).
        05 TRANS-SHIFT-END PIC X(4).

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

    *> One record per courier per day that differs from the roster.
    *> A zero capacity or blank depot means the roster's own figure
    *> stands for that day.
    FD CALENDAR-MASTER.
    01 CALENDAR-RECORD.
        05 CAL-KEY.
            10 CAL-COURIER-ID PIC X(8).
            10 CAL-DATE PIC 9(8).
        05 CAL-STATUS PIC X(1).
            88 CAL-AVAILABLE VALUE 'A'.
            88 CAL-UNAVAILABLE VALUE 'U'.
        05 CAL-CAPACITY PIC 9(7).
        05 CAL-DEPOT PIC X(15).

    FD AUDIT-FILE.
    01 AUDIT-RECORD.
        05 AUDIT-RUN-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-ACTION PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-COURIER-ID PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-DEPOT PIC X(15).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-CAPACITY PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-STATUS PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-FROM-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-TO-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-RESULT PIC X(9).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-SHIFT-START PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-SHIFT-END PIC X(4).

    WORKING-STORAGE SECTION.
    01 TRANS-FILE-PATH PIC X(100).

    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-LIST-EOF PIC X(1) VALUE 'N'.
    01 WS-ROSTER-STATUS PIC X(2).
    01 WS-CALENDAR-STATUS PIC X(2).
    01 WS-AUDIT-STATUS PIC X(2).

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 TRANS-COUNT PIC 9(5) VALUE 0.
    01 APPLIED-COUNT PIC 9(5) VALUE 0.
    01 ERROR-COUNT PIC 9(5) VALUE 0.
    01 LIST-COUNT PIC 9(5) VALUE 0.
    01 DAY-COUNT PIC 9(5) VALUE 0.

    01 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
    01 WS-AUDIT-STATUS-BYTE PIC X(1) VALUE SPACE.

    *> Calendar ranges are walked a day at a time by day number, so
    *> month and year ends need no special handling. A year is the
    *> longest range one transaction may cover.
    01 RANGE-FROM PIC 9(8) VALUE 0.
    01 RANGE-TO PIC 9(8) VALUE 0.
    01 RANGE-FROM-DAY PIC 9(7) VALUE 0.
    01 RANGE-TO-DAY PIC 9(7) VALUE 0.
    01 RANGE-DAY PIC 9(7) VALUE 0.
    01 RANGE-LIMIT PIC 9(3) VALUE 366.
    01 WS-RANGE-OK PIC X(1) VALUE 'N'.
    01 WS-COURIER-FOUND PIC X(1) VALUE 'N'.

    *> Shift times after the transaction is applied; the end must
    *> fall after the start on the same day.
    01 WS-SHIFT-OK PIC X(1) VALUE 'Y'.
    01 SHIFT-START-HOLD PIC 9(4) VALUE 0.
    01 SHIFT-END-HOLD PIC 9(4) VALUE 0.
    01 SHIFT-CHECK-TIME PIC X(4).
    01 SHIFT-CHECK-PARTS REDEFINES SHIFT-CHECK-TIME.
        05 SHIFT-CHECK-HH PIC 9(2).
        05 SHIFT-CHECK-MM PIC 9(2).
    01 DEFAULT-SHIFT-START PIC 9(4) VALUE 0800.
    01 DEFAULT-SHIFT-HOURS PIC 9(4) VALUE 0800.

    PROCEDURE DIVISION.
    ACCEPT TRANS-FILE-PATH FROM ENVIRONMENT "ROSTMNT-TRANS".
    IF TRANS-FILE-PATH = SPACES
        MOVE 'roster-trans.txt' TO TRANS-FILE-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.

    PERFORM Open-Roster-Master.
    PERFORM Open-Calendar-Master.
    PERFORM Open-Audit-File.
    OPEN INPUT TRANS-FILE.
        PERFORM UNTIL WS-EOF = 'Y'
        READ TRANS-FILE INTO TRANS-RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO TRANS-COUNT
                PERFORM Apply-Transaction
        END-READ
        END-PERFORM.
        CLOSE TRANS-FILE.
        CLOSE ROSTER-MASTER.
        CLOSE CALENDAR-MASTER.
        CLOSE AUDIT-FILE.
        DISPLAY "Transactions read: " TRANS-COUNT.
        DISPLAY "Transactions applied: " APPLIED-COUNT.
        DISPLAY "Transactions in error: " ERROR-COUNT.
        IF ERROR-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF.
    STOP RUN.

    Open-Roster-Master.
    *> First maintenance run against a new master has to create it;
    *> OPEN I-O on an INDEXED file that does not yet exist fails.
    OPEN I-O ROSTER-MASTER.
    IF WS-ROSTER-STATUS = '35'
        OPEN OUTPUT ROSTER-MASTER
        CLOSE ROSTER-MASTER
        OPEN I-O ROSTER-MASTER
    END-IF.
    IF WS-ROSTER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN COURIER ROSTER - STATUS "
            WS-ROSTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    Open-Calendar-Master.
    OPEN I-O CALENDAR-MASTER.
    IF WS-CALENDAR-STATUS = '35'
        OPEN OUTPUT CALENDAR-MASTER
        CLOSE CALENDAR-MASTER
        OPEN I-O CALENDAR-MASTER
    END-IF.
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN COURIER CALENDAR - STATUS "
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    Open-Audit-File.
    *> The audit trail accumulates across runs and must never be
    *> truncated; OPEN EXTEND requires the file to already exist.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        OPEN OUTPUT AUDIT-FILE
    END-IF.

    Apply-Transaction.
    MOVE SPACE TO WS-AUDIT-STATUS-BYTE.
    EVALUATE TRUE
    WHEN TRANS-ADD
        PERFORM Add-Courier
    WHEN TRANS-CHANGE
        PERFORM Change-Courier
    WHEN TRANS-DEACT
        PERFORM Deactivate-Courier
    WHEN TRANS-LIST
        PERFORM List-Couriers
    WHEN TRANS-AVAIL
        PERFORM Set-Calendar-Range
    WHEN TRANS-LEAVE
        PERFORM Set-Calendar-Range
    WHEN TRANS-CLEAR
        PERFORM Clear-Calendar-Range
    WHEN OTHER
        ADD 1 TO ERROR-COUNT
        DISPLAY "UNKNOWN ACTION " TRANS-ACTION " FOR "
            TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    END-EVALUATE.

    Add-Courier.
    MOVE DEFAULT-SHIFT-START TO SHIFT-START-HOLD.
    MOVE 0 TO SHIFT-END-HOLD.
    PERFORM Check-Shift-Times.
    EVALUATE TRUE
    WHEN TRANS-COURIER-ID = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "COURIER ID MISSING ON ADD"
        PERFORM Write-Audit-Error
    WHEN TRANS-DEPOT = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "NO DEPOT GIVEN FOR " TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    WHEN TRANS-CAPACITY IS NOT NUMERIC
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CAPACITY FOR " TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    WHEN TRANS-STATUS NOT = SPACE AND NOT = 'A' AND NOT = 'U'
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID STATUS " TRANS-STATUS " FOR "
            TRANS-COURIER-ID ": MUST BE A OR U"
        PERFORM Write-Audit-Error
    WHEN WS-SHIFT-OK = 'N'
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID SHIFT TIMES FOR " TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    WHEN OTHER
        MOVE TRANS-COURIER-ID TO COURIER-ID
        MOVE TRANS-DEPOT TO COURIER-DEPOT
        MOVE TRANS-CAPACITY TO COURIER-CAPACITY
        MOVE SHIFT-START-HOLD TO COURIER-SHIFT-START
        MOVE SHIFT-END-HOLD TO COURIER-SHIFT-END
        IF TRANS-STATUS = SPACE
            MOVE 'A' TO COURIER-STATUS
        ELSE
            MOVE TRANS-STATUS TO COURIER-STATUS
        END-IF
        WRITE ROSTER-RECORD
            INVALID KEY
                ADD 1 TO ERROR-COUNT
                DISPLAY "DUPLICATE COURIER " TRANS-COURIER-ID
                PERFORM Write-Audit-Duplicate
            NOT INVALID KEY
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
        END-WRITE
    END-EVALUATE.

    Change-Courier.
    *> Only the fields keyed on the transaction change; a blank
    *> depot, capacity, status or shift time leaves the roster's
    *> value alone.
    IF (TRANS-CAPACITY-X NOT = SPACES
            AND TRANS-CAPACITY IS NOT NUMERIC)
        OR (TRANS-STATUS NOT = SPACE AND NOT = 'A' AND NOT = 'U')
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CAPACITY OR STATUS FOR " TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    ELSE
        MOVE TRANS-COURIER-ID TO COURIER-ID
        READ ROSTER-MASTER
            INVALID KEY
                ADD 1 TO ERROR-COUNT
                DISPLAY "COURIER NOT FOUND: " TRANS-COURIER-ID
                PERFORM Write-Audit-Notfound
            NOT INVALID KEY
                MOVE COURIER-SHIFT-START TO SHIFT-START-HOLD
                MOVE COURIER-SHIFT-END TO SHIFT-END-HOLD
                PERFORM Check-Shift-Times
                IF WS-SHIFT-OK = 'N'
                    ADD 1 TO ERROR-COUNT
                    DISPLAY "INVALID SHIFT TIMES FOR " TRANS-COURIER-ID
                    PERFORM Write-Audit-Error
                ELSE
                    PERFORM Apply-Courier-Change
                END-IF
        END-READ
    END-IF.

    Apply-Courier-Change.
    IF TRANS-DEPOT NOT = SPACES
        MOVE TRANS-DEPOT TO COURIER-DEPOT
    END-IF.
    IF TRANS-CAPACITY-X NOT = SPACES
        MOVE TRANS-CAPACITY TO COURIER-CAPACITY
    END-IF.
    IF TRANS-STATUS NOT = SPACE
        MOVE TRANS-STATUS TO COURIER-STATUS
    END-IF.
    MOVE SHIFT-START-HOLD TO COURIER-SHIFT-START.
    MOVE SHIFT-END-HOLD TO COURIER-SHIFT-END.
    REWRITE ROSTER-RECORD.
    ADD 1 TO APPLIED-COUNT.
    PERFORM Write-Audit-Applied.

    Check-Shift-Times.
    *> Starts from the shift already held in SHIFT-START-HOLD and
    *> SHIFT-END-HOLD and lays the transaction's times over it. A
    *> zero end (a new courier keyed without one) becomes a standard
    *> day after the start, stopping at midnight.
    MOVE 'Y' TO WS-SHIFT-OK.
    IF TRANS-SHIFT-START NOT = SPACES
        MOVE TRANS-SHIFT-START TO SHIFT-CHECK-TIME
        IF SHIFT-CHECK-TIME IS NOT NUMERIC
            OR SHIFT-CHECK-HH > 23 OR SHIFT-CHECK-MM > 59
            MOVE 'N' TO WS-SHIFT-OK
        ELSE
            MOVE SHIFT-CHECK-TIME TO SHIFT-START-HOLD
        END-IF
    END-IF.
    IF TRANS-SHIFT-END NOT = SPACES
        MOVE TRANS-SHIFT-END TO SHIFT-CHECK-TIME
        IF SHIFT-CHECK-TIME IS NOT NUMERIC
            OR SHIFT-CHECK-HH > 23 OR SHIFT-CHECK-MM > 59
            MOVE 'N' TO WS-SHIFT-OK
        ELSE
            MOVE SHIFT-CHECK-TIME TO SHIFT-END-HOLD
        END-IF
    END-IF.
    IF WS-SHIFT-OK = 'Y' AND SHIFT-END-HOLD = 0
        IF SHIFT-START-HOLD + DEFAULT-SHIFT-HOURS > 2359
            MOVE 2359 TO SHIFT-END-HOLD
        ELSE
            COMPUTE SHIFT-END-HOLD
                = SHIFT-START-HOLD + DEFAULT-SHIFT-HOURS
        END-IF
    END-IF.
    IF WS-SHIFT-OK = 'Y' AND SHIFT-END-HOLD NOT > SHIFT-START-HOLD
        MOVE 'N' TO WS-SHIFT-OK
    END-IF.

    Deactivate-Courier.
    *> A deactivated courier stays on file for the audit trail but
    *> is never dispatched, whatever the calendar says.
    MOVE TRANS-COURIER-ID TO COURIER-ID.
    READ ROSTER-MASTER
        INVALID KEY
            ADD 1 TO ERROR-COUNT
            DISPLAY "COURIER NOT FOUND: " TRANS-COURIER-ID
            PERFORM Write-Audit-Notfound
        NOT INVALID KEY
            MOVE 'D' TO COURIER-STATUS
            REWRITE ROSTER-RECORD
            ADD 1 TO APPLIED-COUNT
            PERFORM Write-Audit-Applied
    END-READ.

    Check-Calendar-Range.
    *> Sets WS-RANGE-OK and leaves the range in RANGE-FROM/RANGE-TO
    *> and their day numbers. The courier must be on the roster.
    MOVE 'N' TO WS-RANGE-OK.
    MOVE 'N' TO WS-COURIER-FOUND.
    MOVE TRANS-COURIER-ID TO COURIER-ID.
    READ ROSTER-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO WS-COURIER-FOUND
    END-READ.
    IF WS-COURIER-FOUND = 'N'
        ADD 1 TO ERROR-COUNT
        DISPLAY "COURIER NOT FOUND: " TRANS-COURIER-ID
        PERFORM Write-Audit-Notfound
    ELSE
        MOVE TRANS-FROM-DATE TO RANGE-FROM
        IF TRANS-TO-DATE-X = SPACES
            MOVE TRANS-FROM-DATE TO RANGE-TO
        ELSE
            MOVE TRANS-TO-DATE TO RANGE-TO
        END-IF
        IF TRANS-FROM-DATE IS NOT NUMERIC
            OR RANGE-TO IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(RANGE-FROM) NOT = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(RANGE-TO) NOT = 0
            ADD 1 TO ERROR-COUNT
            DISPLAY "INVALID DATE RANGE FOR " TRANS-COURIER-ID
            PERFORM Write-Audit-Error
        ELSE
            COMPUTE RANGE-FROM-DAY
                = FUNCTION INTEGER-OF-DATE(RANGE-FROM)
            COMPUTE RANGE-TO-DAY
                = FUNCTION INTEGER-OF-DATE(RANGE-TO)
            IF RANGE-TO-DAY < RANGE-FROM-DAY
                OR RANGE-TO-DAY - RANGE-FROM-DAY >= RANGE-LIMIT
                ADD 1 TO ERROR-COUNT
                DISPLAY "DATE RANGE BACKWARDS OR OVER " RANGE-LIMIT
                    " DAYS FOR " TRANS-COURIER-ID
                PERFORM Write-Audit-Error
            ELSE
                MOVE 'Y' TO WS-RANGE-OK
            END-IF
        END-IF
    END-IF.

    Set-Calendar-Range.
    *> AVAIL puts the courier on for the days, optionally with a
    *> capacity or depot of their own; LEAVE takes them off. A day
    *> already on the calendar is replaced, not added twice.
    IF TRANS-CAPACITY-X NOT = SPACES AND TRANS-CAPACITY IS NOT NUMERIC
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CAPACITY FOR " TRANS-COURIER-ID
        PERFORM Write-Audit-Error
    ELSE
        PERFORM Check-Calendar-Range
        IF WS-RANGE-OK = 'Y'
            MOVE 0 TO DAY-COUNT
            PERFORM VARYING RANGE-DAY FROM RANGE-FROM-DAY BY 1
                UNTIL RANGE-DAY > RANGE-TO-DAY
                PERFORM Set-Calendar-Day
            END-PERFORM
            DISPLAY TRANS-ACTION " " TRANS-COURIER-ID ": "
                DAY-COUNT " DAY(S) SET"
            ADD 1 TO APPLIED-COUNT
            IF TRANS-AVAIL
                MOVE 'A' TO WS-AUDIT-STATUS-BYTE
            ELSE
                MOVE 'U' TO WS-AUDIT-STATUS-BYTE
            END-IF
            PERFORM Write-Audit-Applied
        END-IF
    END-IF.

    Set-Calendar-Day.
    MOVE TRANS-COURIER-ID TO CAL-COURIER-ID.
    COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(RANGE-DAY).
    IF TRANS-AVAIL
        MOVE 'A' TO CAL-STATUS
    ELSE
        MOVE 'U' TO CAL-STATUS
    END-IF.
    IF TRANS-CAPACITY-X = SPACES
        MOVE 0 TO CAL-CAPACITY
    ELSE
        MOVE TRANS-CAPACITY TO CAL-CAPACITY
    END-IF.
    MOVE TRANS-DEPOT TO CAL-DEPOT.
    ADD 1 TO DAY-COUNT.
    WRITE CALENDAR-RECORD
        INVALID KEY
            REWRITE CALENDAR-RECORD
    END-WRITE.

    Clear-Calendar-Range.
    *> CLEAR hands the days back to the roster's own status.
    PERFORM Check-Calendar-Range.
    IF WS-RANGE-OK = 'Y'
        MOVE 0 TO DAY-COUNT
        PERFORM VARYING RANGE-DAY FROM RANGE-FROM-DAY BY 1
            UNTIL RANGE-DAY > RANGE-TO-DAY
            MOVE TRANS-COURIER-ID TO CAL-COURIER-ID
            COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(RANGE-DAY)
            DELETE CALENDAR-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO DAY-COUNT
            END-DELETE
        END-PERFORM
        DISPLAY TRANS-ACTION " " TRANS-COURIER-ID ": "
            DAY-COUNT " DAY(S) CLEARED"
        ADD 1 TO APPLIED-COUNT
        PERFORM Write-Audit-Applied
    END-IF.

    List-Couriers.
    MOVE LOW-VALUES TO COURIER-ID.
    START ROSTER-MASTER KEY NOT < COURIER-ID
        INVALID KEY MOVE 'Y' TO WS-LIST-EOF
        NOT INVALID KEY MOVE 'N' TO WS-LIST-EOF
    END-START.
    MOVE 0 TO LIST-COUNT.
    DISPLAY "COURIER ROSTER LISTING".
    PERFORM UNTIL WS-LIST-EOF = 'Y'
        READ ROSTER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-LIST-EOF
            NOT AT END
                ADD 1 TO LIST-COUNT
                DISPLAY COURIER-ID " " COURIER-DEPOT " "
                    COURIER-CAPACITY " " COURIER-STATUS " "
                    COURIER-SHIFT-START "-" COURIER-SHIFT-END
        END-READ
    END-PERFORM.
    DISPLAY "COURIERS ON FILE: " LIST-COUNT.
    *> Calendar days from today on; past days are history and only
    *> clutter the listing.
    MOVE LOW-VALUES TO CAL-KEY.
    START CALENDAR-MASTER KEY NOT < CAL-KEY
        INVALID KEY MOVE 'Y' TO WS-LIST-EOF
        NOT INVALID KEY MOVE 'N' TO WS-LIST-EOF
    END-START.
    MOVE 0 TO LIST-COUNT.
    DISPLAY "COURIER CALENDAR FROM " RUN-DATE.
    PERFORM UNTIL WS-LIST-EOF = 'Y'
        READ CALENDAR-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-LIST-EOF
            NOT AT END
                IF CAL-DATE >= RUN-DATE
                    ADD 1 TO LIST-COUNT
                    DISPLAY CAL-COURIER-ID " " CAL-DATE " "
                        CAL-STATUS " " CAL-CAPACITY " " CAL-DEPOT
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "CALENDAR DAYS ON FILE: " LIST-COUNT.

    Write-Audit-Applied.
    MOVE 'OK' TO WS-AUDIT-RESULT.
    PERFORM Write-Audit-Line.

    Write-Audit-Duplicate.
    MOVE 'DUPLICATE' TO WS-AUDIT-RESULT.
    PERFORM Write-Audit-Line.

    Write-Audit-Notfound.
    MOVE 'NOT-FOUND' TO WS-AUDIT-RESULT.
    PERFORM Write-Audit-Line.

    Write-Audit-Error.
    MOVE 'REJECTED' TO WS-AUDIT-RESULT.
    PERFORM Write-Audit-Line.

    Write-Audit-Line.
    MOVE SPACES TO AUDIT-RECORD.
    MOVE RUN-DATE TO AUDIT-RUN-DATE.
    MOVE TRANS-ACTION TO AUDIT-ACTION.
    MOVE TRANS-COURIER-ID TO AUDIT-COURIER-ID.
    MOVE TRANS-DEPOT TO AUDIT-DEPOT.
    IF TRANS-CAPACITY IS NUMERIC
        MOVE TRANS-CAPACITY TO AUDIT-CAPACITY
    ELSE
        MOVE 0 TO AUDIT-CAPACITY
    END-IF.
    IF TRANS-FROM-DATE IS NUMERIC
        MOVE TRANS-FROM-DATE TO AUDIT-FROM-DATE
    ELSE
        MOVE 0 TO AUDIT-FROM-DATE
    END-IF.
    IF TRANS-TO-DATE IS NUMERIC
        MOVE TRANS-TO-DATE TO AUDIT-TO-DATE
    ELSE
        MOVE 0 TO AUDIT-TO-DATE
    END-IF.
    *> The roster record only holds a status for transactions that
    *> reached it; a rejected or not-found line has none to report.
    *> Calendar actions report the day status they set.
    IF WS-AUDIT-STATUS-BYTE NOT = SPACE
        MOVE WS-AUDIT-STATUS-BYTE TO AUDIT-STATUS
    ELSE
        IF WS-AUDIT-RESULT = 'OK' OR WS-AUDIT-RESULT = 'DUPLICATE'
            MOVE COURIER-STATUS TO AUDIT-STATUS
        END-IF
    END-IF.
    MOVE WS-AUDIT-RESULT TO AUDIT-RESULT.
    MOVE TRANS-SHIFT-START TO AUDIT-SHIFT-START.
    MOVE TRANS-SHIFT-END TO AUDIT-SHIFT-END.
    WRITE AUDIT-RECORD.
