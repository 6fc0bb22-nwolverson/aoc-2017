IDENTIFICATION DIVISION.
    PROGRAM-ID. NOGOMNT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TRANS-FILE ASSIGN TO DYNAMIC TRANS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT NOGO-MASTER ASSIGN TO 'nogo-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOGO-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT AUDIT-FILE ASSIGN TO 'nogo-audit.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> A blank from-date on ADD means the closure starts today; a
    *> blank to-date means it stands until further notice. CHANGE
    *> leaves any blank field as it is on the master.
    FD TRANS-FILE.
    01 TRANS-RECORD.
        05 TRANS-ACTION PIC X(6).
            88 TRANS-ADD VALUE 'ADD'.
            88 TRANS-CHANGE VALUE 'CHANGE'.
            88 TRANS-DEACT VALUE 'DEACT'.
            88 TRANS-LIST VALUE 'LIST'.
        05 FILLER PIC X(1).
        05 TRANS-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 TRANS-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 TRANS-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 TRANS-FROM-DATE PIC 9(8).
        05 TRANS-FROM-DATE-X REDEFINES TRANS-FROM-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 TRANS-TO-DATE PIC 9(8).
        05 TRANS-TO-DATE-X REDEFINES TRANS-TO-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 TRANS-REASON PIC X(4).
        05 FILLER PIC X(1).
        05 TRANS-DEPARTMENT PIC X(10).

    *> One record per forbidden cell, keyed by its cube coordinates.
    *> A cell is in force on a date inside its effective range while
    *> active; ANSWER, PLANNER, PATHMAP and XREFCHK all read it
    *> that way. An open-ended closure carries a to-date of 99999999.
    FD NOGO-MASTER.
    01 NOGO-RECORD.
        05 NOGO-KEY.
            10 NOGO-X PIC S9(5).
            10 NOGO-Y PIC S9(5).
            10 NOGO-Z PIC S9(5).
        05 NOGO-EFFECTIVE-FROM PIC 9(8).
        05 NOGO-EFFECTIVE-TO PIC 9(8).
        05 NOGO-REASON PIC X(4).
        05 NOGO-DEPARTMENT PIC X(10).
        05 NOGO-STATUS PIC X(1).
            88 NOGO-ACTIVE VALUE 'A'.
            88 NOGO-DEACTIVATED VALUE 'D'.

    FD AUDIT-FILE.
    01 AUDIT-RECORD.
        05 AUDIT-RUN-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-ACTION PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-FROM-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-TO-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-REASON PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-DEPARTMENT PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-STATUS PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-RESULT PIC X(9).

    WORKING-STORAGE SECTION.
    01 TRANS-FILE-PATH PIC X(100).

    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-LIST-EOF PIC X(1) VALUE 'N'.
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-AUDIT-STATUS PIC X(2).

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 TRANS-COUNT PIC 9(5) VALUE 0.
    01 APPLIED-COUNT PIC 9(5) VALUE 0.
    01 ERROR-COUNT PIC 9(5) VALUE 0.
    01 LIST-COUNT PIC 9(5) VALUE 0.
    01 IN-FORCE-COUNT PIC 9(5) VALUE 0.

    01 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.

    *> Dates after the transaction is laid over what is on file.
    01 WS-DATES-OK PIC X(1) VALUE 'Y'.
    01 FROM-DATE-HOLD PIC 9(8) VALUE 0.
    01 TO-DATE-HOLD PIC 9(8) VALUE 0.
    01 OPEN-ENDED-DATE PIC 9(8) VALUE 99999999.
    01 WS-IN-FORCE PIC X(1) VALUE 'N'.

    01 DISPLAY-X PIC S9(5) SIGN LEADING SEPARATE.
    01 DISPLAY-Y PIC S9(5) SIGN LEADING SEPARATE.
    01 DISPLAY-Z PIC S9(5) SIGN LEADING SEPARATE.

    PROCEDURE DIVISION.
    ACCEPT TRANS-FILE-PATH FROM ENVIRONMENT "NOGOMNT-TRANS".
    IF TRANS-FILE-PATH = SPACES
        MOVE 'nogo-trans.txt' TO TRANS-FILE-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.

    PERFORM Open-Nogo-Master.
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
        CLOSE NOGO-MASTER.
        CLOSE AUDIT-FILE.
        DISPLAY "Transactions read: " TRANS-COUNT.
        DISPLAY "Transactions applied: " APPLIED-COUNT.
        DISPLAY "Transactions in error: " ERROR-COUNT.
        IF ERROR-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF.
    STOP RUN.

    Open-Nogo-Master.
    *> First maintenance run against a new master has to create it;
    *> OPEN I-O on an INDEXED file that does not yet exist fails.
    OPEN I-O NOGO-MASTER.
    IF WS-MASTER-STATUS = '35'
        OPEN OUTPUT NOGO-MASTER
        CLOSE NOGO-MASTER
        OPEN I-O NOGO-MASTER
    END-IF.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN NO-GO MASTER - STATUS "
            WS-MASTER-STATUS
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
    EVALUATE TRUE
    WHEN TRANS-ADD
        PERFORM Add-Nogo-Cell
    WHEN TRANS-CHANGE
        PERFORM Change-Nogo-Cell
    WHEN TRANS-DEACT
        PERFORM Deactivate-Nogo-Cell
    WHEN TRANS-LIST
        PERFORM List-Nogo-Cells
    WHEN OTHER
        ADD 1 TO ERROR-COUNT
        DISPLAY "UNKNOWN ACTION " TRANS-ACTION
        PERFORM Write-Audit-Error
    END-EVALUATE.

    Add-Nogo-Cell.
    MOVE RUN-DATE TO FROM-DATE-HOLD.
    MOVE OPEN-ENDED-DATE TO TO-DATE-HOLD.
    PERFORM Check-Effective-Dates.
    EVALUATE TRUE
    WHEN TRANS-X + TRANS-Y + TRANS-Z NOT = 0
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CELL " TRANS-X " " TRANS-Y " " TRANS-Z
            ": X + Y + Z MUST EQUAL ZERO"
        PERFORM Write-Audit-Error
    WHEN WS-DATES-OK = 'N'
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID EFFECTIVE DATES FOR CELL " TRANS-X " "
            TRANS-Y " " TRANS-Z
        PERFORM Write-Audit-Error
    WHEN TRANS-REASON = SPACES OR TRANS-DEPARTMENT = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "REASON AND DEPARTMENT REQUIRED FOR CELL " TRANS-X
            " " TRANS-Y " " TRANS-Z
        PERFORM Write-Audit-Error
    WHEN OTHER
        MOVE TRANS-X TO NOGO-X
        MOVE TRANS-Y TO NOGO-Y
        MOVE TRANS-Z TO NOGO-Z
        READ NOGO-MASTER
            INVALID KEY
                PERFORM Set-Nogo-Fields
                WRITE NOGO-RECORD
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
            NOT INVALID KEY
                *> A cell reopened by DEACT can be closed again; one
                *> still active is a duplicate and is left alone.
                IF NOGO-DEACTIVATED
                    PERFORM Set-Nogo-Fields
                    REWRITE NOGO-RECORD
                    ADD 1 TO APPLIED-COUNT
                    PERFORM Write-Audit-Applied
                ELSE
                    ADD 1 TO ERROR-COUNT
                    DISPLAY "DUPLICATE NO-GO CELL " TRANS-X " "
                        TRANS-Y " " TRANS-Z
                    PERFORM Write-Audit-Duplicate
                END-IF
        END-READ
    END-EVALUATE.

    Set-Nogo-Fields.
    MOVE FROM-DATE-HOLD TO NOGO-EFFECTIVE-FROM.
    MOVE TO-DATE-HOLD TO NOGO-EFFECTIVE-TO.
    MOVE TRANS-REASON TO NOGO-REASON.
    MOVE TRANS-DEPARTMENT TO NOGO-DEPARTMENT.
    MOVE 'A' TO NOGO-STATUS.

    Change-Nogo-Cell.
    MOVE TRANS-X TO NOGO-X.
    MOVE TRANS-Y TO NOGO-Y.
    MOVE TRANS-Z TO NOGO-Z.
    READ NOGO-MASTER
        INVALID KEY
            ADD 1 TO ERROR-COUNT
            DISPLAY "NO-GO CELL NOT FOUND: " TRANS-X " " TRANS-Y
                " " TRANS-Z
            PERFORM Write-Audit-Notfound
        NOT INVALID KEY
            MOVE NOGO-EFFECTIVE-FROM TO FROM-DATE-HOLD
            MOVE NOGO-EFFECTIVE-TO TO TO-DATE-HOLD
            PERFORM Check-Effective-Dates
            IF WS-DATES-OK = 'N'
                ADD 1 TO ERROR-COUNT
                DISPLAY "INVALID EFFECTIVE DATES FOR CELL " TRANS-X
                    " " TRANS-Y " " TRANS-Z
                PERFORM Write-Audit-Error
            ELSE
                MOVE FROM-DATE-HOLD TO NOGO-EFFECTIVE-FROM
                MOVE TO-DATE-HOLD TO NOGO-EFFECTIVE-TO
                IF TRANS-REASON NOT = SPACES
                    MOVE TRANS-REASON TO NOGO-REASON
                END-IF
                IF TRANS-DEPARTMENT NOT = SPACES
                    MOVE TRANS-DEPARTMENT TO NOGO-DEPARTMENT
                END-IF
                REWRITE NOGO-RECORD
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
            END-IF
    END-READ.

    Check-Effective-Dates.
    *> Lays the transaction's dates over FROM-DATE-HOLD and
    *> TO-DATE-HOLD; both must be real dates, in order.
    MOVE 'Y' TO WS-DATES-OK.
    IF TRANS-FROM-DATE-X NOT = SPACES
        IF TRANS-FROM-DATE IS NOT NUMERIC
            MOVE 'N' TO WS-DATES-OK
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(TRANS-FROM-DATE) NOT = 0
                MOVE 'N' TO WS-DATES-OK
            ELSE
                MOVE TRANS-FROM-DATE TO FROM-DATE-HOLD
            END-IF
        END-IF
    END-IF.
    IF TRANS-TO-DATE-X NOT = SPACES
        IF TRANS-TO-DATE IS NOT NUMERIC
            MOVE 'N' TO WS-DATES-OK
        ELSE
            IF TRANS-TO-DATE NOT = OPEN-ENDED-DATE
                AND FUNCTION TEST-DATE-YYYYMMDD(TRANS-TO-DATE) NOT = 0
                MOVE 'N' TO WS-DATES-OK
            ELSE
                MOVE TRANS-TO-DATE TO TO-DATE-HOLD
            END-IF
        END-IF
    END-IF.
    IF WS-DATES-OK = 'Y' AND TO-DATE-HOLD < FROM-DATE-HOLD
        MOVE 'N' TO WS-DATES-OK
    END-IF.

    Deactivate-Nogo-Cell.
    *> Reopening a cell keeps its record for the audit trail; the
    *> closure simply stops being in force.
    MOVE TRANS-X TO NOGO-X.
    MOVE TRANS-Y TO NOGO-Y.
    MOVE TRANS-Z TO NOGO-Z.
    READ NOGO-MASTER
        INVALID KEY
            ADD 1 TO ERROR-COUNT
            DISPLAY "NO-GO CELL NOT FOUND: " TRANS-X " " TRANS-Y
                " " TRANS-Z
            PERFORM Write-Audit-Notfound
        NOT INVALID KEY
            MOVE 'D' TO NOGO-STATUS
            REWRITE NOGO-RECORD
            ADD 1 TO APPLIED-COUNT
            PERFORM Write-Audit-Applied
    END-READ.

    List-Nogo-Cells.
    MOVE LOW-VALUES TO NOGO-KEY.
    START NOGO-MASTER KEY NOT < NOGO-KEY
        INVALID KEY MOVE 'Y' TO WS-LIST-EOF
        NOT INVALID KEY MOVE 'N' TO WS-LIST-EOF
    END-START.
    MOVE 0 TO LIST-COUNT.
    MOVE 0 TO IN-FORCE-COUNT.
    DISPLAY "NO-GO MASTER LISTING - IN FORCE ON " RUN-DATE
        " MARKED *".
    PERFORM UNTIL WS-LIST-EOF = 'Y'
        READ NOGO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-LIST-EOF
            NOT AT END
                ADD 1 TO LIST-COUNT
                MOVE 'N' TO WS-IN-FORCE
                IF NOGO-ACTIVE AND NOGO-EFFECTIVE-FROM <= RUN-DATE
                    AND NOGO-EFFECTIVE-TO >= RUN-DATE
                    MOVE 'Y' TO WS-IN-FORCE
                    ADD 1 TO IN-FORCE-COUNT
                END-IF
                MOVE NOGO-X TO DISPLAY-X
                MOVE NOGO-Y TO DISPLAY-Y
                MOVE NOGO-Z TO DISPLAY-Z
                IF WS-IN-FORCE = 'Y'
                    DISPLAY "* " DISPLAY-X " " DISPLAY-Y " "
                        DISPLAY-Z " " NOGO-EFFECTIVE-FROM " "
                        NOGO-EFFECTIVE-TO " " NOGO-REASON " "
                        NOGO-DEPARTMENT " " NOGO-STATUS
                ELSE
                    DISPLAY "  " DISPLAY-X " " DISPLAY-Y " "
                        DISPLAY-Z " " NOGO-EFFECTIVE-FROM " "
                        NOGO-EFFECTIVE-TO " " NOGO-REASON " "
                        NOGO-DEPARTMENT " " NOGO-STATUS
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "NO-GO CELLS ON FILE: " LIST-COUNT
        " IN FORCE: " IN-FORCE-COUNT.

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
    MOVE TRANS-X TO AUDIT-X.
    MOVE TRANS-Y TO AUDIT-Y.
    MOVE TRANS-Z TO AUDIT-Z.
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
    MOVE TRANS-REASON TO AUDIT-REASON.
    MOVE TRANS-DEPARTMENT TO AUDIT-DEPARTMENT.
    *> The master record only holds a status for transactions that
    *> reached it; a rejected or not-found line has none to report.
    IF WS-AUDIT-RESULT = 'OK' OR WS-AUDIT-RESULT = 'DUPLICATE'
        MOVE NOGO-STATUS TO AUDIT-STATUS
    END-IF.
    MOVE WS-AUDIT-RESULT TO AUDIT-RESULT.
    WRITE AUDIT-RECORD.
