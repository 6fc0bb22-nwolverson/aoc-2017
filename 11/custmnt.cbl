IDENTIFICATION DIVISION.
    PROGRAM-ID. CUSTMNT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TRANS-FILE ASSIGN TO DYNAMIC TRANS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ACCOUNT
        FILE STATUS IS WS-CUSTOMER-STATUS.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-LOCATION-STATUS.
        SELECT AUDIT-FILE ASSIGN TO 'customer-audit.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> ADD, CHANGE, DEACT and LIST work on the account itself; a
    *> location keyed on an ADD is linked as the account's first
    *> site. LINK and UNLINK attach or detach one location-master
    *> name. On CHANGE a blank name, tier or cycle is left alone.
    FD TRANS-FILE.
    01 TRANS-RECORD.
        05 TRANS-ACTION PIC X(6).
            88 TRANS-ADD VALUE 'ADD'.
            88 TRANS-CHANGE VALUE 'CHANGE'.
            88 TRANS-DEACT VALUE 'DEACT'.
            88 TRANS-LIST VALUE 'LIST'.
            88 TRANS-LINK VALUE 'LINK'.
            88 TRANS-UNLINK VALUE 'UNLINK'.
        05 FILLER PIC X(1).
        05 TRANS-ACCOUNT PIC X(8).
        05 FILLER PIC X(1).
        05 TRANS-BILLING-NAME PIC X(30).
        05 FILLER PIC X(1).
        05 TRANS-TIER PIC X(1).
            88 TRANS-TIER-VALID VALUE 'S' 'C' 'P'.
        05 FILLER PIC X(1).
        05 TRANS-CYCLE PIC X(1).
            88 TRANS-CYCLE-VALID VALUE 'D' 'W' 'M'.
        05 FILLER PIC X(1).
        05 TRANS-LOCATION PIC X(15).

    *> One record per billed account. The tier picks the percentage
    *> of the cost-rate price INVOICE charges (S standard, C
    *> contract, P priority); the cycle is when INVOICE closes the
    *> account's charges into an invoice (D every night, W on
    *> Sundays, M on the last day of the month). Laid out
    *> identically in INVOICE.
    FD CUSTOMER-MASTER.
    01 CUSTOMER-RECORD.
        05 CUST-ACCOUNT PIC X(8).
        05 CUST-BILLING-NAME PIC X(30).
        05 CUST-TIER PIC X(1).
        05 CUST-CYCLE PIC X(1).
            88 CUST-CYCLE-DAILY VALUE 'D'.
            88 CUST-CYCLE-WEEKLY VALUE 'W'.
            88 CUST-CYCLE-MONTHLY VALUE 'M'.
        05 CUST-LOCATION-COUNT PIC 9(2).
        05 CUST-LOCATION PIC X(15) OCCURS 10 TIMES.
        05 CUST-STATUS PIC X(1).
            88 CUST-ACTIVE VALUE 'A'.
            88 CUST-DEACTIVATED VALUE 'D'.
        05 CUST-LAST-INVOICE-DATE PIC 9(8).

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 LOC-NAME PIC X(15).
        05 LOC-X PIC S9(5).
        05 LOC-Y PIC S9(5).
        05 LOC-Z PIC S9(5).
        05 LOC-STATUS PIC X(1).
            88 LOC-ACTIVE VALUE 'A'.
            88 LOC-DEACTIVATED VALUE 'D'.

    FD AUDIT-FILE.
    01 AUDIT-RECORD.
        05 AUDIT-RUN-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-ACTION PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-ACCOUNT PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-BILLING-NAME PIC X(30).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-TIER PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-CYCLE PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-LOCATION PIC X(15).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-STATUS PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 AUDIT-RESULT PIC X(9).

    WORKING-STORAGE SECTION.
    01 TRANS-FILE-PATH PIC X(100).

    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-LIST-EOF PIC X(1) VALUE 'N'.
    01 WS-CUSTOMER-STATUS PIC X(2).
    01 WS-LOCATION-STATUS PIC X(2).
    01 WS-AUDIT-STATUS PIC X(2).

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 TRANS-COUNT PIC 9(5) VALUE 0.
    01 APPLIED-COUNT PIC 9(5) VALUE 0.
    01 ERROR-COUNT PIC 9(5) VALUE 0.
    01 LIST-COUNT PIC 9(5) VALUE 0.

    01 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
    01 WS-AUDIT-STATUS-BYTE PIC X(1) VALUE SPACE.

    *> Result of checking the transaction's location before it is
    *> linked: OK, UNKNOWN, INACTIVE, or TAKEN by another account
    *> (whose number is left in LOCATION-OWNER).
    01 WS-LOCATION-CHECK PIC X(8) VALUE SPACES.
    01 LOCATION-OWNER PIC X(8) VALUE SPACES.
    01 LOC-IDX PIC 9(2) COMP VALUE 0.
    01 LOC-HIT PIC 9(2) COMP VALUE 0.
    01 LOCATION-LIMIT PIC 9(2) VALUE 10.

    PROCEDURE DIVISION.
    ACCEPT TRANS-FILE-PATH FROM ENVIRONMENT "CUSTMNT-TRANS".
    IF TRANS-FILE-PATH = SPACES
        MOVE 'customer-trans.txt' TO TRANS-FILE-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.

    PERFORM Open-Customer-Master.
    OPEN INPUT LOCATION-MASTER.
    IF WS-LOCATION-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
            WS-LOCATION-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
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
        CLOSE CUSTOMER-MASTER.
        CLOSE LOCATION-MASTER.
        CLOSE AUDIT-FILE.
        DISPLAY "Transactions read: " TRANS-COUNT.
        DISPLAY "Transactions applied: " APPLIED-COUNT.
        DISPLAY "Transactions in error: " ERROR-COUNT.
        IF ERROR-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF.
    STOP RUN.

    Open-Customer-Master.
    *> First maintenance run against a new master has to create it;
    *> OPEN I-O on an INDEXED file that does not yet exist fails.
    OPEN I-O CUSTOMER-MASTER.
    IF WS-CUSTOMER-STATUS = '35'
        OPEN OUTPUT CUSTOMER-MASTER
        CLOSE CUSTOMER-MASTER
        OPEN I-O CUSTOMER-MASTER
    END-IF.
    IF WS-CUSTOMER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN CUSTOMER MASTER - STATUS "
            WS-CUSTOMER-STATUS
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
        PERFORM Add-Customer
    WHEN TRANS-CHANGE
        PERFORM Change-Customer
    WHEN TRANS-DEACT
        PERFORM Deactivate-Customer
    WHEN TRANS-LIST
        PERFORM List-Customers
    WHEN TRANS-LINK
        PERFORM Link-Location
    WHEN TRANS-UNLINK
        PERFORM Unlink-Location
    WHEN OTHER
        ADD 1 TO ERROR-COUNT
        DISPLAY "UNKNOWN ACTION " TRANS-ACTION " FOR " TRANS-ACCOUNT
        PERFORM Write-Audit-Error
    END-EVALUATE.

    Add-Customer.
    IF TRANS-LOCATION NOT = SPACES
        PERFORM Check-Location
    ELSE
        MOVE 'OK' TO WS-LOCATION-CHECK
    END-IF.
    EVALUATE TRUE
    WHEN TRANS-ACCOUNT = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "ACCOUNT NUMBER MISSING ON ADD"
        PERFORM Write-Audit-Error
    WHEN TRANS-BILLING-NAME = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "NO BILLING NAME GIVEN FOR " TRANS-ACCOUNT
        PERFORM Write-Audit-Error
    WHEN TRANS-TIER NOT = SPACE AND NOT TRANS-TIER-VALID
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID TIER " TRANS-TIER " FOR " TRANS-ACCOUNT
            ": MUST BE S, C OR P"
        PERFORM Write-Audit-Error
    WHEN TRANS-CYCLE NOT = SPACE AND NOT TRANS-CYCLE-VALID
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CYCLE " TRANS-CYCLE " FOR " TRANS-ACCOUNT
            ": MUST BE D, W OR M"
        PERFORM Write-Audit-Error
    WHEN WS-LOCATION-CHECK NOT = 'OK'
        PERFORM Reject-Location
    WHEN OTHER
        *> The location check reads through the master, so the
        *> new record is built only once it is done.
        MOVE SPACES TO CUSTOMER-RECORD
        MOVE TRANS-ACCOUNT TO CUST-ACCOUNT
        MOVE TRANS-BILLING-NAME TO CUST-BILLING-NAME
        IF TRANS-TIER = SPACE
            MOVE 'S' TO CUST-TIER
        ELSE
            MOVE TRANS-TIER TO CUST-TIER
        END-IF
        IF TRANS-CYCLE = SPACE
            MOVE 'M' TO CUST-CYCLE
        ELSE
            MOVE TRANS-CYCLE TO CUST-CYCLE
        END-IF
        MOVE 0 TO CUST-LOCATION-COUNT
        IF TRANS-LOCATION NOT = SPACES
            MOVE 1 TO CUST-LOCATION-COUNT
            MOVE TRANS-LOCATION TO CUST-LOCATION(1)
        END-IF
        MOVE 'A' TO CUST-STATUS
        MOVE 0 TO CUST-LAST-INVOICE-DATE
        WRITE CUSTOMER-RECORD
            INVALID KEY
                ADD 1 TO ERROR-COUNT
                DISPLAY "DUPLICATE ACCOUNT " TRANS-ACCOUNT
                PERFORM Write-Audit-Duplicate
            NOT INVALID KEY
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
        END-WRITE
    END-EVALUATE.

    Change-Customer.
    *> Sites are moved with LINK and UNLINK only, so that every
    *> change of who is billed for a location has its own line on
    *> the audit trail.
    EVALUATE TRUE
    WHEN TRANS-TIER NOT = SPACE AND NOT TRANS-TIER-VALID
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID TIER " TRANS-TIER " FOR " TRANS-ACCOUNT
            ": MUST BE S, C OR P"
        PERFORM Write-Audit-Error
    WHEN TRANS-CYCLE NOT = SPACE AND NOT TRANS-CYCLE-VALID
        ADD 1 TO ERROR-COUNT
        DISPLAY "INVALID CYCLE " TRANS-CYCLE " FOR " TRANS-ACCOUNT
            ": MUST BE D, W OR M"
        PERFORM Write-Audit-Error
    WHEN TRANS-LOCATION NOT = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "LOCATION ON CHANGE FOR " TRANS-ACCOUNT
            " - USE LINK OR UNLINK"
        PERFORM Write-Audit-Error
    WHEN OTHER
        MOVE TRANS-ACCOUNT TO CUST-ACCOUNT
        READ CUSTOMER-MASTER
            INVALID KEY
                ADD 1 TO ERROR-COUNT
                DISPLAY "ACCOUNT NOT FOUND: " TRANS-ACCOUNT
                PERFORM Write-Audit-Notfound
            NOT INVALID KEY
                IF TRANS-BILLING-NAME NOT = SPACES
                    MOVE TRANS-BILLING-NAME TO CUST-BILLING-NAME
                END-IF
                IF TRANS-TIER NOT = SPACE
                    MOVE TRANS-TIER TO CUST-TIER
                END-IF
                IF TRANS-CYCLE NOT = SPACE
                    MOVE TRANS-CYCLE TO CUST-CYCLE
                END-IF
                REWRITE CUSTOMER-RECORD
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
        END-READ
    END-EVALUATE.

    Deactivate-Customer.
    *> A deactivated account stays on file for the audit trail and
    *> its unbilled charges; its sites are free to be linked to
    *> another account.
    MOVE TRANS-ACCOUNT TO CUST-ACCOUNT.
    READ CUSTOMER-MASTER
        INVALID KEY
            ADD 1 TO ERROR-COUNT
            DISPLAY "ACCOUNT NOT FOUND: " TRANS-ACCOUNT
            PERFORM Write-Audit-Notfound
        NOT INVALID KEY
            MOVE 'D' TO CUST-STATUS
            REWRITE CUSTOMER-RECORD
            ADD 1 TO APPLIED-COUNT
            PERFORM Write-Audit-Applied
    END-READ.

    Link-Location.
    IF TRANS-LOCATION = SPACES
        ADD 1 TO ERROR-COUNT
        DISPLAY "NO LOCATION GIVEN TO LINK TO " TRANS-ACCOUNT
        PERFORM Write-Audit-Error
    ELSE
        PERFORM Check-Location
        IF WS-LOCATION-CHECK NOT = 'OK'
            PERFORM Reject-Location
        ELSE
            MOVE TRANS-ACCOUNT TO CUST-ACCOUNT
            READ CUSTOMER-MASTER
                INVALID KEY
                    ADD 1 TO ERROR-COUNT
                    DISPLAY "ACCOUNT NOT FOUND: " TRANS-ACCOUNT
                    PERFORM Write-Audit-Notfound
                NOT INVALID KEY
                    PERFORM Add-Location-Link
            END-READ
        END-IF
    END-IF.

    Add-Location-Link.
    EVALUATE TRUE
    WHEN NOT CUST-ACTIVE
        ADD 1 TO ERROR-COUNT
        DISPLAY "ACCOUNT " TRANS-ACCOUNT " IS DEACTIVATED"
        PERFORM Write-Audit-Error
    WHEN CUST-LOCATION-COUNT >= LOCATION-LIMIT
        ADD 1 TO ERROR-COUNT
        DISPLAY "ACCOUNT " TRANS-ACCOUNT " ALREADY HAS "
            LOCATION-LIMIT " LOCATIONS"
        PERFORM Write-Audit-Error
    WHEN OTHER
        ADD 1 TO CUST-LOCATION-COUNT
        MOVE TRANS-LOCATION TO CUST-LOCATION(CUST-LOCATION-COUNT)
        REWRITE CUSTOMER-RECORD
        ADD 1 TO APPLIED-COUNT
        PERFORM Write-Audit-Applied
    END-EVALUATE.

    Unlink-Location.
    MOVE TRANS-ACCOUNT TO CUST-ACCOUNT.
    READ CUSTOMER-MASTER
        INVALID KEY
            ADD 1 TO ERROR-COUNT
            DISPLAY "ACCOUNT NOT FOUND: " TRANS-ACCOUNT
            PERFORM Write-Audit-Notfound
        NOT INVALID KEY
            MOVE 0 TO LOC-HIT
            PERFORM VARYING LOC-IDX FROM 1 BY 1
                UNTIL LOC-IDX > CUST-LOCATION-COUNT OR LOC-HIT > 0
                IF CUST-LOCATION(LOC-IDX) = TRANS-LOCATION
                    MOVE LOC-IDX TO LOC-HIT
                END-IF
            END-PERFORM
            IF LOC-HIT = 0
                ADD 1 TO ERROR-COUNT
                DISPLAY "LOCATION " TRANS-LOCATION
                    " NOT LINKED TO " TRANS-ACCOUNT
                PERFORM Write-Audit-Notfound
            ELSE
                *> Later sites close up so the list has no gaps.
                PERFORM VARYING LOC-IDX FROM LOC-HIT BY 1
                    UNTIL LOC-IDX >= CUST-LOCATION-COUNT
                    MOVE CUST-LOCATION(LOC-IDX + 1)
                        TO CUST-LOCATION(LOC-IDX)
                END-PERFORM
                MOVE SPACES TO CUST-LOCATION(CUST-LOCATION-COUNT)
                SUBTRACT 1 FROM CUST-LOCATION-COUNT
                REWRITE CUSTOMER-RECORD
                ADD 1 TO APPLIED-COUNT
                PERFORM Write-Audit-Applied
            END-IF
    END-READ.

    Check-Location.
    *> A site can only be billed to one live account, so a location
    *> already linked to another active account cannot be linked
    *> again until it is unlinked there or that account is closed.
    MOVE 'OK' TO WS-LOCATION-CHECK.
    MOVE SPACES TO LOCATION-OWNER.
    MOVE TRANS-LOCATION TO LOC-NAME.
    READ LOCATION-MASTER
        INVALID KEY MOVE 'UNKNOWN' TO WS-LOCATION-CHECK
        NOT INVALID KEY
            IF NOT LOC-ACTIVE
                MOVE 'INACTIVE' TO WS-LOCATION-CHECK
            END-IF
    END-READ.
    IF WS-LOCATION-CHECK = 'OK'
        MOVE LOW-VALUES TO CUST-ACCOUNT
        START CUSTOMER-MASTER KEY NOT < CUST-ACCOUNT
            INVALID KEY MOVE 'Y' TO WS-LIST-EOF
            NOT INVALID KEY MOVE 'N' TO WS-LIST-EOF
        END-START
        PERFORM UNTIL WS-LIST-EOF = 'Y'
            READ CUSTOMER-MASTER NEXT RECORD
                AT END MOVE 'Y' TO WS-LIST-EOF
                NOT AT END
                    IF CUST-ACTIVE
                        PERFORM VARYING LOC-IDX FROM 1 BY 1
                            UNTIL LOC-IDX > CUST-LOCATION-COUNT
                            IF CUST-LOCATION(LOC-IDX) = TRANS-LOCATION
                                MOVE 'TAKEN' TO WS-LOCATION-CHECK
                                MOVE CUST-ACCOUNT TO LOCATION-OWNER
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

    Reject-Location.
    ADD 1 TO ERROR-COUNT.
    EVALUATE WS-LOCATION-CHECK
    WHEN 'UNKNOWN'
        DISPLAY "LOCATION NOT FOUND: " TRANS-LOCATION
    WHEN 'INACTIVE'
        DISPLAY "LOCATION DEACTIVATED: " TRANS-LOCATION
    WHEN OTHER
        DISPLAY "LOCATION " TRANS-LOCATION " ALREADY LINKED TO "
            LOCATION-OWNER
    END-EVALUATE.
    PERFORM Write-Audit-Error.

    List-Customers.
    MOVE LOW-VALUES TO CUST-ACCOUNT.
    START CUSTOMER-MASTER KEY NOT < CUST-ACCOUNT
        INVALID KEY MOVE 'Y' TO WS-LIST-EOF
        NOT INVALID KEY MOVE 'N' TO WS-LIST-EOF
    END-START.
    MOVE 0 TO LIST-COUNT.
    DISPLAY "CUSTOMER MASTER LISTING".
    PERFORM UNTIL WS-LIST-EOF = 'Y'
        READ CUSTOMER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-LIST-EOF
            NOT AT END
                ADD 1 TO LIST-COUNT
                DISPLAY CUST-ACCOUNT " " CUST-BILLING-NAME " "
                    CUST-TIER " " CUST-CYCLE " " CUST-STATUS
                    " LAST INVOICED " CUST-LAST-INVOICE-DATE
                PERFORM VARYING LOC-IDX FROM 1 BY 1
                    UNTIL LOC-IDX > CUST-LOCATION-COUNT
                    DISPLAY "    " CUST-LOCATION(LOC-IDX)
                END-PERFORM
        END-READ
    END-PERFORM.
    DISPLAY "ACCOUNTS ON FILE: " LIST-COUNT.

    Write-Audit-Applied.
    MOVE CUST-STATUS TO WS-AUDIT-STATUS-BYTE.
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
    MOVE TRANS-ACCOUNT TO AUDIT-ACCOUNT.
    MOVE TRANS-BILLING-NAME TO AUDIT-BILLING-NAME.
    MOVE TRANS-TIER TO AUDIT-TIER.
    MOVE TRANS-CYCLE TO AUDIT-CYCLE.
    MOVE TRANS-LOCATION TO AUDIT-LOCATION.
    *> Only a transaction that reached the master has a status to
    *> report; a rejected or not-found line has none.
    MOVE WS-AUDIT-STATUS-BYTE TO AUDIT-STATUS.
    MOVE WS-AUDIT-RESULT TO AUDIT-RESULT.
    WRITE AUDIT-RECORD.
