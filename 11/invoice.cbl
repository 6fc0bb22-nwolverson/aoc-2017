IDENTIFICATION DIVISION.
    PROGRAM-ID. INVOICE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DIRECTIONSFILE ASSIGN TO DYNAMIC DIRECTIONSFILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIRECTIONS-STATUS.
        SELECT COST-RATE-FILE ASSIGN TO DYNAMIC COST-RATE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COST-RATE-STATUS.
        SELECT LEGS-FILE ASSIGN TO DYNAMIC LEGS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGS-STATUS.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-LOCATION-STATUS.
        SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ACCOUNT
        FILE STATUS IS WS-CUSTOMER-STATUS.
        SELECT AR-LEDGER ASSIGN TO 'ar-ledger.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LEDGER-KEY
        FILE STATUS IS WS-LEDGER-STATUS.
        SELECT INVOICE-CONTROL ASSIGN TO 'invoice-control.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
        SELECT INVOICE-FILE ASSIGN TO 'invoices.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
        SELECT REGISTER-FILE ASSIGN TO 'invoice-register.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD DIRECTIONSFILE.
    01 DIRECTIONS PIC X(36).

    FD COST-RATE-FILE.
    01 COST-RATE-RECORD.
        05 RATE-DIRECTION PIC X(2).
        05 FILLER PIC X(1).
        05 RATE-AMOUNT PIC 9(3)V99.

    FD LEGS-FILE.
    01 LEG-RECORD.
        05 LEG-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 LEG-NO PIC 9(3).
        05 LEG-TAG REDEFINES LEG-NO PIC X(3).
        05 FILLER PIC X(1).
        05 LEG-FROM-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-FROM-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-FROM-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 LEG-SEQUENCE PIC X(1).
            88 LEG-CHOSEN VALUE 'C'.
        05 FILLER PIC X(1).
        05 LEG-STOP-NO PIC 9(3).

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 LOC-NAME PIC X(15).
        05 LOC-X PIC S9(5).
        05 LOC-Y PIC S9(5).
        05 LOC-Z PIC S9(5).
        05 LOC-STATUS PIC X(1).
            88 LOC-ACTIVE VALUE 'A'.
            88 LOC-DEACTIVATED VALUE 'D'.

    *> Customer master maintained by CUSTMNT; laid out identically
    *> there.
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

    *> Accounts-receivable ledger: one charge per account per night
    *> per path, and per stop for an itinerary (stop 0 is a plain
    *> path's delivery). A charge carries the invoice that billed
    *> it; until then its invoice number is zero. Rerunning a night
    *> withdraws its unbilled charges before the walk and posts them
    *> afresh; billed ones are never touched.
    FD AR-LEDGER.
    01 LEDGER-RECORD.
        05 LEDGER-KEY.
            10 LEDGER-ACCOUNT PIC X(8).
            10 LEDGER-RUN-DATE PIC 9(8).
            10 LEDGER-PATH-ID PIC X(15).
            10 LEDGER-STOP-NO PIC 9(3).
        05 LEDGER-LOCATION PIC X(15).
        05 LEDGER-STEPS PIC 9(7).
        05 LEDGER-BASE-COST PIC 9(7)V99.
        05 LEDGER-TIER PIC X(1).
        05 LEDGER-TIER-PERCENT PIC 9(3).
        05 LEDGER-CHARGE PIC 9(7)V99.
        05 LEDGER-INVOICE-NO PIC 9(8).
        05 LEDGER-INVOICE-DATE PIC 9(8).

    *> Last invoice number issued; invoice numbers run on from it
    *> across runs and are never reused.
    FD INVOICE-CONTROL.
    01 INVOICE-CONTROL-RECORD.
        05 CONTROL-LAST-INVOICE-NO PIC 9(8).

    FD INVOICE-FILE.
    01 INVOICE-LINE PIC X(100).

    FD REGISTER-FILE.
    01 REGISTER-LINE PIC X(100).

    *> Output catalog kept by CATPOST: one record per nightly output
    *> per run date, naming the dated generation that holds it.
    *> Laid out identically in every program that reads it.
    FD OUTPUT-CATALOG.
    01 CATALOG-RECORD.
        05 CAT-KEY.
            10 CAT-RUN-DATE PIC 9(8).
            10 CAT-PROGRAM PIC X(8).
            10 CAT-FILE-TYPE PIC X(10).
        05 CAT-GENERATION PIC X(100).
        05 CAT-RECORD-COUNT PIC 9(9).
        05 CAT-POST-TIME PIC 9(8).
        05 CAT-STATUS PIC X(1).
            88 CAT-CURRENT VALUE 'C'.
            88 CAT-PURGED VALUE 'P'.
        05 CAT-PURGE-DATE PIC 9(8).

    WORKING-STORAGE SECTION.
    01 DIRECTIONSFILE-PATH PIC X(100).
    01 COST-RATE-PATH PIC X(100).
    01 LEGS-PATH PIC X(100).

    01 WS-DIRECTIONS-STATUS PIC X(2).
    01 WS-COST-RATE-STATUS PIC X(2).
    01 WS-LEGS-STATUS PIC X(2).
    01 WS-LOCATION-STATUS PIC X(2).
    01 WS-CUSTOMER-STATUS PIC X(2).
    01 WS-LEDGER-STATUS PIC X(2).
    01 WS-CONTROL-STATUS PIC X(2).
    01 WS-INVOICE-STATUS PIC X(2).
    01 WS-REGISTER-STATUS PIC X(2).
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-NIGHT-INVOICED PIC X(1) VALUE 'N'.
    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-LEDGER-EOF PIC X(1) VALUE 'N'.
    01 WS-CUSTOMER-EOF PIC X(1) VALUE 'N'.
    01 WS-COST-EOF PIC X(1) VALUE 'N'.

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).

    *> The walked input is read the way ANSWER reads it: a PATH
    *> header naming the path and its start, direction records,
    *> and a trailer.
    01 DIR.
        05 DIRECTION PIC X(2).
            88 VALID-DIRECTIONS VALUE 'n' 's' 'nw' 'ne' 'sw' 'se'.
        05 DIR-TRAILING PIC X(34).
    01 HEADER-FIELDS REDEFINES DIR.
        05 HEADER-TAG PIC X(4).
            88 PATH-HEADER-RECORD VALUE 'PATH'.
        05 FILLER PIC X(1).
        05 HEADER-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 HEADER-START-NAME PIC X(15).
    01 TRAILER-FIELDS REDEFINES DIR.
        05 TRAILER-TAG PIC X(4).
            88 TRAILER-RECORD VALUE 'TRLR'.
        05 FILLER PIC X(32).

    *> Hex position in cube coordinates, moved exactly as ANSWER's
    *> Input-Loop and Calculate-Path move it.
    01 X PIC S9(5) VALUE 0.
    01 Y PIC S9(5) VALUE 0.
    01 Z PIC S9(5) VALUE 0.

    01 WS-PATH-OPEN PIC X(1) VALUE 'N'.
    01 CURRENT-PATH-ID PIC X(15) VALUE SPACES.
    01 PATH-STEPS PIC 9(7) VALUE 0.
    01 PATH-COST PIC 9(7)V99 VALUE 0.
    01 LEG-WALK-STEPS PIC 9(7) VALUE 0.
    01 LEG-WALK-COST PIC 9(7)V99 VALUE 0.

    *> Cost per step by direction code, from the same cost-rate
    *> file ANSWER prices a walked path with.
    01 COST-RATES.
        05 RATE-N PIC 9(3)V99 VALUE 0.
        05 RATE-S PIC 9(3)V99 VALUE 0.
        05 RATE-NW PIC 9(3)V99 VALUE 0.
        05 RATE-NE PIC 9(3)V99 VALUE 0.
        05 RATE-SW PIC 9(3)V99 VALUE 0.
        05 RATE-SE PIC 9(3)V99 VALUE 0.
    01 STEP-RATE PIC 9(3)V99 VALUE 0.

    *> Percentage of the cost-rate price charged for each pricing
    *> tier CUSTMNT accepts: S standard, C contract, P priority.
    01 TIER-VALUES.
        05 FILLER PIC X(4) VALUE 'S100'.
        05 FILLER PIC X(4) VALUE 'C090'.
        05 FILLER PIC X(4) VALUE 'P125'.
    01 TIER-TABLE REDEFINES TIER-VALUES.
        05 TIER-ENTRY OCCURS 3 TIMES.
            10 TIER-CODE PIC X(1).
            10 TIER-PERCENT PIC 9(3).
    01 TIER-IDX PIC 9(1) COMP VALUE 0.
    01 TIER-HIT PIC 9(3) VALUE 0.

    *> Every active location linked to a customer account, with the
    *> account and tier it bills to.
    01 SITE-COUNT PIC 9(5) VALUE 0.
    01 SITE-TABLE.
        05 SITE-ENTRY OCCURS 2000 TIMES.
            10 SITE-NAME PIC X(15).
            10 SITE-X PIC S9(5).
            10 SITE-Y PIC S9(5).
            10 SITE-Z PIC S9(5).
            10 SITE-ACCOUNT PIC X(8).
            10 SITE-TIER PIC X(1).
            10 SITE-TIER-PERCENT PIC 9(3).
    01 SITE-IDX PIC 9(5) COMP VALUE 0.
    01 SITE-HIT PIC 9(5) COMP VALUE 0.
    01 CUST-LOC-IDX PIC 9(2) COMP VALUE 0.

    *> The planned stop order of each itinerary, from the chosen
    *> (C) legs PLANNER wrote. A stop is delivered when the walk
    *> first reaches its cell after the stop before it.
    01 STOP-COUNT PIC 9(5) VALUE 0.
    01 STOP-TABLE.
        05 STOP-ENTRY OCCURS 5000 TIMES.
            10 SP-PATH-ID PIC X(15).
            10 SP-STOP-NO PIC 9(3).
            10 SP-X PIC S9(5).
            10 SP-Y PIC S9(5).
            10 SP-Z PIC S9(5).
    01 SP-IDX PIC 9(5) COMP VALUE 0.
    01 NEXT-STOP PIC 9(5) COMP VALUE 0.
    01 WS-PATH-HAS-STOPS PIC X(1) VALUE 'N'.

    *> The charge being posted, built here so a rerun can compare it
    *> with what the ledger already holds.
    01 CHARGE-HOLD.
        05 CH-KEY.
            10 CH-ACCOUNT PIC X(8).
            10 CH-RUN-DATE PIC 9(8).
            10 CH-PATH-ID PIC X(15).
            10 CH-STOP-NO PIC 9(3).
        05 CH-LOCATION PIC X(15).
        05 CH-STEPS PIC 9(7).
        05 CH-BASE-COST PIC 9(7)V99.
        05 CH-TIER PIC X(1).
        05 CH-TIER-PERCENT PIC 9(3).
        05 CH-CHARGE PIC 9(7)V99.
        05 CH-INVOICE-NO PIC 9(8).
        05 CH-INVOICE-DATE PIC 9(8).

    01 PATHS-WALKED PIC 9(5) VALUE 0.
    01 CHARGES-POSTED PIC 9(5) VALUE 0.
    01 CHARGES-REPOSTED PIC 9(5) VALUE 0.
    01 CHARGES-WITHDRAWN PIC 9(5) VALUE 0.
    01 WITHDRAWN-CHARGES PIC 9(9)V99 VALUE 0.
    01 CHARGES-BILLED-ALREADY PIC 9(5) VALUE 0.
    01 STOPS-NOT-REACHED PIC 9(5) VALUE 0.
    01 START-ERROR-COUNT PIC 9(5) VALUE 0.
    01 SITE-ERROR-COUNT PIC 9(5) VALUE 0.
    01 POSTED-BASE PIC 9(9)V99 VALUE 0.
    01 POSTED-CHARGES PIC 9(9)V99 VALUE 0.

    *> Ledger control: what was unbilled before the run, plus what
    *> the run posted (net of unbilled charges it replaced), less
    *> what it invoiced, must be what is unbilled after it.
    01 OPENING-UNBILLED PIC S9(11)V99 VALUE 0.
    01 POSTED-NET PIC S9(11)V99 VALUE 0.
    01 CLOSING-UNBILLED PIC S9(11)V99 VALUE 0.
    01 EXPECTED-UNBILLED PIC S9(11)V99 VALUE 0.
    01 UNBILLED-TOTAL PIC S9(11)V99 VALUE 0.

    01 LAST-INVOICE-NO PIC 9(8) VALUE 0.
    01 INVOICE-NO PIC 9(8) VALUE 0.
    01 WS-CYCLE-ENDS PIC X(1) VALUE 'N'.
    01 DAY-NUMBER PIC 9(7) VALUE 0.
    01 NEXT-DAY PIC 9(8) VALUE 0.
    01 INVOICE-LINES PIC 9(5) VALUE 0.
    01 INVOICE-TOTAL PIC 9(9)V99 VALUE 0.
    01 INVOICES-ISSUED PIC 9(5) VALUE 0.
    01 LINES-INVOICED PIC 9(7) VALUE 0.
    01 AMOUNT-INVOICED PIC 9(11)V99 VALUE 0.
    01 ACCOUNTS-CLOSED PIC 9(5) VALUE 0.

    01 DISPLAY-COST PIC 9(7).9(2).
    01 DISPLAY-CHARGE PIC 9(7).9(2).
    01 DISPLAY-TOTAL PIC 9(11).9(2).
    01 DISPLAY-SIGNED PIC -9(11).9(2).
    01 DETAIL-LINE PIC X(100).

    *> Passed to CATPOST, which copies a closed output to its dated
    *> generation and records it in the output catalog.
    01 CATPOST-PARMS.
        05 CATPOST-PROGRAM PIC X(8).
        05 CATPOST-FILE-TYPE PIC X(10).
        05 CATPOST-RUN-DATE PIC 9(8).
        05 CATPOST-SOURCE PIC X(100).
        05 CATPOST-GENERATION PIC X(100).
        05 CATPOST-RECORDS PIC 9(9).
        05 CATPOST-RESULT PIC X(2).
    01 CATPOST-SAVED-RC PIC S9(4) COMP VALUE 0.

    PROCEDURE DIVISION.
    ACCEPT DIRECTIONSFILE-PATH FROM ENVIRONMENT "INVOICE-INPUT".
    IF DIRECTIONSFILE-PATH = SPACES
        MOVE 'input-lines.txt' TO DIRECTIONSFILE-PATH
    END-IF.
    ACCEPT COST-RATE-PATH FROM ENVIRONMENT "INVOICE-COST-RATES".
    IF COST-RATE-PATH = SPACES
        MOVE 'cost-rates.txt' TO COST-RATE-PATH
    END-IF.
    ACCEPT LEGS-PATH FROM ENVIRONMENT "INVOICE-LEGS".
    IF LEGS-PATH = SPACES
        MOVE 'planner-legs.txt' TO LEGS-PATH
    END-IF.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "INVOICE-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "INVOICE-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "INVOICE-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Invoicing run date " RUN-DATE.

    PERFORM Load-Cost-Rates.
    OPEN INPUT LOCATION-MASTER.
    IF WS-LOCATION-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
            WS-LOCATION-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CUSTOMER-MASTER.
    IF WS-CUSTOMER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN CUSTOMER MASTER - STATUS "
            WS-CUSTOMER-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Customer-Sites.
    PERFORM Load-Itinerary-Stops.
    OPEN INPUT DIRECTIONSFILE.
    IF WS-DIRECTIONS-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN WALKED INPUT - STATUS "
            WS-DIRECTIONS-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Read-Invoice-Control.
    PERFORM Open-Ledger.
    PERFORM Total-Unbilled.
    MOVE UNBILLED-TOTAL TO OPENING-UNBILLED.
    PERFORM Withdraw-Night-Charges.

    PERFORM UNTIL WS-EOF = 'Y'
        READ DIRECTIONSFILE INTO DIR
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                EVALUATE TRUE
                WHEN TRAILER-RECORD
                    CONTINUE
                WHEN PATH-HEADER-RECORD
                    PERFORM Start-New-Path
                WHEN OTHER
                    PERFORM Walk-Step
                END-EVALUATE
        END-READ
    END-PERFORM.
    IF WS-PATH-OPEN = 'Y'
        PERFORM End-Path
    END-IF.
    CLOSE DIRECTIONSFILE.
    CLOSE LOCATION-MASTER.

    PERFORM Check-Night-Invoiced.
    IF WS-NIGHT-INVOICED = 'Y'
        PERFORM Keep-Issued-Invoices
    END-IF.
    OPEN OUTPUT INVOICE-FILE.
    OPEN OUTPUT REGISTER-FILE.
    MOVE SPACES TO REGISTER-LINE.
    STRING "INVOICE REGISTER FOR RUN DATE " RUN-DATE
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    STRING "INVOICE  ACCOUNT  BILLING NAME                   "
        "LINES          AMOUNT"
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    PERFORM Close-Cycles.
    CLOSE CUSTOMER-MASTER.
    PERFORM Total-Unbilled.
    MOVE UNBILLED-TOTAL TO CLOSING-UNBILLED.
    CLOSE AR-LEDGER.
    PERFORM Write-Register-Totals.
    CLOSE INVOICE-FILE.
    CLOSE REGISTER-FILE.
    PERFORM Write-Invoice-Control.
    PERFORM Catalog-Outputs.

    DISPLAY "Paths walked: " PATHS-WALKED.
    DISPLAY "Charges posted: " CHARGES-POSTED.
    DISPLAY "Charges reposted: " CHARGES-REPOSTED.
    DISPLAY "Charges withdrawn: " CHARGES-WITHDRAWN.
    DISPLAY "Charges already invoiced: " CHARGES-BILLED-ALREADY.
    DISPLAY "Stops not reached: " STOPS-NOT-REACHED.
    DISPLAY "Invoices issued: " INVOICES-ISSUED.
    MOVE AMOUNT-INVOICED TO DISPLAY-TOTAL.
    DISPLAY "Amount invoiced: " DISPLAY-TOTAL.
    IF START-ERROR-COUNT > 0 OR SITE-ERROR-COUNT > 0
        OR CHARGES-BILLED-ALREADY > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF CLOSING-UNBILLED NOT = EXPECTED-UNBILLED
        DISPLAY "LEDGER OUT OF BALANCE - SEE invoice-register.txt"
        MOVE 12 TO RETURN-CODE
    END-IF.
    STOP RUN.

    Load-Cost-Rates.
    *> Charges are built from the cost-rate price of the walk, so
    *> there is no invoicing without the rates.
    OPEN INPUT COST-RATE-FILE.
    IF WS-COST-RATE-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN COST-RATE FILE - STATUS "
            WS-COST-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-RATE-FILE INTO COST-RATE-RECORD
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                EVALUATE RATE-DIRECTION
                WHEN 'n'
                    MOVE RATE-AMOUNT TO RATE-N
                WHEN 's'
                    MOVE RATE-AMOUNT TO RATE-S
                WHEN 'nw'
                    MOVE RATE-AMOUNT TO RATE-NW
                WHEN 'ne'
                    MOVE RATE-AMOUNT TO RATE-NE
                WHEN 'sw'
                    MOVE RATE-AMOUNT TO RATE-SW
                WHEN 'se'
                    MOVE RATE-AMOUNT TO RATE-SE
                WHEN OTHER
                    DISPLAY "UNKNOWN DIRECTION IN COST-RATE FILE: "
                        RATE-DIRECTION
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE COST-RATE-FILE.

    Load-Customer-Sites.
    MOVE 'N' TO WS-CUSTOMER-EOF.
    MOVE LOW-VALUES TO CUST-ACCOUNT.
    START CUSTOMER-MASTER KEY NOT < CUST-ACCOUNT
        INVALID KEY MOVE 'Y' TO WS-CUSTOMER-EOF
    END-START.
    PERFORM UNTIL WS-CUSTOMER-EOF = 'Y'
        READ CUSTOMER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-CUSTOMER-EOF
            NOT AT END
                IF CUST-ACTIVE
                    PERFORM Find-Tier
                    PERFORM VARYING CUST-LOC-IDX FROM 1 BY 1
                        UNTIL CUST-LOC-IDX > CUST-LOCATION-COUNT
                        PERFORM Store-Customer-Site
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Customer sites loaded: " SITE-COUNT.

    Find-Tier.
    MOVE 0 TO TIER-HIT.
    PERFORM VARYING TIER-IDX FROM 1 BY 1
        UNTIL TIER-IDX > 3 OR TIER-HIT > 0
        IF TIER-CODE(TIER-IDX) = CUST-TIER
            MOVE TIER-PERCENT(TIER-IDX) TO TIER-HIT
        END-IF
    END-PERFORM.
    IF TIER-HIT = 0
        DISPLAY "UNKNOWN TIER " CUST-TIER " FOR ACCOUNT "
            CUST-ACCOUNT " - CHARGED AT STANDARD"
        MOVE TIER-PERCENT(1) TO TIER-HIT
        ADD 1 TO SITE-ERROR-COUNT
    END-IF.

    Store-Customer-Site.
    *> A linked site that has since been deactivated or removed
    *> from the location master cannot be delivered to; it is
    *> reported so the link can be tidied, and not billed.
    MOVE CUST-LOCATION(CUST-LOC-IDX) TO LOC-NAME.
    READ LOCATION-MASTER
        INVALID KEY
            DISPLAY "SITE " CUST-LOCATION(CUST-LOC-IDX)
                " FOR ACCOUNT " CUST-ACCOUNT
                " NOT ON LOCATION MASTER - NOT BILLED"
            ADD 1 TO SITE-ERROR-COUNT
        NOT INVALID KEY
            IF NOT LOC-ACTIVE
                DISPLAY "SITE " LOC-NAME " FOR ACCOUNT " CUST-ACCOUNT
                    " IS DEACTIVATED - NOT BILLED"
                ADD 1 TO SITE-ERROR-COUNT
            ELSE
                IF SITE-COUNT >= 2000
                    DISPLAY "CUSTOMER SITE TABLE FULL - LIMIT 2000"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO SITE-COUNT
                MOVE LOC-NAME TO SITE-NAME(SITE-COUNT)
                MOVE LOC-X TO SITE-X(SITE-COUNT)
                MOVE LOC-Y TO SITE-Y(SITE-COUNT)
                MOVE LOC-Z TO SITE-Z(SITE-COUNT)
                MOVE CUST-ACCOUNT TO SITE-ACCOUNT(SITE-COUNT)
                MOVE CUST-TIER TO SITE-TIER(SITE-COUNT)
                MOVE TIER-HIT TO SITE-TIER-PERCENT(SITE-COUNT)
            END-IF
    END-READ.

    Load-Itinerary-Stops.
    *> Without the legs file every path is billed on where it ended,
    *> itineraries included. The return leg to the depot (stop 0)
    *> is not a delivery and is never billed.
    OPEN INPUT LEGS-FILE.
    IF WS-LEGS-STATUS NOT = '00'
        DISPLAY "NO LEGS FILE - ITINERARY STOPS WILL NOT BE BILLED "
            "SEPARATELY"
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ LEGS-FILE INTO LEG-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LEG-CHOSEN AND LEG-TAG NOT = 'TOT'
                        AND LEG-STOP-NO NOT = 0
                        PERFORM Store-Itinerary-Stop
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEGS-FILE
        MOVE 'N' TO WS-EOF
    END-IF.
    DISPLAY "Itinerary stops loaded: " STOP-COUNT.

    Store-Itinerary-Stop.
    IF STOP-COUNT >= 5000
        DISPLAY "ITINERARY STOP TABLE FULL - LIMIT 5000"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO STOP-COUNT.
    MOVE LEG-PATH-ID TO SP-PATH-ID(STOP-COUNT).
    MOVE LEG-STOP-NO TO SP-STOP-NO(STOP-COUNT).
    MOVE LEG-TO-X TO SP-X(STOP-COUNT).
    MOVE LEG-TO-Y TO SP-Y(STOP-COUNT).
    MOVE LEG-TO-Z TO SP-Z(STOP-COUNT).

    Open-Ledger.
    *> The first invoicing run has to create the ledger; OPEN I-O
    *> on an INDEXED file that does not yet exist fails.
    OPEN I-O AR-LEDGER.
    IF WS-LEDGER-STATUS = '35'
        OPEN OUTPUT AR-LEDGER
        CLOSE AR-LEDGER
        OPEN I-O AR-LEDGER
    END-IF.
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN AR LEDGER - STATUS " WS-LEDGER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    Total-Unbilled.
    MOVE 0 TO UNBILLED-TOTAL.
    MOVE 'N' TO WS-LEDGER-EOF.
    MOVE LOW-VALUES TO LEDGER-KEY.
    START AR-LEDGER KEY NOT < LEDGER-KEY
        INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
    END-START.
    PERFORM UNTIL WS-LEDGER-EOF = 'Y'
        READ AR-LEDGER NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-EOF
            NOT AT END
                IF LEDGER-INVOICE-NO = 0
                    ADD LEDGER-CHARGE TO UNBILLED-TOTAL
                END-IF
        END-READ
    END-PERFORM.

    Withdraw-Night-Charges.
    *> A rerun of the night must not leave behind a charge the
    *> corrected walk no longer produces, so every unbilled charge
    *> for the run date comes off before the walk posts the night
    *> again. Withdrawals come off the net posted for the run.
    MOVE 'N' TO WS-LEDGER-EOF.
    MOVE LOW-VALUES TO LEDGER-KEY.
    START AR-LEDGER KEY NOT < LEDGER-KEY
        INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
    END-START.
    PERFORM UNTIL WS-LEDGER-EOF = 'Y'
        READ AR-LEDGER NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-EOF
            NOT AT END
                IF LEDGER-RUN-DATE = RUN-DATE
                    AND LEDGER-INVOICE-NO = 0
                    PERFORM Withdraw-Charge
                END-IF
        END-READ
    END-PERFORM.
    IF CHARGES-WITHDRAWN > 0
        DISPLAY "NIGHT " RUN-DATE " ALREADY POSTED - "
            CHARGES-WITHDRAWN " UNBILLED CHARGE(S) WITHDRAWN"
    END-IF.

    Withdraw-Charge.
    DELETE AR-LEDGER RECORD
        INVALID KEY
            DISPLAY "CANNOT WITHDRAW CHARGE FOR " LEDGER-ACCOUNT
                " PATH " LEDGER-PATH-ID " - STATUS " WS-LEDGER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-DELETE.
    ADD 1 TO CHARGES-WITHDRAWN.
    ADD LEDGER-CHARGE TO WITHDRAWN-CHARGES.
    SUBTRACT LEDGER-CHARGE FROM POSTED-NET.

    Start-New-Path.
    IF WS-PATH-OPEN = 'Y'
        PERFORM End-Path
    END-IF.
    MOVE 'Y' TO WS-PATH-OPEN.
    ADD 1 TO PATHS-WALKED.
    MOVE HEADER-PATH-ID TO CURRENT-PATH-ID.
    MOVE 0 TO X.
    MOVE 0 TO Y.
    MOVE 0 TO Z.
    IF HEADER-START-NAME NOT = SPACES
        MOVE HEADER-START-NAME TO LOC-NAME
        READ LOCATION-MASTER
            INVALID KEY
                DISPLAY "UNKNOWN START " HEADER-START-NAME
                    " FOR PATH " HEADER-PATH-ID
                    " - WALKED FROM ORIGIN"
                ADD 1 TO START-ERROR-COUNT
            NOT INVALID KEY
                IF LOC-ACTIVE
                    MOVE LOC-X TO X
                    MOVE LOC-Y TO Y
                    MOVE LOC-Z TO Z
                ELSE
                    DISPLAY "START LOCATION DEACTIVATED: "
                        HEADER-START-NAME " FOR PATH " HEADER-PATH-ID
                        " - WALKED FROM ORIGIN"
                    ADD 1 TO START-ERROR-COUNT
                END-IF
        END-READ
    END-IF.
    MOVE 0 TO PATH-STEPS.
    MOVE 0 TO PATH-COST.
    MOVE 0 TO LEG-WALK-STEPS.
    MOVE 0 TO LEG-WALK-COST.
    MOVE 0 TO NEXT-STOP.
    PERFORM VARYING SP-IDX FROM 1 BY 1
        UNTIL SP-IDX > STOP-COUNT OR NEXT-STOP > 0
        IF SP-PATH-ID(SP-IDX) = CURRENT-PATH-ID
            MOVE SP-IDX TO NEXT-STOP
        END-IF
    END-PERFORM.
    IF NEXT-STOP > 0
        MOVE 'Y' TO WS-PATH-HAS-STOPS
    ELSE
        MOVE 'N' TO WS-PATH-HAS-STOPS
    END-IF.

    Walk-Step.
    *> Steps are taken exactly as ANSWER takes them; a record ANSWER
    *> rejects moves nobody and costs nothing.
    IF WS-PATH-OPEN = 'N'
        MOVE 'Y' TO WS-PATH-OPEN
        ADD 1 TO PATHS-WALKED
    END-IF.
    IF VALID-DIRECTIONS AND DIR-TRAILING = SPACES
        EVALUATE DIRECTION
        WHEN 'nw'
            SUBTRACT 1 FROM X
            MOVE RATE-NW TO STEP-RATE
        WHEN 'ne'
            SUBTRACT 1 FROM Z
            ADD 1 TO X
            MOVE RATE-NE TO STEP-RATE
        WHEN 'sw'
            ADD 1 TO Z
            SUBTRACT 1 FROM X
            MOVE RATE-SW TO STEP-RATE
        WHEN 'se'
            ADD 1 TO X
            MOVE RATE-SE TO STEP-RATE
        WHEN 'n'
            SUBTRACT 1 FROM Z
            MOVE RATE-N TO STEP-RATE
        WHEN 's'
            ADD 1 TO Z
            MOVE RATE-S TO STEP-RATE
        END-EVALUATE
        COMPUTE Y = - X - Z
        ADD 1 TO PATH-STEPS LEG-WALK-STEPS
        ADD STEP-RATE TO PATH-COST LEG-WALK-COST
        IF NEXT-STOP > 0
            IF X = SP-X(NEXT-STOP) AND Y = SP-Y(NEXT-STOP)
                AND Z = SP-Z(NEXT-STOP)
                PERFORM Reach-Stop
            END-IF
        END-IF
    END-IF.

    Reach-Stop.
    *> Each stop is charged the walk since the stop before it (or
    *> since the start, for the first).
    PERFORM Find-Site.
    IF SITE-HIT > 0
        MOVE SP-STOP-NO(NEXT-STOP) TO CH-STOP-NO
        MOVE LEG-WALK-STEPS TO CH-STEPS
        MOVE LEG-WALK-COST TO CH-BASE-COST
        PERFORM Post-Charge
    END-IF.
    MOVE 0 TO LEG-WALK-STEPS.
    MOVE 0 TO LEG-WALK-COST.
    IF NEXT-STOP < STOP-COUNT
        AND SP-PATH-ID(NEXT-STOP + 1) = CURRENT-PATH-ID
        ADD 1 TO NEXT-STOP
    ELSE
        MOVE 0 TO NEXT-STOP
    END-IF.

    End-Path.
    *> A plain path is a single delivery to wherever it ended. An
    *> itinerary has been charged stop by stop; stops its walk never
    *> reached are listed, not billed.
    IF WS-PATH-HAS-STOPS = 'N'
        PERFORM Find-Site
        IF SITE-HIT > 0
            MOVE 0 TO CH-STOP-NO
            MOVE PATH-STEPS TO CH-STEPS
            MOVE PATH-COST TO CH-BASE-COST
            PERFORM Post-Charge
        END-IF
    ELSE
        PERFORM UNTIL NEXT-STOP = 0
            ADD 1 TO STOPS-NOT-REACHED
            DISPLAY "PATH " CURRENT-PATH-ID " STOP "
                SP-STOP-NO(NEXT-STOP) " NOT REACHED - NOT BILLED"
            IF NEXT-STOP < STOP-COUNT
                AND SP-PATH-ID(NEXT-STOP + 1) = CURRENT-PATH-ID
                ADD 1 TO NEXT-STOP
            ELSE
                MOVE 0 TO NEXT-STOP
            END-IF
        END-PERFORM
    END-IF.
    MOVE 'N' TO WS-PATH-OPEN.

    Find-Site.
    MOVE 0 TO SITE-HIT.
    PERFORM VARYING SITE-IDX FROM 1 BY 1
        UNTIL SITE-IDX > SITE-COUNT OR SITE-HIT > 0
        IF SITE-X(SITE-IDX) = X AND SITE-Y(SITE-IDX) = Y
            AND SITE-Z(SITE-IDX) = Z
            MOVE SITE-IDX TO SITE-HIT
        END-IF
    END-PERFORM.

    Post-Charge.
    MOVE SITE-ACCOUNT(SITE-HIT) TO CH-ACCOUNT.
    MOVE RUN-DATE TO CH-RUN-DATE.
    MOVE CURRENT-PATH-ID TO CH-PATH-ID.
    MOVE SITE-NAME(SITE-HIT) TO CH-LOCATION.
    MOVE SITE-TIER(SITE-HIT) TO CH-TIER.
    MOVE SITE-TIER-PERCENT(SITE-HIT) TO CH-TIER-PERCENT.
    COMPUTE CH-CHARGE ROUNDED
        = CH-BASE-COST * CH-TIER-PERCENT / 100.
    MOVE 0 TO CH-INVOICE-NO.
    MOVE 0 TO CH-INVOICE-DATE.
    MOVE CHARGE-HOLD TO LEDGER-RECORD.
    WRITE LEDGER-RECORD
        INVALID KEY
            PERFORM Repost-Charge
        NOT INVALID KEY
            ADD 1 TO CHARGES-POSTED
            ADD CH-BASE-COST TO POSTED-BASE
            ADD CH-CHARGE TO POSTED-CHARGES
            ADD CH-CHARGE TO POSTED-NET
    END-WRITE.

    Repost-Charge.
    *> The night is being invoiced again. An unbilled charge is
    *> replaced; one already on an invoice stands as billed.
    READ AR-LEDGER
        INVALID KEY
            DISPLAY "CANNOT POST CHARGE FOR " CH-ACCOUNT " PATH "
                CH-PATH-ID " - STATUS " WS-LEDGER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    IF LEDGER-INVOICE-NO NOT = 0
        ADD 1 TO CHARGES-BILLED-ALREADY
        DISPLAY "CHARGE FOR " CH-ACCOUNT " PATH " CH-PATH-ID
            " STOP " CH-STOP-NO " ALREADY ON INVOICE "
            LEDGER-INVOICE-NO " - NOT CHANGED"
    ELSE
        SUBTRACT LEDGER-CHARGE FROM POSTED-NET
        MOVE CHARGE-HOLD TO LEDGER-RECORD
        REWRITE LEDGER-RECORD
            INVALID KEY
                DISPLAY "CANNOT REPOST CHARGE FOR " CH-ACCOUNT
                    " PATH " CH-PATH-ID " - STATUS " WS-LEDGER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE
        ADD 1 TO CHARGES-REPOSTED
        ADD CH-BASE-COST TO POSTED-BASE
        ADD CH-CHARGE TO POSTED-CHARGES
        ADD CH-CHARGE TO POSTED-NET
    END-IF.

    Read-Invoice-Control.
    *> Only a control file that has never been written lets the
    *> numbering start from zero. One that cannot be read would
    *> reissue invoice numbers already sent out, so it stops the run
    *> before the ledger is touched.
    OPEN INPUT INVOICE-CONTROL.
    IF WS-CONTROL-STATUS = '35'
        DISPLAY "NO INVOICE CONTROL - NUMBERING STARTS AT 1"
        MOVE 0 TO LAST-INVOICE-NO
    ELSE
        IF WS-CONTROL-STATUS NOT = '00'
            DISPLAY "CANNOT OPEN INVOICE CONTROL - STATUS "
                WS-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ INVOICE-CONTROL
            AT END
                DISPLAY "INVOICE CONTROL IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        IF WS-CONTROL-STATUS NOT = '00'
            DISPLAY "CANNOT READ INVOICE CONTROL - STATUS "
                WS-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF CONTROL-LAST-INVOICE-NO IS NOT NUMERIC
            DISPLAY "INVOICE CONTROL RECORD IS NOT NUMERIC"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CONTROL-LAST-INVOICE-NO TO LAST-INVOICE-NO
        CLOSE INVOICE-CONTROL
    END-IF.

    Write-Invoice-Control.
    OPEN OUTPUT INVOICE-CONTROL.
    MOVE LAST-INVOICE-NO TO CONTROL-LAST-INVOICE-NO.
    WRITE INVOICE-CONTROL-RECORD.
    CLOSE INVOICE-CONTROL.

    Close-Cycles.
    *> Every account whose cycle ends tonight has its unbilled
    *> charges to date gathered onto one invoice. A deactivated
    *> account is still invoiced for what it ran up while open.
    MOVE 'N' TO WS-CUSTOMER-EOF.
    MOVE LOW-VALUES TO CUST-ACCOUNT.
    START CUSTOMER-MASTER KEY NOT < CUST-ACCOUNT
        INVALID KEY MOVE 'Y' TO WS-CUSTOMER-EOF
    END-START.
    PERFORM UNTIL WS-CUSTOMER-EOF = 'Y'
        READ CUSTOMER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-CUSTOMER-EOF
            NOT AT END
                PERFORM Check-Cycle-End
                IF WS-CYCLE-ENDS = 'Y'
                    ADD 1 TO ACCOUNTS-CLOSED
                    PERFORM Invoice-Account
                END-IF
        END-READ
    END-PERFORM.

    Check-Cycle-End.
    *> Day 1 of the day count is Monday 1 January 1601, so a day
    *> number divisible by seven is a Sunday; the last day of a
    *> month is the one whose next day is the 1st.
    MOVE 'N' TO WS-CYCLE-ENDS.
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE).
    COMPUTE NEXT-DAY = FUNCTION DATE-OF-INTEGER(DAY-NUMBER + 1).
    EVALUATE TRUE
    WHEN CUST-CYCLE-DAILY
        MOVE 'Y' TO WS-CYCLE-ENDS
    WHEN CUST-CYCLE-WEEKLY
        IF FUNCTION MOD(DAY-NUMBER, 7) = 0
            MOVE 'Y' TO WS-CYCLE-ENDS
        END-IF
    WHEN CUST-CYCLE-MONTHLY
        IF FUNCTION MOD(NEXT-DAY, 100) = 1
            MOVE 'Y' TO WS-CYCLE-ENDS
        END-IF
    END-EVALUATE.

    Invoice-Account.
    MOVE 0 TO INVOICE-LINES.
    MOVE 0 TO INVOICE-TOTAL.
    MOVE 'N' TO WS-LEDGER-EOF.
    MOVE CUST-ACCOUNT TO LEDGER-ACCOUNT.
    MOVE 0 TO LEDGER-RUN-DATE.
    MOVE LOW-VALUES TO LEDGER-PATH-ID.
    MOVE 0 TO LEDGER-STOP-NO.
    START AR-LEDGER KEY NOT < LEDGER-KEY
        INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
    END-START.
    PERFORM UNTIL WS-LEDGER-EOF = 'Y'
        READ AR-LEDGER NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-EOF
            NOT AT END
                IF LEDGER-ACCOUNT NOT = CUST-ACCOUNT
                    OR LEDGER-RUN-DATE > RUN-DATE
                    MOVE 'Y' TO WS-LEDGER-EOF
                ELSE
                    IF LEDGER-INVOICE-NO = 0
                        PERFORM Invoice-Charge
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF INVOICE-LINES > 0
        PERFORM Write-Invoice-Total
        MOVE RUN-DATE TO CUST-LAST-INVOICE-DATE
        REWRITE CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "CANNOT UPDATE ACCOUNT " CUST-ACCOUNT
                    " - STATUS " WS-CUSTOMER-STATUS
        END-REWRITE
    END-IF.

    Invoice-Charge.
    *> The invoice number is taken with the account's first line,
    *> so an account with nothing to bill uses no number.
    IF INVOICE-LINES = 0
        ADD 1 TO LAST-INVOICE-NO
        MOVE LAST-INVOICE-NO TO INVOICE-NO
        PERFORM Write-Invoice-Header
    END-IF.
    MOVE INVOICE-NO TO LEDGER-INVOICE-NO.
    MOVE RUN-DATE TO LEDGER-INVOICE-DATE.
    REWRITE LEDGER-RECORD
        INVALID KEY
            DISPLAY "CANNOT MARK CHARGE INVOICED FOR " LEDGER-ACCOUNT
                " - STATUS " WS-LEDGER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE.
    ADD 1 TO INVOICE-LINES.
    ADD LEDGER-CHARGE TO INVOICE-TOTAL.
    MOVE LEDGER-BASE-COST TO DISPLAY-COST.
    MOVE LEDGER-CHARGE TO DISPLAY-CHARGE.
    MOVE SPACES TO INVOICE-LINE.
    STRING "  " LEDGER-RUN-DATE " " LEDGER-PATH-ID " "
        LEDGER-STOP-NO " " LEDGER-LOCATION " " LEDGER-STEPS " "
        DISPLAY-COST " " LEDGER-TIER-PERCENT "% " DISPLAY-CHARGE
        DELIMITED BY SIZE INTO INVOICE-LINE.
    WRITE INVOICE-LINE.

    Write-Invoice-Header.
    MOVE SPACES TO INVOICE-LINE.
    STRING "INVOICE " INVOICE-NO "  DATE " RUN-DATE
        "  ACCOUNT " CUST-ACCOUNT "  CYCLE " CUST-CYCLE
        "  TIER " CUST-TIER
        DELIMITED BY SIZE INTO INVOICE-LINE.
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE.
    STRING "BILL TO " CUST-BILLING-NAME
        DELIMITED BY SIZE INTO INVOICE-LINE.
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE.
    STRING "  RUN DATE PATH            STOP LOCATION        "
        "STEPS         COST TIER      CHARGE"
        DELIMITED BY SIZE INTO INVOICE-LINE.
    WRITE INVOICE-LINE.

    Write-Invoice-Total.
    ADD 1 TO INVOICES-ISSUED.
    ADD INVOICE-LINES TO LINES-INVOICED.
    ADD INVOICE-TOTAL TO AMOUNT-INVOICED.
    MOVE INVOICE-TOTAL TO DISPLAY-TOTAL.
    MOVE SPACES TO INVOICE-LINE.
    STRING "INVOICE TOTAL " INVOICE-LINES " LINE(S)  AMOUNT DUE "
        DISPLAY-TOTAL
        DELIMITED BY SIZE INTO INVOICE-LINE.
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE.
    WRITE INVOICE-LINE.
    MOVE SPACES TO REGISTER-LINE.
    STRING INVOICE-NO " " CUST-ACCOUNT " " CUST-BILLING-NAME " "
        INVOICE-LINES " " DISPLAY-TOTAL
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.

    Write-Register-Totals.
    COMPUTE EXPECTED-UNBILLED
        = OPENING-UNBILLED + POSTED-NET - AMOUNT-INVOICED.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE AMOUNT-INVOICED TO DISPLAY-TOTAL.
    STRING "INVOICES ISSUED " INVOICES-ISSUED
        "  LINES " LINES-INVOICED "  AMOUNT " DISPLAY-TOTAL
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    IF INVOICES-ISSUED = 0
        MOVE SPACES TO REGISTER-LINE
        STRING "ACCOUNTS AT CYCLE END " ACCOUNTS-CLOSED
            "  NO INVOICES ISSUED"
            DELIMITED BY SIZE INTO REGISTER-LINE
    ELSE
        COMPUTE INVOICE-NO = LAST-INVOICE-NO - INVOICES-ISSUED + 1
        MOVE SPACES TO REGISTER-LINE
        STRING "ACCOUNTS AT CYCLE END " ACCOUNTS-CLOSED
            "  INVOICE NUMBERS " INVOICE-NO " TO " LAST-INVOICE-NO
            DELIMITED BY SIZE INTO REGISTER-LINE
    END-IF.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE POSTED-CHARGES TO DISPLAY-TOTAL.
    STRING "CHARGES POSTED " CHARGES-POSTED
        "  REPOSTED " CHARGES-REPOSTED
        "  AMOUNT " DISPLAY-TOTAL
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WITHDRAWN-CHARGES TO DISPLAY-TOTAL.
    STRING "CHARGES WITHDRAWN FOR RERUN " CHARGES-WITHDRAWN
        "  AMOUNT " DISPLAY-TOTAL
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    STRING "ALREADY INVOICED " CHARGES-BILLED-ALREADY
        "  STOPS NOT REACHED " STOPS-NOT-REACHED
        "  PATHS WALKED " PATHS-WALKED
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE OPENING-UNBILLED TO DISPLAY-SIGNED.
    STRING "UNBILLED BROUGHT FORWARD   " DISPLAY-SIGNED
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE POSTED-NET TO DISPLAY-SIGNED.
    STRING "PLUS NET CHARGES POSTED    " DISPLAY-SIGNED
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE AMOUNT-INVOICED TO DISPLAY-SIGNED.
    STRING "LESS INVOICED              " DISPLAY-SIGNED
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE CLOSING-UNBILLED TO DISPLAY-SIGNED.
    STRING "UNBILLED CARRIED FORWARD   " DISPLAY-SIGNED
        DELIMITED BY SIZE INTO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    IF CLOSING-UNBILLED = EXPECTED-UNBILLED
        MOVE "LEDGER CONTROL TOTALS AGREE" TO REGISTER-LINE
    ELSE
        MOVE EXPECTED-UNBILLED TO DISPLAY-SIGNED
        STRING "LEDGER OUT OF BALANCE - EXPECTED " DISPLAY-SIGNED
            DELIMITED BY SIZE INTO REGISTER-LINE
    END-IF.
    WRITE REGISTER-LINE.

    Check-Night-Invoiced.
    *> Invoices already issued for the run date are on the catalog
    *> with their line count. Their charges are stamped, so a rerun
    *> would find nothing to bill and empty invoices.txt and the
    *> register over the only copy of what was sent out.
    *> A purged entry still counts: the invoices went out.
    MOVE 'N' TO WS-NIGHT-INVOICED.
    OPEN INPUT OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS NOT = '00' AND WS-CATALOG-STATUS NOT = '35'
        DISPLAY "CANNOT OPEN OUTPUT CATALOG - STATUS "
            WS-CATALOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-CATALOG-STATUS = '00'
        MOVE RUN-DATE TO CAT-RUN-DATE
        MOVE 'INVOICE' TO CAT-PROGRAM
        MOVE 'INVOICES' TO CAT-FILE-TYPE
        READ OUTPUT-CATALOG
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CAT-RECORD-COUNT > 0
                    MOVE 'Y' TO WS-NIGHT-INVOICED
                END-IF
        END-READ
        CLOSE OUTPUT-CATALOG
    END-IF.

    Keep-Issued-Invoices.
    *> The night's invoices stand as issued: no cycle is closed
    *> again and neither output nor its generation is replaced.
    *> Charges the rerun posted stay unbilled for the account's next
    *> cycle, and the ledger must still balance without them billed.
    DISPLAY "INVOICES ALREADY ISSUED FOR " RUN-DATE
        " - INVOICES AND REGISTER LEFT AS ISSUED".
    CLOSE CUSTOMER-MASTER.
    PERFORM Total-Unbilled.
    MOVE UNBILLED-TOTAL TO CLOSING-UNBILLED.
    CLOSE AR-LEDGER.
    COMPUTE EXPECTED-UNBILLED = OPENING-UNBILLED + POSTED-NET.
    DISPLAY "Paths walked: " PATHS-WALKED.
    DISPLAY "Charges posted: " CHARGES-POSTED.
    DISPLAY "Charges reposted: " CHARGES-REPOSTED.
    DISPLAY "Charges withdrawn: " CHARGES-WITHDRAWN.
    DISPLAY "Charges already invoiced: " CHARGES-BILLED-ALREADY.
    DISPLAY "Stops not reached: " STOPS-NOT-REACHED.
    MOVE 4 TO RETURN-CODE.
    IF START-ERROR-COUNT > 0 OR SITE-ERROR-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF CLOSING-UNBILLED NOT = EXPECTED-UNBILLED
        DISPLAY "LEDGER OUT OF BALANCE ON RERUN"
        MOVE 12 TO RETURN-CODE
    END-IF.
    STOP RUN.

    Catalog-Outputs.
    MOVE 'INVOICE' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'INVOICES' TO CATPOST-FILE-TYPE.
    MOVE 'invoices.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'REGISTER' TO CATPOST-FILE-TYPE.
    MOVE 'invoice-register.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.

    Catalog-One-Output.
    *> A generation that cannot be taken is reported and the run
    *> carries on. The step's own return code must survive the
    *> CALL.
    MOVE RETURN-CODE TO CATPOST-SAVED-RC.
    CALL 'CATPOST' USING CATPOST-PARMS.
    MOVE CATPOST-SAVED-RC TO RETURN-CODE.
    IF CATPOST-RESULT NOT = '00'
        DISPLAY "CANNOT CATALOG " CATPOST-FILE-TYPE " OUTPUT - STATUS "
            CATPOST-RESULT
    END-IF.
