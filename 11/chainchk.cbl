        SELECT CHECK-FILE ASSIGN TO 'chain-check-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECK-STATUS.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CHECK-FILE.
    01 CHECK-LINE PIC X(100).

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
    01 WS-RUNCTL-STATUS PIC X(2).
    01 WS-CHECK-STATUS PIC X(2).
            10 ST-RETURN-CODE PIC 9(2).
    01 ST-IDX PIC 9(1) COMP VALUE 0.

    *> Outputs every complete night leaves in the output catalog.
    01 CATALOG-CHECK-NAMES.
        05 FILLER PIC X(18) VALUE 'PLANNER ROUTE'.
        05 FILLER PIC X(18) VALUE 'PLANNER LEGS'.
        05 FILLER PIC X(18) VALUE 'VERIFY  DISCREP'.
        05 FILLER PIC X(18) VALUE 'ANSWER  REPORT'.
        05 FILLER PIC X(18) VALUE 'ANSWER  EXTRACT'.
        05 FILLER PIC X(18) VALUE 'ANSWER  LOOPS'.
        05 FILLER PIC X(18) VALUE 'EFFIC   REPORT'.
        05 FILLER PIC X(18) VALUE 'CONSOL  DAILY'.
        05 FILLER PIC X(18) VALUE 'CONSOL  CONTROL'.
        05 FILLER PIC X(18) VALUE 'RUNHIST TREND'.
    01 CATALOG-CHECK-LIST REDEFINES CATALOG-CHECK-NAMES.
        05 CATALOG-CHECK-ENTRY OCCURS 10 TIMES.
            10 CC-PROGRAM PIC X(8).
            10 CC-FILE-TYPE PIC X(10).
    01 CATALOG-CHECK-TABLE.
        05 CATALOG-CHECK-RESULT OCCURS 10 TIMES.
            10 CC-FOUND PIC X(1).
            10 CC-RECORDS PIC 9(9).
            10 CC-GENERATION PIC X(100).
    01 CC-IDX PIC 9(2) COMP VALUE 0.
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-CATALOG-OPEN PIC X(1) VALUE 'N'.
    01 TIE-RECORDS PIC 9(9) VALUE 0.

    01 PROBLEM-COUNT PIC 9(3) VALUE 0.
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
    ACCEPT WS-CHECK-DATE-IN FROM ENVIRONMENT "CHAINCHK-DATE".
    IF WS-CHECK-DATE-IN = SPACES
            STOP RUN
        END-IF
        MOVE WS-CHECK-DATE-IN TO CHECK-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(CHECK-DATE) NOT = 0
            DISPLAY "CHAINCHK-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Checking chain for run date " CHECK-DATE.

        PERFORM Read-Step-Records
    END-PERFORM.
    CLOSE RUN-CONTROL.
    PERFORM Read-Catalog-Entries.

    OPEN OUTPUT CHECK-FILE.
    PERFORM Write-Report-Header.
        PERFORM Check-Step
    END-PERFORM.
    PERFORM Check-Chain-Ties.
    PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > 10
        PERFORM Check-Catalog-Entry
    END-PERFORM.
    PERFORM Check-Catalog-Ties.
    PERFORM Write-Report-Verdict.
    CLOSE CHECK-FILE.
    PERFORM Catalog-Outputs.
    IF PROBLEM-COUNT > 0
        DISPLAY "CHAIN CHECK FAILED - " PROBLEM-COUNT " PROBLEM(S)"
        MOVE 12 TO RETURN-CODE
            MOVE CTL-RETURN-CODE TO ST-RETURN-CODE(ST-IDX)
    END-READ.

    Read-Catalog-Entries.
    *> A catalog that cannot be opened leaves every entry unseen,
    *> and each is then reported as a missing output.
    OPEN INPUT OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS = '00'
        MOVE 'Y' TO WS-CATALOG-OPEN
    ELSE
        DISPLAY "CANNOT OPEN OUTPUT CATALOG - STATUS "
            WS-CATALOG-STATUS
    END-IF.
    PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > 10
        MOVE 'N' TO CC-FOUND(CC-IDX)
        MOVE 0 TO CC-RECORDS(CC-IDX)
        MOVE SPACES TO CC-GENERATION(CC-IDX)
        IF WS-CATALOG-OPEN = 'Y'
            MOVE CHECK-DATE TO CAT-RUN-DATE
            MOVE CC-PROGRAM(CC-IDX) TO CAT-PROGRAM
            MOVE CC-FILE-TYPE(CC-IDX) TO CAT-FILE-TYPE
            READ OUTPUT-CATALOG
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE CAT-STATUS TO CC-FOUND(CC-IDX)
                    MOVE CAT-RECORD-COUNT TO CC-RECORDS(CC-IDX)
                    MOVE CAT-GENERATION TO CC-GENERATION(CC-IDX)
            END-READ
        END-IF
    END-PERFORM.
    IF WS-CATALOG-OPEN = 'Y'
        CLOSE OUTPUT-CATALOG
    END-IF.

    Note-Problem.
    ADD 1 TO PROBLEM-COUNT.
    WRITE CHECK-LINE FROM DETAIL-LINE.
        PERFORM Note-Problem
    END-IF.

    Check-Catalog-Entry.
    *> A generation since purged under the retention rule was
    *> produced all the same; only one never cataloged is missing.
    MOVE SPACES TO CHECK-LINE.
    EVALUATE CC-FOUND(CC-IDX)
    WHEN 'C'
        STRING "CATALOG " CC-PROGRAM(CC-IDX) " "
            CC-FILE-TYPE(CC-IDX) " " CC-RECORDS(CC-IDX) " "
            CC-GENERATION(CC-IDX)
            DELIMITED BY SIZE INTO CHECK-LINE
        WRITE CHECK-LINE
    WHEN 'P'
        STRING "CATALOG " CC-PROGRAM(CC-IDX) " "
            CC-FILE-TYPE(CC-IDX) " " CC-RECORDS(CC-IDX)
            " GENERATION PURGED"
            DELIMITED BY SIZE INTO CHECK-LINE
        WRITE CHECK-LINE
    WHEN OTHER
        MOVE SPACES TO DETAIL-LINE
        STRING "OUTPUT NOT CATALOGED: " CC-PROGRAM(CC-IDX) " "
            CC-FILE-TYPE(CC-IDX)
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Problem
    END-EVALUATE.

    Check-Catalog-Ties.
    *> The generations kept for the night must hold what the steps
    *> said they wrote: ANSWER's extract and CONSOL's daily file.
    IF CC-FOUND(5) NOT = 'N' AND ST-END-SEEN(3) = 'Y'
        AND CC-RECORDS(5) NOT = ST-RECORDS-OUT(3)
        MOVE ST-RECORDS-OUT(3) TO TIE-RECORDS
        MOVE SPACES TO DETAIL-LINE
        STRING "COUNTS DO NOT TIE: ANSWER WROTE " TIE-RECORDS
            " ROWS, EXTRACT CATALOGED WITH " CC-RECORDS(5)
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Problem
    END-IF.
    IF CC-FOUND(8) NOT = 'N' AND ST-END-SEEN(5) = 'Y'
        AND CC-RECORDS(8) NOT = ST-RECORDS-OUT(5)
        MOVE ST-RECORDS-OUT(5) TO TIE-RECORDS
        MOVE SPACES TO DETAIL-LINE
        STRING "COUNTS DO NOT TIE: CONSOL WROTE " TIE-RECORDS
            " ROWS, DAILY FILE CATALOGED WITH " CC-RECORDS(8)
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Problem
    END-IF.

    Catalog-Outputs.
    MOVE 'CHAINCHK' TO CATPOST-PROGRAM.
    MOVE CHECK-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'chain-check-report.txt' TO CATPOST-SOURCE.
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

    Write-Report-Verdict.
    MOVE SPACES TO CHECK-LINE.
    IF PROBLEM-COUNT > 0
