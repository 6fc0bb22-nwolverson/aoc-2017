ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
        SELECT REJECT-FILE ASSIGN TO DYNAMIC REJECT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
        SELECT VIOLATION-FILE ASSIGN TO DYNAMIC VIOLATION-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VIOLATION-STATUS.
        SELECT LOOP-FILE ASSIGN TO DYNAMIC LOOP-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOOP-STATUS.
        SELECT EFFICIENCY-FILE ASSIGN TO DYNAMIC EFFICIENCY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EFFICIENCY-STATUS.
        SELECT TREND-FILE ASSIGN TO DYNAMIC TREND-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREND-STATUS.
        SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
        SELECT SUMMARY-FILE ASSIGN TO 'ops-summary.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-STATUS.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    01 REPORT-RECORD PIC X(80).

    FD REJECT-FILE.
    01 REJECT-RECORD PIC X(44).

    FD VIOLATION-FILE.
    01 VIOLATION-RECORD PIC X(60).
        05 FILLER PIC X(1).
        05 EFFICIENCY-PCT PIC 9(3).

    *> Trend line; laid out identically in RUNHIST.
    FD TREND-FILE.
    01 TREND-RECORD.
        05 TREND-PATH-ID PIC X(15).
        05 TREND-MAX-DELTA PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 TREND-FLAG PIC X(1).
        05 FILLER PIC X(1).
        05 TREND-LATEST-CORRECTED PIC X(1).
        05 FILLER PIC X(1).
        05 TREND-PREV-CORRECTED PIC X(1).

    FD CONTROL-FILE.
    01 CONTROL-RECORD PIC X(80).
    FD SUMMARY-FILE.
    01 SUMMARY-LINE PIC X(80).

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
    *> Each input is the generation the output catalog names for
    *> the run date, so any night still on file can be summarised.
    01 REPORT-FILE-PATH PIC X(100) VALUE SPACES.
    01 REJECT-FILE-PATH PIC X(100) VALUE SPACES.
    01 VIOLATION-FILE-PATH PIC X(100) VALUE SPACES.
    01 LOOP-FILE-PATH PIC X(100) VALUE SPACES.
    01 EFFICIENCY-FILE-PATH PIC X(100) VALUE SPACES.
    01 TREND-FILE-PATH PIC X(100) VALUE SPACES.
    01 CONTROL-FILE-PATH PIC X(100) VALUE SPACES.
    01 CATALOG-PATH PIC X(100) VALUE SPACES.
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-CATALOG-OPEN PIC X(1) VALUE 'N'.
    01 WS-RUN-DATE-IN PIC X(8).

    01 WS-REPORT-STATUS PIC X(2).
    01 WS-REJECT-STATUS PIC X(2).
    01 WS-VIOLATION-STATUS PIC X(2).
    01 PAGE-SIZE PIC 9(2) VALUE 60.
    01 DETAIL-LINE PIC X(80).

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
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "OPSUM-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "OPSUM-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "OPSUM-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Summarising run date " RUN-DATE.
    ACCEPT WS-REJECT-TOLERANCE-IN
        FROM ENVIRONMENT "OPSUM-REJECT-TOLERANCE".
    IF WS-REJECT-TOLERANCE-IN NOT = SPACES
        MOVE WS-REJECT-TOLERANCE-IN TO REJECT-TOLERANCE
    END-IF.
    PERFORM Locate-Inputs.
    OPEN OUTPUT SUMMARY-FILE.
    PERFORM Tally-Report-File.
    PERFORM Tally-Reject-File.
    PERFORM Write-Consol-Section.
    PERFORM Write-Overall-Section.
    CLOSE SUMMARY-FILE.
    PERFORM Catalog-Outputs.
    MOVE OVERALL-RC TO RETURN-CODE.
    STOP RUN.

    Locate-Inputs.
    OPEN INPUT OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN OUTPUT CATALOG - STATUS "
            WS-CATALOG-STATUS
    ELSE
        MOVE 'Y' TO WS-CATALOG-OPEN
    END-IF.
    MOVE 'ANSWER' TO CAT-PROGRAM.
    MOVE 'REPORT' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO REPORT-FILE-PATH.
    MOVE 'REJECTS' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO REJECT-FILE-PATH.
    MOVE 'LOOPS' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO LOOP-FILE-PATH.
    MOVE 'EFFIC' TO CAT-PROGRAM.
    MOVE 'REPORT' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO EFFICIENCY-FILE-PATH.
    MOVE 'RUNHIST' TO CAT-PROGRAM.
    MOVE 'TREND' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO TREND-FILE-PATH.
    MOVE 'CONSOL' TO CAT-PROGRAM.
    MOVE 'CONTROL' TO CAT-FILE-TYPE.
    PERFORM Find-Cataloged-File.
    MOVE CATALOG-PATH TO CONTROL-FILE-PATH.
    *> Violations are only cataloged on a night no-go checking ran;
    *> their absence is not a missing file, so it goes unremarked.
    MOVE SPACES TO VIOLATION-FILE-PATH.
    IF WS-CATALOG-OPEN = 'Y'
        MOVE RUN-DATE TO CAT-RUN-DATE
        MOVE 'ANSWER' TO CAT-PROGRAM
        MOVE 'VIOLATIONS' TO CAT-FILE-TYPE
        READ OUTPUT-CATALOG
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CAT-CURRENT
                    MOVE CAT-GENERATION TO VIOLATION-FILE-PATH
                END-IF
        END-READ
        CLOSE OUTPUT-CATALOG
    END-IF.

    Find-Cataloged-File.
    MOVE SPACES TO CATALOG-PATH.
    IF WS-CATALOG-OPEN = 'Y'
        MOVE RUN-DATE TO CAT-RUN-DATE
        READ OUTPUT-CATALOG
            INVALID KEY
                DISPLAY CAT-PROGRAM " " CAT-FILE-TYPE
                    " NOT CATALOGED FOR " RUN-DATE
            NOT INVALID KEY
                IF CAT-PURGED
                    DISPLAY CAT-PROGRAM " " CAT-FILE-TYPE
                        " FOR " RUN-DATE " PURGED ON "
                        CAT-PURGE-DATE
                ELSE
                    MOVE CAT-GENERATION TO CATALOG-PATH
                END-IF
        END-READ
    END-IF.

    Catalog-Outputs.
    MOVE 'OPSUM' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'SUMMARY' TO CATPOST-FILE-TYPE.
    MOVE 'ops-summary.txt' TO CATPOST-SOURCE.
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

    Raise-Return-Code.
    IF WS-NEW-RC > OVERALL-RC
        MOVE WS-NEW-RC TO OVERALL-RC
    PERFORM Raise-Return-Code.

    Tally-Report-File.
    *> Anything not cataloged for the night reads as a file not
    *> found, in every Tally paragraph alike.
    IF REPORT-FILE-PATH = SPACES
        MOVE '35' TO WS-REPORT-STATUS
    ELSE
        OPEN INPUT REPORT-FILE
    END-IF.
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY "ANSWER REPORT NOT AVAILABLE - STATUS "
            WS-REPORT-STATUS
    END-IF.

    Tally-Reject-File.
    IF REJECT-FILE-PATH = SPACES
        MOVE '35' TO WS-REJECT-STATUS
    ELSE
        OPEN INPUT REJECT-FILE
    END-IF.
    IF WS-REJECT-STATUS NOT = '00'
        DISPLAY "REJECT FILE NOT AVAILABLE - STATUS "
            WS-REJECT-STATUS
    Tally-Violation-File.
    *> ANSWER only writes the violation file when no-go checking is
    *> on; a night run without it has no file and zero violations.
    IF VIOLATION-FILE-PATH = SPACES
        MOVE '35' TO WS-VIOLATION-STATUS
    ELSE
        OPEN INPUT VIOLATION-FILE
    END-IF.
    IF WS-VIOLATION-STATUS NOT = '00'
        CONTINUE
    ELSE
    END-IF.

    Tally-Loop-File.
    IF LOOP-FILE-PATH = SPACES
        MOVE '35' TO WS-LOOP-STATUS
    ELSE
        OPEN INPUT LOOP-FILE
    END-IF.
    IF WS-LOOP-STATUS NOT = '00'
        DISPLAY "LOOP FILE NOT AVAILABLE - STATUS " WS-LOOP-STATUS
        PERFORM Note-Missing-File
    END-IF.

    Tally-Efficiency-File.
    IF EFFICIENCY-FILE-PATH = SPACES
        MOVE '35' TO WS-EFFICIENCY-STATUS
    ELSE
        OPEN INPUT EFFICIENCY-FILE
    END-IF.
    IF WS-EFFICIENCY-STATUS NOT = '00'
        DISPLAY "EFFICIENCY REPORT NOT AVAILABLE - STATUS "
            WS-EFFICIENCY-STATUS
    END-IF.

    Tally-Trend-File.
    IF TREND-FILE-PATH = SPACES
        MOVE '35' TO WS-TREND-STATUS
    ELSE
        OPEN INPUT TREND-FILE
    END-IF.
    IF WS-TREND-STATUS NOT = '00'
        DISPLAY "TREND REPORT NOT AVAILABLE - STATUS "
            WS-TREND-STATUS
    END-IF.

    Tally-Control-File.
    IF CONTROL-FILE-PATH = SPACES
        MOVE '35' TO WS-CONTROL-STATUS
    ELSE
        OPEN INPUT CONTROL-FILE
    END-IF.
    IF WS-CONTROL-STATUS NOT = '00'
        DISPLAY "CONSOL REPORT NOT AVAILABLE - STATUS "
            WS-CONTROL-STATUS
