        05 RATE-SW PIC 9(3)V99 VALUE 0.
        05 RATE-SE PIC 9(3)V99 VALUE 0.

    01 RUN-DATE PIC 9(8) VALUE 0.

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
    ACCEPT TRACE-FILE-PATH FROM ENVIRONMENT "ZONERPT-TRACE".
    IF TRACE-FILE-PATH = SPACES
        MOVE 'answer-trace.txt' TO TRACE-FILE-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT COST-RATE-PATH FROM ENVIRONMENT "ZONERPT-COST-RATES".
    IF COST-RATE-PATH NOT = SPACES
        PERFORM Load-Cost-Rates
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
    PERFORM Catalog-Outputs.
    STOP RUN.

    Load-Cost-Rates.
        MOVE '*' TO ACT-FLAG
    END-IF.
    WRITE ACTIVITY-RECORD.

    Catalog-Outputs.
    MOVE 'ZONERPT' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'zone-activity-report.txt' TO CATPOST-SOURCE.
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
