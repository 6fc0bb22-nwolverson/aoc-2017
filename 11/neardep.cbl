    01 BEST-DIST PIC 9(5) VALUE 0.
    01 BEST-IDX PIC 9(5) COMP VALUE 0.

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
    ACCEPT EXTRACT-FILE-PATH FROM ENVIRONMENT "NEARDEP-EXTRACT".
    IF EXTRACT-FILE-PATH = SPACES
        MOVE 'answer-extract.csv' TO EXTRACT-FILE-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-THRESHOLD-IN FROM ENVIRONMENT "NEARDEP-THRESHOLD".
    IF WS-THRESHOLD-IN NOT = SPACES
        MOVE WS-THRESHOLD-IN TO STRANDED-THRESHOLD
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF.
    PERFORM Catalog-Outputs.
    STOP RUN.

    Load-Depots.
            " FROM " DE-NAME(BEST-IDX)
    END-IF.
    WRITE PROXIMITY-RECORD.

    Catalog-Outputs.
    MOVE 'NEARDEP' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'depot-proximity.txt' TO CATPOST-SOURCE.
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
