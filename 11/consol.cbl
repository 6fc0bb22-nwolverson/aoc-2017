        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
    FILE SECTION.
        05 CTL-RECORDS-OUT PIC 9(7).
        05 CTL-RETURN-CODE PIC 9(2).

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

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SORT-KEY.
    01 WS-RUNCTL-ON PIC X(1) VALUE 'N'.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 CTL-TIME-NOW PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).

    *> The night's extracts are found through the output catalog
    *> for the run date; an explicit list file still overrides it
    *> for depot extracts that were never cataloged here.
    01 WS-LIST-MODE PIC X(1) VALUE 'N'.
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-CAT-EOF PIC X(1) VALUE 'N'.

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
    ACCEPT LIST-FILE-PATH FROM ENVIRONMENT "CONSOL-LIST".
    IF LIST-FILE-PATH NOT = SPACES
        MOVE 'Y' TO WS-LIST-MODE
    END-IF.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "CONSOL-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "CONSOL-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "CONSOL-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Consolidating run date " RUN-DATE.
    PERFORM Post-Run-Start.

    IF WS-LIST-MODE = 'Y'
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = '00'
            DISPLAY "CANNOT OPEN INPUT LIST - STATUS " WS-LIST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN OUTPUT DAILY-FILE.
    OPEN OUTPUT CONTROL-FILE.
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS Load-All-Extracts
        OUTPUT PROCEDURE IS Merge-Daily-Extract.
    IF WS-LIST-MODE = 'Y'
        CLOSE LIST-FILE
    END-IF.
    PERFORM Write-Control-Report.
    CLOSE DAILY-FILE.
    CLOSE CONTROL-FILE.
    PERFORM Catalog-Outputs.
    DISPLAY "Input files: " INPUT-FILE-COUNT.
    DISPLAY "Records in: " RECORDS-IN-TOTAL.
    DISPLAY "Records out: " RECORDS-OUT.
    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'CONSOL' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'DAILY' TO CATPOST-FILE-TYPE.
    MOVE 'daily-extract.csv' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'CONTROL' TO CATPOST-FILE-TYPE.
    MOVE 'consol-report.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.

    Catalog-One-Output.
    *> A generation that cannot be taken is reported and the run
    *> carries on; CHAINCHK fails the night for the missing entry.
    *> The step's own return code must survive the CALL.
    MOVE RETURN-CODE TO CATPOST-SAVED-RC.
    CALL 'CATPOST' USING CATPOST-PARMS.
    MOVE CATPOST-SAVED-RC TO RETURN-CODE.
    IF CATPOST-RESULT NOT = '00'
        DISPLAY "CANNOT CATALOG " CATPOST-FILE-TYPE " OUTPUT - STATUS "
            CATPOST-RESULT
    END-IF.

    Load-All-Extracts.
    IF WS-LIST-MODE = 'Y'
        PERFORM UNTIL WS-LIST-EOF = 'Y'
            READ LIST-FILE INTO LIST-RECORD
                AT END MOVE 'Y' TO WS-LIST-EOF
                NOT AT END
                    IF LIST-RECORD NOT = SPACES
                        MOVE LIST-RECORD TO EXTRACT-IN-PATH
                        PERFORM Load-Extract-File
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        PERFORM Load-Cataloged-Extracts
    END-IF.
    IF INPUT-FILE-COUNT = 0
        DISPLAY "NO INPUT EXTRACT FILES LISTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO INPUT-FILE-COUNT.
    MOVE EXTRACT-IN-PATH TO IN-FILE-PATH(INPUT-FILE-COUNT).
    MOVE 0 TO IN-FILE-RECORDS(INPUT-FILE-COUNT).
    OPEN INPUT EXTRACT-IN-FILE.
    IF WS-EXTRACT-IN-STATUS NOT = '00'
    END-PERFORM.
    CLOSE EXTRACT-IN-FILE.

    Load-Cataloged-Extracts.
    *> Every EXTRACT generation cataloged for the run date is an
    *> input, whichever program produced it. A purged generation
    *> means that night can no longer be consolidated in full.
    OPEN INPUT OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN OUTPUT CATALOG - STATUS "
            WS-CATALOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE RUN-DATE TO CAT-RUN-DATE.
    MOVE LOW-VALUES TO CAT-PROGRAM.
    MOVE LOW-VALUES TO CAT-FILE-TYPE.
    MOVE 'N' TO WS-CAT-EOF.
    START OUTPUT-CATALOG KEY NOT < CAT-KEY
        INVALID KEY MOVE 'Y' TO WS-CAT-EOF
    END-START.
    PERFORM UNTIL WS-CAT-EOF = 'Y'
        READ OUTPUT-CATALOG NEXT RECORD
            AT END MOVE 'Y' TO WS-CAT-EOF
            NOT AT END
                IF CAT-RUN-DATE NOT = RUN-DATE
                    MOVE 'Y' TO WS-CAT-EOF
                ELSE
                    IF CAT-FILE-TYPE = 'EXTRACT'
                        PERFORM Load-Cataloged-Extract
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OUTPUT-CATALOG.

    Load-Cataloged-Extract.
    IF CAT-PURGED
        DISPLAY "EXTRACT GENERATION PURGED ON " CAT-PURGE-DATE
            ": " CAT-GENERATION
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE CAT-GENERATION TO EXTRACT-IN-PATH.
    PERFORM Load-Extract-File.
    *> The generation must still hold what was cataloged for it.
    IF IN-FILE-RECORDS(INPUT-FILE-COUNT) NOT = CAT-RECORD-COUNT
        DISPLAY "EXTRACT " CAT-GENERATION
        DISPLAY "    HOLDS " IN-FILE-RECORDS(INPUT-FILE-COUNT)
            " ROWS, CATALOG RECORDS " CAT-RECORD-COUNT
        MOVE 12 TO RETURN-CODE
    END-IF.

    Release-Extract-Row.
    ADD 1 TO RECORDS-IN-TOTAL.
    ADD 1 TO IN-FILE-RECORDS(INPUT-FILE-COUNT).
