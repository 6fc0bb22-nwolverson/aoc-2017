IDENTIFICATION DIVISION.
    PROGRAM-ID. GENPURGE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.
        SELECT DELETION-FILE ASSIGN TO 'genpurge-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DELETION-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> Output catalog kept by CATPOST: one record per nightly output
    *> per run date, naming the dated generation that holds it.
    *> Laid out identically in every program that reads it. A
    *> purged entry stays on the catalog, marked 'P' with the date
    *> its generation was dropped, so the night can still be traced.
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

    FD DELETION-FILE.
    01 DELETION-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-DELETION-STATUS PIC X(2).
    01 WS-CAT-EOF PIC X(1) VALUE 'N'.

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).

    *> Days of generations kept behind the run date; anything run
    *> before the cutoff has its generation deleted.
    01 RETAIN-DAYS PIC 9(4) VALUE 35.
    01 WS-RETAIN-DAYS-IN PIC X(4).
    01 CUTOFF-DATE PIC 9(8) VALUE 0.

    01 FILE-DETAILS PIC X(16).
    01 FILE-CALL-RESULT PIC S9(9) COMP-5 VALUE 0.
    01 WS-PURGE-RESULT PIC X(9) VALUE SPACES.

    01 ENTRIES-EXAMINED PIC 9(7) VALUE 0.
    01 ALREADY-PURGED PIC 9(7) VALUE 0.
    01 GENERATIONS-DELETED PIC 9(7) VALUE 0.
    01 GENERATIONS-GONE PIC 9(7) VALUE 0.
    01 DELETE-ERRORS PIC 9(5) VALUE 0.
    01 RECORDS-RELEASED PIC 9(11) VALUE 0.

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-ON-PAGE PIC 9(2) VALUE 99.
    01 PAGE-SIZE PIC 9(2) VALUE 60.
    01 DETAIL-LINE PIC X(132).

    PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "GENPURGE-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "GENPURGE-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "GENPURGE-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    ACCEPT WS-RETAIN-DAYS-IN FROM ENVIRONMENT "GENPURGE-RETAIN".
    *> A mistyped retention must not be read as zero days; that
    *> would purge every generation on the catalog.
    IF WS-RETAIN-DAYS-IN NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-RETAIN-DAYS-IN) NOT = 0
            DISPLAY "GENPURGE-RETAIN MUST BE A NUMBER OF DAYS "
                "FROM 1 TO 9999"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FUNCTION NUMVAL(WS-RETAIN-DAYS-IN) < 1
            OR FUNCTION NUMVAL(WS-RETAIN-DAYS-IN) > 9999
            DISPLAY "GENPURGE-RETAIN MUST BE A NUMBER OF DAYS "
                "FROM 1 TO 9999"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-RETAIN-DAYS-IN) TO RETAIN-DAYS
    END-IF.
    COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(RUN-DATE) - RETAIN-DAYS).
    DISPLAY "Retention " RETAIN-DAYS " days - cutoff " CUTOFF-DATE.

    OPEN I-O OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS = '35'
        DISPLAY "NO OUTPUT CATALOG ON FILE - NOTHING TO PURGE"
        STOP RUN
    END-IF.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN OUTPUT CATALOG - STATUS "
            WS-CATALOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT DELETION-FILE.
    MOVE "GENERATIONS DELETED" TO DETAIL-LINE.
    PERFORM Write-Deletion-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "  RUN DATE PROGRAM  FILE TYPE    RECORDS RESULT    "
        "GENERATION"
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Deletion-Record.
    *> The catalog is keyed on run date first, so the purge stops
    *> at the first entry young enough to keep.
    MOVE LOW-VALUES TO CAT-KEY.
    START OUTPUT-CATALOG KEY NOT < CAT-KEY
        INVALID KEY MOVE 'Y' TO WS-CAT-EOF
    END-START.
    PERFORM UNTIL WS-CAT-EOF = 'Y'
        READ OUTPUT-CATALOG NEXT RECORD
            AT END MOVE 'Y' TO WS-CAT-EOF
            NOT AT END
                IF CAT-RUN-DATE NOT < CUTOFF-DATE
                    MOVE 'Y' TO WS-CAT-EOF
                ELSE
                    ADD 1 TO ENTRIES-EXAMINED
                    PERFORM Purge-Catalog-Entry
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OUTPUT-CATALOG.
    PERFORM Write-Deletion-Totals.
    CLOSE DELETION-FILE.
    DISPLAY "Catalog entries past cutoff: " ENTRIES-EXAMINED.
    DISPLAY "Generations deleted: " GENERATIONS-DELETED.
    DISPLAY "Generations already gone: " GENERATIONS-GONE.
    DISPLAY "Delete errors: " DELETE-ERRORS.
    *> The file routines leave their own result in RETURN-CODE.
    MOVE 0 TO RETURN-CODE.
    IF DELETE-ERRORS > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

    Purge-Catalog-Entry.
    IF CAT-PURGED
        ADD 1 TO ALREADY-PURGED
    ELSE
        PERFORM Delete-Generation
        IF WS-PURGE-RESULT NOT = 'FAILED'
            MOVE 'P' TO CAT-STATUS
            MOVE RUN-DATE TO CAT-PURGE-DATE
            REWRITE CATALOG-RECORD
                INVALID KEY
                    ADD 1 TO DELETE-ERRORS
                    DISPLAY "CANNOT MARK CATALOG ENTRY PURGED - STATUS "
                        WS-CATALOG-STATUS
            END-REWRITE
        END-IF
        PERFORM Write-Deletion-Detail
    END-IF.

    Delete-Generation.
    *> A generation someone has already removed by hand is noted
    *> and its entry closed off; only a file that is there and will
    *> not go is an error, and its entry stays current for next time.
    CALL 'CBL_CHECK_FILE_EXIST' USING CAT-GENERATION FILE-DETAILS
        RETURNING FILE-CALL-RESULT.
    IF FILE-CALL-RESULT NOT = 0
        MOVE 'GONE' TO WS-PURGE-RESULT
        ADD 1 TO GENERATIONS-GONE
    ELSE
        CALL 'CBL_DELETE_FILE' USING CAT-GENERATION
            RETURNING FILE-CALL-RESULT
        IF FILE-CALL-RESULT = 0
            MOVE 'DELETED' TO WS-PURGE-RESULT
            ADD 1 TO GENERATIONS-DELETED
            ADD CAT-RECORD-COUNT TO RECORDS-RELEASED
        ELSE
            MOVE 'FAILED' TO WS-PURGE-RESULT
            ADD 1 TO DELETE-ERRORS
        END-IF
    END-IF.

    Write-Deletion-Detail.
    MOVE SPACES TO DETAIL-LINE.
    STRING "  " CAT-RUN-DATE " " CAT-PROGRAM " " CAT-FILE-TYPE " "
        CAT-RECORD-COUNT " " WS-PURGE-RESULT " " CAT-GENERATION
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Deletion-Record.

    Write-Deletion-Totals.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Deletion-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "RETENTION " RETAIN-DAYS " DAYS  CUTOFF " CUTOFF-DATE
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Deletion-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "GENERATIONS DELETED " GENERATIONS-DELETED
        "  ALREADY GONE " GENERATIONS-GONE
        "  FAILED " DELETE-ERRORS
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Deletion-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "RECORDS RELEASED " RECORDS-RELEASED
        "  ENTRIES PURGED EARLIER " ALREADY-PURGED
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Deletion-Record.

    Write-Deletion-Record.
    IF LINE-ON-PAGE >= PAGE-SIZE
        PERFORM Write-Page-Header
    END-IF.
    MOVE DETAIL-LINE TO DELETION-LINE.
    WRITE DELETION-LINE.
    ADD 1 TO LINE-ON-PAGE.

    Write-Page-Header.
    ADD 1 TO PAGE-NO.
    MOVE SPACES TO DELETION-LINE.
    STRING "OUTPUT GENERATION PURGE  RUN DATE " RUN-DATE
        "  PAGE " PAGE-NO
        DELIMITED BY SIZE INTO DELETION-LINE.
    WRITE DELETION-LINE.
    MOVE ALL '-' TO DELETION-LINE.
    WRITE DELETION-LINE.
    MOVE 2 TO LINE-ON-PAGE.
