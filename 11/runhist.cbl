        05 EXTRACT-COMMA-7 PIC X(1).
        05 EXTRACT-COST PIC 9(7).9(2).

    *> Run-history master; laid out identically in HISTARCH,
    *> PATHCORR and HISTCONV. A run reposted by PATHCORR from corrected
    *> directions is marked 'C' with the date and reason of the
    *> correction, so it is never taken for an original reading.
    FD HISTORY-MASTER.
    01 HISTORY-RECORD.
        05 HIST-KEY.
        05 HIST-Z PIC S9(5).
        05 HIST-DIST PIC 9(5).
        05 HIST-MAX-DIST PIC 9(5).
        05 HIST-COST PIC 9(7)V99.
        05 HIST-CORRECTION PIC X(1).
            88 HIST-CORRECTED VALUE 'C'.
        05 HIST-CORRECTION-DATE PIC 9(8).
        05 HIST-CORRECTION-REASON PIC X(4).

    FD TREND-FILE.
    01 TREND-RECORD.
        05 TREND-MAX-DELTA PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 TREND-FLAG PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 TREND-LATEST-CORRECTED PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 TREND-PREV-CORRECTED PIC X(1).

    *> Shared run-control master every nightly program posts a
    *> start and end record to, so the chain can prove itself
    01 ROWS-READ PIC 9(5) VALUE 0.
    01 ROWS-POSTED PIC 9(5) VALUE 0.
    01 ROWS-REPLACED PIC 9(5) VALUE 0.
    01 ROWS-KEPT-CORRECTED PIC 9(5) VALUE 0.
    01 POST-ERRORS PIC 9(5) VALUE 0.
    01 PATHS-REPORTED PIC 9(5) VALUE 0.
    01 PATHS-FLAGGED PIC 9(5) VALUE 0.
    01 PATHS-CORRECTED PIC 9(5) VALUE 0.

    01 TREND-THRESHOLD PIC 9(5) VALUE 10.
    01 WS-THRESHOLD-IN PIC X(5).
    01 PREV-RUN-DATE PIC 9(8) VALUE 0.
    01 PREV-DIST PIC 9(5) VALUE 0.
    01 PREV-MAX-DIST PIC 9(5) VALUE 0.
    01 LATEST-CORRECTED PIC X(1) VALUE SPACE.
    01 PREV-CORRECTED PIC X(1) VALUE SPACE.
    01 DIST-DELTA PIC S9(5) VALUE 0.
    01 MAX-DELTA PIC S9(5) VALUE 0.

    01 WS-RUNCTL-ON PIC X(1) VALUE 'N'.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 CTL-TIME-NOW PIC 9(8) VALUE 0.

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
    01 RUNS-POSTED-TOTAL PIC 9(7) VALUE 0.

    *> The night's row as extracted, held while a same-day posting
    *> already on the master is read to see whether it was corrected.
    01 HISTORY-HOLD PIC X(70).

    PROCEDURE DIVISION.
    ACCEPT EXTRACT-FILE-PATH FROM ENVIRONMENT "RUNHIST-EXTRACT".
    IF EXTRACT-FILE-PATH = SPACES
        DISPLAY "Extract rows read: " ROWS-READ.
        DISPLAY "Runs posted: " ROWS-POSTED.
        DISPLAY "Runs replaced: " ROWS-REPLACED.
        DISPLAY "Corrected runs kept: " ROWS-KEPT-CORRECTED.
        DISPLAY "Paths reported: " PATHS-REPORTED.
        DISPLAY "Paths flagged: " PATHS-FLAGGED.
        DISPLAY "Paths with corrected runs: " PATHS-CORRECTED.
        IF ROWS-READ = 0
            DISPLAY "NO EXTRACT DATA FOUND"
            MOVE 16 TO RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF.
    PERFORM Catalog-Outputs.
    PERFORM Post-Run-End.
    STOP RUN.

        MOVE PATHS-REPORTED TO CTL-PATHS
        MOVE POST-ERRORS TO CTL-REJECTS
        *> New postings and same-day replacements both landed a
        *> run on the master; a row held back because the run was
        *> corrected is accounted for the same way.
        COMPUTE RUNS-POSTED-TOTAL = ROWS-POSTED + ROWS-REPLACED
            + ROWS-KEPT-CORRECTED
        MOVE RUNS-POSTED-TOTAL TO CTL-RECORDS-OUT
        MOVE RETURN-CODE TO CTL-RETURN-CODE
        PERFORM Post-Control-Record
    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'RUNHIST' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'TREND' TO CATPOST-FILE-TYPE.
    MOVE 'run-trend-report.txt' TO CATPOST-SOURCE.
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

    Open-History-Master.
    *> The first posting run against a new master has to create it;
    *> OPEN I-O on an INDEXED file that does not yet exist fails.
    MOVE EXTRACT-Z TO HIST-Z.
    MOVE EXTRACT-DIST TO HIST-DIST.
    MOVE EXTRACT-MAX-DIST TO HIST-MAX-DIST.
    MOVE EXTRACT-COST TO HIST-COST.
    MOVE SPACE TO HIST-CORRECTION.
    MOVE 0 TO HIST-CORRECTION-DATE.
    MOVE SPACES TO HIST-CORRECTION-REASON.
    WRITE HISTORY-RECORD
        INVALID KEY
            PERFORM Replace-History
        NOT INVALID KEY
            ADD 1 TO ROWS-POSTED
    END-WRITE.

    Replace-History.
    *> Same path and run date already on file: a rerun of the same
    *> day's job replaces the earlier posting, unless PATHCORR has
    *> since corrected that run - the correction stands.
    MOVE HISTORY-RECORD TO HISTORY-HOLD.
    READ HISTORY-MASTER
        INVALID KEY
            MOVE SPACE TO HIST-CORRECTION
    END-READ.
    IF HIST-CORRECTED
        ADD 1 TO ROWS-KEPT-CORRECTED
        DISPLAY "RUN " HIST-PATH-ID " " HIST-RUN-DATE
            " WAS CORRECTED " HIST-CORRECTION-DATE
            " - CORRECTION KEPT"
    ELSE
        MOVE HISTORY-HOLD TO HISTORY-RECORD
        REWRITE HISTORY-RECORD
            INVALID KEY
                ADD 1 TO POST-ERRORS
                DISPLAY "CANNOT POST " HIST-PATH-ID " "
                    HIST-RUN-DATE " - STATUS " WS-MASTER-STATUS
            NOT INVALID KEY
                ADD 1 TO ROWS-REPLACED
        END-REWRITE
    END-IF.

    Print-Trend-Report.
    OPEN OUTPUT TREND-FILE.
    MOVE LOW-VALUES TO HIST-KEY.
        MOVE 0 TO LATEST-RUN-DATE
        MOVE 0 TO LATEST-DIST
        MOVE 0 TO LATEST-MAX-DIST
        MOVE SPACE TO PREV-CORRECTED
        MOVE SPACE TO LATEST-CORRECTED
    END-IF.
    ADD 1 TO GROUP-RUN-COUNT.
    MOVE LATEST-RUN-DATE TO PREV-RUN-DATE.
    MOVE LATEST-DIST TO PREV-DIST.
    MOVE LATEST-MAX-DIST TO PREV-MAX-DIST.
    MOVE LATEST-CORRECTED TO PREV-CORRECTED.
    MOVE HIST-RUN-DATE TO LATEST-RUN-DATE.
    MOVE HIST-DIST TO LATEST-DIST.
    MOVE HIST-MAX-DIST TO LATEST-MAX-DIST.
    MOVE HIST-CORRECTION TO LATEST-CORRECTED.

    Write-Trend-Line.
    ADD 1 TO PATHS-REPORTED.
    MOVE GROUP-PATH-ID TO TREND-PATH-ID.
    MOVE LATEST-RUN-DATE TO TREND-LATEST-DATE.
    MOVE LATEST-DIST TO TREND-LATEST-DIST.
    *> Either side of the comparison may be a corrected figure;
    *> each is marked 'C' in its own column.
    MOVE LATEST-CORRECTED TO TREND-LATEST-CORRECTED.
    IF LATEST-CORRECTED = 'C'
        ADD 1 TO PATHS-CORRECTED
    END-IF.
    IF GROUP-RUN-COUNT > 1
        MOVE PREV-CORRECTED TO TREND-PREV-CORRECTED
        IF PREV-CORRECTED = 'C' AND LATEST-CORRECTED NOT = 'C'
            ADD 1 TO PATHS-CORRECTED
        END-IF
        MOVE PREV-RUN-DATE TO TREND-PREV-DATE
        MOVE PREV-DIST TO TREND-PREV-DIST
        COMPUTE DIST-DELTA = LATEST-DIST - PREV-DIST
