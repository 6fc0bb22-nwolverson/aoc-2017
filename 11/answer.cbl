        SELECT EXTRACT-FILE ASSIGN TO 'answer-extract.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
        SELECT NOGO-MASTER ASSIGN TO DYNAMIC NOGO-FILE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NOGO-KEY
        FILE STATUS IS WS-NOGO-STATUS.
        SELECT VIOLATION-FILE ASSIGN TO 'answer-violations.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD DIRECTIONSFILE.
    01 DIRECTIONS PIC X(36).

    FD REJECT-FILE.
    01 REJECT-RECORD.
        05 REJECT-LINE-NO PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 REJECT-TEXT PIC X(36).

    FD REPORT-FILE.
    01 REPORT-RECORD.
        05 CHECKPOINT-FLAGGED-PATHS PIC 9(5).
        05 FILLER PIC X(1) VALUE SPACE.
        05 CHECKPOINT-EXTRACT-ROWS PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 CHECKPOINT-START-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 CHECKPOINT-START-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 CHECKPOINT-START-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 CHECKPOINT-START-ERRORS PIC 9(5).

    *> No-go master kept by NOGOMNT; laid out identically in every
    *> program that reads it. Only cells active and inside their
    *> effective dates on the run date are forbidden.
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

    *> Keyed work file of the forbidden cells: one keyed read per
    *> walked step replaces the old in-storage scan, so the list
            10 NW-X PIC S9(5).
            10 NW-Y PIC S9(5).
            10 NW-Z PIC S9(5).
        05 NW-REASON PIC X(4).

    *> Keyed work file of distinct cells visited in the current
    *> path segment, with a visit count per cell; rebuilt empty at
        05 VIOLATION-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 VIOLATION-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 VIOLATION-REASON PIC X(4).

    FD COST-RATE-FILE.
    01 COST-RATE-RECORD.
        05 EXTRACT-COMMA-7 PIC X(1).
        05 EXTRACT-COST PIC 9(7).9(2).

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 LOC-NAME PIC X(15).
        05 LOC-X PIC S9(5).
        05 LOC-Y PIC S9(5).
        05 LOC-Z PIC S9(5).
        05 LOC-STATUS PIC X(1).
            88 LOC-ACTIVE VALUE 'A'.
            88 LOC-DEACTIVATED VALUE 'D'.

    WORKING-STORAGE SECTION.
    01 DIRECTIONSFILE-PATH PIC X(100).

    01 DIR.
        05 DIRECTION PIC X(2).
            88 VALID-DIRECTIONS VALUE 'n' 's' 'nw' 'ne' 'sw' 'se'.
        05 DIR-TRAILING PIC X(34).
    *> The start location name is optional; a header without one
    *> starts its path at the 0,0,0 origin as it always did.
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
        05 TRAILER-DIR-COUNT PIC 9(7).
        05 FILLER PIC X(1).
        05 TRAILER-PATH-COUNT PIC 9(5).
    01 DIR-RAW REDEFINES DIR PIC X(36).
    01 WS-EOF PIC A(1).
    01 WS-PATH-STARTED PIC X(1) VALUE 'N'.
    01 CURRENT-PATH-ID PIC X(15) VALUE SPACES.
    01 Y PIC S9(5) VALUE 0.
    01 Z PIC S9(5) VALUE 0.

    *> Cell the current path set out from: the depot named on its
    *> PATH header, or the origin. Distances are measured from here.
    01 START-X PIC S9(5) VALUE 0.
    01 START-Y PIC S9(5) VALUE 0.
    01 START-Z PIC S9(5) VALUE 0.

    01 DIST PIC 9(5) VALUE 0.
    01 MAX-DIST PIC 9(5) VALUE 0.

    *> against it so Safety gets an auditable record instead of a
    *> manual trace review.
    01 NOGO-COUNT PIC 9(7) VALUE 0.
    01 NOGO-SKIPPED-COUNT PIC 9(7) VALUE 0.
    01 WS-NOGO-WORK-STATUS PIC X(2).
    01 WS-NOGO-HIT PIC X(1) VALUE 'N'.
    01 VIOLATION-COUNT PIC 9(5) VALUE 0.
    01 CTL-TIME-NOW PIC 9(8) VALUE 0.
    01 EXTRACT-ROWS-OUT PIC 9(7) VALUE 0.

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

    01 WS-MASTER-STATUS PIC X(2).
    *> 'N' until the first start name needs it, 'Y' once open,
    *> 'U' when the open failed and names cannot be resolved.
    01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
    01 START-ERROR-COUNT PIC 9(5) VALUE 0.

    01 DIRECTION-COUNTS.
        05 COUNT-N PIC 9(7) VALUE 0.
        05 COUNT-S PIC 9(7) VALUE 0.
        MOVE WS-REJECT-TOLERANCE-IN TO REJECT-TOLERANCE
    END-IF.
    ACCEPT NOGO-FILE-PATH FROM ENVIRONMENT "ANSWER-NOGO".
    IF NOGO-FILE-PATH = SPACES
        MOVE 'nogo-master.dat' TO NOGO-FILE-PATH
    END-IF.
    PERFORM Load-Nogo-Table.
    ACCEPT COST-RATE-PATH FROM ENVIRONMENT "ANSWER-COST-RATES".
    IF COST-RATE-PATH NOT = SPACES
        PERFORM Load-Cost-Rates
        IF WS-VISIT-OPEN = 'Y'
            CLOSE VISIT-WORK
        END-IF.
        IF WS-MASTER-OPEN = 'Y'
            CLOSE LOCATION-MASTER
        END-IF.
        IF WS-TRACE-ON = 'Y'
            CLOSE TRACE-FILE
        END-IF.
            DISPLAY "Rejected records exceed tolerance of " REJECT-TOLERANCE
            MOVE 8 TO RETURN-CODE
        END-IF.
        IF START-ERROR-COUNT > 0
            DISPLAY "Paths with unresolved start location: "
                START-ERROR-COUNT
            MOVE 8 TO RETURN-CODE
        END-IF.
        IF WS-COST-ON = 'Y'
            MOVE TOTAL-COST TO DISPLAY-COST
            DISPLAY "Total cost: " DISPLAY-COST
        END-IF.
        DISPLAY "Paths over revisit threshold: " FLAGGED-PATH-COUNT.
        PERFORM Validate-Trailer.
    PERFORM Catalog-Outputs.
    PERFORM Post-Run-End.
    STOP RUN.

    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'ANSWER' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'answer-report.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'REJECTS' TO CATPOST-FILE-TYPE.
    MOVE 'reject-lines.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'EXTRACT' TO CATPOST-FILE-TYPE.
    MOVE 'answer-extract.csv' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'LOOPS' TO CATPOST-FILE-TYPE.
    MOVE 'answer-loops.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    IF WS-TRACE-ON = 'Y'
        MOVE 'TRACE' TO CATPOST-FILE-TYPE
        MOVE 'answer-trace.txt' TO CATPOST-SOURCE
        PERFORM Catalog-One-Output
    END-IF.
    IF WS-NOGO-ON = 'Y'
        MOVE 'VIOLATIONS' TO CATPOST-FILE-TYPE
        MOVE 'answer-violations.txt' TO CATPOST-SOURCE
        PERFORM Catalog-One-Output
    END-IF.

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

    Open-Loop-File.
    IF WS-RESTART-ON = 'Y'
        OPEN EXTEND LOOP-FILE
    MOVE 'Y' TO WS-COST-ON.

    Load-Nogo-Table.
    *> No master on file means nothing has ever been closed; the
    *> run goes ahead without the check rather than failing.
    OPEN INPUT NOGO-MASTER.
    EVALUATE WS-NOGO-STATUS
    WHEN '00'
        PERFORM Build-Nogo-Work
    WHEN '35'
        DISPLAY "No no-go master on file - no-go check off"
    WHEN OTHER
        DISPLAY "CANNOT OPEN NO-GO MASTER - STATUS " WS-NOGO-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    Build-Nogo-Work.
    OPEN OUTPUT NOGO-WORK.
    IF WS-NOGO-WORK-STATUS NOT = '00'
        DISPLAY "CANNOT BUILD NO-GO WORK FILE - STATUS "
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-NOGO-EOF = 'Y'
        READ NOGO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-NOGO-EOF
            NOT AT END
                IF NOGO-ACTIVE AND NOGO-EFFECTIVE-FROM <= RUN-DATE
                    AND NOGO-EFFECTIVE-TO >= RUN-DATE
                    MOVE NOGO-X TO NW-X
                    MOVE NOGO-Y TO NW-Y
                    MOVE NOGO-Z TO NW-Z
                    MOVE NOGO-REASON TO NW-REASON
                    WRITE NOGO-WORK-RECORD
                    ADD 1 TO NOGO-COUNT
                ELSE
                    ADD 1 TO NOGO-SKIPPED-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NOGO-MASTER.
    CLOSE NOGO-WORK.
    OPEN INPUT NOGO-WORK.
    MOVE 'Y' TO WS-NOGO-ON.
    DISPLAY "No-go cells loaded: " NOGO-COUNT.
    DISPLAY "No-go cells not in force: " NOGO-SKIPPED-COUNT.

    Open-Violation-File.
    IF WS-RESTART-ON = 'Y'
    MOVE X TO VIOLATION-X.
    MOVE Y TO VIOLATION-Y.
    MOVE Z TO VIOLATION-Z.
    MOVE NW-REASON TO VIOLATION-REASON.
    WRITE VIOLATION-RECORD.

    Open-Reject-File.
                        TO FLAGGED-PATH-COUNT
                    MOVE CHECKPOINT-EXTRACT-ROWS
                        TO EXTRACT-ROWS-OUT
                    MOVE CHECKPOINT-START-X TO START-X
                    MOVE CHECKPOINT-START-Y TO START-Y
                    MOVE CHECKPOINT-START-Z TO START-Z
                    MOVE CHECKPOINT-START-ERRORS
                        TO START-ERROR-COUNT
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    MOVE REVISIT-COUNT TO CHECKPOINT-REVISITS.
    MOVE FLAGGED-PATH-COUNT TO CHECKPOINT-FLAGGED-PATHS.
    MOVE EXTRACT-ROWS-OUT TO CHECKPOINT-EXTRACT-ROWS.
    MOVE START-X TO CHECKPOINT-START-X.
    MOVE START-Y TO CHECKPOINT-START-Y.
    MOVE START-Z TO CHECKPOINT-START-Z.
    MOVE START-ERROR-COUNT TO CHECKPOINT-START-ERRORS.
    WRITE CHECKPOINT-RECORD.

    Start-New-Path.
    MOVE HEADER-PATH-ID TO CURRENT-PATH-ID.
    MOVE 'Y' TO WS-PATH-STARTED.
    MOVE 'N' TO WS-SEGMENT-DIRTY.
    PERFORM Resolve-Start-Location.
    MOVE START-X TO X.
    MOVE START-Y TO Y.
    MOVE START-Z TO Z.
    MOVE 0 TO DIST.
    MOVE 0 TO MAX-DIST.
    MOVE 0 TO PATH-COST.
    MOVE 0 TO REVISIT-COUNT.
    PERFORM Seed-Visit-Table.

    Resolve-Start-Location.
    MOVE 0 TO START-X.
    MOVE 0 TO START-Y.
    MOVE 0 TO START-Z.
    IF HEADER-START-NAME NOT = SPACES
        IF WS-MASTER-OPEN = 'N'
            OPEN INPUT LOCATION-MASTER
            IF WS-MASTER-STATUS = '00'
                MOVE 'Y' TO WS-MASTER-OPEN
            ELSE
                MOVE 'U' TO WS-MASTER-OPEN
                DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
                    WS-MASTER-STATUS
            END-IF
        END-IF
        *> A start that cannot be resolved is walked from the origin
        *> so the path is still reported, but the run is flagged: its
        *> distances are not the courier's real journey.
        IF WS-MASTER-OPEN NOT = 'Y'
            DISPLAY "CANNOT RESOLVE START " HEADER-START-NAME
                " FOR PATH " HEADER-PATH-ID " - WALKED FROM ORIGIN"
            ADD 1 TO START-ERROR-COUNT
        ELSE
            MOVE HEADER-START-NAME TO LOC-NAME
            READ LOCATION-MASTER
                INVALID KEY
                    DISPLAY "UNKNOWN START " HEADER-START-NAME
                        " FOR PATH " HEADER-PATH-ID
                        " - WALKED FROM ORIGIN"
                    ADD 1 TO START-ERROR-COUNT
                NOT INVALID KEY
                    IF LOC-ACTIVE
                        MOVE LOC-X TO START-X
                        MOVE LOC-Y TO START-Y
                        MOVE LOC-Z TO START-Z
                    ELSE
                        DISPLAY "START LOCATION DEACTIVATED: "
                            HEADER-START-NAME " FOR PATH "
                            HEADER-PATH-ID " - WALKED FROM ORIGIN"
                        ADD 1 TO START-ERROR-COUNT
                    END-IF
            END-READ
        END-IF
    END-IF.

    Print-Path-Results.
    IF CURRENT-PATH-ID NOT = SPACES
        DISPLAY "Path: " CURRENT-PATH-ID
    Calculate-Path.
    *> Axial to cube coordinates
    COMPUTE Y = - X - Z.
    *> Hex distance from where the path set out, not from the origin.
    COMPUTE DIST = (FUNCTION ABS(X - START-X) + FUNCTION ABS(Y - START-Y)
        + FUNCTION ABS(Z - START-Z)) / 2.
