        05 NAME-TARGET-TAG PIC X(6).
        05 FILLER PIC X(1).
        05 NAME-TARGET-NAME PIC X(15).
    *> Options on an ITIN record; only the return to the depot
    *> changes where the round is expected to end.
    01 ITIN-OPTION-RECORD.
        05 FILLER PIC X(6).
        05 FILLER PIC X(1).
        05 FILLER PIC X(15).
        05 FILLER PIC X(1).
        05 ITIN-REORDER-FLAG PIC X(1).
        05 FILLER PIC X(1).
        05 ITIN-RETURN-FLAG PIC X(1).
            88 ITIN-RETURN-WANTED VALUE 'Y'.
    *> Delivery window on a STOP or STOPN record; it does not change
    *> where the round ends, so it is carried but not checked here.
    01 STOP-WINDOW-RECORD.
        05 FILLER PIC X(44).
        05 STOP-EARLIEST PIC X(4).
        05 FILLER PIC X(1).
        05 STOP-LATEST PIC X(4).

    FD ROUTE-FILE.
    01 ROUTE-LINE PIC X(36).

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 TW-Y PIC S9(5).
        05 TW-Z PIC S9(5).
        05 TW-VERIFIED PIC X(1).
        05 TW-START-NAME PIC X(15).

    *> Shared run-control master every nightly program posts a
    *> start and end record to, so the chain can prove itself
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
    01 LOAD-X PIC S9(5) VALUE 0.
    01 LOAD-Y PIC S9(5) VALUE 0.
    01 LOAD-Z PIC S9(5) VALUE 0.
    *> Depot named by the latest DEPOT record on the target file;
    *> every target after it is planned from there, so its route
    *> must carry the same start on its PATH header.
    01 LOAD-DEPOT-NAME PIC X(15) VALUE SPACES.

    01 CURRENT-PATH-ID PIC X(15) VALUE SPACES.
    01 EXPECTED-X PIC S9(5) VALUE 0.
    01 EXPECTED-Y PIC S9(5) VALUE 0.
    01 EXPECTED-Z PIC S9(5) VALUE 0.
    01 EXPECTED-START-NAME PIC X(15) VALUE SPACES.
    01 SEGMENT-START-NAME PIC X(15) VALUE SPACES.
    *> Set when the segment's start cannot be resolved or is not
    *> the depot its target was planned from.
    01 WS-START-BAD PIC X(1) VALUE 'N'.

    *> An itinerary target is a courier round PLANNER writes as one
    *> PATH segment; the round's last stop is the endpoint this
    *> program has to confirm, so only that stop goes in the table.
    *> A round that returns to the depot ends at the depot instead,
    *> whatever order PLANNER chose for the stops in between.
    01 WS-ITIN-OPEN PIC X(1) VALUE 'N'.
    01 WS-ITIN-RETURN PIC X(1) VALUE 'N'.
    01 WS-ITIN-FAILED PIC X(1) VALUE 'N'.
    01 ITIN-ID PIC X(15) VALUE SPACES.
    01 ITIN-STOP-COUNT PIC 9(3) VALUE 0.
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
    01 ROUTE-LINES-READ PIC 9(7) VALUE 0.

    PROCEDURE DIVISION.
        IF WS-ITIN-OPEN = 'Y'
            PERFORM Abandon-Itinerary-Target
        END-IF.
        *> Closed between the target load and the replay; the flag
        *> goes back to 'N' so a start or depot lookup during the
        *> replay opens it again rather than reading a closed file.
        IF WS-MASTER-OPEN = 'Y'
            CLOSE LOCATION-MASTER
            MOVE 'N' TO WS-MASTER-OPEN
        END-IF.
    IF TARGET-COUNT = 0
        DISPLAY "NO TARGET RECORD FOUND"
            MOVE 8 TO RETURN-CODE
        END-IF.
        PERFORM Validate-Trailer.
    IF WS-MASTER-OPEN = 'Y'
        CLOSE LOCATION-MASTER
    END-IF.
    PERFORM Catalog-Outputs.
    PERFORM Post-Run-End.
    STOP RUN.

    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'VERIFY' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'DISCREP' TO CATPOST-FILE-TYPE.
    MOVE 'verify-discrepancy.txt' TO CATPOST-SOURCE.
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

    Process-Trailer.
    ADD 1 TO TRAILER-COUNT.
    MOVE TRAILER-DIR-COUNT TO TRAILER-EXPECTED-DIRS.
            PERFORM Abandon-Itinerary-Target
        END-IF
        PERFORM Load-Named-Target
    WHEN 'DEPOT'
        PERFORM Take-Depot-Target
    WHEN OTHER
        IF WS-ITIN-OPEN = 'Y'
            PERFORM Abandon-Itinerary-Target
    MOVE LOAD-Y TO TW-Y.
    MOVE LOAD-Z TO TW-Z.
    MOVE 'N' TO TW-VERIFIED.
    MOVE LOAD-DEPOT-NAME TO TW-START-NAME.
    WRITE TARGET-WORK-RECORD
        INVALID KEY
            DISPLAY "DUPLICATE TARGET " LOAD-ID " - NOT LOADED"
            END-IF
    END-WRITE.

    Take-Depot-Target.
    *> PLANNER ignores a depot change inside an open round, so the
    *> round is still expected from the depot it opened under.
    IF WS-ITIN-OPEN = 'Y'
        DISPLAY "DEPOT RECORD INSIDE ITINERARY " ITIN-ID " - IGNORED"
        ADD 1 TO DISCREPANCY-COUNT
    ELSE
        MOVE NAME-TARGET-NAME TO LOAD-DEPOT-NAME
    END-IF.

    Open-Itinerary-Target.
    IF WS-ITIN-OPEN = 'Y'
        PERFORM Abandon-Itinerary-Target
    MOVE 'N' TO WS-ITIN-FAILED.
    MOVE NAME-TARGET-NAME TO ITIN-ID.
    MOVE 0 TO ITIN-STOP-COUNT.
    IF ITIN-RETURN-WANTED
        MOVE 'Y' TO WS-ITIN-RETURN
    ELSE
        MOVE 'N' TO WS-ITIN-RETURN
    END-IF.

    Abandon-Itinerary-Target.
    DISPLAY "ITINERARY " ITIN-ID " HAS NO ITEND - NOT LOADED".
            ADD 1 TO DISCREPANCY-COUNT
            MOVE 'Y' TO WS-ITIN-FAILED
        END-IF
        IF WS-ITIN-FAILED = 'N' AND WS-ITIN-RETURN = 'Y'
            PERFORM Resolve-Return-Depot
        END-IF
        IF WS-ITIN-FAILED = 'N'
            MOVE ITIN-ID TO LOAD-ID
            MOVE ITIN-END-X TO LOAD-X
        END-IF
    END-IF.

    Resolve-Return-Depot.
    *> No depot on file means rounds start and end at the origin.
    IF LOAD-DEPOT-NAME = SPACES
        MOVE 0 TO ITIN-END-X
        MOVE 0 TO ITIN-END-Y
        MOVE 0 TO ITIN-END-Z
    ELSE
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
        IF WS-MASTER-OPEN NOT = 'Y'
            DISPLAY "CANNOT RESOLVE DEPOT " LOAD-DEPOT-NAME
            ADD 1 TO DISCREPANCY-COUNT
            MOVE 'Y' TO WS-ITIN-FAILED
        ELSE
            MOVE LOAD-DEPOT-NAME TO LOC-NAME
            READ LOCATION-MASTER
                INVALID KEY
                    DISPLAY "UNKNOWN DEPOT " LOAD-DEPOT-NAME
                    ADD 1 TO DISCREPANCY-COUNT
                    MOVE 'Y' TO WS-ITIN-FAILED
                NOT INVALID KEY
                    IF LOC-ACTIVE
                        MOVE LOC-X TO ITIN-END-X
                        MOVE LOC-Y TO ITIN-END-Y
                        MOVE LOC-Z TO ITIN-END-Z
                    ELSE
                        DISPLAY "DEPOT DEACTIVATED: " LOAD-DEPOT-NAME
                        ADD 1 TO DISCREPANCY-COUNT
                        MOVE 'Y' TO WS-ITIN-FAILED
                    END-IF
            END-READ
        END-IF
    END-IF.

    Load-Named-Target.
    IF WS-MASTER-OPEN = 'N'
        OPEN INPUT LOCATION-MASTER
    MOVE 0 TO STEP-COUNT.
    MOVE 0 TO REJECT-COUNT.
    MOVE 0 TO DIVERGE-STEP.
    MOVE 'N' TO WS-START-BAD.
    MOVE HEADER-START-NAME TO SEGMENT-START-NAME.
    IF SEGMENT-START-NAME NOT = SPACES
        PERFORM Resolve-Start-Location
    END-IF.
    PERFORM Find-Target.
    IF WS-TARGET-KNOWN = 'Y'
        PERFORM Check-Start-Depot
        PERFORM Calculate-Target-Dist
        MOVE TARGET-DIST TO PREV-TARGET-DIST
    END-IF.

    Resolve-Start-Location.
    *> Replay starts where the courier does; a start that cannot be
    *> resolved is replayed from the origin and the route failed.
    IF WS-MASTER-OPEN = 'N'
        OPEN INPUT LOCATION-MASTER
        IF WS-MASTER-STATUS = '00'
            MOVE 'Y' TO WS-MASTER-OPEN
        ELSE
            MOVE 'U' TO WS-MASTER-OPEN
            DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
                WS-MASTER-STATUS
        END-IF
    END-IF.
    IF WS-MASTER-OPEN NOT = 'Y'
        DISPLAY "CANNOT RESOLVE START " SEGMENT-START-NAME
            " FOR PATH " CURRENT-PATH-ID
        MOVE 'Y' TO WS-START-BAD
    ELSE
        MOVE SEGMENT-START-NAME TO LOC-NAME
        READ LOCATION-MASTER
            INVALID KEY
                DISPLAY "UNKNOWN START " SEGMENT-START-NAME
                    " FOR PATH " CURRENT-PATH-ID
                MOVE 'Y' TO WS-START-BAD
            NOT INVALID KEY
                IF LOC-ACTIVE
                    MOVE LOC-X TO X
                    MOVE LOC-Y TO Y
                    MOVE LOC-Z TO Z
                ELSE
                    DISPLAY "START LOCATION DEACTIVATED: "
                        SEGMENT-START-NAME " FOR PATH " CURRENT-PATH-ID
                    MOVE 'Y' TO WS-START-BAD
                END-IF
        END-READ
    END-IF.

    Check-Start-Depot.
    IF SEGMENT-START-NAME NOT = EXPECTED-START-NAME
        DISPLAY "ROUTE " CURRENT-PATH-ID " STARTS FROM '"
            SEGMENT-START-NAME "' BUT WAS PLANNED FROM '"
            EXPECTED-START-NAME "'"
        MOVE 'Y' TO WS-START-BAD
    END-IF.

    Find-Target.
    MOVE 'N' TO WS-TARGET-KNOWN.
    MOVE CURRENT-PATH-ID TO TW-ID.
            MOVE TW-X TO EXPECTED-X
            MOVE TW-Y TO EXPECTED-Y
            MOVE TW-Z TO EXPECTED-Z
            MOVE TW-START-NAME TO EXPECTED-START-NAME
            MOVE 'Y' TO TW-VERIFIED
            REWRITE TARGET-WORK-RECORD
    END-READ.
    IF WS-SEGMENT-OPEN = 'N'
        MOVE 'Y' TO WS-SEGMENT-OPEN
        MOVE FIRST-TARGET-ID TO CURRENT-PATH-ID
        MOVE SPACES TO SEGMENT-START-NAME
        PERFORM Find-Target
        IF WS-TARGET-KNOWN = 'Y'
            PERFORM Check-Start-Depot
        END-IF
        PERFORM Calculate-Target-Dist
        MOVE TARGET-DIST TO PREV-TARGET-DIST
    END-IF.

    Calculate-Target-Dist.
    *> Hex distance between the replayed position and the target,
    *> the same cube-coordinate arithmetic ANSWER uses from the start.
    COMPUTE TARGET-DIST = (FUNCTION ABS(X - EXPECTED-X)
        + FUNCTION ABS(Y - EXPECTED-Y)
        + FUNCTION ABS(Z - EXPECTED-Z)) / 2.
        PERFORM Write-Discrepancy
    ELSE
        IF X = EXPECTED-X AND Y = EXPECTED-Y AND Z = EXPECTED-Z
            AND REJECT-COUNT = 0 AND WS-START-BAD = 'N'
            ADD 1 TO VERIFIED-COUNT
            DISPLAY "ROUTE VERIFIED: " CURRENT-PATH-ID " "
                STEP-COUNT " STEPS TO TARGET"
