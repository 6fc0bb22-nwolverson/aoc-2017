        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT NOGO-MASTER ASSIGN TO DYNAMIC NOGO-FILE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NOGO-KEY
        FILE STATUS IS WS-NOGO-STATUS.
        SELECT LEGS-FILE ASSIGN TO 'planner-legs.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        05 TARGET-Z PIC S9(5) SIGN LEADING SEPARATE.
    *> A target may instead be a named location resolved from the
    *> location master; the tag byte distinguishes the two layouts.
    *> A DEPOT record uses the same layout to name the location the
    *> targets after it are planned from.
    01 NAME-TARGET-RECORD.
        05 NAME-TARGET-TAG PIC X(6).
        05 FILLER PIC X(1).
        05 NAME-TARGET-NAME PIC X(15).
    *> An ITIN record may ask for its stops to be visited in the
    *> shortest order found rather than as keyed, and for a last
    *> leg back to the depot the round started from.
    01 ITIN-OPTION-RECORD.
        05 FILLER PIC X(6).
        05 FILLER PIC X(1).
        05 FILLER PIC X(15).
        05 FILLER PIC X(1).
        05 ITIN-REORDER-FLAG PIC X(1).
            88 ITIN-REORDER-WANTED VALUE 'Y'.
        05 FILLER PIC X(1).
        05 ITIN-RETURN-FLAG PIC X(1).
            88 ITIN-RETURN-WANTED VALUE 'Y'.
    *> STOP and STOPN records may carry a delivery window in 24-hour
    *> HHMM form; either end may be left blank. PLANNER only checks
    *> and passes the window on, DISPATCH times the round against it.
    01 STOP-WINDOW-RECORD.
        05 FILLER PIC X(44).
        05 STOP-EARLIEST PIC X(4).
        05 STOP-EARLIEST-TIME REDEFINES STOP-EARLIEST.
            10 STOP-EARLIEST-HH PIC 9(2).
            10 STOP-EARLIEST-MM PIC 9(2).
        05 FILLER PIC X(1).
        05 STOP-LATEST PIC X(4).
        05 STOP-LATEST-TIME REDEFINES STOP-LATEST.
            10 STOP-LATEST-HH PIC 9(2).
            10 STOP-LATEST-MM PIC 9(2).

    FD DIRECTIONS-OUT-FILE.
    01 DIRECTION-OUT-RECORD PIC X(36).

    FD LEGS-FILE.
    01 LEG-RECORD.
        05 LEG-TO-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1) VALUE SPACE.
        05 LEG-STEPS PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LEG-SEQUENCE PIC X(1).
            88 LEG-ORIGINAL VALUE 'O'.
            88 LEG-CHOSEN VALUE 'C'.
        05 FILLER PIC X(1) VALUE SPACE.
        05 LEG-STOP-NO PIC 9(3).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LEG-EARLIEST PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LEG-LATEST PIC X(4).
    *> Total line closing each sequence of a round, steps in the
    *> same column as the leg lines and the number of legs behind.
    01 LEG-TOTAL-RECORD.
        05 LEG-TOTAL-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 LEG-TOTAL-TAG PIC X(3).
        05 FILLER PIC X(43).
        05 LEG-TOTAL-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 LEG-TOTAL-SEQUENCE PIC X(1).
        05 FILLER PIC X(1).
        05 LEG-TOTAL-LEGS PIC 9(3).

    *> Shared run-control master every nightly program posts a
    *> start and end record to, so the chain can prove itself
        05 CTL-RECORDS-OUT PIC 9(7).
        05 CTL-RETURN-CODE PIC 9(2).

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

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
    01 PLAN-X PIC S9(5) VALUE 0.
    01 PLAN-Z PIC S9(5) VALUE 0.

    *> Depot every route is planned from until the next DEPOT record;
    *> no name means the 0,0,0 origin. A depot that cannot be
    *> resolved stops planning until a good one is named, rather
    *> than send couriers out from the wrong place.
    01 DEPOT-NAME PIC X(15) VALUE SPACES.
    01 DEPOT-X PIC S9(5) VALUE 0.
    01 DEPOT-Z PIC S9(5) VALUE 0.
    01 WS-DEPOT-OK PIC X(1) VALUE 'Y'.

    *> Header written ahead of each route, laid out exactly as the
    *> HEADER-FIELDS record ANSWER parses in Start-New-Path.
    01 OUT-HEADER.
        05 OUT-HEADER-TAG PIC X(4) VALUE 'PATH'.
        05 FILLER PIC X(1) VALUE SPACE.
        05 OUT-HEADER-PATH-ID PIC X(15).
        05 FILLER PIC X(1) VALUE SPACE.
        05 OUT-HEADER-START-NAME PIC X(15).

    *> Control trailer written after the last route so the receiving
    *> job can prove the transfer arrived whole.
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

    *> An itinerary is a courier round: an ordered list of stops,
    *> each leg planned from where the previous leg left off, the
    *> whole round written as one PATH segment once every leg has
    01 WS-ITIN-FAILED PIC X(1) VALUE 'N'.
    01 ITIN-ID PIC X(15) VALUE SPACES.
    01 STOP-COUNT PIC 9(3) VALUE 0.
    *> Room for the keyed stops plus the return leg to the depot;
    *> ST-KEYED-NO is the stop's place as keyed, zero for the depot.
    01 STOP-TABLE.
        05 STOP-ENTRY OCCURS 51 TIMES.
            10 ST-X PIC S9(5).
            10 ST-Z PIC S9(5).
            10 ST-STEPS PIC 9(7).
            10 ST-KEYED-NO PIC 9(3).
            10 ST-EARLIEST PIC X(4).
            10 ST-LATEST PIC X(4).
    01 ST-IDX PIC 9(3) COMP VALUE 0.
    01 WS-ITIN-REORDER PIC X(1) VALUE 'N'.
    01 WS-WINDOW-OK PIC X(1) VALUE 'Y'.
    01 WS-ITIN-RETURN PIC X(1) VALUE 'N'.
    01 WS-ORDER-CHANGED PIC X(1) VALUE 'N'.

    *> Stop-order choice for a round. Node 1 is the depot, node n+1
    *> the n-th stop as keyed; DM-STEPS holds the fewest steps
    *> between every pair, around the no-go cells when those are on.
    *> A nearest-next tour is built and then untangled by reversing
    *> any stretch that shortens it, until no reversal helps. Unless
    *> the round returns to the depot its last keyed stop stays last,
    *> so the route still ends where VERIFY expects it to.
    01 NODE-COUNT PIC 9(3) COMP VALUE 0.
    01 NODE-TABLE.
        05 NODE-ENTRY OCCURS 51 TIMES.
            10 ND-X PIC S9(5).
            10 ND-Z PIC S9(5).
            10 ND-USED PIC X(1).
            10 ND-EARLIEST PIC X(4).
            10 ND-LATEST PIC X(4).
    01 DISTANCE-MATRIX.
        05 DM-ROW OCCURS 51 TIMES.
            10 DM-STEPS OCCURS 51 TIMES PIC 9(7) COMP.
    01 DM-FROM PIC 9(3) COMP VALUE 0.
    01 DM-TO PIC 9(3) COMP VALUE 0.
    01 UNREACHABLE-STEPS PIC 9(7) VALUE 9999999.
    01 BACK-STEPS PIC 9(7) COMP VALUE 0.

    01 SEQ-LENGTH PIC 9(3) COMP VALUE 0.
    01 TOUR-SEQUENCE.
        05 TOUR-NODE OCCURS 52 TIMES PIC 9(3) COMP.
    01 ORIGINAL-LENGTH PIC 9(3) COMP VALUE 0.
    01 ORIGINAL-SEQUENCE.
        05 ORIG-NODE OCCURS 52 TIMES PIC 9(3) COMP.
    01 ORIGINAL-LEG-STEPS.
        05 OL-STEPS OCCURS 51 TIMES PIC 9(7).
    01 TOUR-STEPS PIC 9(9) VALUE 0.
    01 ORIGINAL-STEPS PIC 9(9) VALUE 0.
    01 CHOSEN-STEPS PIC 9(9) VALUE 0.
    01 SQ-IDX PIC 9(3) COMP VALUE 0.
    01 SQ-I PIC 9(3) COMP VALUE 0.
    01 SQ-K PIC 9(3) COMP VALUE 0.
    01 SQ-K-FROM PIC 9(3) COMP VALUE 0.
    01 SQ-LO PIC 9(3) COMP VALUE 0.
    01 SQ-HI PIC 9(3) COMP VALUE 0.
    01 SQ-HOLD PIC 9(3) COMP VALUE 0.
    01 NODE-A PIC 9(3) COMP VALUE 0.
    01 NODE-B PIC 9(3) COMP VALUE 0.
    01 NODE-C PIC 9(3) COMP VALUE 0.
    01 NODE-D PIC 9(3) COMP VALUE 0.
    01 SWAP-DELTA PIC S9(9) VALUE 0.
    01 WS-IMPROVED PIC X(1) VALUE 'N'.
    01 IMPROVE-PASSES PIC 9(3) COMP VALUE 0.
    01 FREE-COUNT PIC 9(3) COMP VALUE 0.
    01 END-NODE PIC 9(3) COMP VALUE 0.
    01 NN-BEST PIC 9(3) COMP VALUE 0.
    01 NN-BEST-STEPS PIC 9(7) COMP VALUE 0.
    01 STOP-HOLD-TABLE.
        05 SH-ENTRY OCCURS 51 TIMES.
            10 SH-X PIC S9(5).
            10 SH-Z PIC S9(5).
            10 SH-KEYED-NO PIC 9(3).
            10 SH-EARLIEST PIC X(4).
            10 SH-LATEST PIC X(4).

    *> Moves for the round under construction, held back until the
    *> last leg proves plannable.
    01 WS-NOGO-ON PIC X(1) VALUE 'N'.
    01 WS-NOGO-EOF PIC X(1) VALUE 'N'.
    01 NOGO-CELL-COUNT PIC 9(7) VALUE 0.
    01 NOGO-SKIPPED-COUNT PIC 9(7) VALUE 0.
    01 WS-NOGO-IN-FORCE PIC X(1) VALUE 'N'.

    *> Extremes of the forbidden cells, cached once so each route
    *> only needs a single pass of the no-go file to mark its grid.
    IF DIRECTIONS-OUT-PATH = SPACES
        MOVE 'planned-route.txt' TO DIRECTIONS-OUT-PATH
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT NOGO-FILE-PATH FROM ENVIRONMENT "PLANNER-NOGO".
    IF NOGO-FILE-PATH = SPACES
        MOVE 'nogo-master.dat' TO NOGO-FILE-PATH
    END-IF.
    PERFORM Init-Nogo.
    PERFORM Post-Run-Start.

    OPEN INPUT TARGET-FILE.
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF.
    PERFORM Catalog-Outputs.
    PERFORM Post-Run-End.
    STOP RUN.

    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'PLANNER' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'ROUTE' TO CATPOST-FILE-TYPE.
    MOVE DIRECTIONS-OUT-PATH TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'LEGS' TO CATPOST-FILE-TYPE.
    MOVE 'planner-legs.txt' TO CATPOST-SOURCE.
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

    Init-Nogo.
    *> Prove the no-go master is readable before any planning
    *> starts; the cells themselves are re-read per route in
    *> Mark-Nogo-Cells. No master on file means nothing has ever
    *> been closed, and routes are planned without the check.
    OPEN INPUT NOGO-MASTER.
    EVALUATE WS-NOGO-STATUS
    WHEN '00'
        PERFORM Scan-Nogo-Master
    WHEN '35'
        DISPLAY "No no-go master on file - no-go check off"
    WHEN OTHER
        DISPLAY "CANNOT OPEN NO-GO MASTER - STATUS " WS-NOGO-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    Scan-Nogo-Master.
    MOVE 'N' TO WS-NOGO-EOF.
    PERFORM UNTIL WS-NOGO-EOF = 'Y'
        READ NOGO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-NOGO-EOF
            NOT AT END
                PERFORM Check-Nogo-In-Force
                IF WS-NOGO-IN-FORCE = 'Y'
                    PERFORM Extend-Nogo-Extremes
                ELSE
                    ADD 1 TO NOGO-SKIPPED-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NOGO-MASTER.
    *> With nothing in force today there is nothing to route round.
    IF NOGO-CELL-COUNT > 0
        MOVE 'Y' TO WS-NOGO-ON
    END-IF.
    DISPLAY "No-go cells in force: " NOGO-CELL-COUNT.
    DISPLAY "No-go cells not in force: " NOGO-SKIPPED-COUNT.

    Check-Nogo-In-Force.
    IF NOGO-ACTIVE AND NOGO-EFFECTIVE-FROM <= RUN-DATE
        AND NOGO-EFFECTIVE-TO >= RUN-DATE
        MOVE 'Y' TO WS-NOGO-IN-FORCE
    ELSE
        MOVE 'N' TO WS-NOGO-IN-FORCE
    END-IF.

    Extend-Nogo-Extremes.
    ADD 1 TO NOGO-CELL-COUNT.
    IF NOGO-CELL-COUNT = 1
        MOVE NOGO-X TO NOGO-MIN-X NOGO-MAX-X
        MOVE NOGO-Z TO NOGO-MIN-Z NOGO-MAX-Z
    ELSE
        IF NOGO-X < NOGO-MIN-X
            MOVE NOGO-X TO NOGO-MIN-X
        END-IF
        IF NOGO-X > NOGO-MAX-X
            MOVE NOGO-X TO NOGO-MAX-X
        END-IF
        IF NOGO-Z < NOGO-MIN-Z
            MOVE NOGO-Z TO NOGO-MIN-Z
        END-IF
        IF NOGO-Z > NOGO-MAX-Z
            MOVE NOGO-Z TO NOGO-MAX-Z
        END-IF
    END-IF.

    Plan-Target.
    MOVE 'N' TO WS-TARGET-OK.
        PERFORM Take-Named-Stop
    WHEN 'ITEND'
        PERFORM Plan-Itinerary
    WHEN 'DEPOT'
        PERFORM Take-Depot
    WHEN OTHER
        *> A plain target arriving inside an open round means the
        *> round was never closed out; reject it before planning
        *> the target the old depot-to-target way.
        IF WS-ITIN-OPEN = 'Y'
            PERFORM Abandon-Itinerary
        END-IF
                MOVE 'Y' TO WS-TARGET-OK
            END-IF
        END-IF
        IF WS-TARGET-OK = 'Y' AND WS-DEPOT-OK = 'N'
            DISPLAY "TARGET " PLAN-ID " NOT PLANNED - DEPOT "
                DEPOT-NAME " UNRESOLVED"
            ADD 1 TO INVALID-COUNT
            MOVE 'N' TO WS-TARGET-OK
        END-IF
        IF WS-TARGET-OK = 'Y'
            PERFORM Plan-Route
        END-IF
    END-EVALUATE.

    Take-Depot.
    *> A round is planned from the depot it opened under; a change
    *> of depot part-way through a round is refused.
    IF WS-ITIN-OPEN = 'Y'
        DISPLAY "DEPOT RECORD INSIDE ITINERARY " ITIN-ID " - IGNORED"
        ADD 1 TO INVALID-COUNT
    ELSE
        MOVE NAME-TARGET-NAME TO DEPOT-NAME
        MOVE 0 TO DEPOT-X
        MOVE 0 TO DEPOT-Z
        MOVE 'Y' TO WS-DEPOT-OK
        IF DEPOT-NAME NOT = SPACES
            PERFORM Resolve-Depot
        END-IF
    END-IF.

    Resolve-Depot.
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
        DISPLAY "CANNOT RESOLVE DEPOT " DEPOT-NAME
        ADD 1 TO INVALID-COUNT
        MOVE 'N' TO WS-DEPOT-OK
    ELSE
        MOVE DEPOT-NAME TO LOC-NAME
        READ LOCATION-MASTER
            INVALID KEY
                DISPLAY "UNKNOWN DEPOT " DEPOT-NAME
                ADD 1 TO INVALID-COUNT
                MOVE 'N' TO WS-DEPOT-OK
            NOT INVALID KEY
                IF LOC-ACTIVE
                    MOVE LOC-X TO DEPOT-X
                    MOVE LOC-Z TO DEPOT-Z
                ELSE
                    DISPLAY "DEPOT DEACTIVATED: " DEPOT-NAME
                    ADD 1 TO INVALID-COUNT
                    MOVE 'N' TO WS-DEPOT-OK
                END-IF
        END-READ
    END-IF.

    Start-Itinerary.
    IF WS-ITIN-OPEN = 'Y'
        PERFORM Abandon-Itinerary
    MOVE 'N' TO WS-ITIN-FAILED.
    MOVE NAME-TARGET-NAME TO ITIN-ID.
    MOVE 0 TO STOP-COUNT.
    MOVE 'N' TO WS-ITIN-REORDER.
    MOVE 'N' TO WS-ITIN-RETURN.
    MOVE 'N' TO WS-ORDER-CHANGED.
    IF ITIN-REORDER-WANTED
        MOVE 'Y' TO WS-ITIN-REORDER
    END-IF.
    IF ITIN-RETURN-WANTED
        MOVE 'Y' TO WS-ITIN-RETURN
    END-IF.

    Abandon-Itinerary.
    DISPLAY "ITINERARY " ITIN-ID " HAS NO ITEND - NOT PLANNED".
        ELSE
            MOVE TARGET-X TO PLAN-X
            MOVE TARGET-Z TO PLAN-Z
            PERFORM Check-Stop-Window
            IF WS-WINDOW-OK = 'Y'
                PERFORM Add-Stop
            END-IF
        END-IF
    END-IF.

    ELSE
        PERFORM Resolve-Named-Target
        IF WS-TARGET-OK = 'Y'
            PERFORM Check-Stop-Window
            IF WS-WINDOW-OK = 'Y'
                PERFORM Add-Stop
            END-IF
        ELSE
            MOVE 'Y' TO WS-ITIN-FAILED
        END-IF
    END-IF.

    Check-Stop-Window.
    MOVE 'Y' TO WS-WINDOW-OK.
    IF STOP-EARLIEST NOT = SPACES
        IF STOP-EARLIEST IS NOT NUMERIC
            OR STOP-EARLIEST-HH > 23 OR STOP-EARLIEST-MM > 59
            MOVE 'N' TO WS-WINDOW-OK
        END-IF
    END-IF.
    IF STOP-LATEST NOT = SPACES
        IF STOP-LATEST IS NOT NUMERIC
            OR STOP-LATEST-HH > 23 OR STOP-LATEST-MM > 59
            MOVE 'N' TO WS-WINDOW-OK
        END-IF
    END-IF.
    IF WS-WINDOW-OK = 'Y' AND STOP-EARLIEST NOT = SPACES
        AND STOP-LATEST NOT = SPACES
        IF STOP-EARLIEST > STOP-LATEST
            MOVE 'N' TO WS-WINDOW-OK
        END-IF
    END-IF.
    IF WS-WINDOW-OK = 'N'
        DISPLAY "INVALID DELIVERY WINDOW IN ITINERARY " ITIN-ID
            ": " STOP-EARLIEST "-" STOP-LATEST
        ADD 1 TO INVALID-COUNT
        MOVE 'Y' TO WS-ITIN-FAILED
    END-IF.

    Add-Stop.
    IF STOP-COUNT >= 50
        IF WS-ITIN-FAILED = 'N'
        MOVE PLAN-X TO ST-X(STOP-COUNT)
        MOVE PLAN-Z TO ST-Z(STOP-COUNT)
        MOVE 0 TO ST-STEPS(STOP-COUNT)
        MOVE STOP-COUNT TO ST-KEYED-NO(STOP-COUNT)
        MOVE STOP-EARLIEST TO ST-EARLIEST(STOP-COUNT)
        MOVE STOP-LATEST TO ST-LATEST(STOP-COUNT)
    END-IF.

    Plan-Itinerary.
            ADD 1 TO INVALID-COUNT
            MOVE 'Y' TO WS-ITIN-FAILED
        END-IF
        IF WS-ITIN-FAILED = 'N' AND WS-DEPOT-OK = 'N'
            DISPLAY "ITINERARY " ITIN-ID " - DEPOT " DEPOT-NAME
                " UNRESOLVED"
            ADD 1 TO INVALID-COUNT
            MOVE 'Y' TO WS-ITIN-FAILED
        END-IF
        IF WS-ITIN-FAILED = 'N'
            IF WS-ITIN-REORDER = 'Y'
                PERFORM Choose-Stop-Order
            END-IF
            IF WS-ITIN-RETURN = 'Y'
                PERFORM Add-Return-Leg
            END-IF
            PERFORM Plan-Itinerary-Legs
        END-IF
        IF WS-ITIN-FAILED = 'Y'
        END-IF
    END-IF.

    Add-Return-Leg.
    ADD 1 TO STOP-COUNT.
    MOVE DEPOT-X TO ST-X(STOP-COUNT).
    MOVE DEPOT-Z TO ST-Z(STOP-COUNT).
    MOVE 0 TO ST-STEPS(STOP-COUNT).
    MOVE 0 TO ST-KEYED-NO(STOP-COUNT).
    MOVE SPACES TO ST-EARLIEST(STOP-COUNT).
    MOVE SPACES TO ST-LATEST(STOP-COUNT).

    Choose-Stop-Order.
    PERFORM Load-Round-Nodes.
    PERFORM Measure-Round-Distances.
    *> The round as keyed, for comparison and for the legs file.
    MOVE 0 TO SEQ-LENGTH.
    PERFORM VARYING SQ-IDX FROM 1 BY 1 UNTIL SQ-IDX > NODE-COUNT
        ADD 1 TO SEQ-LENGTH
        MOVE SQ-IDX TO TOUR-NODE(SEQ-LENGTH)
    END-PERFORM.
    IF WS-ITIN-RETURN = 'Y'
        ADD 1 TO SEQ-LENGTH
        MOVE 1 TO TOUR-NODE(SEQ-LENGTH)
    END-IF.
    PERFORM Sum-Tour-Steps.
    MOVE TOUR-STEPS TO ORIGINAL-STEPS.
    MOVE TOUR-SEQUENCE TO ORIGINAL-SEQUENCE.
    MOVE SEQ-LENGTH TO ORIGINAL-LENGTH.
    PERFORM VARYING SQ-IDX FROM 1 BY 1
        UNTIL SQ-IDX > ORIGINAL-LENGTH - 1
        MOVE ORIG-NODE(SQ-IDX) TO DM-FROM
        MOVE ORIG-NODE(SQ-IDX + 1) TO DM-TO
        MOVE DM-STEPS(DM-FROM, DM-TO) TO OL-STEPS(SQ-IDX)
    END-PERFORM.
    PERFORM Build-Nearest-Tour.
    PERFORM Improve-Tour.
    PERFORM Sum-Tour-Steps.
    *> Only a strictly shorter order replaces the keyed one, so a
    *> round already keyed well is planned exactly as before.
    IF TOUR-STEPS < ORIGINAL-STEPS
        MOVE 'Y' TO WS-ORDER-CHANGED
        PERFORM Apply-Tour-Order
    ELSE
        MOVE 'N' TO WS-ORDER-CHANGED
    END-IF.

    Load-Round-Nodes.
    MOVE 1 TO NODE-COUNT.
    MOVE DEPOT-X TO ND-X(1).
    MOVE DEPOT-Z TO ND-Z(1).
    MOVE SPACES TO ND-EARLIEST(1).
    MOVE SPACES TO ND-LATEST(1).
    PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > STOP-COUNT
        ADD 1 TO NODE-COUNT
        MOVE ST-X(ST-IDX) TO ND-X(NODE-COUNT)
        MOVE ST-Z(ST-IDX) TO ND-Z(NODE-COUNT)
        MOVE ST-EARLIEST(ST-IDX) TO ND-EARLIEST(NODE-COUNT)
        MOVE ST-LATEST(ST-IDX) TO ND-LATEST(NODE-COUNT)
    END-PERFORM.

    Measure-Round-Distances.
    IF WS-NOGO-ON = 'Y'
        *> One grid covering the depot, every stop and every no-go
        *> cell: its opposite corners go through the same sizing
        *> as a single route's start and target.
        MOVE ND-X(1) TO START-X PLAN-X
        MOVE ND-Z(1) TO START-Z PLAN-Z
        PERFORM VARYING DM-FROM FROM 2 BY 1
            UNTIL DM-FROM > NODE-COUNT
            IF ND-X(DM-FROM) < START-X
                MOVE ND-X(DM-FROM) TO START-X
            END-IF
            IF ND-X(DM-FROM) > PLAN-X
                MOVE ND-X(DM-FROM) TO PLAN-X
            END-IF
            IF ND-Z(DM-FROM) < START-Z
                MOVE ND-Z(DM-FROM) TO START-Z
            END-IF
            IF ND-Z(DM-FROM) > PLAN-Z
                MOVE ND-Z(DM-FROM) TO PLAN-Z
            END-IF
        END-PERFORM
        PERFORM Size-Search-Grid
        IF WS-GRID-OK = 'Y'
            PERFORM Measure-Avoiding
        ELSE
            DISPLAY "ITINERARY " ITIN-ID " TOO WIDE TO MEASURE "
                "AROUND NO-GO CELLS - ORDERED BY HEX DISTANCE"
            PERFORM Measure-Direct
        END-IF
    ELSE
        PERFORM Measure-Direct
    END-IF.

    Measure-Direct.
    PERFORM VARYING DM-FROM FROM 1 BY 1 UNTIL DM-FROM > NODE-COUNT
        PERFORM VARYING DM-TO FROM 1 BY 1 UNTIL DM-TO > NODE-COUNT
            COMPUTE DM-STEPS(DM-FROM, DM-TO) =
                (FUNCTION ABS(ND-X(DM-TO) - ND-X(DM-FROM))
                + FUNCTION ABS(ND-Z(DM-TO) - ND-Z(DM-FROM))
                + FUNCTION ABS(ND-X(DM-TO) - ND-X(DM-FROM)
                    + ND-Z(DM-TO) - ND-Z(DM-FROM))) / 2
        END-PERFORM
    END-PERFORM.

    Measure-Avoiding.
    *> Flood the grid from each node in turn and count each other
    *> node's way back; a node the flood never reaches is given a
    *> distance no real order can beat.
    PERFORM VARYING DM-FROM FROM 1 BY 1 UNTIL DM-FROM > NODE-COUNT
        MOVE SPACES TO GRID-TABLE
        PERFORM Mark-Nogo-Cells
        MOVE ND-X(DM-FROM) TO START-X
        MOVE ND-Z(DM-FROM) TO START-Z
        PERFORM Flood-From-Start
        PERFORM VARYING DM-TO FROM 1 BY 1 UNTIL DM-TO > NODE-COUNT
            MOVE ND-X(DM-TO) TO CELL-X
            MOVE ND-Z(DM-TO) TO CELL-Z
            PERFORM Grid-Index
            IF GC-STATE(GC-IDX) = 'V'
                PERFORM Count-Steps-Back
                MOVE BACK-STEPS TO DM-STEPS(DM-FROM, DM-TO)
            ELSE
                MOVE UNREACHABLE-STEPS TO DM-STEPS(DM-FROM, DM-TO)
            END-IF
        END-PERFORM
    END-PERFORM.

    Flood-From-Start.
    *> Search-Route without a target: every open cell reachable
    *> from the start ends up 'V' with the move that reached it.
    MOVE START-X TO CELL-X.
    MOVE START-Z TO CELL-Z.
    PERFORM Grid-Index.
    IF GC-STATE(GC-IDX) NOT = 'B'
        MOVE 'V' TO GC-STATE(GC-IDX)
        MOVE 1 TO BQ-HEAD
        MOVE 1 TO BQ-TAIL
        MOVE CELL-X TO BQ-X(1)
        MOVE CELL-Z TO BQ-Z(1)
        PERFORM UNTIL BQ-HEAD > BQ-TAIL
            MOVE BQ-X(BQ-HEAD) TO CELL-X
            MOVE BQ-Z(BQ-HEAD) TO CELL-Z
            ADD 1 TO BQ-HEAD
            PERFORM VARYING DIR-SUB FROM 1 BY 1 UNTIL DIR-SUB > 6
                MOVE DIRECTION-CODE(DIR-SUB) TO STEP-DIR
                PERFORM Compute-Neighbor
                IF STEP-X >= GRID-MIN-X AND STEP-X <= GRID-MAX-X
                    AND STEP-Z >= GRID-MIN-Z
                    AND STEP-Z <= GRID-MAX-Z
                    PERFORM Index-Neighbor
                    IF GC-STATE(GC-IDX) = SPACE
                        MOVE 'V' TO GC-STATE(GC-IDX)
                        MOVE STEP-DIR TO GC-FROM(GC-IDX)
                        ADD 1 TO BQ-TAIL
                        MOVE STEP-X TO BQ-X(BQ-TAIL)
                        MOVE STEP-Z TO BQ-Z(BQ-TAIL)
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

    Count-Steps-Back.
    MOVE 0 TO BACK-STEPS.
    PERFORM UNTIL CELL-X = START-X AND CELL-Z = START-Z
        PERFORM Grid-Index
        MOVE GC-FROM(GC-IDX) TO STEP-DIR
        ADD 1 TO BACK-STEPS
        PERFORM Step-Back-To-Parent
    END-PERFORM.

    Sum-Tour-Steps.
    MOVE 0 TO TOUR-STEPS.
    PERFORM VARYING SQ-IDX FROM 1 BY 1 UNTIL SQ-IDX > SEQ-LENGTH - 1
        MOVE TOUR-NODE(SQ-IDX) TO DM-FROM
        MOVE TOUR-NODE(SQ-IDX + 1) TO DM-TO
        ADD DM-STEPS(DM-FROM, DM-TO) TO TOUR-STEPS
    END-PERFORM.

    Build-Nearest-Tour.
    PERFORM VARYING DM-TO FROM 1 BY 1 UNTIL DM-TO > NODE-COUNT
        MOVE 'N' TO ND-USED(DM-TO)
    END-PERFORM.
    MOVE 'Y' TO ND-USED(1).
    IF WS-ITIN-RETURN = 'Y'
        MOVE 1 TO END-NODE
        COMPUTE FREE-COUNT = NODE-COUNT - 1
    ELSE
        MOVE NODE-COUNT TO END-NODE
        MOVE 'Y' TO ND-USED(END-NODE)
        COMPUTE FREE-COUNT = NODE-COUNT - 2
    END-IF.
    MOVE 1 TO SEQ-LENGTH.
    MOVE 1 TO TOUR-NODE(1).
    PERFORM FREE-COUNT TIMES
        PERFORM Pick-Nearest-Node
    END-PERFORM.
    ADD 1 TO SEQ-LENGTH.
    MOVE END-NODE TO TOUR-NODE(SEQ-LENGTH).

    Pick-Nearest-Node.
    *> Ties go to the stop keyed first, so the choice is repeatable.
    MOVE TOUR-NODE(SEQ-LENGTH) TO DM-FROM.
    MOVE 0 TO NN-BEST.
    MOVE 0 TO NN-BEST-STEPS.
    PERFORM VARYING DM-TO FROM 2 BY 1 UNTIL DM-TO > NODE-COUNT
        IF ND-USED(DM-TO) = 'N'
            IF NN-BEST = 0
                OR DM-STEPS(DM-FROM, DM-TO) < NN-BEST-STEPS
                MOVE DM-TO TO NN-BEST
                MOVE DM-STEPS(DM-FROM, DM-TO) TO NN-BEST-STEPS
            END-IF
        END-IF
    END-PERFORM.
    ADD 1 TO SEQ-LENGTH.
    MOVE NN-BEST TO TOUR-NODE(SEQ-LENGTH).
    MOVE 'Y' TO ND-USED(NN-BEST).

    Improve-Tour.
    *> The first and last places in the tour are fixed; any stretch
    *> between them is reversed if that shortens the tour.
    MOVE 'Y' TO WS-IMPROVED.
    MOVE 0 TO IMPROVE-PASSES.
    PERFORM UNTIL WS-IMPROVED = 'N' OR IMPROVE-PASSES >= 100
        MOVE 'N' TO WS-IMPROVED
        ADD 1 TO IMPROVE-PASSES
        PERFORM VARYING SQ-I FROM 2 BY 1 UNTIL SQ-I > SEQ-LENGTH - 2
            COMPUTE SQ-K-FROM = SQ-I + 1
            PERFORM VARYING SQ-K FROM SQ-K-FROM BY 1
                UNTIL SQ-K > SEQ-LENGTH - 1
                PERFORM Try-Reversal
            END-PERFORM
        END-PERFORM
    END-PERFORM.

    Try-Reversal.
    MOVE TOUR-NODE(SQ-I - 1) TO NODE-A.
    MOVE TOUR-NODE(SQ-I) TO NODE-B.
    MOVE TOUR-NODE(SQ-K) TO NODE-C.
    MOVE TOUR-NODE(SQ-K + 1) TO NODE-D.
    COMPUTE SWAP-DELTA = DM-STEPS(NODE-A, NODE-C)
        + DM-STEPS(NODE-B, NODE-D)
        - DM-STEPS(NODE-A, NODE-B)
        - DM-STEPS(NODE-C, NODE-D).
    IF SWAP-DELTA < 0
        MOVE SQ-I TO SQ-LO
        MOVE SQ-K TO SQ-HI
        PERFORM UNTIL SQ-LO >= SQ-HI
            MOVE TOUR-NODE(SQ-LO) TO SQ-HOLD
            MOVE TOUR-NODE(SQ-HI) TO TOUR-NODE(SQ-LO)
            MOVE SQ-HOLD TO TOUR-NODE(SQ-HI)
            ADD 1 TO SQ-LO
            SUBTRACT 1 FROM SQ-HI
        END-PERFORM
        MOVE 'Y' TO WS-IMPROVED
    END-IF.

    Apply-Tour-Order.
    *> Node n+1 is keyed stop n; the depot at the end of a returning
    *> tour is not a stop and is added back as the return leg.
    PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > STOP-COUNT
        MOVE ST-X(ST-IDX) TO SH-X(ST-IDX)
        MOVE ST-Z(ST-IDX) TO SH-Z(ST-IDX)
        MOVE ST-KEYED-NO(ST-IDX) TO SH-KEYED-NO(ST-IDX)
        MOVE ST-EARLIEST(ST-IDX) TO SH-EARLIEST(ST-IDX)
        MOVE ST-LATEST(ST-IDX) TO SH-LATEST(ST-IDX)
    END-PERFORM.
    MOVE 0 TO ST-IDX.
    PERFORM VARYING SQ-IDX FROM 2 BY 1 UNTIL SQ-IDX > SEQ-LENGTH
        IF TOUR-NODE(SQ-IDX) > 1
            ADD 1 TO ST-IDX
            COMPUTE SQ-HOLD = TOUR-NODE(SQ-IDX) - 1
            MOVE SH-X(SQ-HOLD) TO ST-X(ST-IDX)
            MOVE SH-Z(SQ-HOLD) TO ST-Z(ST-IDX)
            MOVE SH-KEYED-NO(SQ-HOLD) TO ST-KEYED-NO(ST-IDX)
            MOVE SH-EARLIEST(SQ-HOLD) TO ST-EARLIEST(ST-IDX)
            MOVE SH-LATEST(SQ-HOLD) TO ST-LATEST(ST-IDX)
            MOVE 0 TO ST-STEPS(ST-IDX)
        END-IF
    END-PERFORM.

    Plan-Itinerary-Legs.
    MOVE 0 TO ITIN-MOVE-COUNT.
    MOVE DEPOT-X TO CUR-X.
    MOVE DEPOT-Z TO CUR-Z.
    PERFORM VARYING ST-IDX FROM 1 BY 1
        UNTIL ST-IDX > STOP-COUNT OR WS-ITIN-FAILED = 'Y'
        MOVE ITIN-MOVE-COUNT TO LEG-START-COUNT
    ADD 1 TO TARGET-COUNT.
    ADD 1 TO ITINERARY-COUNT.
    MOVE ITIN-ID TO OUT-HEADER-PATH-ID.
    MOVE DEPOT-NAME TO OUT-HEADER-START-NAME.
    WRITE DIRECTION-OUT-RECORD FROM OUT-HEADER.
    PERFORM VARYING IM-IDX FROM 1 BY 1
        UNTIL IM-IDX > ITIN-MOVE-COUNT
    PERFORM Write-Leg-Records.

    Write-Leg-Records.
    *> A reordered round shows the keyed sequence first, then the
    *> one actually planned, each closed by its total, so the
    *> saving can be read straight off the file.
    MOVE ITIN-MOVE-COUNT TO CHOSEN-STEPS.
    IF WS-ITIN-REORDER = 'Y'
        PERFORM Write-Original-Legs
        DISPLAY "ITINERARY " ITIN-ID " KEYED ORDER " ORIGINAL-STEPS
            " STEPS, PLANNED ORDER " CHOSEN-STEPS " STEPS"
    END-IF.
    MOVE DEPOT-X TO LEG-FROM-HOLD-X.
    MOVE DEPOT-Z TO LEG-FROM-HOLD-Z.
    PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > STOP-COUNT
        MOVE SPACES TO LEG-RECORD
        MOVE ITIN-ID TO LEG-PATH-ID
        COMPUTE LEG-TO-Y = 0 - ST-X(ST-IDX) - ST-Z(ST-IDX)
        MOVE ST-Z(ST-IDX) TO LEG-TO-Z
        MOVE ST-STEPS(ST-IDX) TO LEG-STEPS
        MOVE 'C' TO LEG-SEQUENCE
        MOVE ST-KEYED-NO(ST-IDX) TO LEG-STOP-NO
        MOVE ST-EARLIEST(ST-IDX) TO LEG-EARLIEST
        MOVE ST-LATEST(ST-IDX) TO LEG-LATEST
        WRITE LEG-RECORD
        MOVE ST-X(ST-IDX) TO LEG-FROM-HOLD-X
        MOVE ST-Z(ST-IDX) TO LEG-FROM-HOLD-Z
    END-PERFORM.
    MOVE SPACES TO LEG-TOTAL-RECORD.
    MOVE ITIN-ID TO LEG-TOTAL-PATH-ID.
    MOVE 'TOT' TO LEG-TOTAL-TAG.
    MOVE CHOSEN-STEPS TO LEG-TOTAL-STEPS.
    MOVE 'C' TO LEG-TOTAL-SEQUENCE.
    MOVE STOP-COUNT TO LEG-TOTAL-LEGS.
    WRITE LEG-TOTAL-RECORD.

    Write-Original-Legs.
    *> Steps for the keyed order are the measured shortest legs; a
    *> round left in keyed order shows the steps actually planned.
    IF WS-ORDER-CHANGED = 'N'
        MOVE CHOSEN-STEPS TO ORIGINAL-STEPS
    END-IF.
    PERFORM VARYING SQ-IDX FROM 1 BY 1
        UNTIL SQ-IDX > ORIGINAL-LENGTH - 1
        MOVE ORIG-NODE(SQ-IDX) TO DM-FROM
        MOVE ORIG-NODE(SQ-IDX + 1) TO DM-TO
        MOVE SPACES TO LEG-RECORD
        MOVE ITIN-ID TO LEG-PATH-ID
        MOVE SQ-IDX TO LEG-NO
        MOVE ND-X(DM-FROM) TO LEG-FROM-X
        COMPUTE LEG-FROM-Y = 0 - ND-X(DM-FROM) - ND-Z(DM-FROM)
        MOVE ND-Z(DM-FROM) TO LEG-FROM-Z
        MOVE ND-X(DM-TO) TO LEG-TO-X
        COMPUTE LEG-TO-Y = 0 - ND-X(DM-TO) - ND-Z(DM-TO)
        MOVE ND-Z(DM-TO) TO LEG-TO-Z
        IF WS-ORDER-CHANGED = 'N'
            MOVE ST-STEPS(SQ-IDX) TO LEG-STEPS
        ELSE
            MOVE OL-STEPS(SQ-IDX) TO LEG-STEPS
        END-IF
        MOVE 'O' TO LEG-SEQUENCE
        COMPUTE LEG-STOP-NO = DM-TO - 1
        MOVE ND-EARLIEST(DM-TO) TO LEG-EARLIEST
        MOVE ND-LATEST(DM-TO) TO LEG-LATEST
        WRITE LEG-RECORD
    END-PERFORM.
    MOVE SPACES TO LEG-TOTAL-RECORD.
    MOVE ITIN-ID TO LEG-TOTAL-PATH-ID.
    MOVE 'TOT' TO LEG-TOTAL-TAG.
    MOVE ORIGINAL-STEPS TO LEG-TOTAL-STEPS.
    MOVE 'O' TO LEG-TOTAL-SEQUENCE.
    COMPUTE LEG-TOTAL-LEGS = ORIGINAL-LENGTH - 1.
    WRITE LEG-TOTAL-RECORD.

    Resolve-Named-Target.
    IF WS-MASTER-OPEN = 'N'
    Plan-Route-Direct.
    ADD 1 TO TARGET-COUNT.
    MOVE PLAN-ID TO OUT-HEADER-PATH-ID.
    MOVE DEPOT-NAME TO OUT-HEADER-START-NAME.
    WRITE DIRECTION-OUT-RECORD FROM OUT-HEADER.
    COMPUTE REMAINING-X = PLAN-X - DEPOT-X.
    COMPUTE REMAINING-Z = PLAN-Z - DEPOT-Z.
    PERFORM UNTIL REMAINING-X = 0 AND REMAINING-Z = 0
        PERFORM Plan-Move
    END-PERFORM.
    *> Nothing is written for this target until the search proves a
    *> legal route exists; an unwalkable route must never reach the
    *> route file, where it would fail safety checking downstream.
    MOVE DEPOT-X TO START-X.
    MOVE DEPOT-Z TO START-Z.
    PERFORM Size-Search-Grid.
    IF WS-GRID-OK NOT = 'Y'
        DISPLAY "TARGET " PLAN-ID " BEYOND PLANNING GRID - "
    END-IF.

    Mark-Nogo-Cells.
    OPEN INPUT NOGO-MASTER.
    MOVE 'N' TO WS-NOGO-EOF.
    PERFORM UNTIL WS-NOGO-EOF = 'Y'
        READ NOGO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-NOGO-EOF
            NOT AT END
                PERFORM Check-Nogo-In-Force
                IF WS-NOGO-IN-FORCE = 'Y'
                    MOVE NOGO-X TO CELL-X
                    MOVE NOGO-Z TO CELL-Z
                    PERFORM Grid-Index
                    MOVE 'B' TO GC-STATE(GC-IDX)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NOGO-MASTER.

    Grid-Index.
    COMPUTE GC-IDX = (CELL-X - GRID-MIN-X) * GRID-WIDTH-Z
    Emit-Avoided-Route.
    ADD 1 TO TARGET-COUNT.
    MOVE PLAN-ID TO OUT-HEADER-PATH-ID.
    MOVE DEPOT-NAME TO OUT-HEADER-START-NAME.
    WRITE DIRECTION-OUT-RECORD FROM OUT-HEADER.
    PERFORM Collect-Route-Moves.
    PERFORM VARYING MS-IDX FROM MOVE-STACK-COUNT BY -1
