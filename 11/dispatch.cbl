        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COURIER-ID
        FILE STATUS IS WS-ROSTER-STATUS.
        SELECT CALENDAR-MASTER ASSIGN TO 'courier-calendar.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-KEY
        FILE STATUS IS WS-CALENDAR-STATUS.
        SELECT COST-RATE-FILE ASSIGN TO DYNAMIC COST-RATE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COST-RATE-STATUS.
        SELECT TIME-RATE-FILE ASSIGN TO DYNAMIC TIME-RATE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIME-RATE-STATUS.
        SELECT LEGS-FILE ASSIGN TO DYNAMIC LEGS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGS-STATUS.
        SELECT MANIFEST-FILE ASSIGN TO 'dispatch-manifest.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
        SELECT SCHEDULE-FILE ASSIGN TO 'dispatch-schedule.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-STATUS.
        SELECT EXCEPTION-FILE ASSIGN TO 'dispatch-exceptions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD ROUTE-FILE.
    01 ROUTE-LINE PIC X(36).

    FD ROSTER-MASTER.
    01 ROSTER-RECORD.
        05 COURIER-STATUS PIC X(1).
            88 COURIER-AVAILABLE VALUE 'A'.
            88 COURIER-UNAVAILABLE VALUE 'U'.
            88 COURIER-DEACTIVATED VALUE 'D'.
        05 COURIER-SHIFT-START PIC 9(4).
        05 COURIER-SHIFT-END PIC 9(4).

    *> Day-by-day exceptions to the roster kept by ROSTMNT; a zero
    *> capacity or blank depot leaves the roster's figure standing.
    FD CALENDAR-MASTER.
    01 CALENDAR-RECORD.
        05 CAL-KEY.
            10 CAL-COURIER-ID PIC X(8).
            10 CAL-DATE PIC 9(8).
        05 CAL-STATUS PIC X(1).
            88 CAL-AVAILABLE VALUE 'A'.
            88 CAL-UNAVAILABLE VALUE 'U'.
        05 CAL-CAPACITY PIC 9(7).
        05 CAL-DEPOT PIC X(15).

    FD COST-RATE-FILE.
    01 COST-RATE-RECORD.
        05 FILLER PIC X(1).
        05 RATE-AMOUNT PIC 9(3)V99.

    *> Minutes a step takes, by direction, laid out like the cost
    *> rates so the two files are kept side by side.
    FD TIME-RATE-FILE.
    01 TIME-RATE-RECORD.
        05 TIME-RATE-DIRECTION PIC X(2).
        05 FILLER PIC X(1).
        05 TIME-RATE-MINUTES PIC 9(3)V99.

    *> PLANNER's leg file; only the legs actually planned are timed.
    *> A file from before stop reordering has no sequence flag.
    FD LEGS-FILE.
    01 LEG-RECORD.
        05 LEG-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 LEG-NO PIC 9(3).
        05 FILLER PIC X(43).
        05 LEG-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 LEG-SEQUENCE PIC X(1).
            88 LEG-ORIGINAL VALUE 'O'.
        05 FILLER PIC X(1).
        05 LEG-STOP-NO PIC 9(3).
        05 FILLER PIC X(1).
        05 LEG-EARLIEST PIC X(4).
        05 FILLER PIC X(1).
        05 LEG-LATEST PIC X(4).

    FD MANIFEST-FILE.
    01 MANIFEST-RECORD.
        05 MANIFEST-COURIER-ID PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 MANIFEST-COST PIC 9(7).9(2).

    *> One ROUND line per assigned path, then a STOP line per leg
    *> of an itinerary with its ETA against the delivery window.
    FD SCHEDULE-FILE.
    01 SCHEDULE-RECORD.
        05 SCHED-COURIER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SCHED-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 SCHED-TYPE PIC X(5).
        05 FILLER PIC X(1).
        05 SCHED-LEG-NO PIC 9(3).
        05 FILLER PIC X(1).
        05 SCHED-STOP-NO PIC 9(3).
        05 FILLER PIC X(1).
        05 SCHED-ETA PIC X(4).
        05 FILLER PIC X(1).
        05 SCHED-EARLIEST PIC X(4).
        05 FILLER PIC X(1).
        05 SCHED-LATEST PIC X(4).
        05 FILLER PIC X(1).
        05 SCHED-CHECK PIC X(6).
    01 SCHEDULE-ROUND-RECORD.
        05 FILLER PIC X(8).
        05 FILLER PIC X(1).
        05 FILLER PIC X(15).
        05 FILLER PIC X(1).
        05 FILLER PIC X(5).
        05 FILLER PIC X(1).
        05 SCHED-ROUND-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 SCHED-ROUND-START PIC 9(4).
        05 FILLER PIC X(1).
        05 SCHED-ROUND-END PIC 9(4).
        05 FILLER PIC X(1).
        05 SCHED-SHIFT-END PIC 9(4).
        05 FILLER PIC X(1).
        05 SCHED-ROUND-CHECK PIC X(6).

    FD EXCEPTION-FILE.
    01 EXCEPTION-LINE PIC X(80).

    WORKING-STORAGE SECTION.
    01 ROUTE-FILE-PATH PIC X(100).
    01 COST-RATE-PATH PIC X(100).
    01 TIME-RATE-PATH PIC X(100).
    01 LEGS-PATH PIC X(100).

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
    01 WS-ROSTER-EOF PIC X(1) VALUE 'N'.
    01 WS-ROUTE-STATUS PIC X(2).
    01 WS-ROSTER-STATUS PIC X(2).
    01 WS-CALENDAR-STATUS PIC X(2).
    01 WS-CALENDAR-ON PIC X(1) VALUE 'N'.
    01 WS-ON-DUTY PIC X(1) VALUE 'N'.
    01 WS-COST-RATE-STATUS PIC X(2).
    01 WS-MANIFEST-STATUS PIC X(2).
    01 WS-TIME-RATE-STATUS PIC X(2).
    01 WS-LEGS-STATUS PIC X(2).
    01 WS-SCHEDULE-STATUS PIC X(2).
    01 WS-EXCEPTION-STATUS PIC X(2).
    01 WS-TIME-EOF PIC X(1) VALUE 'N'.
    01 WS-LEGS-EOF PIC X(1) VALUE 'N'.
    01 WS-COST-EOF PIC X(1) VALUE 'N'.
    01 WS-COST-ON PIC X(1) VALUE 'N'.
    01 WS-SEGMENT-OPEN PIC X(1) VALUE 'N'.
    01 WS-SEGMENT-DIRTY PIC X(1) VALUE 'N'.

    01 CURRENT-PATH-ID PIC X(15) VALUE SPACES.
    *> Depot the route was planned from; only a courier based there
    *> can walk it. No depot means any courier will do.
    01 SEGMENT-START-NAME PIC X(15) VALUE SPACES.
    01 SEGMENT-STEPS PIC 9(7) VALUE 0.
    01 SEGMENT-COST PIC 9(7)V99 VALUE 0.
    01 SEGMENT-MINUTES PIC 9(7)V99 VALUE 0.
    01 REJECT-COUNT PIC 9(5) VALUE 0.

    *> Transfer control figures checked against the route trailer,
    01 COURIER-TABLE.
        05 COURIER-ENTRY OCCURS 500 TIMES.
            10 CO-ID PIC X(8).
            10 CO-DEPOT PIC X(15).
            10 CO-CAPACITY PIC 9(7).
            10 CO-ASSIGNED-STEPS PIC 9(7).
            10 CO-ASSIGNED-COST PIC 9(7)V99.
            10 CO-PATHS PIC 9(5).
            10 CO-SHIFT-START PIC 9(5).
            10 CO-SHIFT-END PIC 9(5).
            10 CO-ASSIGNED-MINUTES PIC 9(7)V99.
    01 CO-IDX PIC 9(5) COMP VALUE 0.
    01 CO-PICK PIC 9(5) COMP VALUE 0.
    01 CO-REMAINING PIC S9(7) VALUE 0.
        05 RATE-SW PIC 9(3)V99 VALUE 0.
        05 RATE-SE PIC 9(3)V99 VALUE 0.

    *> Minutes per step by direction; with no time-rate file every
    *> step is taken to be a minute.
    01 TIME-RATES.
        05 MINUTES-N PIC 9(3)V99 VALUE 1.
        05 MINUTES-S PIC 9(3)V99 VALUE 1.
        05 MINUTES-NW PIC 9(3)V99 VALUE 1.
        05 MINUTES-NE PIC 9(3)V99 VALUE 1.
        05 MINUTES-SW PIC 9(3)V99 VALUE 1.
        05 MINUTES-SE PIC 9(3)V99 VALUE 1.

    *> Planned legs of every itinerary, in the order PLANNER wrote
    *> them. While a segment's moves are timed, each leg is marked
    *> with the minutes into the round at which its stop is reached.
    01 LEG-COUNT PIC 9(5) VALUE 0.
    01 LEG-TABLE.
        05 LEG-ENTRY OCCURS 5000 TIMES.
            10 LG-PATH-ID PIC X(15).
            10 LG-LEG-NO PIC 9(3).
            10 LG-STOP-NO PIC 9(3).
            10 LG-STEPS PIC 9(7).
            10 LG-EARLIEST PIC X(4).
            10 LG-LATEST PIC X(4).
            10 LG-ARRIVED PIC X(1).
            10 LG-ARRIVE-MINUTES PIC 9(7)V99.
    01 LG-IDX PIC 9(5) COMP VALUE 0.
    01 SEG-LEG-FIRST PIC 9(5) COMP VALUE 0.
    01 SEG-LEG-LAST PIC 9(5) COMP VALUE 0.
    01 SEG-LEG-NEXT PIC 9(5) COMP VALUE 0.
    01 SEG-LEG-TARGET PIC 9(7) VALUE 0.

    *> Each courier walks assigned rounds back to back from the
    *> start of the shift, so a round starts where the courier's
    *> time so far leaves off. Times are minutes past midnight.
    01 ROUND-START-MINUTES PIC 9(7)V99 VALUE 0.
    01 ROUND-END-MINUTES PIC 9(7)V99 VALUE 0.
    01 CLOCK-MINUTES PIC 9(5) VALUE 0.
    01 CLOCK-HOURS PIC 9(3) VALUE 0.
    01 CLOCK-MINS PIC 9(2) VALUE 0.
    01 CLOCK-TIME PIC 9(4) VALUE 0.
    01 WINDOW-MINUTES PIC 9(5) VALUE 0.
    01 WINDOW-TIME PIC X(4).
    01 WINDOW-TIME-PARTS REDEFINES WINDOW-TIME.
        05 WINDOW-HH PIC 9(2).
        05 WINDOW-MM PIC 9(2).
    01 DEFAULT-SHIFT-START PIC 9(4) VALUE 0800.
    01 DEFAULT-SHIFT-MINUTES PIC 9(5) VALUE 480.
    01 ETA-TIME PIC 9(4) VALUE 0.
    01 SHIFT-END-TIME PIC 9(4) VALUE 0.
    01 ROUND-END-TIME PIC 9(4) VALUE 0.

    01 STOPS-SCHEDULED PIC 9(5) VALUE 0.
    01 EARLY-COUNT PIC 9(5) VALUE 0.
    01 LATE-COUNT PIC 9(5) VALUE 0.
    01 NO-ETA-COUNT PIC 9(5) VALUE 0.
    01 OVERTIME-COUNT PIC 9(5) VALUE 0.
    01 SCHEDULE-EXCEPTIONS PIC 9(5) VALUE 0.

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-ON-PAGE PIC 9(2) VALUE 99.
    01 PAGE-SIZE PIC 9(2) VALUE 60.
    01 DETAIL-LINE PIC X(80).

    01 DISPLAY-COST PIC 9(7).9(2).

    *> The day being dispatched; couriers are loaded as the roster
    *> and calendar stand for that date.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).

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
    ACCEPT ROUTE-FILE-PATH FROM ENVIRONMENT "DISPATCH-ROUTE".
    IF ROUTE-FILE-PATH = SPACES
        MOVE 'planned-route.txt' TO ROUTE-FILE-PATH
    END-IF.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "DISPATCH-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "DISPATCH-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "INVALID DISPATCH DATE " RUN-DATE
                " - DISPATCH-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Dispatch date: " RUN-DATE.
    ACCEPT COST-RATE-PATH FROM ENVIRONMENT "DISPATCH-COST-RATES".
    IF COST-RATE-PATH NOT = SPACES
        PERFORM Load-Cost-Rates
    END-IF.
    ACCEPT TIME-RATE-PATH FROM ENVIRONMENT "DISPATCH-TIME-RATES".
    IF TIME-RATE-PATH NOT = SPACES
        PERFORM Load-Time-Rates
    END-IF.
    ACCEPT LEGS-PATH FROM ENVIRONMENT "DISPATCH-LEGS".
    IF LEGS-PATH = SPACES
        MOVE 'planner-legs.txt' TO LEGS-PATH
    END-IF.
    PERFORM Load-Legs.
    PERFORM Load-Roster.
    IF COURIER-COUNT = 0
        DISPLAY "NO AVAILABLE COURIERS ON ROSTER FOR " RUN-DATE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
        STOP RUN
    END-IF.
    OPEN OUTPUT MANIFEST-FILE.
    OPEN OUTPUT SCHEDULE-FILE.
    OPEN OUTPUT EXCEPTION-FILE.
        PERFORM UNTIL WS-EOF = 'Y'
        READ ROUTE-FILE INTO DIR
            AT END MOVE 'Y' TO WS-EOF
            PERFORM Assign-Segment
        END-IF.
        CLOSE MANIFEST-FILE.
        PERFORM Write-Exception-Totals.
        CLOSE SCHEDULE-FILE.
        CLOSE EXCEPTION-FILE.
        DISPLAY "Couriers available: " COURIER-COUNT.
        DISPLAY "Paths assigned: " ASSIGNED-COUNT.
        DISPLAY "Paths unassigned: " UNASSIGNED-COUNT.
        DISPLAY "Stops scheduled: " STOPS-SCHEDULED.
        PERFORM Print-Courier-Loads.
        IF REJECT-COUNT > 0
            DISPLAY "Unreadable route records: " REJECT-COUNT
            DISPLAY "ROUTES LEFT UNASSIGNED - CAPACITY EXHAUSTED"
            MOVE 8 TO RETURN-CODE
        END-IF.
        IF SCHEDULE-EXCEPTIONS > 0
            DISPLAY "SCHEDULE EXCEPTIONS: " SCHEDULE-EXCEPTIONS
                " - SEE dispatch-exceptions.txt"
            MOVE 8 TO RETURN-CODE
        END-IF.
        PERFORM Validate-Trailer.
        PERFORM Catalog-Outputs.
    STOP RUN.

    Catalog-Outputs.
    MOVE 'DISPATCH' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'MANIFEST' TO CATPOST-FILE-TYPE.
    MOVE 'dispatch-manifest.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'SCHEDULE' TO CATPOST-FILE-TYPE.
    MOVE 'dispatch-schedule.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'EXCEPTIONS' TO CATPOST-FILE-TYPE.
    MOVE 'dispatch-exceptions.txt' TO CATPOST-SOURCE.
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

    Process-Trailer.
    ADD 1 TO TRAILER-COUNT.
    MOVE TRAILER-DIR-COUNT TO TRAILER-EXPECTED-DIRS.
    CLOSE COST-RATE-FILE.
    MOVE 'Y' TO WS-COST-ON.

    Load-Time-Rates.
    OPEN INPUT TIME-RATE-FILE.
    IF WS-TIME-RATE-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN TIME-RATE FILE - STATUS "
            WS-TIME-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-TIME-EOF = 'Y'
        READ TIME-RATE-FILE INTO TIME-RATE-RECORD
            AT END MOVE 'Y' TO WS-TIME-EOF
            NOT AT END
                EVALUATE TIME-RATE-DIRECTION
                WHEN 'n'
                    MOVE TIME-RATE-MINUTES TO MINUTES-N
                WHEN 's'
                    MOVE TIME-RATE-MINUTES TO MINUTES-S
                WHEN 'nw'
                    MOVE TIME-RATE-MINUTES TO MINUTES-NW
                WHEN 'ne'
                    MOVE TIME-RATE-MINUTES TO MINUTES-NE
                WHEN 'sw'
                    MOVE TIME-RATE-MINUTES TO MINUTES-SW
                WHEN 'se'
                    MOVE TIME-RATE-MINUTES TO MINUTES-SE
                WHEN OTHER
                    DISPLAY "UNKNOWN DIRECTION IN TIME-RATE FILE: "
                        TIME-RATE-DIRECTION
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE TIME-RATE-FILE.

    Load-Legs.
    *> Without a leg file there are no stops to time; rounds are
    *> still timed against the courier's shift.
    OPEN INPUT LEGS-FILE.
    IF WS-LEGS-STATUS NOT = '00'
        DISPLAY "NO LEG FILE " LEGS-PATH " - STATUS " WS-LEGS-STATUS
            " - STOP ETAS NOT PRODUCED"
    ELSE
        PERFORM UNTIL WS-LEGS-EOF = 'Y'
            READ LEGS-FILE INTO LEG-RECORD
                AT END MOVE 'Y' TO WS-LEGS-EOF
                NOT AT END
                    IF LEG-NO IS NUMERIC AND NOT LEG-ORIGINAL
                        PERFORM Store-Leg
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEGS-FILE
    END-IF.
    DISPLAY "Itinerary legs loaded: " LEG-COUNT.

    Store-Leg.
    IF LEG-COUNT >= 5000
        DISPLAY "LEG TABLE FULL - LIMIT 5000"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO LEG-COUNT.
    MOVE LEG-PATH-ID TO LG-PATH-ID(LEG-COUNT).
    MOVE LEG-NO TO LG-LEG-NO(LEG-COUNT).
    IF LEG-STOP-NO IS NUMERIC
        MOVE LEG-STOP-NO TO LG-STOP-NO(LEG-COUNT)
    ELSE
        MOVE LEG-NO TO LG-STOP-NO(LEG-COUNT)
    END-IF.
    MOVE LEG-STEPS TO LG-STEPS(LEG-COUNT).
    MOVE LEG-EARLIEST TO LG-EARLIEST(LEG-COUNT).
    MOVE LEG-LATEST TO LG-LATEST(LEG-COUNT).
    MOVE 'N' TO LG-ARRIVED(LEG-COUNT).
    MOVE 0 TO LG-ARRIVE-MINUTES(LEG-COUNT).

    Load-Roster.
    OPEN INPUT ROSTER-MASTER.
    IF WS-ROSTER-STATUS NOT = '00'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> No calendar yet just means nobody has booked any leave or
    *> extra days; the roster status alone decides.
    OPEN INPUT CALENDAR-MASTER.
    IF WS-CALENDAR-STATUS = '00'
        MOVE 'Y' TO WS-CALENDAR-ON
    ELSE
        IF WS-CALENDAR-STATUS NOT = '35'
            DISPLAY "CANNOT OPEN COURIER CALENDAR - STATUS "
                WS-CALENDAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE LOW-VALUES TO COURIER-ID.
    START ROSTER-MASTER KEY NOT < COURIER-ID
        INVALID KEY MOVE 'Y' TO WS-ROSTER-EOF
        READ ROSTER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-ROSTER-EOF
            NOT AT END
                PERFORM Apply-Calendar-Day
                IF WS-ON-DUTY = 'Y'
                    PERFORM Store-Courier
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ROSTER-MASTER.
    IF WS-CALENDAR-ON = 'Y'
        CLOSE CALENDAR-MASTER
    END-IF.
    DISPLAY "Couriers loaded: " COURIER-COUNT.

    Apply-Calendar-Day.
    *> A calendar day for the courier overrides the roster status,
    *> and may carry that day's capacity or depot; a deactivated
    *> courier stays off whatever the calendar says.
    IF COURIER-AVAILABLE
        MOVE 'Y' TO WS-ON-DUTY
    ELSE
        MOVE 'N' TO WS-ON-DUTY
    END-IF.
    IF WS-CALENDAR-ON = 'Y' AND NOT COURIER-DEACTIVATED
        MOVE COURIER-ID TO CAL-COURIER-ID
        MOVE RUN-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CAL-AVAILABLE
                    MOVE 'Y' TO WS-ON-DUTY
                    IF CAL-CAPACITY > 0
                        MOVE CAL-CAPACITY TO COURIER-CAPACITY
                    END-IF
                    IF CAL-DEPOT NOT = SPACES
                        MOVE CAL-DEPOT TO COURIER-DEPOT
                    END-IF
                ELSE
                    MOVE 'N' TO WS-ON-DUTY
                END-IF
        END-READ
    END-IF.

    Store-Courier.
    IF COURIER-COUNT >= 500
        *> A silently truncated roster would assign work as if the
    END-IF.
    ADD 1 TO COURIER-COUNT.
    MOVE COURIER-ID TO CO-ID(COURIER-COUNT).
    MOVE COURIER-DEPOT TO CO-DEPOT(COURIER-COUNT).
    MOVE COURIER-CAPACITY TO CO-CAPACITY(COURIER-COUNT).
    MOVE 0 TO CO-ASSIGNED-STEPS(COURIER-COUNT).
    MOVE 0 TO CO-ASSIGNED-COST(COURIER-COUNT).
    MOVE 0 TO CO-PATHS(COURIER-COUNT).
    MOVE 0 TO CO-ASSIGNED-MINUTES(COURIER-COUNT).
    *> A roster record with no usable shift gets the standard day.
    IF COURIER-SHIFT-START IS NOT NUMERIC
        MOVE DEFAULT-SHIFT-START TO COURIER-SHIFT-START
    END-IF.
    MOVE COURIER-SHIFT-START TO WINDOW-TIME.
    PERFORM Window-To-Minutes.
    MOVE WINDOW-MINUTES TO CO-SHIFT-START(COURIER-COUNT).
    COMPUTE CO-SHIFT-END(COURIER-COUNT)
        = CO-SHIFT-START(COURIER-COUNT) + DEFAULT-SHIFT-MINUTES.
    IF COURIER-SHIFT-END IS NUMERIC
        AND COURIER-SHIFT-END > COURIER-SHIFT-START
        MOVE COURIER-SHIFT-END TO WINDOW-TIME
        PERFORM Window-To-Minutes
        MOVE WINDOW-MINUTES TO CO-SHIFT-END(COURIER-COUNT)
    END-IF.

    Start-New-Segment.
    IF WS-SEGMENT-OPEN = 'Y' OR WS-SEGMENT-DIRTY = 'Y'
        PERFORM Assign-Segment
    END-IF.
    MOVE HEADER-PATH-ID TO CURRENT-PATH-ID.
    MOVE HEADER-START-NAME TO SEGMENT-START-NAME.
    MOVE 'Y' TO WS-SEGMENT-OPEN.
    MOVE 'N' TO WS-SEGMENT-DIRTY.
    MOVE 0 TO SEGMENT-STEPS.
    MOVE 0 TO SEGMENT-COST.
    MOVE 0 TO SEGMENT-MINUTES.
    PERFORM Find-Segment-Legs.
    PERFORM Mark-Leg-Arrivals.

    Find-Segment-Legs.
    *> PLANNER writes a round's legs together and in order, so the
    *> segment's legs are the run between the first and last match.
    MOVE 0 TO SEG-LEG-FIRST.
    MOVE 0 TO SEG-LEG-LAST.
    MOVE 0 TO SEG-LEG-NEXT.
    MOVE 0 TO SEG-LEG-TARGET.
    IF CURRENT-PATH-ID NOT = SPACES
        PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LEG-COUNT
            IF LG-PATH-ID(LG-IDX) = CURRENT-PATH-ID
                IF SEG-LEG-FIRST = 0
                    MOVE LG-IDX TO SEG-LEG-FIRST
                END-IF
                MOVE LG-IDX TO SEG-LEG-LAST
                MOVE 'N' TO LG-ARRIVED(LG-IDX)
            END-IF
        END-PERFORM
    END-IF.
    IF SEG-LEG-FIRST > 0
        MOVE SEG-LEG-FIRST TO SEG-LEG-NEXT
        MOVE LG-STEPS(SEG-LEG-FIRST) TO SEG-LEG-TARGET
    END-IF.

    Mark-Leg-Arrivals.
    *> Every leg whose stop the segment has now reached is stamped
    *> with the minutes taken so far; a leg of no steps is reached
    *> together with the one before it.
    IF SEG-LEG-NEXT > 0
        PERFORM UNTIL SEG-LEG-NEXT > SEG-LEG-LAST
            OR SEGMENT-STEPS < SEG-LEG-TARGET
            MOVE 'Y' TO LG-ARRIVED(SEG-LEG-NEXT)
            MOVE SEGMENT-MINUTES TO LG-ARRIVE-MINUTES(SEG-LEG-NEXT)
            ADD 1 TO SEG-LEG-NEXT
            IF SEG-LEG-NEXT NOT > SEG-LEG-LAST
                ADD LG-STEPS(SEG-LEG-NEXT) TO SEG-LEG-TARGET
            END-IF
        END-PERFORM
    END-IF.

    Cost-Move.
    MOVE 'Y' TO WS-SEGMENT-DIRTY.
        EVALUATE DIRECTION OF DIR
        WHEN 'n'
            ADD RATE-N TO SEGMENT-COST
            ADD MINUTES-N TO SEGMENT-MINUTES
        WHEN 's'
            ADD RATE-S TO SEGMENT-COST
            ADD MINUTES-S TO SEGMENT-MINUTES
        WHEN 'nw'
            ADD RATE-NW TO SEGMENT-COST
            ADD MINUTES-NW TO SEGMENT-MINUTES
        WHEN 'ne'
            ADD RATE-NE TO SEGMENT-COST
            ADD MINUTES-NE TO SEGMENT-MINUTES
        WHEN 'sw'
            ADD RATE-SW TO SEGMENT-COST
            ADD MINUTES-SW TO SEGMENT-MINUTES
        WHEN 'se'
            ADD RATE-SE TO SEGMENT-COST
            ADD MINUTES-SE TO SEGMENT-MINUTES
        END-EVALUATE
        PERFORM Mark-Leg-Arrivals
    ELSE
        ADD 1 TO REJECT-COUNT
    END-IF.
    MOVE SPACES TO MANIFEST-RECORD.
    *> Pick the available courier with the most shift capacity left
    *> that can still absorb the whole segment; ties go to the first
    *> courier in roster order so the pick is repeatable. A route
    *> planned from a depot goes only to a courier based there.
    MOVE 0 TO CO-PICK.
    MOVE 0 TO CO-BEST-REMAINING.
    PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > COURIER-COUNT
            = CO-CAPACITY(CO-IDX) - CO-ASSIGNED-STEPS(CO-IDX)
        IF CO-REMAINING >= SEGMENT-STEPS
            AND CO-REMAINING > CO-BEST-REMAINING
            AND (SEGMENT-START-NAME = SPACES
                OR SEGMENT-START-NAME = CO-DEPOT(CO-IDX))
            MOVE CO-IDX TO CO-PICK
            MOVE CO-REMAINING TO CO-BEST-REMAINING
        END-IF
        ADD SEGMENT-COST TO CO-ASSIGNED-COST(CO-PICK)
        ADD 1 TO CO-PATHS(CO-PICK)
        MOVE CO-ID(CO-PICK) TO MANIFEST-COURIER-ID
        PERFORM Schedule-Round
    ELSE
        ADD 1 TO UNASSIGNED-COUNT
        IF CURRENT-PATH-ID NOT = SPACES
            DISPLAY "NO COURIER CAPACITY FOR PATH " CURRENT-PATH-ID
                " - " SEGMENT-STEPS " STEPS"
            IF SEGMENT-START-NAME NOT = SPACES
                DISPLAY "  (ROUTE STARTS FROM DEPOT "
                    SEGMENT-START-NAME ")"
            END-IF
        ELSE
            DISPLAY "NO COURIER CAPACITY FOR UNTAGGED PATH - "
                SEGMENT-STEPS " STEPS"
            " paths, " CO-ASSIGNED-STEPS(CO-IDX) " of "
            CO-CAPACITY(CO-IDX) " steps, cost " DISPLAY-COST
    END-PERFORM.

    Schedule-Round.
    COMPUTE ROUND-START-MINUTES
        = CO-SHIFT-START(CO-PICK) + CO-ASSIGNED-MINUTES(CO-PICK).
    COMPUTE ROUND-END-MINUTES = ROUND-START-MINUTES + SEGMENT-MINUTES.
    ADD SEGMENT-MINUTES TO CO-ASSIGNED-MINUTES(CO-PICK).
    MOVE SPACES TO SCHEDULE-RECORD.
    MOVE CO-ID(CO-PICK) TO SCHED-COURIER-ID.
    MOVE CURRENT-PATH-ID TO SCHED-PATH-ID.
    MOVE 'ROUND' TO SCHED-TYPE.
    MOVE SEGMENT-STEPS TO SCHED-ROUND-STEPS.
    COMPUTE CLOCK-MINUTES ROUNDED = ROUND-START-MINUTES.
    PERFORM Minutes-To-Clock.
    MOVE CLOCK-TIME TO SCHED-ROUND-START.
    COMPUTE CLOCK-MINUTES ROUNDED = ROUND-END-MINUTES.
    PERFORM Minutes-To-Clock.
    MOVE CLOCK-TIME TO SCHED-ROUND-END ROUND-END-TIME.
    MOVE CO-SHIFT-END(CO-PICK) TO CLOCK-MINUTES.
    PERFORM Minutes-To-Clock.
    MOVE CLOCK-TIME TO SCHED-SHIFT-END SHIFT-END-TIME.
    IF ROUND-END-MINUTES > CO-SHIFT-END(CO-PICK)
        MOVE 'OVER' TO SCHED-ROUND-CHECK
        ADD 1 TO OVERTIME-COUNT
        ADD 1 TO SCHEDULE-EXCEPTIONS
        MOVE SPACES TO DETAIL-LINE
        STRING "COURIER " CO-ID(CO-PICK) " PATH " CURRENT-PATH-ID
            " ENDS " ROUND-END-TIME " PAST SHIFT END "
            SHIFT-END-TIME
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Write-Exception-Record
    ELSE
        MOVE 'OK' TO SCHED-ROUND-CHECK
    END-IF.
    WRITE SCHEDULE-RECORD.
    IF SEG-LEG-FIRST > 0
        PERFORM VARYING LG-IDX FROM SEG-LEG-FIRST BY 1
            UNTIL LG-IDX > SEG-LEG-LAST
            PERFORM Schedule-Stop
        END-PERFORM
    END-IF.

    Schedule-Stop.
    *> An early arrival is listed as well as a late one: the desk
    *> decides whether the courier waits or the round is re-keyed.
    ADD 1 TO STOPS-SCHEDULED.
    MOVE SPACES TO SCHEDULE-RECORD.
    MOVE CO-ID(CO-PICK) TO SCHED-COURIER-ID.
    MOVE CURRENT-PATH-ID TO SCHED-PATH-ID.
    MOVE 'STOP' TO SCHED-TYPE.
    MOVE LG-LEG-NO(LG-IDX) TO SCHED-LEG-NO.
    MOVE LG-STOP-NO(LG-IDX) TO SCHED-STOP-NO.
    MOVE LG-EARLIEST(LG-IDX) TO SCHED-EARLIEST.
    MOVE LG-LATEST(LG-IDX) TO SCHED-LATEST.
    MOVE 'OK' TO SCHED-CHECK.
    MOVE SPACES TO DETAIL-LINE.
    IF LG-ARRIVED(LG-IDX) = 'N'
        *> The route ran out before this leg's steps were walked.
        MOVE '----' TO SCHED-ETA
        MOVE 'NO ETA' TO SCHED-CHECK
        ADD 1 TO NO-ETA-COUNT
        STRING "COURIER " CO-ID(CO-PICK) " PATH " CURRENT-PATH-ID
            " STOP " LG-STOP-NO(LG-IDX)
            " NOT REACHED BY ROUTE - NO ETA"
            DELIMITED BY SIZE INTO DETAIL-LINE
    ELSE
        COMPUTE CLOCK-MINUTES ROUNDED
            = ROUND-START-MINUTES + LG-ARRIVE-MINUTES(LG-IDX)
        PERFORM Minutes-To-Clock
        MOVE CLOCK-TIME TO SCHED-ETA ETA-TIME
        MOVE LG-EARLIEST(LG-IDX) TO WINDOW-TIME
        IF WINDOW-TIME IS NUMERIC
            PERFORM Window-To-Minutes
            IF CLOCK-MINUTES < WINDOW-MINUTES
                MOVE 'EARLY' TO SCHED-CHECK
                ADD 1 TO EARLY-COUNT
            END-IF
        END-IF
        MOVE LG-LATEST(LG-IDX) TO WINDOW-TIME
        IF WINDOW-TIME IS NUMERIC
            PERFORM Window-To-Minutes
            IF CLOCK-MINUTES > WINDOW-MINUTES
                MOVE 'LATE' TO SCHED-CHECK
                ADD 1 TO LATE-COUNT
            END-IF
        END-IF
        IF SCHED-CHECK NOT = 'OK'
            STRING "COURIER " CO-ID(CO-PICK) " PATH " CURRENT-PATH-ID
                " STOP " LG-STOP-NO(LG-IDX) " ETA " ETA-TIME
                " WINDOW " LG-EARLIEST(LG-IDX) "-" LG-LATEST(LG-IDX)
                " " SCHED-CHECK
                DELIMITED BY SIZE INTO DETAIL-LINE
        END-IF
    END-IF.
    IF SCHED-CHECK NOT = 'OK'
        ADD 1 TO SCHEDULE-EXCEPTIONS
        PERFORM Write-Exception-Record
    END-IF.
    WRITE SCHEDULE-RECORD.

    Window-To-Minutes.
    COMPUTE WINDOW-MINUTES = WINDOW-HH * 60 + WINDOW-MM.

    Minutes-To-Clock.
    DIVIDE CLOCK-MINUTES BY 60 GIVING CLOCK-HOURS
        REMAINDER CLOCK-MINS.
    COMPUTE CLOCK-TIME = CLOCK-HOURS * 100 + CLOCK-MINS.

    Write-Exception-Totals.
    IF SCHEDULE-EXCEPTIONS = 0
        MOVE "  NO SCHEDULE EXCEPTIONS" TO DETAIL-LINE
        PERFORM Write-Exception-Record
    END-IF.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Exception-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "STOPS SCHEDULED " STOPS-SCHEDULED
        "  EARLY " EARLY-COUNT "  LATE " LATE-COUNT
        "  NO ETA " NO-ETA-COUNT
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Exception-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "ROUNDS ASSIGNED " ASSIGNED-COUNT
        "  PAST SHIFT END " OVERTIME-COUNT
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Exception-Record.

    Write-Exception-Record.
    IF LINE-ON-PAGE >= PAGE-SIZE
        PERFORM Write-Exception-Header
    END-IF.
    MOVE DETAIL-LINE TO EXCEPTION-LINE.
    WRITE EXCEPTION-LINE.
    ADD 1 TO LINE-ON-PAGE.

    Write-Exception-Header.
    ADD 1 TO PAGE-NO.
    MOVE SPACES TO EXCEPTION-LINE.
    STRING "DISPATCH SCHEDULE EXCEPTIONS  RUN DATE " RUN-DATE
        "  PAGE " PAGE-NO
        DELIMITED BY SIZE INTO EXCEPTION-LINE.
    WRITE EXCEPTION-LINE.
    MOVE ALL '-' TO EXCEPTION-LINE.
    WRITE EXCEPTION-LINE.
    MOVE 2 TO LINE-ON-PAGE.
