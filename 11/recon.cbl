IDENTIFICATION DIVISION.
    PROGRAM-ID. RECON.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
        SELECT LEGS-FILE ASSIGN TO DYNAMIC LEGS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGS-STATUS.
        SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
        SELECT LOOP-FILE ASSIGN TO DYNAMIC LOOP-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOOP-STATUS.
        SELECT RECON-FILE ASSIGN TO 'recon-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MANIFEST-FILE.
    01 MANIFEST-RECORD.
        05 MANIFEST-COURIER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 MANIFEST-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 MANIFEST-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 MANIFEST-COST PIC 9(7).9(2).

    FD LEGS-FILE.
    01 LEG-RECORD.
        05 LEG-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 LEG-NO PIC 9(3).
        05 FILLER PIC X(1).
        05 LEG-FROM-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-FROM-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-FROM-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-TO-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LEG-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 LEG-SEQUENCE PIC X(1).
            88 LEG-ORIGINAL VALUE 'O'.

    FD EXTRACT-FILE.
    01 EXTRACT-RECORD.
        05 EXTRACT-RUN-DATE PIC 9(8).
        05 EXTRACT-COMMA-1 PIC X(1).
        05 EXTRACT-PATH-ID PIC X(15).
        05 EXTRACT-COMMA-2 PIC X(1).
        05 EXTRACT-X PIC S9(5) SIGN LEADING SEPARATE.
        05 EXTRACT-COMMA-3 PIC X(1).
        05 EXTRACT-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 EXTRACT-COMMA-4 PIC X(1).
        05 EXTRACT-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 EXTRACT-COMMA-5 PIC X(1).
        05 EXTRACT-DIST PIC 9(5).
        05 EXTRACT-COMMA-6 PIC X(1).
        05 EXTRACT-MAX-DIST PIC 9(5).
        05 EXTRACT-COMMA-7 PIC X(1).
        05 EXTRACT-COST PIC 9(7).9(2).

    FD LOOP-FILE.
    01 LOOP-RECORD.
        05 LOOP-RUN-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 LOOP-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 LOOP-STEPS PIC 9(7).
        05 FILLER PIC X(1).
        05 LOOP-DISTINCT PIC 9(7).
        05 FILLER PIC X(1).
        05 LOOP-REVISITS PIC 9(7).
        05 FILLER PIC X(1).
        05 LOOP-TOP-X PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LOOP-TOP-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LOOP-TOP-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 LOOP-TOP-VISITS PIC 9(5).
        05 FILLER PIC X(1).
        05 LOOP-FLAG PIC X(1).

    FD RECON-FILE.
    01 RECON-LINE PIC X(80).

    WORKING-STORAGE SECTION.
    01 MANIFEST-PATH PIC X(100).
    01 LEGS-PATH PIC X(100).
    01 EXTRACT-PATH PIC X(100).
    01 LOOP-PATH PIC X(100).

    01 WS-MANIFEST-STATUS PIC X(2).
    01 WS-LEGS-STATUS PIC X(2).
    01 WS-EXTRACT-STATUS PIC X(2).
    01 WS-LOOP-STATUS PIC X(2).
    01 WS-RECON-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.

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

    *> Percentage a walked path may run over its manifest steps or
    *> cost before it is reported; couriers detour round a parked
    *> van every day and the desk does not want to hear about it.
    01 OVER-TOLERANCE PIC 9(3) VALUE 10.
    01 WS-OVER-TOLERANCE-IN PIC X(3).
    01 STEPS-LIMIT PIC 9(9) VALUE 0.
    01 COST-LIMIT PIC 9(9)V99 VALUE 0.

    *> Every path id seen in any of the four inputs, with what each
    *> one said about it. The files are one night's run apiece, so
    *> a path appears once per file; a repeated id (an ANSWER
    *> restart re-posting a path) simply overwrites the earlier row.
    01 PATH-COUNT PIC 9(5) VALUE 0.
    01 PATH-TABLE.
        05 PATH-ENTRY OCCURS 2000 TIMES.
            10 PT-PATH-ID PIC X(15).
            10 PT-COURIER-ID PIC X(8).
            10 PT-DISPATCHED PIC X(1).
            10 PT-PLAN-STEPS PIC 9(7).
            10 PT-PLAN-COST PIC 9(7)V99.
            10 PT-LEGGED PIC X(1).
            10 PT-LAST-LEG PIC 9(3).
            10 PT-PLAN-X PIC S9(5).
            10 PT-PLAN-Y PIC S9(5).
            10 PT-PLAN-Z PIC S9(5).
            10 PT-WALKED PIC X(1).
            10 PT-WALK-X PIC S9(5).
            10 PT-WALK-Y PIC S9(5).
            10 PT-WALK-Z PIC S9(5).
            10 PT-WALK-COST PIC 9(7)V99.
            10 PT-STEPPED PIC X(1).
            10 PT-WALK-STEPS PIC 9(7).
            10 PT-EXCEPTIONS PIC 9(2).
    01 PT-IDX PIC 9(5) COMP VALUE 0.
    01 PT-FIND PIC 9(5) COMP VALUE 0.
    01 LOOKUP-PATH-ID PIC X(15).

    *> Subtotals by the courier the manifest gave each path to.
    *> Paths nobody was dispatched on are gathered under their own
    *> heading so they still foot to the grand total.
    01 NOT-DISPATCHED-ID PIC X(8) VALUE '*NOPLAN*'.
    01 SUB-COUNT PIC 9(5) VALUE 0.
    01 SUB-TABLE.
        05 SUB-ENTRY OCCURS 500 TIMES.
            10 SB-COURIER-ID PIC X(8).
            10 SB-PATHS PIC 9(5).
            10 SB-WALKED PIC 9(5).
            10 SB-EXCEPTIONS PIC 9(5).
            10 SB-PLAN-STEPS PIC 9(9).
            10 SB-WALK-STEPS PIC 9(9).
            10 SB-PLAN-COST PIC 9(9)V99.
            10 SB-WALK-COST PIC 9(9)V99.
    01 SB-IDX PIC 9(5) COMP VALUE 0.
    01 SB-FIND PIC 9(5) COMP VALUE 0.
    01 LOOKUP-COURIER-ID PIC X(8).

    01 MANIFEST-LINES PIC 9(7) VALUE 0.
    01 LEG-LINES PIC 9(7) VALUE 0.
    01 EXTRACT-LINES PIC 9(7) VALUE 0.
    01 LOOP-LINES PIC 9(7) VALUE 0.
    01 MISSING-FILES PIC 9(2) VALUE 0.

    01 NOT-WALKED-COUNT PIC 9(5) VALUE 0.
    01 NOT-DISPATCHED-COUNT PIC 9(5) VALUE 0.
    01 ENDPOINT-COUNT PIC 9(5) VALUE 0.
    01 OVER-PLAN-COUNT PIC 9(5) VALUE 0.
    01 EXCEPTION-COUNT PIC 9(5) VALUE 0.
    01 SECTION-COUNT PIC 9(5) VALUE 0.

    01 TOTAL-PATHS PIC 9(5) VALUE 0.
    01 TOTAL-WALKED PIC 9(5) VALUE 0.
    01 TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
    01 TOTAL-PLAN-STEPS PIC 9(9) VALUE 0.
    01 TOTAL-WALK-STEPS PIC 9(9) VALUE 0.
    01 TOTAL-PLAN-COST PIC 9(9)V99 VALUE 0.
    01 TOTAL-WALK-COST PIC 9(9)V99 VALUE 0.

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-ON-PAGE PIC 9(2) VALUE 99.
    01 PAGE-SIZE PIC 9(2) VALUE 60.
    01 DETAIL-LINE PIC X(80).

    01 DISPLAY-X PIC -9(5).
    01 DISPLAY-Y PIC -9(5).
    01 DISPLAY-Z PIC -9(5).
    01 DISPLAY-PX PIC -9(5).
    01 DISPLAY-PY PIC -9(5).
    01 DISPLAY-PZ PIC -9(5).
    01 DISPLAY-COST PIC 9(7).9(2).
    01 DISPLAY-COST-2 PIC 9(7).9(2).
    01 DISPLAY-BIG-COST PIC 9(9).9(2).
    01 DISPLAY-BIG-COST-2 PIC 9(9).9(2).

    PROCEDURE DIVISION.
    ACCEPT MANIFEST-PATH FROM ENVIRONMENT "RECON-MANIFEST".
    IF MANIFEST-PATH = SPACES
        MOVE 'dispatch-manifest.txt' TO MANIFEST-PATH
    END-IF.
    ACCEPT LEGS-PATH FROM ENVIRONMENT "RECON-LEGS".
    IF LEGS-PATH = SPACES
        MOVE 'planner-legs.txt' TO LEGS-PATH
    END-IF.
    ACCEPT EXTRACT-PATH FROM ENVIRONMENT "RECON-EXTRACT".
    IF EXTRACT-PATH = SPACES
        MOVE 'answer-extract.csv' TO EXTRACT-PATH
    END-IF.
    ACCEPT LOOP-PATH FROM ENVIRONMENT "RECON-LOOPS".
    IF LOOP-PATH = SPACES
        MOVE 'answer-loops.txt' TO LOOP-PATH
    END-IF.
    ACCEPT WS-OVER-TOLERANCE-IN FROM ENVIRONMENT "RECON-TOLERANCE".
    IF WS-OVER-TOLERANCE-IN NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-OVER-TOLERANCE-IN) NOT = 0
            DISPLAY "RECON-TOLERANCE MUST BE A PERCENTAGE FROM 1 TO "
                "999"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FUNCTION NUMVAL(WS-OVER-TOLERANCE-IN) < 1
            OR FUNCTION NUMVAL(WS-OVER-TOLERANCE-IN) > 999
            DISPLAY "RECON-TOLERANCE MUST BE A PERCENTAGE FROM 1 TO "
                "999"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-OVER-TOLERANCE-IN) TO OVER-TOLERANCE
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.

    PERFORM Load-Manifest.
    PERFORM Load-Legs.
    PERFORM Load-Extract.
    PERFORM Load-Loops.
    IF MISSING-FILES > 0
        *> Half a night cannot be reconciled; every path would show
        *> up as an exception and hide the real ones.
        DISPLAY "RECONCILIATION NOT RUN - " MISSING-FILES
            " INPUT FILE(S) MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT RECON-FILE.
    PERFORM Check-All-Paths.
    PERFORM Write-Not-Walked-Section.
    PERFORM Write-Not-Dispatched-Section.
    PERFORM Write-Endpoint-Section.
    PERFORM Write-Over-Plan-Section.
    PERFORM Write-Courier-Section.
    CLOSE RECON-FILE.

    DISPLAY "Paths reconciled: " PATH-COUNT.
    DISPLAY "Dispatched not walked: " NOT-WALKED-COUNT.
    DISPLAY "Walked not dispatched: " NOT-DISPATCHED-COUNT.
    DISPLAY "Endpoint differs from plan: " ENDPOINT-COUNT.
    DISPLAY "Over plan beyond tolerance: " OVER-PLAN-COUNT.
    IF EXCEPTION-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM Catalog-Outputs.
    STOP RUN.

    Catalog-Outputs.
    MOVE 'RECON' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'recon-report.txt' TO CATPOST-SOURCE.
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

    Load-Manifest.
    OPEN INPUT MANIFEST-FILE.
    IF WS-MANIFEST-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN MANIFEST " MANIFEST-PATH
            " - STATUS " WS-MANIFEST-STATUS
        ADD 1 TO MISSING-FILES
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ MANIFEST-FILE INTO MANIFEST-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM Take-Manifest-Line
            END-READ
        END-PERFORM
        CLOSE MANIFEST-FILE
    END-IF.

    Take-Manifest-Line.
    ADD 1 TO MANIFEST-LINES.
    MOVE MANIFEST-PATH-ID TO LOOKUP-PATH-ID.
    PERFORM Find-Path.
    *> DISPATCH prints a route it could not assign under '*NONE*'
    *> for the floor to cover by hand; no courier was given it, so
    *> it is not dispatched and has no courier to subtotal under.
    IF MANIFEST-COURIER-ID NOT = '*NONE*'
        MOVE 'Y' TO PT-DISPATCHED(PT-IDX)
        MOVE MANIFEST-COURIER-ID TO PT-COURIER-ID(PT-IDX)
    END-IF.
    MOVE MANIFEST-STEPS TO PT-PLAN-STEPS(PT-IDX).
    MOVE MANIFEST-COST TO PT-PLAN-COST(PT-IDX).

    Load-Legs.
    *> Only itineraries have legs; a single-target path has nothing
    *> here and its endpoint is simply not checked.
    OPEN INPUT LEGS-FILE.
    IF WS-LEGS-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN LEGS FILE " LEGS-PATH
            " - STATUS " WS-LEGS-STATUS
        ADD 1 TO MISSING-FILES
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ LEGS-FILE INTO LEG-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM Take-Leg-Line
            END-READ
        END-PERFORM
        CLOSE LEGS-FILE
    END-IF.

    Take-Leg-Line.
    ADD 1 TO LEG-LINES.
    *> Keyed-order rows of a reordered round were not planned; the
    *> round's final leg is on the rows actually planned.
    IF LEG-NO IS NUMERIC AND NOT LEG-ORIGINAL
        MOVE LEG-PATH-ID TO LOOKUP-PATH-ID
        PERFORM Find-Path
        IF PT-LEGGED(PT-IDX) = 'N' OR LEG-NO >= PT-LAST-LEG(PT-IDX)
            MOVE 'Y' TO PT-LEGGED(PT-IDX)
            MOVE LEG-NO TO PT-LAST-LEG(PT-IDX)
            MOVE LEG-TO-X TO PT-PLAN-X(PT-IDX)
            MOVE LEG-TO-Y TO PT-PLAN-Y(PT-IDX)
            MOVE LEG-TO-Z TO PT-PLAN-Z(PT-IDX)
        END-IF
    END-IF.

    Load-Extract.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN EXTRACT " EXTRACT-PATH
            " - STATUS " WS-EXTRACT-STATUS
        ADD 1 TO MISSING-FILES
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXTRACT-FILE INTO EXTRACT-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM Take-Extract-Line
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

    Take-Extract-Line.
    ADD 1 TO EXTRACT-LINES.
    IF EXTRACT-RUN-DATE IS NUMERIC
        MOVE EXTRACT-RUN-DATE TO RUN-DATE
    END-IF.
    MOVE EXTRACT-PATH-ID TO LOOKUP-PATH-ID.
    PERFORM Find-Path.
    MOVE 'Y' TO PT-WALKED(PT-IDX).
    MOVE EXTRACT-X TO PT-WALK-X(PT-IDX).
    MOVE EXTRACT-Y TO PT-WALK-Y(PT-IDX).
    MOVE EXTRACT-Z TO PT-WALK-Z(PT-IDX).
    MOVE EXTRACT-COST TO PT-WALK-COST(PT-IDX).

    Load-Loops.
    *> The extract carries no step count; ANSWER's loop file has
    *> the steps actually taken on every path it walked.
    OPEN INPUT LOOP-FILE.
    IF WS-LOOP-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN LOOP FILE " LOOP-PATH
            " - STATUS " WS-LOOP-STATUS
        ADD 1 TO MISSING-FILES
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ LOOP-FILE INTO LOOP-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM Take-Loop-Line
            END-READ
        END-PERFORM
        CLOSE LOOP-FILE
    END-IF.

    Take-Loop-Line.
    ADD 1 TO LOOP-LINES.
    MOVE LOOP-PATH-ID TO LOOKUP-PATH-ID.
    PERFORM Find-Path.
    MOVE 'Y' TO PT-STEPPED(PT-IDX).
    MOVE LOOP-STEPS TO PT-WALK-STEPS(PT-IDX).

    Find-Path.
    *> Leaves PT-IDX on the row for LOOKUP-PATH-ID, adding an empty
    *> one the first time the id is seen.
    MOVE 0 TO PT-IDX.
    PERFORM VARYING PT-FIND FROM 1 BY 1
        UNTIL PT-FIND > PATH-COUNT OR PT-IDX > 0
        IF PT-PATH-ID(PT-FIND) = LOOKUP-PATH-ID
            MOVE PT-FIND TO PT-IDX
        END-IF
    END-PERFORM.
    IF PT-IDX = 0
        IF PATH-COUNT >= 2000
            DISPLAY "TOO MANY PATHS TO RECONCILE - LIMIT 2000"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PATH-COUNT
        MOVE PATH-COUNT TO PT-IDX
        MOVE LOOKUP-PATH-ID TO PT-PATH-ID(PT-IDX)
        MOVE SPACES TO PT-COURIER-ID(PT-IDX)
        MOVE 'N' TO PT-DISPATCHED(PT-IDX)
        MOVE 0 TO PT-PLAN-STEPS(PT-IDX)
        MOVE 0 TO PT-PLAN-COST(PT-IDX)
        MOVE 'N' TO PT-LEGGED(PT-IDX)
        MOVE 0 TO PT-LAST-LEG(PT-IDX)
        MOVE 0 TO PT-PLAN-X(PT-IDX)
        MOVE 0 TO PT-PLAN-Y(PT-IDX)
        MOVE 0 TO PT-PLAN-Z(PT-IDX)
        MOVE 'N' TO PT-WALKED(PT-IDX)
        MOVE 0 TO PT-WALK-X(PT-IDX)
        MOVE 0 TO PT-WALK-Y(PT-IDX)
        MOVE 0 TO PT-WALK-Z(PT-IDX)
        MOVE 0 TO PT-WALK-COST(PT-IDX)
        MOVE 'N' TO PT-STEPPED(PT-IDX)
        MOVE 0 TO PT-WALK-STEPS(PT-IDX)
        MOVE 0 TO PT-EXCEPTIONS(PT-IDX)
    END-IF.

    Check-All-Paths.
    *> Count each exception against its path and its courier first,
    *> so the sections that follow only have to list them.
    PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PATH-COUNT
        PERFORM Check-Path
        PERFORM Add-To-Subtotal
    END-PERFORM.

    Check-Path.
    IF PT-DISPATCHED(PT-IDX) = 'Y' AND PT-WALKED(PT-IDX) = 'N'
        ADD 1 TO NOT-WALKED-COUNT
        ADD 1 TO PT-EXCEPTIONS(PT-IDX)
    END-IF.
    IF PT-DISPATCHED(PT-IDX) = 'N' AND PT-WALKED(PT-IDX) = 'Y'
        ADD 1 TO NOT-DISPATCHED-COUNT
        ADD 1 TO PT-EXCEPTIONS(PT-IDX)
    END-IF.
    IF PT-WALKED(PT-IDX) = 'Y' AND PT-LEGGED(PT-IDX) = 'Y'
        IF PT-WALK-X(PT-IDX) NOT = PT-PLAN-X(PT-IDX)
            OR PT-WALK-Z(PT-IDX) NOT = PT-PLAN-Z(PT-IDX)
            ADD 1 TO ENDPOINT-COUNT
            ADD 1 TO PT-EXCEPTIONS(PT-IDX)
        END-IF
    END-IF.
    IF PT-DISPATCHED(PT-IDX) = 'Y' AND PT-WALKED(PT-IDX) = 'Y'
        PERFORM Test-Over-Plan
        IF PT-WALK-STEPS(PT-IDX) > STEPS-LIMIT
            OR (PT-PLAN-COST(PT-IDX) > 0
                AND PT-WALK-COST(PT-IDX) > COST-LIMIT)
            ADD 1 TO OVER-PLAN-COUNT
            ADD 1 TO PT-EXCEPTIONS(PT-IDX)
        END-IF
    END-IF.
    ADD PT-EXCEPTIONS(PT-IDX) TO EXCEPTION-COUNT.

    Test-Over-Plan.
    *> A manifest priced without a cost-rate file carries zero cost;
    *> only steps can be held against it then.
    COMPUTE STEPS-LIMIT =
        PT-PLAN-STEPS(PT-IDX) * (100 + OVER-TOLERANCE) / 100.
    COMPUTE COST-LIMIT =
        PT-PLAN-COST(PT-IDX) * (100 + OVER-TOLERANCE) / 100.

    Add-To-Subtotal.
    IF PT-DISPATCHED(PT-IDX) = 'Y'
        MOVE PT-COURIER-ID(PT-IDX) TO LOOKUP-COURIER-ID
    ELSE
        MOVE NOT-DISPATCHED-ID TO LOOKUP-COURIER-ID
    END-IF.
    MOVE 0 TO SB-IDX.
    PERFORM VARYING SB-FIND FROM 1 BY 1
        UNTIL SB-FIND > SUB-COUNT OR SB-IDX > 0
        IF SB-COURIER-ID(SB-FIND) = LOOKUP-COURIER-ID
            MOVE SB-FIND TO SB-IDX
        END-IF
    END-PERFORM.
    IF SB-IDX = 0
        IF SUB-COUNT >= 500
            DISPLAY "TOO MANY COURIERS TO SUBTOTAL - LIMIT 500"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO SUB-COUNT
        MOVE SUB-COUNT TO SB-IDX
        MOVE LOOKUP-COURIER-ID TO SB-COURIER-ID(SB-IDX)
        MOVE 0 TO SB-PATHS(SB-IDX)
        MOVE 0 TO SB-WALKED(SB-IDX)
        MOVE 0 TO SB-EXCEPTIONS(SB-IDX)
        MOVE 0 TO SB-PLAN-STEPS(SB-IDX)
        MOVE 0 TO SB-WALK-STEPS(SB-IDX)
        MOVE 0 TO SB-PLAN-COST(SB-IDX)
        MOVE 0 TO SB-WALK-COST(SB-IDX)
    END-IF.
    *> Legs alone with no manifest or walk are a planned round that
    *> was never put on the route file; nothing to subtotal.
    IF PT-DISPATCHED(PT-IDX) = 'Y' OR PT-WALKED(PT-IDX) = 'Y'
        ADD 1 TO SB-PATHS(SB-IDX)
        IF PT-WALKED(PT-IDX) = 'Y'
            ADD 1 TO SB-WALKED(SB-IDX)
        END-IF
        ADD PT-EXCEPTIONS(PT-IDX) TO SB-EXCEPTIONS(SB-IDX)
        ADD PT-PLAN-STEPS(PT-IDX) TO SB-PLAN-STEPS(SB-IDX)
        ADD PT-WALK-STEPS(PT-IDX) TO SB-WALK-STEPS(SB-IDX)
        ADD PT-PLAN-COST(PT-IDX) TO SB-PLAN-COST(SB-IDX)
        ADD PT-WALK-COST(PT-IDX) TO SB-WALK-COST(SB-IDX)
    END-IF.

    Write-Recon-Record.
    IF LINE-ON-PAGE >= PAGE-SIZE
        PERFORM Write-Page-Header
    END-IF.
    MOVE DETAIL-LINE TO RECON-LINE.
    WRITE RECON-LINE.
    ADD 1 TO LINE-ON-PAGE.

    Write-Page-Header.
    ADD 1 TO PAGE-NO.
    MOVE SPACES TO RECON-LINE.
    STRING "PLANNED VERSUS WALKED RECONCILIATION  RUN DATE " RUN-DATE
        "  PAGE " PAGE-NO
        DELIMITED BY SIZE INTO RECON-LINE.
    WRITE RECON-LINE.
    MOVE ALL '-' TO RECON-LINE.
    WRITE RECON-LINE.
    MOVE 2 TO LINE-ON-PAGE.

    Write-Section-Count.
    MOVE SPACES TO DETAIL-LINE.
    IF SECTION-COUNT = 0
        MOVE "  NONE" TO DETAIL-LINE
    ELSE
        STRING "  PATHS LISTED " SECTION-COUNT
            DELIMITED BY SIZE INTO DETAIL-LINE
    END-IF.
    PERFORM Write-Recon-Record.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Recon-Record.

    Write-Not-Walked-Section.
    MOVE "DISPATCHED BUT NOT WALKED" TO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PATH-COUNT
        IF PT-DISPATCHED(PT-IDX) = 'Y' AND PT-WALKED(PT-IDX) = 'N'
            ADD 1 TO SECTION-COUNT
            MOVE PT-PLAN-COST(PT-IDX) TO DISPLAY-COST
            MOVE SPACES TO DETAIL-LINE
            STRING "  " PT-PATH-ID(PT-IDX) " COURIER "
                PT-COURIER-ID(PT-IDX) " STEPS " PT-PLAN-STEPS(PT-IDX)
                " COST " DISPLAY-COST
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Write-Recon-Record
        END-IF
    END-PERFORM.
    PERFORM Write-Section-Count.

    Write-Not-Dispatched-Section.
    MOVE "WALKED BUT NOT DISPATCHED" TO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PATH-COUNT
        IF PT-DISPATCHED(PT-IDX) = 'N' AND PT-WALKED(PT-IDX) = 'Y'
            ADD 1 TO SECTION-COUNT
            MOVE PT-WALK-COST(PT-IDX) TO DISPLAY-COST
            MOVE SPACES TO DETAIL-LINE
            STRING "  " PT-PATH-ID(PT-IDX)
                " STEPS " PT-WALK-STEPS(PT-IDX)
                " COST " DISPLAY-COST
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Write-Recon-Record
        END-IF
    END-PERFORM.
    PERFORM Write-Section-Count.

    Write-Endpoint-Section.
    MOVE "WALKED ENDPOINT DIFFERS FROM PLANNED FINAL LEG"
        TO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PATH-COUNT
        IF PT-WALKED(PT-IDX) = 'Y' AND PT-LEGGED(PT-IDX) = 'Y'
            AND (PT-WALK-X(PT-IDX) NOT = PT-PLAN-X(PT-IDX)
                OR PT-WALK-Z(PT-IDX) NOT = PT-PLAN-Z(PT-IDX))
            ADD 1 TO SECTION-COUNT
            MOVE PT-PLAN-X(PT-IDX) TO DISPLAY-PX
            MOVE PT-PLAN-Y(PT-IDX) TO DISPLAY-PY
            MOVE PT-PLAN-Z(PT-IDX) TO DISPLAY-PZ
            MOVE PT-WALK-X(PT-IDX) TO DISPLAY-X
            MOVE PT-WALK-Y(PT-IDX) TO DISPLAY-Y
            MOVE PT-WALK-Z(PT-IDX) TO DISPLAY-Z
            MOVE SPACES TO DETAIL-LINE
            STRING "  " PT-PATH-ID(PT-IDX) " LEG " PT-LAST-LEG(PT-IDX)
                " PLAN " DISPLAY-PX " " DISPLAY-PY " " DISPLAY-PZ
                " WALKED " DISPLAY-X " " DISPLAY-Y " " DISPLAY-Z
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Write-Recon-Record
        END-IF
    END-PERFORM.
    PERFORM Write-Section-Count.

    Write-Over-Plan-Section.
    MOVE SPACES TO DETAIL-LINE.
    STRING "WALKED OVER MANIFEST BY MORE THAN " OVER-TOLERANCE
        " PERCENT"
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PATH-COUNT
        IF PT-DISPATCHED(PT-IDX) = 'Y' AND PT-WALKED(PT-IDX) = 'Y'
            PERFORM Test-Over-Plan
            IF PT-WALK-STEPS(PT-IDX) > STEPS-LIMIT
                OR (PT-PLAN-COST(PT-IDX) > 0
                    AND PT-WALK-COST(PT-IDX) > COST-LIMIT)
                ADD 1 TO SECTION-COUNT
                PERFORM Write-Over-Plan-Line
            END-IF
        END-IF
    END-PERFORM.
    PERFORM Write-Section-Count.

    Write-Over-Plan-Line.
    MOVE PT-PLAN-COST(PT-IDX) TO DISPLAY-COST.
    MOVE PT-WALK-COST(PT-IDX) TO DISPLAY-COST-2.
    MOVE SPACES TO DETAIL-LINE.
    STRING "  " PT-PATH-ID(PT-IDX) " " PT-COURIER-ID(PT-IDX)
        " STEPS " PT-PLAN-STEPS(PT-IDX) "/" PT-WALK-STEPS(PT-IDX)
        " COST " DISPLAY-COST "/" DISPLAY-COST-2
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.

    Write-Courier-Section.
    *> Planned figures are the manifest's, walked figures ANSWER's;
    *> each pair is shown PLAN/WALKED.
    MOVE "SUBTOTALS BY COURIER" TO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SUB-COUNT
        IF SB-PATHS(SB-IDX) > 0
            PERFORM Write-Courier-Lines
            ADD SB-PATHS(SB-IDX) TO TOTAL-PATHS
            ADD SB-WALKED(SB-IDX) TO TOTAL-WALKED
            ADD SB-EXCEPTIONS(SB-IDX) TO TOTAL-EXCEPTIONS
            ADD SB-PLAN-STEPS(SB-IDX) TO TOTAL-PLAN-STEPS
            ADD SB-WALK-STEPS(SB-IDX) TO TOTAL-WALK-STEPS
            ADD SB-PLAN-COST(SB-IDX) TO TOTAL-PLAN-COST
            ADD SB-WALK-COST(SB-IDX) TO TOTAL-WALK-COST
        END-IF
    END-PERFORM.
    MOVE SPACES TO DETAIL-LINE.
    STRING "  TOTAL    PATHS " TOTAL-PATHS " WALKED " TOTAL-WALKED
        " EXCEPTIONS " TOTAL-EXCEPTIONS
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE TOTAL-PLAN-COST TO DISPLAY-BIG-COST.
    MOVE TOTAL-WALK-COST TO DISPLAY-BIG-COST-2.
    MOVE SPACES TO DETAIL-LINE.
    STRING "           STEPS " TOTAL-PLAN-STEPS "/" TOTAL-WALK-STEPS
        " COST " DISPLAY-BIG-COST "/" DISPLAY-BIG-COST-2
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE SPACES TO DETAIL-LINE.
    IF EXCEPTION-COUNT = 0
        MOVE "VERDICT: CLEAN" TO DETAIL-LINE
    ELSE
        STRING "VERDICT: ATTENTION - " EXCEPTION-COUNT " EXCEPTION(S)"
            DELIMITED BY SIZE INTO DETAIL-LINE
    END-IF.
    PERFORM Write-Recon-Record.

    Write-Courier-Lines.
    MOVE SPACES TO DETAIL-LINE.
    STRING "  " SB-COURIER-ID(SB-IDX) " PATHS " SB-PATHS(SB-IDX)
        " WALKED " SB-WALKED(SB-IDX)
        " EXCEPTIONS " SB-EXCEPTIONS(SB-IDX)
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.
    MOVE SB-PLAN-COST(SB-IDX) TO DISPLAY-BIG-COST.
    MOVE SB-WALK-COST(SB-IDX) TO DISPLAY-BIG-COST-2.
    MOVE SPACES TO DETAIL-LINE.
    STRING "           STEPS " SB-PLAN-STEPS(SB-IDX) "/"
        SB-WALK-STEPS(SB-IDX)
        " COST " DISPLAY-BIG-COST "/" DISPLAY-BIG-COST-2
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Recon-Record.
