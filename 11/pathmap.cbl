        SELECT TRACE-FILE ASSIGN TO DYNAMIC TRACE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRACE-STATUS.
        SELECT NOGO-MASTER ASSIGN TO DYNAMIC NOGO-FILE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NOGO-KEY
        FILE STATUS IS WS-NOGO-STATUS.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        05 FILLER PIC X(1).
        05 TRACE-DIST PIC 9(5).

    *> No-go master kept by NOGOMNT; laid out identically in every
    *> program that reads it. Only cells active and inside their
    *> effective dates on the map date are drawn.
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
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-MAP-STATUS PIC X(2).
    01 WS-NOGO-ON PIC X(1) VALUE 'N'.

    *> A trace is usually mapped the morning after it was walked;
    *> PATHMAP-DATE names the day whose closures should be drawn.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).
    01 WS-PAGE-OPEN PIC X(1) VALUE 'N'.

    *> The map is a character grid in "double height" layout: each
    01 PAGE-END-Y PIC S9(5) VALUE 0.
    01 PAGE-END-Z PIC S9(5) VALUE 0.

    *> Cell the page's path set out from - its depot, or the origin.
    *> The trace only records where each step landed, so the start
    *> is the first step's position with that step backed out; a
    *> first step that moved nowhere leaves distance 0 and already
    *> sits on the start. The window is centred on this cell.
    01 PAGE-START-X PIC S9(5) VALUE 0.
    01 PAGE-START-Y PIC S9(5) VALUE 0.
    01 PAGE-START-Z PIC S9(5) VALUE 0.
    01 PAGE-START-NAME PIC X(15) VALUE SPACES.

    *> Named locations carry a one-letter legend mark; only the
    *> first 26 active locations can be lettered on a map page.
    01 LOCATION-COUNT PIC 9(3) VALUE 0.
    01 DISPLAY-Y PIC S9(5) SIGN LEADING SEPARATE.
    01 DISPLAY-Z PIC S9(5) SIGN LEADING SEPARATE.

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
    ACCEPT TRACE-FILE-PATH FROM ENVIRONMENT "PATHMAP-TRACE".
    IF TRACE-FILE-PATH = SPACES
        MOVE 'answer-trace.txt' TO TRACE-FILE-PATH
    END-IF.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "PATHMAP-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "PATHMAP-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "PATHMAP-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    ACCEPT NOGO-FILE-PATH FROM ENVIRONMENT "PATHMAP-NOGO".
    IF NOGO-FILE-PATH = SPACES
        MOVE 'nogo-master.dat' TO NOGO-FILE-PATH
    END-IF.
    MOVE 'Y' TO WS-NOGO-ON.
    PERFORM Load-Locations.

    OPEN INPUT TRACE-FILE.
            DISPLAY "NO TRACE DATA FOUND"
            MOVE 16 TO RETURN-CODE
        END-IF.
    PERFORM Catalog-Outputs.
    STOP RUN.

    Load-Locations.
    MOVE TRACE-SEQ-NO TO PAGE-FIRST-SEQ.
    MOVE SPACES TO GRID-TABLE.
    MOVE 'N' TO WS-GRID-USED.
    PERFORM Find-Page-Start.

    Find-Page-Start.
    MOVE TRACE-X TO PAGE-START-X.
    MOVE TRACE-Z TO PAGE-START-Z.
    IF TRACE-DIST NOT = 0
        EVALUATE TRACE-DIRECTION
        WHEN 'nw'
            ADD 1 TO PAGE-START-X
        WHEN 'ne'
            SUBTRACT 1 FROM PAGE-START-X
            ADD 1 TO PAGE-START-Z
        WHEN 'sw'
            ADD 1 TO PAGE-START-X
            SUBTRACT 1 FROM PAGE-START-Z
        WHEN 'se'
            SUBTRACT 1 FROM PAGE-START-X
        WHEN 'n'
            ADD 1 TO PAGE-START-Z
        WHEN 's'
            SUBTRACT 1 FROM PAGE-START-Z
        END-EVALUATE
    END-IF.
    COMPUTE PAGE-START-Y = 0 - PAGE-START-X - PAGE-START-Z.
    MOVE SPACES TO PAGE-START-NAME.
    PERFORM VARYING LE-IDX FROM 1 BY 1
        UNTIL LE-IDX > LOCATION-COUNT
        IF LE-X(LE-IDX) = PAGE-START-X
            AND LE-Z(LE-IDX) = PAGE-START-Z
            MOVE LE-NAME(LE-IDX) TO PAGE-START-NAME
        END-IF
    END-PERFORM.

    Locate-Cell.
    *> Window is 121 columns by 121 rows centred on the page's start
    *> cell; a cell outside it is clipped and counted, not plotted.
    COMPUTE MAP-COL = CELL-X - PAGE-START-X.
    COMPUTE MAP-ROW = 2 * (CELL-Z - PAGE-START-Z) + MAP-COL.
    IF MAP-COL < -60 OR MAP-COL > 60
        OR MAP-ROW < -60 OR MAP-ROW > 60
        MOVE 'N' TO WS-CELL-OK

    Print-Map-Page.
    PERFORM Overlay-Nogo-Cells.
    PERFORM Overlay-Start.
    PERFORM Overlay-Locations.
    PERFORM Write-Page-Header.
    PERFORM Write-Map-Body.
    MOVE 'N' TO WS-PAGE-OPEN.

    Overlay-Nogo-Cells.
    *> The no-go master is re-read per page, so the forbidden list
    *> never has to fit a working-storage table. A forbidden cell
    *> the path walked onto is the violation Safety is reviewing;
    *> it prints as '!' so it stands out from both path and wall.
    IF WS-NOGO-ON = 'Y'
        OPEN INPUT NOGO-MASTER
        EVALUATE WS-NOGO-STATUS
        WHEN '00'
            MOVE 'N' TO WS-NOGO-EOF
            PERFORM UNTIL WS-NOGO-EOF = 'Y'
                READ NOGO-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-NOGO-EOF
                    NOT AT END
                        IF NOGO-ACTIVE
                            AND NOGO-EFFECTIVE-FROM <= RUN-DATE
                            AND NOGO-EFFECTIVE-TO >= RUN-DATE
                            PERFORM Overlay-One-Nogo
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOGO-MASTER
        WHEN '35'
            MOVE 'N' TO WS-NOGO-ON
        WHEN OTHER
            DISPLAY "CANNOT OPEN NO-GO MASTER - STATUS "
                WS-NOGO-STATUS
            MOVE 'N' TO WS-NOGO-ON
        END-EVALUATE
    END-IF.

    Overlay-One-Nogo.
        PERFORM Note-Used-Cell
    END-IF.

    Overlay-Start.
    MOVE PAGE-START-X TO CELL-X.
    MOVE PAGE-START-Z TO CELL-Z.
    PERFORM Locate-Cell.
    IF GRID-CHAR(GRID-R, GRID-C) = SPACE
        OR GRID-CHAR(GRID-R, GRID-C) = '*'
    Write-Page-Legend.
    MOVE SPACES TO MAP-LINE.
    WRITE MAP-LINE.
    MOVE "  O START   * PATH   # NO-GO   ! VIOLATION"
        TO MAP-LINE.
    WRITE MAP-LINE.
    MOVE PAGE-START-X TO DISPLAY-X.
    MOVE PAGE-START-Y TO DISPLAY-Y.
    MOVE PAGE-START-Z TO DISPLAY-Z.
    MOVE SPACES TO MAP-LINE.
    STRING "  START " DISPLAY-X " " DISPLAY-Y " " DISPLAY-Z
        "  " PAGE-START-NAME
        DELIMITED BY SIZE INTO MAP-LINE.
    WRITE MAP-LINE.
    MOVE PAGE-END-X TO DISPLAY-X.
    MOVE PAGE-END-Y TO DISPLAY-Y.
    MOVE PAGE-END-Z TO DISPLAY-Z.
    END-PERFORM.
    MOVE SPACES TO MAP-LINE.
    WRITE MAP-LINE.

    Catalog-Outputs.
    MOVE 'PATHMAP' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'MAP' TO CATPOST-FILE-TYPE.
    MOVE 'pathmap-report.txt' TO CATPOST-SOURCE.
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
