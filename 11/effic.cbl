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

    FD EFFICIENCY-FILE.
    01 EFFICIENCY-RECORD.
        05 CTL-RECORDS-OUT PIC 9(7).
        05 CTL-RETURN-CODE PIC 9(2).

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
    01 Y PIC S9(5) VALUE 0.
    01 Z PIC S9(5) VALUE 0.

    *> Depot the path set out from, resolved the same way ANSWER
    *> resolves it; the fewest steps are counted from here.
    01 START-X PIC S9(5) VALUE 0.
    01 START-Y PIC S9(5) VALUE 0.
    01 START-Z PIC S9(5) VALUE 0.
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
    01 START-ERROR-COUNT PIC 9(5) VALUE 0.

    01 DIST PIC 9(5) VALUE 0.

    01 LINE-COUNT PIC 9(7) VALUE 0.
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

    PROCEDURE DIVISION.
    ACCEPT DIRECTIONSFILE-PATH FROM ENVIRONMENT "EFFIC-INPUT".
    IF DIRECTIONSFILE-PATH = SPACES
        END-IF.
        PERFORM Print-Grand-Total.
        CLOSE EFFICIENCY-FILE.
        IF WS-MASTER-OPEN = 'Y'
            CLOSE LOCATION-MASTER
        END-IF.
        DISPLAY "Rejected records: " REJECT-COUNT.
        IF START-ERROR-COUNT > 0
            DISPLAY "Paths with unresolved start location: "
                START-ERROR-COUNT
            MOVE 8 TO RETURN-CODE
        END-IF.
    PERFORM Catalog-Outputs.
    PERFORM Post-Run-End.
    STOP RUN.

    END-WRITE.
    CLOSE RUN-CONTROL.

    Catalog-Outputs.
    MOVE 'EFFIC' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'REPORT' TO CATPOST-FILE-TYPE.
    MOVE 'efficiency-report.txt' TO CATPOST-SOURCE.
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

    Start-New-Path.
    *> A leading, un-tagged segment ahead of the first PATH header
    *> still needs its results reported before it is reset, even
    MOVE HEADER-PATH-ID TO CURRENT-PATH-ID.
    MOVE 'Y' TO WS-PATH-STARTED.
    MOVE 'N' TO WS-SEGMENT-DIRTY.
    PERFORM Resolve-Start-Location.
    MOVE START-X TO X.
    MOVE START-Y TO Y.
    MOVE START-Z TO Z.
    MOVE 0 TO DIST.
    MOVE 0 TO STEP-COUNT.

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
        IF WS-MASTER-OPEN NOT = 'Y'
            DISPLAY "CANNOT RESOLVE START " HEADER-START-NAME
                " FOR PATH " HEADER-PATH-ID " - MEASURED FROM ORIGIN"
            ADD 1 TO START-ERROR-COUNT
        ELSE
            MOVE HEADER-START-NAME TO LOC-NAME
            READ LOCATION-MASTER
                INVALID KEY
                    DISPLAY "UNKNOWN START " HEADER-START-NAME
                        " FOR PATH " HEADER-PATH-ID
                        " - MEASURED FROM ORIGIN"
                    ADD 1 TO START-ERROR-COUNT
                NOT INVALID KEY
                    IF LOC-ACTIVE
                        MOVE LOC-X TO START-X
                        MOVE LOC-Y TO START-Y
                        MOVE LOC-Z TO START-Z
                    ELSE
                        DISPLAY "START LOCATION DEACTIVATED: "
                            HEADER-START-NAME " FOR PATH "
                            HEADER-PATH-ID " - MEASURED FROM ORIGIN"
                        ADD 1 TO START-ERROR-COUNT
                    END-IF
            END-READ
        END-IF
    END-IF.

    Walk-Step.
    MOVE 'Y' TO WS-SEGMENT-DIRTY.
    IF VALID-DIRECTIONS AND DIR-TRAILING = SPACES
    Calculate-Path.
    *> Axial to cube coordinates
    COMPUTE Y = - X - Z.
    COMPUTE DIST = (FUNCTION ABS(X - START-X) + FUNCTION ABS(Y - START-Y)
        + FUNCTION ABS(Z - START-Z)) / 2.
