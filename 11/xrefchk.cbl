IDENTIFICATION DIVISION.
    PROGRAM-ID. XREFCHK.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-LOCATION-STATUS.
        SELECT ZONE-MASTER ASSIGN TO 'zone-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ZONE-KEY
        FILE STATUS IS WS-ZONE-STATUS.
        SELECT ROSTER-MASTER ASSIGN TO 'courier-roster.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COURIER-ID
        FILE STATUS IS WS-ROSTER-STATUS.
        SELECT NOGO-MASTER ASSIGN TO 'nogo-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOGO-KEY
        FILE STATUS IS WS-NOGO-STATUS.
        SELECT XREF-FILE ASSIGN TO 'xref-exceptions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 LOC-NAME PIC X(15).
        05 LOC-X PIC S9(5).
        05 LOC-Y PIC S9(5).
        05 LOC-Z PIC S9(5).
        05 LOC-STATUS PIC X(1).
            88 LOC-ACTIVE VALUE 'A'.
            88 LOC-DEACTIVATED VALUE 'D'.

    *> A zone is a set of rectangular cell ranges in axial X/Z; a
    *> record per range, keyed zone name + range number, maintained
    *> by ZONEMNT.
    FD ZONE-MASTER.
    01 ZONE-RECORD.
        05 ZONE-KEY.
            10 ZONE-NAME PIC X(15).
            10 ZONE-RANGE-NO PIC 9(3).
        05 ZONE-MIN-X PIC S9(5).
        05 ZONE-MAX-X PIC S9(5).
        05 ZONE-MIN-Z PIC S9(5).
        05 ZONE-MAX-Z PIC S9(5).
        05 ZONE-STATUS PIC X(1).
            88 ZONE-ACTIVE VALUE 'A'.
            88 ZONE-DEACTIVATED VALUE 'D'.

    FD ROSTER-MASTER.
    01 ROSTER-RECORD.
        05 COURIER-ID PIC X(8).
        05 COURIER-DEPOT PIC X(15).
        05 COURIER-CAPACITY PIC 9(7).
        05 COURIER-STATUS PIC X(1).
            88 COURIER-AVAILABLE VALUE 'A'.
            88 COURIER-UNAVAILABLE VALUE 'U'.
            88 COURIER-DEACTIVATED VALUE 'D'.
        05 COURIER-SHIFT-START PIC 9(4).
        05 COURIER-SHIFT-END PIC 9(4).

    *> No-go master maintained by NOGOMNT; laid out identically in
    *> every program that reads it. Only cells active and inside
    *> their effective dates on the run date are forbidden.
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

    FD XREF-FILE.
    01 XREF-LINE PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-LOCATION-STATUS PIC X(2).
    01 WS-ZONE-STATUS PIC X(2).
    01 WS-ROSTER-STATUS PIC X(2).
    01 WS-NOGO-STATUS PIC X(2).
    01 WS-XREF-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-NOGO-ON PIC X(1) VALUE 'N'.
    01 WS-ZONES-ON PIC X(1) VALUE 'N'.
    01 WS-MASTER-MISSING PIC X(1) VALUE 'N'.

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).

    *> Active zone ranges, in key order. Ranges of one zone may
    *> touch or overlap each other freely; only a cell claimed by
    *> two different zones is a fault.
    01 RANGE-COUNT PIC 9(5) VALUE 0.
    01 RANGE-TABLE.
        05 RANGE-ENTRY OCCURS 500 TIMES.
            10 RG-ZONE-NAME PIC X(15).
            10 RG-RANGE-NO PIC 9(3).
            10 RG-MIN-X PIC S9(5).
            10 RG-MAX-X PIC S9(5).
            10 RG-MIN-Z PIC S9(5).
            10 RG-MAX-Z PIC S9(5).
    01 RG-IDX PIC 9(5) COMP VALUE 0.
    01 RG-OTHER PIC 9(5) COMP VALUE 0.

    *> Zones a location's cell falls in; the first two distinct
    *> names are kept for the report.
    01 ZONE-HITS PIC 9(3) VALUE 0.
    01 ZONE-HIT-1 PIC X(15) VALUE SPACES.
    01 ZONE-HIT-2 PIC X(15) VALUE SPACES.
    01 ZONE-HIT-LAST PIC X(15) VALUE SPACES.

    *> Every depot named on a live roster entry, with the number of
    *> couriers based there and how many of them are available.
    01 DEPOT-COUNT PIC 9(3) VALUE 0.
    01 DEPOT-TABLE.
        05 DEPOT-ENTRY OCCURS 500 TIMES.
            10 DP-NAME PIC X(15).
            10 DP-COURIERS PIC 9(5).
            10 DP-AVAILABLE PIC 9(5).
    01 DP-IDX PIC 9(3) COMP VALUE 0.
    01 DP-HIT PIC 9(3) COMP VALUE 0.

    01 LOCATIONS-READ PIC 9(7) VALUE 0.
    01 LOCATIONS-ACTIVE PIC 9(7) VALUE 0.
    01 COURIERS-READ PIC 9(5) VALUE 0.
    01 NOGO-EXCEPTIONS PIC 9(5) VALUE 0.
    01 UNZONED-EXCEPTIONS PIC 9(5) VALUE 0.
    01 MULTI-ZONE-EXCEPTIONS PIC 9(5) VALUE 0.
    01 OVERLAP-EXCEPTIONS PIC 9(5) VALUE 0.
    01 COURIER-EXCEPTIONS PIC 9(5) VALUE 0.
    01 DEPOT-EXCEPTIONS PIC 9(5) VALUE 0.
    01 EXCEPTION-COUNT PIC 9(5) VALUE 0.

    01 DISPLAY-X PIC -9(5).
    01 DISPLAY-Y PIC -9(5).
    01 DISPLAY-Z PIC -9(5).
    01 DETAIL-LINE PIC X(100).

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
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "XREFCHK-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "XREFCHK-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "XREFCHK-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Cross-checking masters for run date " RUN-DATE.

    OPEN INPUT LOCATION-MASTER.
    IF WS-LOCATION-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
            WS-LOCATION-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT XREF-FILE.
    MOVE SPACES TO XREF-LINE.
    STRING "MASTER CROSS-CHECK FOR RUN DATE " RUN-DATE
        DELIMITED BY SIZE INTO XREF-LINE.
    WRITE XREF-LINE.

    PERFORM Load-Zone-Ranges.
    IF WS-ZONES-ON = 'Y'
        PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RANGE-COUNT
            PERFORM Check-Zone-Overlaps
        END-PERFORM
    END-IF.
    PERFORM Open-Nogo-Master.
    PERFORM Check-Locations.
    IF WS-NOGO-ON = 'Y'
        CLOSE NOGO-MASTER
    END-IF.
    PERFORM Check-Couriers.
    PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DEPOT-COUNT
        PERFORM Check-Depot
    END-PERFORM.
    CLOSE LOCATION-MASTER.
    PERFORM Write-Report-Totals.
    CLOSE XREF-FILE.
    PERFORM Catalog-Outputs.

    DISPLAY "Active locations checked: " LOCATIONS-ACTIVE.
    DISPLAY "Zone ranges checked: " RANGE-COUNT.
    DISPLAY "Couriers checked: " COURIERS-READ.
    DISPLAY "Depots checked: " DEPOT-COUNT.
    DISPLAY "Exceptions: " EXCEPTION-COUNT.
    IF EXCEPTION-COUNT > 0
        DISPLAY "MASTER CROSS-CHECK FAILED - SEE xref-exceptions.txt"
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF WS-MASTER-MISSING = 'Y'
        MOVE 12 TO RETURN-CODE
    END-IF.
    STOP RUN.

    Note-Exception.
    ADD 1 TO EXCEPTION-COUNT.
    WRITE XREF-LINE FROM DETAIL-LINE.
    DISPLAY DETAIL-LINE.

    Note-Missing-Master.
    *> A master that is not there cannot be cross-checked; its
    *> checks are skipped and the run fails as a missing file.
    MOVE 'Y' TO WS-MASTER-MISSING.
    WRITE XREF-LINE FROM DETAIL-LINE.
    DISPLAY DETAIL-LINE.

    Load-Zone-Ranges.
    OPEN INPUT ZONE-MASTER.
    IF WS-ZONE-STATUS NOT = '00'
        MOVE SPACES TO DETAIL-LINE
        STRING "ZONE MASTER NOT AVAILABLE - STATUS " WS-ZONE-STATUS
            " - ZONE CHECKS SKIPPED"
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Missing-Master
    ELSE
        MOVE 'Y' TO WS-ZONES-ON
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO ZONE-KEY
        START ZONE-MASTER KEY NOT < ZONE-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ ZONE-MASTER NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ZONE-ACTIVE
                        PERFORM Store-Zone-Range
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ZONE-MASTER
    END-IF.

    Store-Zone-Range.
    IF RANGE-COUNT >= 500
        DISPLAY "ZONE RANGE TABLE FULL - LIMIT 500"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RANGE-COUNT.
    MOVE ZONE-NAME TO RG-ZONE-NAME(RANGE-COUNT).
    MOVE ZONE-RANGE-NO TO RG-RANGE-NO(RANGE-COUNT).
    MOVE ZONE-MIN-X TO RG-MIN-X(RANGE-COUNT).
    MOVE ZONE-MAX-X TO RG-MAX-X(RANGE-COUNT).
    MOVE ZONE-MIN-Z TO RG-MIN-Z(RANGE-COUNT).
    MOVE ZONE-MAX-Z TO RG-MAX-Z(RANGE-COUNT).

    Check-Zone-Overlaps.
    *> Each pair is compared once; two rectangles share a cell when
    *> they overlap on both axes.
    COMPUTE RG-OTHER = RG-IDX + 1.
    PERFORM VARYING RG-OTHER FROM RG-OTHER BY 1
        UNTIL RG-OTHER > RANGE-COUNT
        IF RG-ZONE-NAME(RG-OTHER) NOT = RG-ZONE-NAME(RG-IDX)
            AND RG-MIN-X(RG-OTHER) <= RG-MAX-X(RG-IDX)
            AND RG-MAX-X(RG-OTHER) >= RG-MIN-X(RG-IDX)
            AND RG-MIN-Z(RG-OTHER) <= RG-MAX-Z(RG-IDX)
            AND RG-MAX-Z(RG-OTHER) >= RG-MIN-Z(RG-IDX)
            ADD 1 TO OVERLAP-EXCEPTIONS
            MOVE SPACES TO DETAIL-LINE
            STRING "ZONES OVERLAP: " RG-ZONE-NAME(RG-IDX)
                " RANGE " RG-RANGE-NO(RG-IDX) " AND "
                RG-ZONE-NAME(RG-OTHER) " RANGE "
                RG-RANGE-NO(RG-OTHER)
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Note-Exception
        END-IF
    END-PERFORM.

    Open-Nogo-Master.
    OPEN INPUT NOGO-MASTER.
    EVALUATE WS-NOGO-STATUS
    WHEN '00'
        MOVE 'Y' TO WS-NOGO-ON
    WHEN '35'
        DISPLAY "No no-go master on file - no-go check off"
    WHEN OTHER
        DISPLAY "CANNOT OPEN NO-GO MASTER - STATUS " WS-NOGO-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    Check-Locations.
    MOVE 'N' TO WS-EOF.
    MOVE LOW-VALUES TO LOC-NAME.
    START LOCATION-MASTER KEY NOT < LOC-NAME
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = 'Y'
        READ LOCATION-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO LOCATIONS-READ
                IF LOC-ACTIVE
                    ADD 1 TO LOCATIONS-ACTIVE
                    PERFORM Check-Location
                END-IF
        END-READ
    END-PERFORM.

    Check-Location.
    MOVE LOC-X TO DISPLAY-X.
    MOVE LOC-Y TO DISPLAY-Y.
    MOVE LOC-Z TO DISPLAY-Z.
    IF WS-NOGO-ON = 'Y'
        MOVE LOC-X TO NOGO-X
        MOVE LOC-Y TO NOGO-Y
        MOVE LOC-Z TO NOGO-Z
        READ NOGO-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF NOGO-ACTIVE AND NOGO-EFFECTIVE-FROM <= RUN-DATE
                    AND NOGO-EFFECTIVE-TO >= RUN-DATE
                    ADD 1 TO NOGO-EXCEPTIONS
                    MOVE SPACES TO DETAIL-LINE
                    STRING "LOCATION ON NO-GO CELL: " LOC-NAME
                        " AT " DISPLAY-X DISPLAY-Y DISPLAY-Z
                        " REASON " NOGO-REASON
                        " UNTIL " NOGO-EFFECTIVE-TO
                        DELIMITED BY SIZE INTO DETAIL-LINE
                    PERFORM Note-Exception
                END-IF
        END-READ
    END-IF.
    IF WS-ZONES-ON = 'Y'
        MOVE 0 TO ZONE-HITS
        MOVE SPACES TO ZONE-HIT-1
        MOVE SPACES TO ZONE-HIT-2
        MOVE SPACES TO ZONE-HIT-LAST
        PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RANGE-COUNT
            IF LOC-X >= RG-MIN-X(RG-IDX)
                AND LOC-X <= RG-MAX-X(RG-IDX)
                AND LOC-Z >= RG-MIN-Z(RG-IDX)
                AND LOC-Z <= RG-MAX-Z(RG-IDX)
                PERFORM Count-Zone-Hit
            END-IF
        END-PERFORM
        IF ZONE-HITS = 0
            ADD 1 TO UNZONED-EXCEPTIONS
            MOVE SPACES TO DETAIL-LINE
            STRING "LOCATION IN NO ACTIVE ZONE: " LOC-NAME
                " AT " DISPLAY-X DISPLAY-Y DISPLAY-Z
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Note-Exception
        END-IF
        IF ZONE-HITS > 1
            ADD 1 TO MULTI-ZONE-EXCEPTIONS
            MOVE SPACES TO DETAIL-LINE
            STRING "LOCATION IN " ZONE-HITS " ZONES: " LOC-NAME
                " IN " ZONE-HIT-1 " AND " ZONE-HIT-2
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Note-Exception
        END-IF
    END-IF.

    Count-Zone-Hit.
    *> Ranges arrive in zone-name order, so every range of one zone
    *> is adjacent and a change of name is another zone.
    IF RG-ZONE-NAME(RG-IDX) NOT = ZONE-HIT-LAST
        ADD 1 TO ZONE-HITS
        MOVE RG-ZONE-NAME(RG-IDX) TO ZONE-HIT-LAST
        IF ZONE-HITS = 1
            MOVE RG-ZONE-NAME(RG-IDX) TO ZONE-HIT-1
        END-IF
        IF ZONE-HITS = 2
            MOVE RG-ZONE-NAME(RG-IDX) TO ZONE-HIT-2
        END-IF
    END-IF.

    Check-Couriers.
    OPEN INPUT ROSTER-MASTER.
    IF WS-ROSTER-STATUS NOT = '00'
        MOVE SPACES TO DETAIL-LINE
        STRING "COURIER ROSTER NOT AVAILABLE - STATUS "
            WS-ROSTER-STATUS " - COURIER CHECKS SKIPPED"
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Missing-Master
    ELSE
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO COURIER-ID
        START ROSTER-MASTER KEY NOT < COURIER-ID
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ ROSTER-MASTER NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF NOT COURIER-DEACTIVATED
                        ADD 1 TO COURIERS-READ
                        PERFORM Check-Courier
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ROSTER-MASTER
    END-IF.

    Check-Courier.
    *> A deactivated courier's depot no longer matters; any other
    *> courier may be sent out tonight and must start somewhere real.
    MOVE COURIER-DEPOT TO LOC-NAME.
    READ LOCATION-MASTER
        INVALID KEY
            ADD 1 TO COURIER-EXCEPTIONS
            MOVE SPACES TO DETAIL-LINE
            STRING "COURIER " COURIER-ID " DEPOT " COURIER-DEPOT
                " IS NOT ON THE LOCATION MASTER"
                DELIMITED BY SIZE INTO DETAIL-LINE
            PERFORM Note-Exception
        NOT INVALID KEY
            IF NOT LOC-ACTIVE
                ADD 1 TO COURIER-EXCEPTIONS
                MOVE SPACES TO DETAIL-LINE
                STRING "COURIER " COURIER-ID " DEPOT "
                    COURIER-DEPOT " IS A DEACTIVATED LOCATION"
                    DELIMITED BY SIZE INTO DETAIL-LINE
                PERFORM Note-Exception
            END-IF
    END-READ.
    MOVE 0 TO DP-HIT.
    PERFORM VARYING DP-IDX FROM 1 BY 1
        UNTIL DP-IDX > DEPOT-COUNT OR DP-HIT > 0
        IF DP-NAME(DP-IDX) = COURIER-DEPOT
            MOVE DP-IDX TO DP-HIT
        END-IF
    END-PERFORM.
    IF DP-HIT = 0
        IF DEPOT-COUNT >= 500
            DISPLAY "DEPOT TABLE FULL - LIMIT 500"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO DEPOT-COUNT
        MOVE DEPOT-COUNT TO DP-HIT
        MOVE COURIER-DEPOT TO DP-NAME(DP-HIT)
        MOVE 0 TO DP-COURIERS(DP-HIT)
        MOVE 0 TO DP-AVAILABLE(DP-HIT)
    END-IF.
    ADD 1 TO DP-COURIERS(DP-HIT).
    IF COURIER-AVAILABLE
        ADD 1 TO DP-AVAILABLE(DP-HIT)
    END-IF.

    Check-Depot.
    IF DP-AVAILABLE(DP-IDX) = 0
        ADD 1 TO DEPOT-EXCEPTIONS
        MOVE SPACES TO DETAIL-LINE
        STRING "DEPOT " DP-NAME(DP-IDX) " HAS NO AVAILABLE COURIER - "
            DP-COURIERS(DP-IDX) " UNAVAILABLE"
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Note-Exception
    END-IF.

    Write-Report-Totals.
    MOVE SPACES TO XREF-LINE.
    WRITE XREF-LINE.
    MOVE SPACES TO XREF-LINE.
    STRING "LOCATIONS READ " LOCATIONS-READ
        "  ACTIVE " LOCATIONS-ACTIVE
        "  ZONE RANGES " RANGE-COUNT
        "  COURIERS " COURIERS-READ
        "  DEPOTS " DEPOT-COUNT
        DELIMITED BY SIZE INTO XREF-LINE.
    WRITE XREF-LINE.
    MOVE SPACES TO XREF-LINE.
    STRING "ON NO-GO CELL " NOGO-EXCEPTIONS
        "  IN NO ZONE " UNZONED-EXCEPTIONS
        "  IN SEVERAL ZONES " MULTI-ZONE-EXCEPTIONS
        "  ZONE OVERLAPS " OVERLAP-EXCEPTIONS
        DELIMITED BY SIZE INTO XREF-LINE.
    WRITE XREF-LINE.
    MOVE SPACES TO XREF-LINE.
    STRING "BAD COURIER DEPOTS " COURIER-EXCEPTIONS
        "  DEPOTS WITHOUT COURIERS " DEPOT-EXCEPTIONS
        DELIMITED BY SIZE INTO XREF-LINE.
    WRITE XREF-LINE.
    MOVE SPACES TO XREF-LINE.
    IF EXCEPTION-COUNT > 0 OR WS-MASTER-MISSING = 'Y'
        STRING "MASTER CROSS-CHECK FAILED - " EXCEPTION-COUNT
            " EXCEPTION(S)"
            DELIMITED BY SIZE INTO XREF-LINE
    ELSE
        MOVE "MASTERS AGREE" TO XREF-LINE
    END-IF.
    WRITE XREF-LINE.

    Catalog-Outputs.
    MOVE 'XREFCHK' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'EXCEPTIONS' TO CATPOST-FILE-TYPE.
    MOVE 'xref-exceptions.txt' TO CATPOST-SOURCE.
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
