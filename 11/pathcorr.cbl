IDENTIFICATION DIVISION.
    PROGRAM-ID. PATHCORR.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TRANS-FILE ASSIGN TO DYNAMIC TRANS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
        SELECT COST-RATE-FILE ASSIGN TO DYNAMIC COST-RATE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COST-RATE-STATUS.
        SELECT LOCATION-MASTER ASSIGN TO 'location-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-NAME
        FILE STATUS IS WS-LOCATION-STATUS.
        SELECT HISTORY-MASTER ASSIGN TO 'run-history.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT ADJUST-FILE ASSIGN TO 'path-adjustments.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJUST-STATUS.
        SELECT AUDIT-FILE ASSIGN TO 'correction-audit.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD TRANS-FILE.
    01 TRANS-RECORD PIC X(81).

    FD COST-RATE-FILE.
    01 COST-RATE-RECORD.
        05 RATE-DIRECTION PIC X(2).
        05 FILLER PIC X(1).
        05 RATE-AMOUNT PIC 9(3)V99.

    FD LOCATION-MASTER.
    01 LOCATION-RECORD.
        05 LOC-NAME PIC X(15).
        05 LOC-X PIC S9(5).
        05 LOC-Y PIC S9(5).
        05 LOC-Z PIC S9(5).
        05 LOC-STATUS PIC X(1).
            88 LOC-ACTIVE VALUE 'A'.
            88 LOC-DEACTIVATED VALUE 'D'.

    *> Run-history master; laid out identically in RUNHIST,
    *> HISTARCH and HISTCONV. A run reposted here from corrected
    *> directions is marked 'C' with the date and reason of the
    *> correction, so it is never taken for an original reading.
    FD HISTORY-MASTER.
    01 HISTORY-RECORD.
        05 HIST-KEY.
            10 HIST-PATH-ID PIC X(15).
            10 HIST-RUN-DATE PIC 9(8).
        05 HIST-X PIC S9(5).
        05 HIST-Y PIC S9(5).
        05 HIST-Z PIC S9(5).
        05 HIST-DIST PIC 9(5).
        05 HIST-MAX-DIST PIC 9(5).
        05 HIST-COST PIC 9(7)V99.
        05 HIST-CORRECTION PIC X(1).
            88 HIST-CORRECTED VALUE 'C'.
        05 HIST-CORRECTION-DATE PIC 9(8).
        05 HIST-CORRECTION-REASON PIC X(4).

    *> One row per correction posted: the run as history held it
    *> before, and as the corrected directions walk it now.
    FD ADJUST-FILE.
    01 ADJUST-RECORD.
        05 ADJ-CORRECTION-DATE PIC 9(8).
        05 ADJ-COMMA-1 PIC X(1).
        05 ADJ-RUN-DATE PIC 9(8).
        05 ADJ-COMMA-2 PIC X(1).
        05 ADJ-PATH-ID PIC X(15).
        05 ADJ-COMMA-3 PIC X(1).
        05 ADJ-REASON PIC X(4).
        05 ADJ-COMMA-4 PIC X(1).
        05 ADJ-BEFORE-X PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-5 PIC X(1).
        05 ADJ-BEFORE-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-6 PIC X(1).
        05 ADJ-BEFORE-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-7 PIC X(1).
        05 ADJ-BEFORE-DIST PIC 9(5).
        05 ADJ-COMMA-8 PIC X(1).
        05 ADJ-BEFORE-MAX-DIST PIC 9(5).
        05 ADJ-COMMA-9 PIC X(1).
        05 ADJ-BEFORE-COST PIC 9(7).9(2).
        05 ADJ-COMMA-10 PIC X(1).
        05 ADJ-AFTER-X PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-11 PIC X(1).
        05 ADJ-AFTER-Y PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-12 PIC X(1).
        05 ADJ-AFTER-Z PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-13 PIC X(1).
        05 ADJ-AFTER-DIST PIC 9(5).
        05 ADJ-COMMA-14 PIC X(1).
        05 ADJ-AFTER-MAX-DIST PIC 9(5).
        05 ADJ-COMMA-15 PIC X(1).
        05 ADJ-AFTER-COST PIC 9(7).9(2).
        05 ADJ-COMMA-16 PIC X(1).
        05 ADJ-DIST-CHANGE PIC S9(5) SIGN LEADING SEPARATE.
        05 ADJ-COMMA-17 PIC X(1).
        05 ADJ-COST-CHANGE PIC +9(7).9(2).

    FD AUDIT-FILE.
    01 AUDIT-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 TRANS-FILE-PATH PIC X(100).
    01 COST-RATE-PATH PIC X(100).

    01 WS-TRANS-STATUS PIC X(2).
    01 WS-COST-RATE-STATUS PIC X(2).
    01 WS-LOCATION-STATUS PIC X(2).
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-ADJUST-STATUS PIC X(2).
    01 WS-AUDIT-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.
    01 WS-COST-EOF PIC X(1) VALUE 'N'.
    01 WS-LOCATION-OPEN PIC X(1) VALUE 'N'.

    01 RUN-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-IN PIC X(8).
    01 OPERATOR-ID PIC X(20).

    *> A correction is a CORR header naming the run date and path
    *> being corrected, where the path set out from, and why,
    *> followed by the full replacement set of direction records for
    *> that path, in the same form as the nightly direction file.
    01 CORR-IN.
        05 DIRECTION PIC X(2).
            88 VALID-DIRECTIONS VALUE 'n' 's' 'nw' 'ne' 'sw' 'se'.
        05 DIR-TRAILING PIC X(79).
    01 CORR-HEADER-FIELDS REDEFINES CORR-IN.
        05 CORR-TAG PIC X(4).
            88 CORR-HEADER-RECORD VALUE 'CORR'.
        05 FILLER PIC X(1).
        05 CORR-RUN-DATE-IN PIC X(8).
        05 CORR-RUN-DATE REDEFINES CORR-RUN-DATE-IN PIC 9(8).
        05 FILLER PIC X(1).
        05 CORR-PATH-ID PIC X(15).
        05 FILLER PIC X(1).
        05 CORR-START-NAME PIC X(15).
        05 FILLER PIC X(1).
        05 CORR-REASON PIC X(4).
        05 FILLER PIC X(1).
        05 CORR-NOTE PIC X(30).
    01 CORR-RAW REDEFINES CORR-IN PIC X(81).

    *> The correction being walked, held from its header until the
    *> next header or end of file closes it.
    01 WS-CORR-OPEN PIC X(1) VALUE 'N'.
    01 WS-CORR-OK PIC X(1) VALUE 'N'.
    01 CURRENT-CORR.
        05 CC-RUN-DATE PIC 9(8).
        05 CC-PATH-ID PIC X(15).
        05 CC-START-NAME PIC X(15).
        05 CC-REASON PIC X(4).
        05 CC-NOTE PIC X(30).
    01 CC-REJECT-REASON PIC X(40).
    01 CC-LINES PIC 9(7) VALUE 0.
    01 CC-REJECTS PIC 9(5) VALUE 0.

    *> Hex position in cube coordinates, walked exactly as ANSWER's
    *> Input-Loop and Calculate-Path walk it.
    01 X PIC S9(5) VALUE 0.
    01 Y PIC S9(5) VALUE 0.
    01 Z PIC S9(5) VALUE 0.
    01 START-X PIC S9(5) VALUE 0.
    01 START-Y PIC S9(5) VALUE 0.
    01 START-Z PIC S9(5) VALUE 0.
    01 DIST PIC 9(5) VALUE 0.
    01 MAX-DIST PIC 9(5) VALUE 0.
    01 PATH-COST PIC 9(7)V99 VALUE 0.
    01 PATH-STEP-COUNT PIC 9(7) VALUE 0.

    01 COST-RATES.
        05 RATE-N PIC 9(3)V99 VALUE 0.
        05 RATE-S PIC 9(3)V99 VALUE 0.
        05 RATE-NW PIC 9(3)V99 VALUE 0.
        05 RATE-NE PIC 9(3)V99 VALUE 0.
        05 RATE-SW PIC 9(3)V99 VALUE 0.
        05 RATE-SE PIC 9(3)V99 VALUE 0.

    *> The run as history held it before this correction.
    01 BEFORE-FIGURES.
        05 BEFORE-X PIC S9(5).
        05 BEFORE-Y PIC S9(5).
        05 BEFORE-Z PIC S9(5).
        05 BEFORE-DIST PIC 9(5).
        05 BEFORE-MAX-DIST PIC 9(5).
        05 BEFORE-COST PIC 9(7)V99.
        05 BEFORE-CORRECTION PIC X(1).
    01 BEFORE-NOTE PIC X(17).
    01 DIST-CHANGE PIC S9(5) VALUE 0.
    01 COST-CHANGE PIC S9(7)V99 VALUE 0.

    01 LINE-COUNT PIC 9(7) VALUE 0.
    01 CORRECTIONS-READ PIC 9(5) VALUE 0.
    01 CORRECTIONS-POSTED PIC 9(5) VALUE 0.
    01 CORRECTIONS-REJECTED PIC 9(5) VALUE 0.
    01 DIRECTION-RECORDS PIC 9(7) VALUE 0.
    01 RECORDS-REJECTED PIC 9(7) VALUE 0.
    01 RECORDS-SKIPPED PIC 9(7) VALUE 0.
    01 NET-DIST-CHANGE PIC S9(7) VALUE 0.
    01 NET-COST-CHANGE PIC S9(9)V99 VALUE 0.

    01 DISPLAY-X PIC -9(5).
    01 DISPLAY-Y PIC -9(5).
    01 DISPLAY-Z PIC -9(5).
    01 DISPLAY-COST PIC 9(7).9(2).
    01 DISPLAY-DIST-CHANGE PIC -9(7).
    01 DISPLAY-COST-CHANGE PIC -9(9).9(2).

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-ON-PAGE PIC 9(2) VALUE 99.
    01 PAGE-SIZE PIC 9(2) VALUE 60.
    01 DETAIL-LINE PIC X(132).

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
    ACCEPT TRANS-FILE-PATH FROM ENVIRONMENT "PATHCORR-TRANS".
    IF TRANS-FILE-PATH = SPACES
        MOVE 'path-corrections.txt' TO TRANS-FILE-PATH
    END-IF.
    ACCEPT COST-RATE-PATH FROM ENVIRONMENT "PATHCORR-COST-RATES".
    IF COST-RATE-PATH = SPACES
        MOVE 'cost-rates.txt' TO COST-RATE-PATH
    END-IF.
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "PATHCORR-OPERATOR".
    IF OPERATOR-ID = SPACES
        MOVE 'NOT GIVEN' TO OPERATOR-ID
    END-IF.
    ACCEPT WS-RUN-DATE-IN FROM ENVIRONMENT "PATHCORR-DATE".
    IF WS-RUN-DATE-IN = SPACES
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-IN IS NOT NUMERIC
            DISPLAY "PATHCORR-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-IN TO RUN-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
            DISPLAY "PATHCORR-DATE MUST BE A YYYYMMDD DATE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Correction date " RUN-DATE.

    PERFORM Load-Cost-Rates.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN CORRECTION FILE - STATUS "
            WS-TRANS-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> Only a run already on history can be corrected.
    OPEN I-O HISTORY-MASTER.
    IF WS-MASTER-STATUS = '35'
        DISPLAY "NO RUN-HISTORY MASTER ON FILE - NOTHING TO CORRECT"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN RUN-HISTORY MASTER - STATUS "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> Both trails are kept across runs: a second correction run
    *> appends rather than truncates, because once history holds the
    *> corrected figures this is the only record of the earlier
    *> ones. OPEN EXTEND requires the file to already exist.
    OPEN EXTEND ADJUST-FILE.
    IF WS-ADJUST-STATUS NOT = '00'
        OPEN OUTPUT ADJUST-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        OPEN OUTPUT AUDIT-FILE
    END-IF.

    PERFORM UNTIL WS-EOF = 'Y'
        READ TRANS-FILE INTO CORR-IN
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO LINE-COUNT
                IF CORR-HEADER-RECORD
                    PERFORM Start-Correction
                ELSE
                    PERFORM Correction-Record
                END-IF
        END-READ
    END-PERFORM.
    IF WS-CORR-OPEN = 'Y'
        PERFORM End-Correction
    END-IF.
    CLOSE TRANS-FILE.
    CLOSE HISTORY-MASTER.
    IF WS-LOCATION-OPEN = 'Y'
        CLOSE LOCATION-MASTER
    END-IF.
    PERFORM Write-Audit-Totals.
    PERFORM Write-Sign-Off.
    CLOSE ADJUST-FILE.
    CLOSE AUDIT-FILE.

    DISPLAY "Corrections read: " CORRECTIONS-READ.
    DISPLAY "Corrections posted: " CORRECTIONS-POSTED.
    DISPLAY "Corrections rejected: " CORRECTIONS-REJECTED.
    DISPLAY "Direction records rejected: " RECORDS-REJECTED.
    IF CORRECTIONS-READ = 0
        DISPLAY "NO CORRECTIONS FOUND"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF CORRECTIONS-REJECTED > 0 OR RECORDS-REJECTED > 0
        OR RECORDS-SKIPPED > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM Catalog-Outputs.
    STOP RUN.

    Load-Cost-Rates.
    *> A corrected cost has to be priced the way ANSWER priced the
    *> original, so there is no correcting without the rates.
    OPEN INPUT COST-RATE-FILE.
    IF WS-COST-RATE-STATUS NOT = '00'
        DISPLAY "CANNOT OPEN COST-RATE FILE - STATUS "
            WS-COST-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-RATE-FILE INTO COST-RATE-RECORD
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                EVALUATE RATE-DIRECTION
                WHEN 'n'
                    MOVE RATE-AMOUNT TO RATE-N
                WHEN 's'
                    MOVE RATE-AMOUNT TO RATE-S
                WHEN 'nw'
                    MOVE RATE-AMOUNT TO RATE-NW
                WHEN 'ne'
                    MOVE RATE-AMOUNT TO RATE-NE
                WHEN 'sw'
                    MOVE RATE-AMOUNT TO RATE-SW
                WHEN 'se'
                    MOVE RATE-AMOUNT TO RATE-SE
                WHEN OTHER
                    DISPLAY "UNKNOWN DIRECTION IN COST-RATE FILE: "
                        RATE-DIRECTION
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE COST-RATE-FILE.

    Start-Correction.
    IF WS-CORR-OPEN = 'Y'
        PERFORM End-Correction
    END-IF.
    MOVE 'Y' TO WS-CORR-OPEN.
    ADD 1 TO CORRECTIONS-READ.
    MOVE CORR-PATH-ID TO CC-PATH-ID.
    MOVE CORR-START-NAME TO CC-START-NAME.
    MOVE CORR-REASON TO CC-REASON.
    MOVE CORR-NOTE TO CC-NOTE.
    MOVE 0 TO CC-RUN-DATE.
    MOVE 0 TO CC-LINES.
    MOVE 0 TO CC-REJECTS.
    MOVE SPACES TO CC-REJECT-REASON.
    MOVE 'Y' TO WS-CORR-OK.
    EVALUATE TRUE
    WHEN CORR-RUN-DATE-IN IS NOT NUMERIC
        MOVE 'RUN DATE IS NOT A YYYYMMDD DATE' TO CC-REJECT-REASON
    WHEN CORR-RUN-DATE > RUN-DATE
        MOVE CORR-RUN-DATE TO CC-RUN-DATE
        MOVE 'RUN DATE IS IN THE FUTURE' TO CC-REJECT-REASON
    WHEN CORR-PATH-ID = SPACES
        MOVE CORR-RUN-DATE TO CC-RUN-DATE
        MOVE 'PATH ID REQUIRED' TO CC-REJECT-REASON
    WHEN CORR-REASON = SPACES
        MOVE CORR-RUN-DATE TO CC-RUN-DATE
        MOVE 'REASON CODE REQUIRED' TO CC-REJECT-REASON
    WHEN OTHER
        MOVE CORR-RUN-DATE TO CC-RUN-DATE
        MOVE CC-PATH-ID TO HIST-PATH-ID
        MOVE CC-RUN-DATE TO HIST-RUN-DATE
        READ HISTORY-MASTER
            INVALID KEY
                MOVE 'NO HISTORY FOR PATH ON RUN DATE'
                    TO CC-REJECT-REASON
        END-READ
    END-EVALUATE.
    IF CC-REJECT-REASON = SPACES
        PERFORM Resolve-Start-Location
    END-IF.
    IF CC-REJECT-REASON NOT = SPACES
        MOVE 'N' TO WS-CORR-OK
    END-IF.
    MOVE START-X TO X.
    MOVE START-Y TO Y.
    MOVE START-Z TO Z.
    MOVE 0 TO DIST.
    MOVE 0 TO MAX-DIST.
    MOVE 0 TO PATH-COST.
    MOVE 0 TO PATH-STEP-COUNT.

    Resolve-Start-Location.
    *> ANSWER walks an unresolvable start from the origin and flags
    *> the run; a correction must not post figures it knows to be
    *> wrong, so here it is rejected instead.
    MOVE 0 TO START-X.
    MOVE 0 TO START-Y.
    MOVE 0 TO START-Z.
    IF CC-START-NAME NOT = SPACES
        IF WS-LOCATION-OPEN = 'N'
            OPEN INPUT LOCATION-MASTER
            IF WS-LOCATION-STATUS = '00'
                MOVE 'Y' TO WS-LOCATION-OPEN
            ELSE
                MOVE 'U' TO WS-LOCATION-OPEN
                DISPLAY "CANNOT OPEN LOCATION MASTER - STATUS "
                    WS-LOCATION-STATUS
            END-IF
        END-IF
        IF WS-LOCATION-OPEN NOT = 'Y'
            MOVE 'CANNOT RESOLVE START LOCATION' TO CC-REJECT-REASON
        ELSE
            MOVE CC-START-NAME TO LOC-NAME
            READ LOCATION-MASTER
                INVALID KEY
                    MOVE 'UNKNOWN START LOCATION' TO CC-REJECT-REASON
                NOT INVALID KEY
                    IF LOC-ACTIVE
                        MOVE LOC-X TO START-X
                        MOVE LOC-Y TO START-Y
                        MOVE LOC-Z TO START-Z
                    ELSE
                        MOVE 'START LOCATION DEACTIVATED'
                            TO CC-REJECT-REASON
                    END-IF
            END-READ
        END-IF
    END-IF.

    Correction-Record.
    EVALUATE TRUE
    WHEN WS-CORR-OPEN = 'N'
        ADD 1 TO RECORDS-SKIPPED
        MOVE SPACES TO DETAIL-LINE
        STRING "LINE " LINE-COUNT " IS NOT UNDER A CORR HEADER - "
            "IGNORED: " CORR-RAW
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Write-Audit-Record
    WHEN WS-CORR-OK = 'N'
        ADD 1 TO CC-LINES
        ADD 1 TO RECORDS-SKIPPED
    WHEN OTHER
        ADD 1 TO CC-LINES
        ADD 1 TO DIRECTION-RECORDS
        PERFORM Walk-Step
    END-EVALUATE.

    Walk-Step.
    IF VALID-DIRECTIONS AND DIR-TRAILING = SPACES
        EVALUATE DIRECTION OF CORR-IN
        WHEN 'nw'
            SUBTRACT 1 FROM X
            ADD RATE-NW TO PATH-COST
        WHEN 'ne'
            SUBTRACT 1 FROM Z
            ADD 1 TO X
            ADD RATE-NE TO PATH-COST
        WHEN 'sw'
            ADD 1 TO Z
            SUBTRACT 1 FROM X
            ADD RATE-SW TO PATH-COST
        WHEN 'se'
            ADD 1 TO X
            ADD RATE-SE TO PATH-COST
        WHEN 'n'
            SUBTRACT 1 FROM Z
            ADD RATE-N TO PATH-COST
        WHEN 's'
            ADD 1 TO Z
            ADD RATE-S TO PATH-COST
        END-EVALUATE
        ADD 1 TO PATH-STEP-COUNT
    ELSE
        ADD 1 TO CC-REJECTS
        ADD 1 TO RECORDS-REJECTED
        MOVE SPACES TO DETAIL-LINE
        STRING "    REJECTED DIRECTION RECORD AT LINE " LINE-COUNT
            ": " CORR-RAW
            DELIMITED BY SIZE INTO DETAIL-LINE
        PERFORM Write-Audit-Record
    END-IF.
    PERFORM Calculate-Path.
    IF DIST > MAX-DIST
        MOVE DIST TO MAX-DIST
    END-IF.

    Calculate-Path.
    *> Axial to cube coordinates
    COMPUTE Y = - X - Z.
    *> Hex distance from where the path set out, not from the origin.
    COMPUTE DIST = (FUNCTION ABS(X - START-X)
        + FUNCTION ABS(Y - START-Y)
        + FUNCTION ABS(Z - START-Z)) / 2.

    End-Correction.
    *> A replacement set with no usable step in it is far more
    *> likely a bad transaction than a courier who never moved.
    IF WS-CORR-OK = 'Y' AND PATH-STEP-COUNT = 0
        MOVE 'N' TO WS-CORR-OK
        MOVE 'NO VALID DIRECTION RECORDS' TO CC-REJECT-REASON
    END-IF.
    IF WS-CORR-OK = 'Y'
        PERFORM Post-Correction
    END-IF.
    IF WS-CORR-OK = 'Y'
        ADD 1 TO CORRECTIONS-POSTED
        PERFORM Write-Adjustment
        PERFORM Write-Audit-Posted
    ELSE
        ADD 1 TO CORRECTIONS-REJECTED
        PERFORM Write-Audit-Rejected
    END-IF.
    MOVE 'N' TO WS-CORR-OPEN.

    Post-Correction.
    *> The run is read again here rather than trusted from the
    *> header check: an earlier correction in the same file may
    *> have reposted it since.
    MOVE CC-PATH-ID TO HIST-PATH-ID.
    MOVE CC-RUN-DATE TO HIST-RUN-DATE.
    READ HISTORY-MASTER
        INVALID KEY
            MOVE 'N' TO WS-CORR-OK
            MOVE 'NO HISTORY FOR PATH ON RUN DATE' TO CC-REJECT-REASON
    END-READ.
    IF WS-CORR-OK = 'Y'
        MOVE HIST-X TO BEFORE-X
        MOVE HIST-Y TO BEFORE-Y
        MOVE HIST-Z TO BEFORE-Z
        MOVE HIST-DIST TO BEFORE-DIST
        MOVE HIST-MAX-DIST TO BEFORE-MAX-DIST
        MOVE HIST-COST TO BEFORE-COST
        MOVE HIST-CORRECTION TO BEFORE-CORRECTION
        MOVE X TO HIST-X
        MOVE Y TO HIST-Y
        MOVE Z TO HIST-Z
        MOVE DIST TO HIST-DIST
        MOVE MAX-DIST TO HIST-MAX-DIST
        MOVE PATH-COST TO HIST-COST
        MOVE 'C' TO HIST-CORRECTION
        MOVE RUN-DATE TO HIST-CORRECTION-DATE
        MOVE CC-REASON TO HIST-CORRECTION-REASON
        REWRITE HISTORY-RECORD
            INVALID KEY
                MOVE 'N' TO WS-CORR-OK
                MOVE 'CANNOT REPOST RUN HISTORY' TO CC-REJECT-REASON
                DISPLAY "CANNOT REPOST " CC-PATH-ID " " CC-RUN-DATE
                    " - STATUS " WS-MASTER-STATUS
        END-REWRITE
    END-IF.
    IF WS-CORR-OK = 'Y'
        COMPUTE DIST-CHANGE = DIST - BEFORE-DIST
        COMPUTE COST-CHANGE = PATH-COST - BEFORE-COST
        ADD DIST-CHANGE TO NET-DIST-CHANGE
        ADD COST-CHANGE TO NET-COST-CHANGE
    END-IF.

    Write-Adjustment.
    MOVE SPACES TO ADJUST-RECORD.
    MOVE RUN-DATE TO ADJ-CORRECTION-DATE.
    MOVE CC-RUN-DATE TO ADJ-RUN-DATE.
    MOVE CC-PATH-ID TO ADJ-PATH-ID.
    MOVE CC-REASON TO ADJ-REASON.
    MOVE BEFORE-X TO ADJ-BEFORE-X.
    MOVE BEFORE-Y TO ADJ-BEFORE-Y.
    MOVE BEFORE-Z TO ADJ-BEFORE-Z.
    MOVE BEFORE-DIST TO ADJ-BEFORE-DIST.
    MOVE BEFORE-MAX-DIST TO ADJ-BEFORE-MAX-DIST.
    MOVE BEFORE-COST TO ADJ-BEFORE-COST.
    MOVE X TO ADJ-AFTER-X.
    MOVE Y TO ADJ-AFTER-Y.
    MOVE Z TO ADJ-AFTER-Z.
    MOVE DIST TO ADJ-AFTER-DIST.
    MOVE MAX-DIST TO ADJ-AFTER-MAX-DIST.
    MOVE PATH-COST TO ADJ-AFTER-COST.
    MOVE DIST-CHANGE TO ADJ-DIST-CHANGE.
    MOVE COST-CHANGE TO ADJ-COST-CHANGE.
    MOVE ',' TO ADJ-COMMA-1 ADJ-COMMA-2 ADJ-COMMA-3 ADJ-COMMA-4
        ADJ-COMMA-5 ADJ-COMMA-6 ADJ-COMMA-7 ADJ-COMMA-8
        ADJ-COMMA-9 ADJ-COMMA-10 ADJ-COMMA-11 ADJ-COMMA-12
        ADJ-COMMA-13 ADJ-COMMA-14 ADJ-COMMA-15 ADJ-COMMA-16
        ADJ-COMMA-17.
    WRITE ADJUST-RECORD.

    Write-Audit-Posted.
    MOVE SPACES TO DETAIL-LINE.
    STRING CC-RUN-DATE " " CC-PATH-ID " " CC-REASON
        " POSTED    " CC-NOTE
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE BEFORE-X TO DISPLAY-X.
    MOVE BEFORE-Y TO DISPLAY-Y.
    MOVE BEFORE-Z TO DISPLAY-Z.
    MOVE BEFORE-COST TO DISPLAY-COST.
    *> A run corrected more than once shows the last correction as
    *> its before figures; the audit says so.
    MOVE SPACES TO BEFORE-NOTE.
    IF BEFORE-CORRECTION = 'C'
        MOVE 'ALREADY CORRECTED' TO BEFORE-NOTE
    END-IF.
    MOVE SPACES TO DETAIL-LINE.
    STRING "    BEFORE  X " DISPLAY-X " Y " DISPLAY-Y " Z " DISPLAY-Z
        "  DIST " BEFORE-DIST "  MAX " BEFORE-MAX-DIST
        "  COST " DISPLAY-COST "  " BEFORE-NOTE
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE X TO DISPLAY-X.
    MOVE Y TO DISPLAY-Y.
    MOVE Z TO DISPLAY-Z.
    MOVE PATH-COST TO DISPLAY-COST.
    MOVE SPACES TO DETAIL-LINE.
    STRING "    AFTER   X " DISPLAY-X " Y " DISPLAY-Y " Z " DISPLAY-Z
        "  DIST " DIST "  MAX " MAX-DIST
        "  COST " DISPLAY-COST
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE DIST-CHANGE TO DISPLAY-DIST-CHANGE.
    MOVE COST-CHANGE TO DISPLAY-COST-CHANGE.
    MOVE SPACES TO DETAIL-LINE.
    STRING "    CHANGE  DIST " DISPLAY-DIST-CHANGE
        "  COST " DISPLAY-COST-CHANGE
        "  STEPS " PATH-STEP-COUNT "  RECORDS REJECTED " CC-REJECTS
        "  START " CC-START-NAME
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.

    Write-Audit-Rejected.
    MOVE SPACES TO DETAIL-LINE.
    STRING CC-RUN-DATE " " CC-PATH-ID " " CC-REASON
        " REJECTED  " CC-REJECT-REASON
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "    " CC-LINES " DIRECTION RECORD(S) NOT APPLIED  "
        CC-NOTE
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.

    Write-Audit-Totals.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "CORRECTIONS READ " CORRECTIONS-READ
        "  POSTED " CORRECTIONS-POSTED
        "  REJECTED " CORRECTIONS-REJECTED
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "DIRECTION RECORDS WALKED " DIRECTION-RECORDS
        "  REJECTED " RECORDS-REJECTED
        "  NOT APPLIED " RECORDS-SKIPPED
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE NET-DIST-CHANGE TO DISPLAY-DIST-CHANGE.
    MOVE NET-COST-CHANGE TO DISPLAY-COST-CHANGE.
    MOVE SPACES TO DETAIL-LINE.
    STRING "NET CHANGE TO HISTORY  DIST " DISPLAY-DIST-CHANGE
        "  COST " DISPLAY-COST-CHANGE
        "  ADJUSTMENT ROWS " CORRECTIONS-POSTED
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.

    Write-Sign-Off.
    *> Reposted history stands only once operations management has
    *> signed for it; the block is kept together on one page.
    IF LINE-ON-PAGE > PAGE-SIZE - 8
        MOVE PAGE-SIZE TO LINE-ON-PAGE
    END-IF.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "SUBMITTED BY " OPERATOR-ID
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE "APPROVED - OPERATIONS MANAGER" TO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    PERFORM Write-Audit-Record.
    MOVE SPACES TO DETAIL-LINE.
    STRING "NAME ______________________________  "
        "SIGNATURE ______________________________  "
        "DATE ____________"
        DELIMITED BY SIZE INTO DETAIL-LINE.
    PERFORM Write-Audit-Record.

    Write-Audit-Record.
    IF LINE-ON-PAGE >= PAGE-SIZE
        PERFORM Write-Page-Header
    END-IF.
    MOVE DETAIL-LINE TO AUDIT-LINE.
    WRITE AUDIT-LINE.
    ADD 1 TO LINE-ON-PAGE.

    Write-Page-Header.
    ADD 1 TO PAGE-NO.
    MOVE SPACES TO AUDIT-LINE.
    STRING "PATH CORRECTION AUDIT  CORRECTION DATE " RUN-DATE
        "  PAGE " PAGE-NO
        DELIMITED BY SIZE INTO AUDIT-LINE.
    WRITE AUDIT-LINE.
    MOVE SPACES TO AUDIT-LINE.
    STRING "RUN DATE PATH            RSN  RESULT    DETAIL"
        DELIMITED BY SIZE INTO AUDIT-LINE.
    WRITE AUDIT-LINE.
    MOVE ALL '-' TO AUDIT-LINE.
    WRITE AUDIT-LINE.
    MOVE 3 TO LINE-ON-PAGE.

    Catalog-Outputs.
    MOVE 'PATHCORR' TO CATPOST-PROGRAM.
    MOVE RUN-DATE TO CATPOST-RUN-DATE.
    MOVE 'AUDIT' TO CATPOST-FILE-TYPE.
    MOVE 'correction-audit.txt' TO CATPOST-SOURCE.
    PERFORM Catalog-One-Output.
    MOVE 'ADJUSTMENT' TO CATPOST-FILE-TYPE.
    MOVE 'path-adjustments.csv' TO CATPOST-SOURCE.
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
