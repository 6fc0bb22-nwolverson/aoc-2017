IDENTIFICATION DIVISION.
    PROGRAM-ID. CATPOST.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
        SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENERATION-STATUS.
        SELECT OUTPUT-CATALOG ASSIGN TO 'output-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-KEY
        FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SOURCE-FILE.
    01 SOURCE-RECORD PIC X(200).

    FD GENERATION-FILE.
    01 GENERATION-RECORD PIC X(200).

    *> Output catalog: one record per nightly output per run date,
    *> naming the dated generation that holds it. Laid out
    *> identically here, in GENPURGE, and in OPSUM, CONSOL and
    *> CHAINCHK, which find a night's files through it.
    FD OUTPUT-CATALOG.
    01 CATALOG-RECORD.
        05 CAT-KEY.
            10 CAT-RUN-DATE PIC 9(8).
            10 CAT-PROGRAM PIC X(8).
            10 CAT-FILE-TYPE PIC X(10).
        05 CAT-GENERATION PIC X(100).
        05 CAT-RECORD-COUNT PIC 9(9).
        05 CAT-POST-TIME PIC 9(8).
        05 CAT-STATUS PIC X(1).
            88 CAT-CURRENT VALUE 'C'.
            88 CAT-PURGED VALUE 'P'.
        05 CAT-PURGE-DATE PIC 9(8).

    WORKING-STORAGE SECTION.
    01 SOURCE-PATH PIC X(100).
    01 GENERATION-PATH PIC X(100).
    01 WS-SOURCE-STATUS PIC X(2).
    01 WS-GENERATION-STATUS PIC X(2).
    01 WS-CATALOG-STATUS PIC X(2).
    01 WS-EOF PIC X(1) VALUE 'N'.

    01 RECORDS-COPIED PIC 9(9) VALUE 0.
    01 CAT-TIME-NOW PIC 9(8) VALUE 0.

    *> Where the run date goes in the generation name: before the
    *> last '.' of the file part, or on the end when it has none.
    01 NAME-LENGTH PIC 9(3) COMP VALUE 0.
    01 DOT-POS PIC 9(3) COMP VALUE 0.
    01 SCAN-POS PIC 9(3) COMP VALUE 0.

    LINKAGE SECTION.
    *> Passed by every nightly program once its outputs are closed;
    *> laid out identically in each caller.
    01 CATPOST-PARMS.
        05 CATPOST-PROGRAM PIC X(8).
        05 CATPOST-FILE-TYPE PIC X(10).
        05 CATPOST-RUN-DATE PIC 9(8).
        05 CATPOST-SOURCE PIC X(100).
        05 CATPOST-GENERATION PIC X(100).
        05 CATPOST-RECORDS PIC 9(9).
        05 CATPOST-RESULT PIC X(2).

    PROCEDURE DIVISION USING CATPOST-PARMS.
    *> The fixed name stays in place for the rest of the night's
    *> chain; the dated generation beside it is the copy that
    *> outlives the next run and is what the catalog points at.
    MOVE '00' TO CATPOST-RESULT.
    MOVE 0 TO CATPOST-RECORDS.
    MOVE 0 TO RECORDS-COPIED.
    MOVE CATPOST-SOURCE TO SOURCE-PATH.
    PERFORM Build-Generation-Name.
    MOVE GENERATION-PATH TO CATPOST-GENERATION.
    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = '00'
        MOVE WS-SOURCE-STATUS TO CATPOST-RESULT
        GOBACK
    END-IF.
    OPEN OUTPUT GENERATION-FILE.
    IF WS-GENERATION-STATUS NOT = '00'
        CLOSE SOURCE-FILE
        MOVE WS-GENERATION-STATUS TO CATPOST-RESULT
        GOBACK
    END-IF.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SOURCE-FILE INTO SOURCE-RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                WRITE GENERATION-RECORD FROM SOURCE-RECORD
                ADD 1 TO RECORDS-COPIED
        END-READ
    END-PERFORM.
    CLOSE SOURCE-FILE.
    CLOSE GENERATION-FILE.
    MOVE RECORDS-COPIED TO CATPOST-RECORDS.
    PERFORM Post-Catalog-Record.
    GOBACK.

    Build-Generation-Name.
    MOVE 0 TO NAME-LENGTH.
    MOVE 0 TO DOT-POS.
    PERFORM VARYING SCAN-POS FROM 100 BY -1
        UNTIL SCAN-POS < 1 OR NAME-LENGTH > 0
        IF SOURCE-PATH(SCAN-POS:1) NOT = SPACE
            MOVE SCAN-POS TO NAME-LENGTH
        END-IF
    END-PERFORM.
    PERFORM VARYING SCAN-POS FROM NAME-LENGTH BY -1
        UNTIL SCAN-POS < 1 OR DOT-POS > 0
        OR SOURCE-PATH(SCAN-POS:1) = '/'
        IF SOURCE-PATH(SCAN-POS:1) = '.'
            MOVE SCAN-POS TO DOT-POS
        END-IF
    END-PERFORM.
    MOVE SPACES TO GENERATION-PATH.
    IF DOT-POS > 1
        STRING SOURCE-PATH(1:DOT-POS) CATPOST-RUN-DATE
            SOURCE-PATH(DOT-POS:NAME-LENGTH - DOT-POS + 1)
            DELIMITED BY SIZE INTO GENERATION-PATH
    ELSE
        STRING SOURCE-PATH(1:NAME-LENGTH) '.' CATPOST-RUN-DATE
            DELIMITED BY SIZE INTO GENERATION-PATH
    END-IF.

    Post-Catalog-Record.
    *> The first posting against a new catalog has to create it;
    *> OPEN I-O on an INDEXED file that does not yet exist fails.
    OPEN I-O OUTPUT-CATALOG.
    IF WS-CATALOG-STATUS = '35'
        OPEN OUTPUT OUTPUT-CATALOG
        CLOSE OUTPUT-CATALOG
        OPEN I-O OUTPUT-CATALOG
    END-IF.
    IF WS-CATALOG-STATUS NOT = '00'
        MOVE WS-CATALOG-STATUS TO CATPOST-RESULT
    ELSE
        MOVE CATPOST-RUN-DATE TO CAT-RUN-DATE
        MOVE CATPOST-PROGRAM TO CAT-PROGRAM
        MOVE CATPOST-FILE-TYPE TO CAT-FILE-TYPE
        MOVE GENERATION-PATH TO CAT-GENERATION
        MOVE RECORDS-COPIED TO CAT-RECORD-COUNT
        ACCEPT CAT-TIME-NOW FROM TIME
        MOVE CAT-TIME-NOW TO CAT-POST-TIME
        MOVE 'C' TO CAT-STATUS
        MOVE 0 TO CAT-PURGE-DATE
        WRITE CATALOG-RECORD
            INVALID KEY
                *> A rerun of the same night rewrites the same dated
                *> generation, so its catalog entry is replaced too.
                REWRITE CATALOG-RECORD
                    INVALID KEY
                        MOVE WS-CATALOG-STATUS TO CATPOST-RESULT
                END-REWRITE
        END-WRITE
        CLOSE OUTPUT-CATALOG
    END-IF.
