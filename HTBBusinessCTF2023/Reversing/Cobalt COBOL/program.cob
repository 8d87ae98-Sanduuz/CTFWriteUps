                FILE STATUS IS PROG-STATUS.

            SELECT PUZZLE-FILE ASSIGN TO "CCPUZZLE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PZL-ID
                FILE STATUS IS PZL-STATUS.

            SELECT OPER-FILE ASSIGN TO "CCOPER.DAT"
                FILE STATUS IS BREG-STATUS.

            SELECT SREG-FILE ASSIGN TO "CCSUBREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SREG-KEY
                FILE STATUS IS SREG-STATUS.

            SELECT SREGWRK-FILE ASSIGN TO SREGWRK-NAME
DATA DIVISION.
    FILE SECTION.
        FD SOL-FILE.
            COPY "solin.cpy".

        FD AUDIT-FILE.
            COPY "audit.cpy".
      *> trailer (or was deliberately stopped at the window boundary),
      *> so a rejected batch leaves nothing behind but its RJCT record.
        FD AUDWRK-FILE.
            01 AUDWRK-RECORD PIC X(141).

        FD SUSPWRK-FILE.
            01 SUSPWRK-RECORD PIC X(309).
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 SREG-STATUS PIC X(2) VALUE "00".
        01 SREG-OPEN PIC X(1) VALUE "N".
      *> CCSUBREG.DAT is keyed on puzzle ID plus fingerprint and is
      *> read directly for each board. This table holds only the
      *> entries earned since the last promotion: a batch's passes are
      *> appended above SRT-BASE while it runs and only survive (and
      *> reach CCSUBREG.DAT) if the batch promotes, so a rejected
      *> batch's passes cannot block a clean resubmission, while a
      *> repeat inside the same batch is still caught here.
        01 SRT-TABLE.
            05 SRT-COUNT PIC 9(4) VALUE 0.
            05 SRT-ENTRY OCCURS 5000 TIMES.
        01 SREGWRK-EOF PIC X(1) VALUE "N".
        01 SREGWRK-NAME PIC X(34) VALUE "CCSUBREG.SRG".
        01 SRT-FULL-TOLD PIC X(1) VALUE "N".
      *> The registered original a DUPE is quoted against, whether it
      *> was found on CCSUBREG.DAT or among the unpromoted entries.
        01 SREG-HIT PIC X(1) VALUE "N".
        01 SREG-ORIG-BATCH PIC X(8).
        01 SREG-ORIG-BOARD PIC 9(6).
        01 FP-IX PIC 9(3).
        01 FP-1 PIC 9(9) VALUE 0.
        01 FP-2 PIC 9(9) VALUE 0.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

        01 PZL-STATUS PIC X(2) VALUE "00".
      *> The puzzle givens master is keyed on puzzle ID and held open
      *> for the run, so each board's givens are one direct read with
      *> no ceiling on how many puzzles the master may carry.
        01 PZL-OPEN PIC X(1) VALUE "N".
        01 PZL-FOUND PIC X(1) VALUE "N".

        01 GIV-R PIC 9(2).
        01 GIV-C PIC 9(2).
        01 VIOL-FOUND PIC X(1) VALUE "N".
        01 VIOL-KIND PIC X(3) VALUE SPACES.
        01 VIOL-INDEX PIC 9(2) VALUE 0.
      *> Cell where the first repeated digit was found, for the audit
      *> record's failing-cell fields.
        01 VIOL-R PIC 9(2) VALUE 0.
        01 VIOL-C PIC 9(2) VALUE 0.
        01 VLD-BOXSZ PIC 9(2) VALUE 3.
        01 VLD-R PIC 9(2).
        01 VLD-C PIC 9(2).
    PERFORM GRID-LOAD
    PERFORM OPERATOR-ENTITLE
    PERFORM PROG-LOAD
    PERFORM PUZZLE-OPEN
    PERFORM SREG-OPEN-FILE
    PERFORM MODE-LOAD
    IF CERT-MODE IS EQUAL TO "Y"
        PERFORM CERT-LOAD
    CLOSE AUDIT-FILE
    CLOSE PERF-FILE
    CLOSE BREG-FILE
    IF PZL-OPEN IS EQUAL TO "Y"
        CLOSE PUZZLE-FILE
    END-IF
    IF SREG-OPEN IS EQUAL TO "Y"
        CLOSE SREG-FILE
    END-IF
    IF CERT-MODE IS EQUAL TO "Y"
        PERFORM CERT-WRAP
    END-IF
      *> DUPE instead of earning a second PASS. Practice and legacy
      *> boards carry no puzzle ID and are not registered.
    RUN-BOARD-OR-DUPE.
        MOVE "N" TO SREG-HIT
        IF SOL-PUZZLE-ID IS NOT EQUAL TO SPACES
            PERFORM SREG-FINGERPRINT
            PERFORM SREG-SEARCH
        END-IF
        IF SREG-HIT IS EQUAL TO "Y"
            PERFORM DUPE-DISPOSE
        ELSE
            PERFORM RUN-BOARD
        MOVE SPACES TO AUD-FW
        MOVE ZEROES TO AUD-PWK
        MOVE SPACES TO AUD-DETAIL
        MOVE SREG-ORIG-BATCH TO AUD-DUPE-BATCH
        MOVE SREG-ORIG-BOARD TO AUD-DUPE-BOARD
        MOVE BAT-ID TO AUD-BATCH-ID
        MOVE CKPT-BOARD-CTR TO AUD-BOARD-NO
        MOVE OPERATOR-ID TO AUD-OPERATOR
        MOVE PH-VERSION TO AUD-TAPE-VER
        MOVE SOL-PUZZLE-ID TO AUD-PZL-ID
        PERFORM AUD-ATTEMPT-SET
        MOVE 0 TO AUD-FAIL-ROW
        MOVE 0 TO AUD-FAIL-COL
        MOVE AUDIT-RECORD TO AUDWRK-RECORD
        WRITE AUDWRK-RECORD
        DISPLAY
            "BOARD " CKPT-BOARD-CTR
            " IS A DUPLICATE OF BATCH " SREG-ORIG-BATCH
            " BOARD " SREG-ORIG-BOARD
        END-DISPLAY
        MOVE "CC0112" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "DUPLICATE SUBMISSION - ORIGINAL BATCH " DELIMITED BY SIZE
            SREG-ORIG-BATCH DELIMITED BY SIZE
            " BOARD " DELIMITED BY SIZE
            SREG-ORIG-BOARD DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE.
            END-COMPUTE
        END-PERFORM.

      *> A direct read of the registry on puzzle ID and fingerprint,
      *> then the entries earned since the last promotion, which are
      *> not on the file yet.
    SREG-SEARCH.
        MOVE "N" TO SREG-HIT
        IF SREG-OPEN IS EQUAL TO "Y"
            MOVE SOL-PUZZLE-ID TO SREG-PZL-ID
            MOVE FP-1 TO SREG-FP1
            MOVE FP-2 TO SREG-FP2
            READ SREG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO SREG-HIT
                    MOVE SREG-BATCH-ID TO SREG-ORIG-BATCH
                    MOVE SREG-BOARD-NO TO SREG-ORIG-BOARD
            END-READ
        END-IF
        MOVE 0 TO SRT-HIT
        IF SREG-HIT IS NOT EQUAL TO "Y"
            PERFORM VARYING SRT-IX FROM 1 BY 1
                UNTIL SRT-IX IS GREATER THAN SRT-COUNT
                    OR SRT-HIT IS GREATER THAN ZERO
                IF SRT-PZL(SRT-IX) IS EQUAL TO SOL-PUZZLE-ID
                    AND SRT-FP1(SRT-IX) IS EQUAL TO FP-1
                    AND SRT-FP2(SRT-IX) IS EQUAL TO FP-2
                        MOVE SRT-IX TO SRT-HIT
                END-IF
            END-PERFORM
            IF SRT-HIT IS GREATER THAN ZERO
                MOVE "Y" TO SREG-HIT
                MOVE SRT-BATCH(SRT-HIT) TO SREG-ORIG-BATCH
                MOVE SRT-BOARD(SRT-HIT) TO SREG-ORIG-BOARD
            END-IF
        END-IF.

    SREG-ADD.
        IF SRT-COUNT IS LESS THAN 5000
        ELSE
            IF SRT-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "UNPROMOTED REGISTRY TABLE FULL -"
                    " NEW PASSES NO LONGER REGISTERED"
                END-DISPLAY
                MOVE "Y" TO SRT-FULL-TOLD
                MOVE "CC0114" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "UNPROMOTED REGISTRY TABLE FULL - PASSES NOT REGISTERED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        CALL "CBL_DELETE_FILE" USING SUSPWRK-NAME
        PERFORM SREG-PROMOTE.

      *> Write the batch's staged registry entries to CCSUBREG.DAT.
      *> They were written at pass time, so entries earned before a
      *> crash survive in the work file and are made final here when
      *> the batch they belong to settles; one already on file from a
      *> promotion the crash cut short is left as it stands. Once on
      *> file the entries leave the in-core table, since the keyed
      *> read finds them from then on. If the registry itself could
      *> not be opened, the work file is kept so the entries are
      *> carried into the next attempt rather than lost.
    SREG-PROMOTE.
        MOVE "N" TO SREGWRK-EOF
        OPEN INPUT SREGWRK-FILE
        IF SREGWRK-STATUS IS EQUAL TO "00"
            IF SREG-OPEN IS EQUAL TO "Y"
                PERFORM UNTIL SREGWRK-EOF IS EQUAL TO "Y"
                    READ SREGWRK-FILE
                        AT END
                        NOT AT END
                            MOVE SREGWRK-RECORD TO SREG-RECORD
                            WRITE SREG-RECORD
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE SREGWRK-FILE
                CALL "CBL_DELETE_FILE" USING SREGWRK-NAME
                MOVE 0 TO SRT-COUNT
            ELSE
                CLOSE SREGWRK-FILE
                DISPLAY
            MOVE BAT-BOARD-COUNT TO AUD-BOARD-NO
            MOVE OPERATOR-ID TO AUD-OPERATOR
            MOVE PH-VERSION TO AUD-TAPE-VER
            MOVE SPACES TO AUD-PZL-ID
            MOVE 1 TO AUD-ATTEMPT
            MOVE 0 TO AUD-FAIL-ROW
            MOVE 0 TO AUD-FAIL-COL
            WRITE AUDIT-RECORD
        END-IF.

        MOVE SPACES TO AUD-DETAIL
        MOVE SPACES TO AUD-DUPE-BATCH
        MOVE 0 TO AUD-DUPE-BOARD
        MOVE 0 TO AUD-FAIL-ROW
        MOVE 0 TO AUD-FAIL-COL
        PERFORM CHECK-GIVENS
        IF T IS ZERO AND VIOL-FOUND IS NOT EQUAL TO "Y"
            PERFORM DECODE
                        GIV-C DELIMITED BY SIZE
                        INTO AUD-DETAIL
                    END-STRING
                    MOVE GIV-R TO AUD-FAIL-ROW
                    MOVE GIV-C TO AUD-FAIL-COL
                    DISPLAY
                        "WRONG " VIOL-KIND " " GIV-R " " GIV-C
                    END-DISPLAY
                        VIOL-INDEX DELIMITED BY SIZE
                        INTO AUD-DETAIL
                    END-STRING
                    MOVE VIOL-R TO AUD-FAIL-ROW
                    MOVE VIOL-C TO AUD-FAIL-COL
                    DISPLAY
                        "WRONG " VIOL-KIND " " VIOL-INDEX
                    END-DISPLAY
        MOVE CKPT-BOARD-CTR TO AUD-BOARD-NO
        MOVE OPERATOR-ID TO AUD-OPERATOR
        MOVE PH-VERSION TO AUD-TAPE-VER
        MOVE SOL-PUZZLE-ID TO AUD-PZL-ID
        PERFORM AUD-ATTEMPT-SET
        IF SUSP-REPROCESS IS EQUAL TO "Y"
            WRITE AUDIT-RECORD
        ELSE
            PERFORM CERT-COMPARE
        END-IF.

      *> A board off CCSOLIN.DAT is on its first attempt; one back off
      *> CCSUSP.DAT is on the attempt after those already on its record.
    AUD-ATTEMPT-SET.
        IF SUSP-REPROCESS IS EQUAL TO "Y"
            COMPUTE AUD-ATTEMPT = SUSP-HOLD-ATT + 1
            END-COMPUTE
        ELSE
            MOVE 1 TO AUD-ATTEMPT
        END-IF.

      *> Park the failed board in suspense. In a normal run it goes onto
      *> the live CCSUSP.DAT; in a reprocess run the still-failing board
      *> is carried forward on CCSUSP.NEW, which replaces CCSUSP.DAT
        MOVE 0 TO GIV-R
        MOVE 0 TO GIV-C
        IF SOL-PUZZLE-ID IS NOT EQUAL TO SPACES
            MOVE "N" TO PZL-FOUND
            IF PZL-OPEN IS EQUAL TO "Y"
                MOVE SOL-PUZZLE-ID TO PZL-ID
                READ PUZZLE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO PZL-FOUND
                END-READ
            END-IF
            IF PZL-FOUND IS NOT EQUAL TO "Y"
                DISPLAY
                    "PUZZLE " SOL-PUZZLE-ID " NOT ON CCPUZZLE.DAT MASTER"
                END-DISPLAY
                        COMPUTE GIV-IX =
                            ((VLD-R - 1) * GRID-SIZE-WS) + VLD-C
                        END-COMPUTE
                        IF PZL-GIVEN(GIV-IX)
                            IS GREATER THAN ZERO
                            AND PZL-GIVEN(GIV-IX)
                                IS NOT EQUAL TO C(VLD-R, VLD-C)
                                    MOVE "Y" TO VIOL-FOUND
                                    MOVE "GIV" TO VIOL-KIND
        MOVE "N" TO VIOL-FOUND
        MOVE SPACES TO VIOL-KIND
        MOVE 0 TO VIOL-INDEX
        MOVE 0 TO VIOL-R
        MOVE 0 TO VIOL-C
        COMPUTE VLD-BOXSZ = FUNCTION INTEGER(FUNCTION SQRT(GRID-SIZE-WS))
        IF VLD-BOXSZ IS LESS THAN 1
            MOVE 1 TO VLD-BOXSZ
                MOVE C(VLD-R, VLD-C) TO VLD-DIGIT
                IF VLD-DIGIT IS GREATER THAN ZERO
                    IF VLD-SEEN(VLD-DIGIT) IS EQUAL TO 1
                        IF VIOL-FOUND IS NOT EQUAL TO "Y"
                            MOVE VLD-R TO VIOL-R
                            MOVE VLD-C TO VIOL-C
                        END-IF
                        MOVE "Y" TO VIOL-FOUND
                        MOVE "ROW" TO VIOL-KIND
                        MOVE VLD-R TO VIOL-INDEX
                MOVE C(VLD-R, VLD-C) TO VLD-DIGIT
                IF VLD-DIGIT IS GREATER THAN ZERO
                    IF VLD-SEEN(VLD-DIGIT) IS EQUAL TO 1
                        IF VIOL-FOUND IS NOT EQUAL TO "Y"
                            MOVE VLD-R TO VIOL-R
                            MOVE VLD-C TO VIOL-C
                        END-IF
                        MOVE "Y" TO VIOL-FOUND
                        MOVE "COL" TO VIOL-KIND
                        MOVE VLD-C TO VIOL-INDEX
                        MOVE C(VLD-R, VLD-C) TO VLD-DIGIT
                        IF VLD-DIGIT IS GREATER THAN ZERO
                            IF VLD-SEEN(VLD-DIGIT) IS EQUAL TO 1
                                IF VIOL-FOUND IS NOT EQUAL TO "Y"
                                    MOVE VLD-R TO VIOL-R
                                    MOVE VLD-C TO VIOL-C
                                END-IF
                                MOVE "Y" TO VIOL-FOUND
                                MOVE "BOX" TO VIOL-KIND
                                MOVE VLD-BOX TO VIOL-INDEX
            CLOSE GRID-FILE
        END-IF.

      *> The master is held open for the run and read by puzzle ID as
      *> each board arrives. A master that cannot be opened leaves
      *> every board quoting a puzzle ID failing its givens check as
      *> not on the master, the same as an empty one.
    PUZZLE-OPEN.
        MOVE "N" TO PZL-OPEN
        OPEN INPUT PUZZLE-FILE
        IF PZL-STATUS IS EQUAL TO "00"
            MOVE "Y" TO PZL-OPEN
        END-IF.

      *> The registry is held open for update for the run: boards are
      *> looked up on it directly and promoted entries are written to
      *> it by key. A first run with no registry yet creates an empty
      *> one.
    SREG-OPEN-FILE.
        MOVE 0 TO SRT-COUNT
        MOVE "N" TO SREG-OPEN
        OPEN I-O SREG-FILE
        IF SREG-STATUS IS EQUAL TO "35" THEN
            OPEN OUTPUT SREG-FILE
            IF SREG-STATUS IS EQUAL TO "00"
                CLOSE SREG-FILE
                OPEN I-O SREG-FILE
            END-IF
        END-IF
        IF SREG-STATUS IS EQUAL TO "00"
            MOVE "Y" TO SREG-OPEN
        ELSE
            DISPLAY
                "CCSUBREG.DAT OPEN FAILED - DUPLICATES CHECKED WITHIN"
                " THIS RUN ONLY"
            END-DISPLAY
            MOVE "CC0113" TO EXC-CODE
            MOVE "E" TO EXC-SEVERITY
            MOVE "CCSUBREG.DAT OPEN FAILED - DUPLICATES CHECKED IN RUN ONLY"
                TO EXC-TEXT
            PERFORM EXC-STORE
        END-IF.

      *> Make the registry entries earned since SRT-BASE final on
      *> CCSUBREG.DAT.
    SREG-FLUSH.
        IF SRT-COUNT IS GREATER THAN SRT-BASE
            IF SREG-OPEN IS EQUAL TO "Y"
                MOVE SRT-BASE TO SRT-IX
                PERFORM UNTIL SRT-IX IS NOT LESS THAN SRT-COUNT
                    ADD 1 TO SRT-IX
                    MOVE SRT-ENTRY(SRT-IX) TO SREG-RECORD
                    WRITE SREG-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-PERFORM
            ELSE
                DISPLAY
                    "CCSUBREG.DAT OPEN FAILED - PASSES NOT REGISTERED"
