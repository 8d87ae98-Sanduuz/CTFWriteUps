IDENTIFICATION DIVISION.
    PROGRAM-ID. DK.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT KY1-FILE ASSIGN TO "CCSOLKY1.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KY1-STATUS.

            SELECT KY2-FILE ASSIGN TO "CCSOLKY2.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KY2-STATUS.

            SELECT SOL-FILE ASSIGN TO SOL-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOL-STATUS.

            SELECT DKR-FILE ASSIGN TO "CCDKRES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DKR-STATUS.

            SELECT DKG-FILE ASSIGN TO "CCDKREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DKG-STATUS.

            SELECT DKO-FILE ASSIGN TO "CCDKOPR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DKO-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCDKDISC.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT PARM-FILE ASSIGN TO "CCPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARM-STATUS.

            SELECT GRID-FILE ASSIGN TO "CCGRID.CFG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GRID-STATUS.

            SELECT PROG-FILE ASSIGN TO "CCPROG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PROG-STATUS.

            SELECT OPER-FILE ASSIGN TO "CCOPER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPR-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
      *> First and second keying of the same batches, each in
      *> CCSOLIN.DAT format with its own header and trailer. Both are
      *> read raw and interpreted through DK-HDR, DK-TRL and DK-BOARD
      *> below; SOL-FILE is the only one carrying the layout.
        FD KY1-FILE.
            01 KY1-RECORD PIC X(272).

        FD KY2-FILE.
            01 KY2-RECORD PIC X(272).

        FD SOL-FILE.
            COPY "solin.cpy".

      *> Keyed resolution of a discrepancy, read off the source
      *> document by a third operator: the batch, the board's
      *> position in the batch and the SOL-CELL position as printed on
      *> CCDKDISC.RPT, and the value that stands. Position 000 resolves
      *> the puzzle ID, with the ID in DKR-VALUE; for a cell, the digit
      *> is the first byte of DKR-VALUE.
        FD DKR-FILE.
            01 DKR-RECORD.
                05 DKR-BATCH-ID PIC X(8).
                05 DKR-BOARD-SEQ PIC 9(6).
                05 DKR-POS PIC 9(3).
                05 DKR-VALUE PIC X(8).
                05 DKR-RESOLVER PIC X(8).

      *> Double-key register: one record per batch per run saying
      *> whether it was released to the window or held and why. A
      *> batch already RELEASED is never released a second time.
        FD DKG-FILE.
            01 DKG-RECORD.
                05 DKG-TIMESTAMP PIC X(21).
                05 DKG-EVENT PIC X(8).
                05 DKG-BATCH-ID PIC X(8).
                05 DKG-ORIGIN PIC X(8).
                05 DKG-BUS-DATE PIC 9(8).
                05 DKG-BOARD-CT PIC 9(6).
                05 DKG-REASON PIC X(30).

      *> Per-operator double-key results, one record for each keying of
      *> a released batch: what the operator keyed, how many cells
      *> disagreed with the other keying, and how many of those were
      *> resolved against this operator's value.
        FD DKO-FILE.
            01 DKO-RECORD.
                05 DKO-TIMESTAMP PIC X(21).
                05 DKO-KEYER PIC X(8).
                05 DKO-ROLE PIC X(1).
                05 DKO-BATCH-ID PIC X(8).
                05 DKO-ORIGIN PIC X(8).
                05 DKO-BUS-DATE PIC 9(8).
                05 DKO-BOARDS PIC 9(6).
                05 DKO-CELLS PIC 9(9).
                05 DKO-DISC PIC 9(6).
                05 DKO-ERRORS PIC 9(6).

        FD RPT-FILE.
            01 RPT-LINE PIC X(132).

        FD PARM-FILE.
            01 PARM-LINE PIC X(80).

        FD GRID-FILE.
            COPY "gridcfg.cpy".

        FD PROG-FILE.
            01 PROG-RECORD PIC X(1548).

        FD OPER-FILE.
            COPY "oper.cpy".

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 KY1-STATUS PIC X(2) VALUE "00".
        01 KY1-EOF PIC X(1) VALUE "N".
        01 KY2-STATUS PIC X(2) VALUE "00".
        01 KY2-EOF PIC X(1) VALUE "N".
        01 SOL-STATUS PIC X(2) VALUE "00".
        01 DKR-STATUS PIC X(2) VALUE "00".
        01 DKR-EOF PIC X(1) VALUE "N".
        01 DKG-STATUS PIC X(2) VALUE "00".
        01 DKG-EOF PIC X(1) VALUE "N".
        01 DKO-STATUS PIC X(2) VALUE "00".
        01 RPT-STATUS PIC X(2) VALUE "00".
        01 PARM-STATUS PIC X(2) VALUE "00".
        01 PARM-EOF PIC X(1) VALUE "N".
        01 PARM-KEY PIC X(10).
        01 PARM-VALUE PIC X(30).
        01 GRID-STATUS PIC X(2) VALUE "00".
        01 PROG-STATUS PIC X(2) VALUE "00".
        01 OPR-STATUS PIC X(2) VALUE "00".
        01 OPR-EOF PIC X(1) VALUE "N".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

      *> Released batches go to the same file CC's window reads,
      *> honoring CC's SOLIN override on CCPARM.DAT.
        01 SOL-FILENAME PIC X(30) VALUE "CCSOLIN.DAT".

        01 OPERATOR-ID PIC X(8) VALUE SPACES.
        01 OPER-AUTHORIZED PIC X(1) VALUE "N".

        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

        01 OM-TABLE.
            05 OM-COUNT PIC 9(3) VALUE 0.
            05 OM-ENTRY OCCURS 500 TIMES.
                10 OM-ID PIC X(8).
                10 OM-FLAG PIC X(1).
        01 OM-IX PIC 9(3).
        01 OM-HIT PIC 9(3).
        01 OM-WHO PIC X(8).
        01 OM-FULL-TOLD PIC X(1) VALUE "N".

      *> Views of a raw keying record.
        01 DK-HDR.
            05 DH-TYPE PIC X(1).
            05 DH-BATCH-ID PIC X(8).
            05 DH-ORIGIN PIC X(8).
            05 DH-BUS-DATE PIC 9(8).
            05 DH-KEYER PIC X(8).
        01 DK-TRL.
            05 DT-TYPE PIC X(1).
            05 DT-COUNT PIC 9(6).
            05 DT-HASH PIC 9(10).
        01 DK-BOARD.
            05 DB-CELL PIC 9(1) OCCURS 256 TIMES.
            05 DB-PZL PIC X(8).
        01 DK-BOARD-HASH PIC 9(10).
        01 DK-CELL-IX PIC 9(3).

      *> The second keying, held in core so each first-keyed batch can
      *> be compared board for board as it is read. K2B-FIRST is the
      *> batch's first board on K2S-TABLE.
        01 K2B-TABLE.
            05 K2B-COUNT PIC 9(3) VALUE 0.
            05 K2B-ENTRY OCCURS 200 TIMES.
                10 K2B-ID PIC X(8).
                10 K2B-ORIGIN PIC X(8).
                10 K2B-BUS-DATE PIC 9(8).
                10 K2B-KEYER PIC X(8).
                10 K2B-TRL-SEEN PIC X(1).
                10 K2B-EXP-CT PIC 9(6).
                10 K2B-EXP-HASH PIC 9(10).
                10 K2B-CT PIC 9(6).
                10 K2B-HASH PIC 9(10).
                10 K2B-FIRST PIC 9(4).
                10 K2B-OVER PIC X(1).
                10 K2B-USED PIC X(1).
        01 K2B-IX PIC 9(3).
        01 K2B-HIT PIC 9(3).
        01 K2B-CUR PIC 9(3) VALUE 0.
        01 K2B-FULL-TOLD PIC X(1) VALUE "N".
        01 K2S-TABLE.
            05 K2S-COUNT PIC 9(4) VALUE 0.
            05 K2S-REC PIC X(264) OCCURS 5000 TIMES.
        01 K2S-IX PIC 9(4).
        01 K2-STRAY-CT PIC 9(6) VALUE 0.

      *> The first-keyed batch currently being read.
        01 K1-ID PIC X(8) VALUE SPACES.
        01 K1-ORIGIN PIC X(8) VALUE SPACES.
        01 K1-BUS-DATE PIC 9(8) VALUE 0.
        01 K1-KEYER PIC X(8) VALUE SPACES.
        01 K1-OPEN PIC X(1) VALUE "N".
        01 K1-TRL-SEEN PIC X(1) VALUE "N".
        01 K1-EXP-CT PIC 9(6) VALUE 0.
        01 K1-EXP-HASH PIC 9(10) VALUE 0.
        01 K1-CT PIC 9(6) VALUE 0.
        01 K1-HASH PIC 9(10) VALUE 0.
        01 K1-OVER PIC X(1) VALUE "N".
        01 K1S-TABLE.
            05 K1S-REC PIC X(264) OCCURS 2000 TIMES.
        01 K1S-IX PIC 9(4).
        01 K1-STRAY-CT PIC 9(6) VALUE 0.

      *> Resolutions keyed so far, whatever batch they belong to.
        01 RS-TABLE.
            05 RS-COUNT PIC 9(4) VALUE 0.
            05 RS-ENTRY OCCURS 2000 TIMES.
                10 RS-BATCH PIC X(8).
                10 RS-BOARD PIC 9(6).
                10 RS-POS PIC 9(3).
                10 RS-VALUE PIC X(8).
                10 RS-RESOLVER PIC X(8).
        01 RS-IX PIC 9(4).
        01 RS-HIT PIC 9(4).
        01 RS-FULL-TOLD PIC X(1) VALUE "N".

      *> Batches already released, off the double-key register.
        01 RG-TABLE.
            05 RG-COUNT PIC 9(4) VALUE 0.
            05 RG-ENTRY OCCURS 2000 TIMES.
                10 RG-BATCH PIC X(8).
                10 RG-BUS-DATE PIC 9(8).
        01 RG-IX PIC 9(4).
        01 RG-HIT PIC 9(4).

      *> Discrepancies found in the batch being settled. DS-STATE is
      *> "U" unresolved or "R" resolved to DS-RES by DS-RESOLVER.
        01 DS-TABLE.
            05 DS-COUNT PIC 9(4) VALUE 0.
            05 DS-ENTRY OCCURS 2000 TIMES.
                10 DS-BOARD PIC 9(6).
                10 DS-POS PIC 9(3).
                10 DS-V1 PIC X(8).
                10 DS-V2 PIC X(8).
                10 DS-RES PIC X(8).
                10 DS-RESOLVER PIC X(8).
                10 DS-STATE PIC X(1).
        01 DS-IX PIC 9(4).
        01 DS-OVER PIC X(1) VALUE "N".
        01 DS-BAD-RES PIC X(30).

        01 DK-HOLD-REASON PIC X(30) VALUE SPACES.
        01 DK-SKIP PIC X(1) VALUE "N".
        01 DK-BOARD-IX PIC 9(6).
        01 DK-POS PIC 9(3).
        01 DK-DIGIT PIC 9(1).
        01 DK-CELLS PIC 9(9) VALUE 0.
        01 DK-UNRESOLVED PIC 9(4) VALUE 0.
        01 DK-ERR-1 PIC 9(6) VALUE 0.
        01 DK-ERR-2 PIC 9(6) VALUE 0.
        01 DK-REL-HASH PIC 9(10) VALUE 0.
        01 DK-ROW-TXT PIC X(2).
        01 DK-COL-TXT PIC X(2).
        01 DK-EVENT PIC X(8).

        01 DK-BATCH-CT PIC 9(5) VALUE 0.
        01 DK-RELEASE-CT PIC 9(5) VALUE 0.
        01 DK-HOLD-CT PIC 9(5) VALUE 0.
        01 DK-SKIP-CT PIC 9(5) VALUE 0.
        01 DK-DISC-CT PIC 9(7) VALUE 0.
        01 DK-RESOLVED-CT PIC 9(7) VALUE 0.
        01 DK-REL-BOARDS PIC 9(7) VALUE 0.

      *> The production tape, loaded, verified and decoded exactly as
      *> CC's PROG-LOAD does, so a discrepancy at a SOL-CELL position
      *> can be reported at the grid row and column the tape's "Y"
      *> opcode keys it into.
        01 PROG-HDR.
            05 PH-VERSION PIC X(8).
            05 PH-GRID PIC 9(2).
            05 PH-CHECKSUM PIC 9(9).
        01 P PIC X(1548).
        01 PD PIC X(1548).
        01 PD-IX PIC 9(4).
        01 PCK-SUM PIC 9(9) VALUE 0.
        01 PCK-IX PIC 9(4).
        01 RI PIC 9(2).
        01 RCS PIC X(40) VALUE " _ABCDEFGHIJKLMNOPQRSTUVWXYZ{}0123456789".

      *> Keying map: entry k is the grid cell the k-th executed "Y"
      *> opcode fills from SOL-CELL(k). The VM has no conditional
      *> branch - "J", "X" and "R" move P0 the same way whatever the
      *> board holds - so following them from offset 1 to the "_"
      *> halt visits the opcodes in exactly the order a run does.
        01 KM-TABLE.
            05 KM-COUNT PIC 9(3) VALUE 0.
            05 KM-ENTRY OCCURS 256 TIMES.
                10 KM-ROW PIC 9(2).
                10 KM-COL PIC 9(2).
        01 KM-IX PIC 9(3).
        01 KM-P0 PIC 9(8).
        01 KM-OP PIC X(11).
        01 KM-LEN PIC 9(2).
        01 KM-JUMP PIC 9(4).
        01 KM-CYCLES PIC 9(7).
        01 KM-DONE PIC X(1).
        01 KM-SP PIC 9(2).
        01 KM-RET PIC 9(8) OCCURS 20 TIMES.


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    PERFORM PARM-LOAD
    PERFORM OPERATOR-LOAD
    PERFORM GRID-LOAD
    PERFORM PROG-LOAD
    PERFORM KEY-MAP
    PERFORM RESOLVE-LOAD
    PERFORM REGISTER-LOAD
    PERFORM KY2-LOAD

    OPEN INPUT KY1-FILE
    IF KY1-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCSOLKY1.DAT NOT FOUND - NO BATCHES TO VERIFY"
        MOVE "DK0101" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE "CCSOLKY1.DAT NOT FOUND - NO BATCHES TO VERIFY"
            TO EXC-TEXT
        PERFORM EXC-STORE
        MOVE EXC-WORST-RC TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCDKDISC.RPT OPEN FAILED"
        MOVE "DK0102" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCDKDISC.RPT OPEN FAILED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    OPEN EXTEND SOL-FILE
    IF SOL-STATUS IS EQUAL TO "35" THEN
        OPEN OUTPUT SOL-FILE
    END-IF
    IF SOL-STATUS IS NOT EQUAL TO "00"
        DISPLAY
            FUNCTION TRIM(SOL-FILENAME)
            " OPEN FAILED - NOTHING CAN BE RELEASED"
        END-DISPLAY
        MOVE "DK0103" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCSOLIN.DAT OPEN FAILED - NOTHING CAN BE RELEASED"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    OPEN EXTEND DKG-FILE
    IF DKG-STATUS IS EQUAL TO "35" THEN
        OPEN OUTPUT DKG-FILE
    END-IF
    OPEN EXTEND DKO-FILE
    IF DKO-STATUS IS EQUAL TO "35" THEN
        OPEN OUTPUT DKO-FILE
    END-IF
    IF DKG-STATUS IS NOT EQUAL TO "00"
        OR DKO-STATUS IS NOT EQUAL TO "00"
            DISPLAY
                "CCDKREG.DAT/CCDKOPR.DAT OPEN FAILED"
                " - CANNOT RECORD RELEASES"
            END-DISPLAY
            MOVE "DK0104" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCDKREG.DAT/CCDKOPR.DAT OPEN FAILED - NO RELEASES"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
    END-IF

    PERFORM PRINT-HEADING
    PERFORM BATCH-RESET
    PERFORM UNTIL KY1-EOF IS EQUAL TO "Y"
        READ KY1-FILE
            AT END
                MOVE "Y" TO KY1-EOF
            NOT AT END
                PERFORM KY1-RECORD-IN
        END-READ
    END-PERFORM
    IF K1-OPEN IS EQUAL TO "Y"
        PERFORM BATCH-SETTLE
    END-IF
    CLOSE KY1-FILE

    PERFORM STRAYS-REPORT
    PERFORM PRINT-TOTALS

    CLOSE SOL-FILE
    CLOSE DKG-FILE
    CLOSE DKO-FILE
    CLOSE RPT-FILE

    DISPLAY
        "DOUBLE-KEY VERIFICATION COMPLETE - BATCHES " DK-BATCH-CT
        " RELEASED " DK-RELEASE-CT
        " HELD " DK-HOLD-CT
        " ALREADY RELEASED " DK-SKIP-CT
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "DK" TO EXC-PROGRAM
        OPEN EXTEND EXC-FILE
        IF EXC-STATUS IS EQUAL TO "35" THEN
            OPEN OUTPUT EXC-FILE
        END-IF
        IF EXC-STATUS IS EQUAL TO "00"
            WRITE EXC-RECORD
            CLOSE EXC-FILE
        END-IF
        EVALUATE EXC-SEVERITY
            WHEN "F"
                MOVE 12 TO EXC-WORST-RC
            WHEN "E"
                IF EXC-WORST-RC IS LESS THAN 8
                    MOVE 8 TO EXC-WORST-RC
                END-IF
            WHEN OTHER
                IF EXC-WORST-RC IS LESS THAN 4
                    MOVE 4 TO EXC-WORST-RC
                END-IF
        END-EVALUATE
        MOVE EXC-WORST-RC TO RETURN-CODE
        MOVE SPACES TO EXC-BATCH-ID
        MOVE 0 TO EXC-BOARD-NO.

      *> Only SOLIN is DK's business; the rest of CCPARM.DAT belongs to
      *> CC and is passed over without comment.
    PARM-LOAD.
        OPEN INPUT PARM-FILE
        IF PARM-STATUS IS EQUAL TO "00"
            PERFORM UNTIL PARM-EOF IS EQUAL TO "Y"
                READ PARM-FILE
                    AT END
                        MOVE "Y" TO PARM-EOF
                    NOT AT END
                        MOVE SPACES TO PARM-KEY
                        MOVE SPACES TO PARM-VALUE
                        UNSTRING PARM-LINE DELIMITED BY "="
                            INTO PARM-KEY PARM-VALUE
                        END-UNSTRING
                        IF PARM-KEY IS EQUAL TO "SOLIN"
                            MOVE PARM-VALUE TO SOL-FILENAME
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARM-FILE
        END-IF.

    RESOLVE-LOAD.
        MOVE 0 TO RS-COUNT
        OPEN INPUT DKR-FILE
        IF DKR-STATUS IS EQUAL TO "00"
            PERFORM UNTIL DKR-EOF IS EQUAL TO "Y"
                READ DKR-FILE
                    AT END
                        MOVE "Y" TO DKR-EOF
                    NOT AT END
                        IF RS-COUNT IS LESS THAN 2000
                            ADD 1 TO RS-COUNT
                            MOVE DKR-BATCH-ID TO RS-BATCH(RS-COUNT)
                            MOVE DKR-BOARD-SEQ TO RS-BOARD(RS-COUNT)
                            MOVE DKR-POS TO RS-POS(RS-COUNT)
                            MOVE DKR-VALUE TO RS-VALUE(RS-COUNT)
                            MOVE DKR-RESOLVER TO RS-RESOLVER(RS-COUNT)
                        ELSE
                            IF RS-FULL-TOLD IS NOT EQUAL TO "Y"
                                DISPLAY
                                    "CCDKRES.DAT OVER 2000 RESOLUTIONS"
                                    " - THE REST ARE IGNORED"
                                END-DISPLAY
                                MOVE "Y" TO RS-FULL-TOLD
                                MOVE "DK0105" TO EXC-CODE
                                MOVE "W" TO EXC-SEVERITY
                                MOVE "CCDKRES.DAT OVER 2000 RESOLUTIONS - REST IGNORED"
                                    TO EXC-TEXT
                                PERFORM EXC-STORE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DKR-FILE
        END-IF.

    REGISTER-LOAD.
        MOVE 0 TO RG-COUNT
        OPEN INPUT DKG-FILE
        IF DKG-STATUS IS EQUAL TO "00"
            PERFORM UNTIL DKG-EOF IS EQUAL TO "Y"
                READ DKG-FILE
                    AT END
                        MOVE "Y" TO DKG-EOF
                    NOT AT END
                        IF DKG-EVENT IS EQUAL TO "RELEASED"
                            AND RG-COUNT IS LESS THAN 2000
                                ADD 1 TO RG-COUNT
                                MOVE DKG-BATCH-ID TO RG-BATCH(RG-COUNT)
                                MOVE DKG-BUS-DATE
                                    TO RG-BUS-DATE(RG-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DKG-FILE
        END-IF.

      *> Hold the whole second keying in core: each batch balanced
      *> against its own trailer, and its boards kept for the
      *> board-for-board comparison.
    KY2-LOAD.
        MOVE 0 TO K2B-COUNT
        MOVE 0 TO K2S-COUNT
        MOVE 0 TO K2B-CUR
        OPEN INPUT KY2-FILE
        IF KY2-STATUS IS NOT EQUAL TO "00"
            DISPLAY
                "CCSOLKY2.DAT NOT FOUND - EVERY BATCH AWAITS ITS"
                " SECOND KEYING"
            END-DISPLAY
            MOVE "DK0106" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE "CCSOLKY2.DAT NOT FOUND - NO BATCH CAN BE VERIFIED"
                TO EXC-TEXT
            PERFORM EXC-STORE
        ELSE
            PERFORM UNTIL KY2-EOF IS EQUAL TO "Y"
                READ KY2-FILE
                    AT END
                        MOVE "Y" TO KY2-EOF
                    NOT AT END
                        PERFORM KY2-RECORD-IN
                END-READ
            END-PERFORM
            CLOSE KY2-FILE
        END-IF.

    KY2-RECORD-IN.
        EVALUATE KY2-RECORD(1:1)
            WHEN "H"
                MOVE KY2-RECORD TO DK-HDR
                IF K2B-COUNT IS LESS THAN 200
                    ADD 1 TO K2B-COUNT
                    MOVE K2B-COUNT TO K2B-CUR
                    INITIALIZE K2B-ENTRY(K2B-CUR)
                    MOVE DH-BATCH-ID TO K2B-ID(K2B-CUR)
                    MOVE DH-ORIGIN TO K2B-ORIGIN(K2B-CUR)
                    MOVE DH-BUS-DATE TO K2B-BUS-DATE(K2B-CUR)
                    MOVE DH-KEYER TO K2B-KEYER(K2B-CUR)
                    MOVE "N" TO K2B-TRL-SEEN(K2B-CUR)
                    MOVE "N" TO K2B-OVER(K2B-CUR)
                    MOVE "N" TO K2B-USED(K2B-CUR)
                    COMPUTE K2B-FIRST(K2B-CUR) = K2S-COUNT + 1
                    END-COMPUTE
                ELSE
                    MOVE 0 TO K2B-CUR
                    IF K2B-FULL-TOLD IS NOT EQUAL TO "Y"
                        DISPLAY
                            "CCSOLKY2.DAT OVER 200 BATCHES - LATER"
                            " BATCHES AWAIT THE NEXT RUN"
                        END-DISPLAY
                        MOVE "Y" TO K2B-FULL-TOLD
                        MOVE "DK0107" TO EXC-CODE
                        MOVE "W" TO EXC-SEVERITY
                        MOVE "CCSOLKY2.DAT OVER 200 BATCHES - REST NEXT RUN"
                            TO EXC-TEXT
                        PERFORM EXC-STORE
                    END-IF
                END-IF
            WHEN "T"
                IF K2B-CUR IS GREATER THAN ZERO
                    MOVE KY2-RECORD TO DK-TRL
                    MOVE "Y" TO K2B-TRL-SEEN(K2B-CUR)
                    MOVE DT-COUNT TO K2B-EXP-CT(K2B-CUR)
                    MOVE DT-HASH TO K2B-EXP-HASH(K2B-CUR)
                    MOVE 0 TO K2B-CUR
                END-IF
            WHEN OTHER
                IF K2B-CUR IS GREATER THAN ZERO
                    MOVE KY2-RECORD TO DK-BOARD
                    PERFORM BOARD-HASH
                    ADD 1 TO K2B-CT(K2B-CUR)
                    ADD DK-BOARD-HASH TO K2B-HASH(K2B-CUR)
                    IF K2S-COUNT IS LESS THAN 5000
                        ADD 1 TO K2S-COUNT
                        MOVE KY2-RECORD(1:264) TO K2S-REC(K2S-COUNT)
                    ELSE
                        MOVE "Y" TO K2B-OVER(K2B-CUR)
                    END-IF
                ELSE
                    IF K2B-FULL-TOLD IS NOT EQUAL TO "Y"
                        ADD 1 TO K2-STRAY-CT
                    END-IF
                END-IF
        END-EVALUATE.

    KY1-RECORD-IN.
        EVALUATE KY1-RECORD(1:1)
            WHEN "H"
      *> A header while a batch is open: the open batch lost its
      *> trailer and is settled (held) before this one starts.
                IF K1-OPEN IS EQUAL TO "Y"
                    PERFORM BATCH-SETTLE
                END-IF
                MOVE KY1-RECORD TO DK-HDR
                MOVE DH-BATCH-ID TO K1-ID
                MOVE DH-ORIGIN TO K1-ORIGIN
                MOVE DH-BUS-DATE TO K1-BUS-DATE
                MOVE DH-KEYER TO K1-KEYER
                MOVE "Y" TO K1-OPEN
            WHEN "T"
                IF K1-OPEN IS EQUAL TO "Y"
                    MOVE KY1-RECORD TO DK-TRL
                    MOVE DT-COUNT TO K1-EXP-CT
                    MOVE DT-HASH TO K1-EXP-HASH
                    MOVE "Y" TO K1-TRL-SEEN
                    PERFORM BATCH-SETTLE
                ELSE
                    ADD 1 TO K1-STRAY-CT
                END-IF
            WHEN OTHER
                IF K1-OPEN IS EQUAL TO "Y"
                    MOVE KY1-RECORD TO DK-BOARD
                    PERFORM BOARD-HASH
                    ADD 1 TO K1-CT
                    ADD DK-BOARD-HASH TO K1-HASH
                    IF K1-CT IS NOT GREATER THAN 2000
                        MOVE KY1-RECORD(1:264) TO K1S-REC(K1-CT)
                    ELSE
                        MOVE "Y" TO K1-OVER
                    END-IF
                ELSE
                    ADD 1 TO K1-STRAY-CT
                END-IF
        END-EVALUATE.

    BOARD-HASH.
        MOVE 0 TO DK-BOARD-HASH
        PERFORM VARYING DK-CELL-IX FROM 1 BY 1
            UNTIL DK-CELL-IX IS GREATER THAN 256
            IF DB-CELL(DK-CELL-IX) IS NUMERIC
                ADD DB-CELL(DK-CELL-IX) TO DK-BOARD-HASH
            END-IF
        END-PERFORM.

    BATCH-RESET.
        MOVE SPACES TO K1-ID
        MOVE SPACES TO K1-ORIGIN
        MOVE 0 TO K1-BUS-DATE
        MOVE SPACES TO K1-KEYER
        MOVE "N" TO K1-OPEN
        MOVE "N" TO K1-TRL-SEEN
        MOVE 0 TO K1-EXP-CT
        MOVE 0 TO K1-EXP-HASH
        MOVE 0 TO K1-CT
        MOVE 0 TO K1-HASH
        MOVE "N" TO K1-OVER
        MOVE 0 TO DS-COUNT
        MOVE "N" TO DS-OVER
        MOVE 0 TO DK-CELLS
        MOVE 0 TO DK-UNRESOLVED
        MOVE 0 TO DK-ERR-1
        MOVE 0 TO DK-ERR-2
        MOVE SPACES TO DK-HOLD-REASON
        MOVE "N" TO DK-SKIP.

      *> A first-keyed batch has been read to its trailer (or lost
      *> it). Each keying must balance against its own trailer, the
      *> two must be by different operators and agree on the header,
      *> and every cell where they disagree must carry a valid
      *> resolution before the batch is released to the window.
    BATCH-SETTLE.
        ADD 1 TO DK-BATCH-CT
        MOVE 0 TO K2B-HIT
        PERFORM VARYING K2B-IX FROM 1 BY 1
            UNTIL K2B-IX IS GREATER THAN K2B-COUNT
                OR K2B-HIT IS GREATER THAN ZERO
            IF K2B-ID(K2B-IX) IS EQUAL TO K1-ID
                AND K2B-USED(K2B-IX) IS NOT EQUAL TO "Y"
                    MOVE K2B-IX TO K2B-HIT
            END-IF
        END-PERFORM
        IF K2B-HIT IS GREATER THAN ZERO
            MOVE "Y" TO K2B-USED(K2B-HIT)
        END-IF
        MOVE 0 TO RG-HIT
        PERFORM VARYING RG-IX FROM 1 BY 1
            UNTIL RG-IX IS GREATER THAN RG-COUNT
                OR RG-HIT IS GREATER THAN ZERO
            IF RG-BATCH(RG-IX) IS EQUAL TO K1-ID
                AND RG-BUS-DATE(RG-IX) IS EQUAL TO K1-BUS-DATE
                    MOVE RG-IX TO RG-HIT
            END-IF
        END-PERFORM
        IF RG-HIT IS GREATER THAN ZERO
            MOVE "Y" TO DK-SKIP
        END-IF

        IF DK-SKIP IS NOT EQUAL TO "Y"
            PERFORM BATCH-BALANCE-CHECK
            IF DK-HOLD-REASON IS EQUAL TO SPACES
                PERFORM BATCH-COMPARE
                PERFORM BATCH-RESOLVE
                IF DS-OVER IS EQUAL TO "Y"
                    MOVE "TOO MANY DISCREPANCIES - REKEY"
                        TO DK-HOLD-REASON
                ELSE
                    IF DK-UNRESOLVED IS GREATER THAN ZERO
                        MOVE "UNRESOLVED DISCREPANCIES"
                            TO DK-HOLD-REASON
                    END-IF
                END-IF
            END-IF
        END-IF

        PERFORM PRINT-BATCH
        EVALUATE TRUE
            WHEN DK-SKIP IS EQUAL TO "Y"
                ADD 1 TO DK-SKIP-CT
                DISPLAY
                    "BATCH " K1-ID " ALREADY RELEASED - NOT RELEASED"
                    " AGAIN"
                END-DISPLAY
                MOVE "DK0108" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE K1-ID TO EXC-BATCH-ID
                MOVE "BATCH ALREADY RELEASED - NOT RELEASED AGAIN"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            WHEN DK-HOLD-REASON IS EQUAL TO SPACES
                PERFORM BATCH-RELEASE
            WHEN OTHER
                ADD 1 TO DK-HOLD-CT
                DISPLAY
                    "BATCH " K1-ID " HELD - "
                    FUNCTION TRIM(DK-HOLD-REASON)
                END-DISPLAY
                MOVE "DK0109" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE K1-ID TO EXC-BATCH-ID
                MOVE SPACES TO EXC-TEXT
                STRING
                    "BATCH HELD FROM WINDOW - " DELIMITED BY SIZE
                    DK-HOLD-REASON DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
                MOVE "HELD" TO DK-EVENT
                PERFORM REGISTER-STORE
        END-EVALUATE
        PERFORM BATCH-RESET.

    BATCH-BALANCE-CHECK.
        EVALUATE TRUE
            WHEN K1-TRL-SEEN IS NOT EQUAL TO "Y"
                MOVE "NO TRAILER ON FIRST KEYING" TO DK-HOLD-REASON
            WHEN K1-CT IS NOT EQUAL TO K1-EXP-CT
                OR K1-HASH IS NOT EQUAL TO K1-EXP-HASH
                    MOVE "FIRST KEYING OUT OF BALANCE"
                        TO DK-HOLD-REASON
            WHEN K1-OVER IS EQUAL TO "Y"
                MOVE "BATCH OVER 2000 BOARDS" TO DK-HOLD-REASON
            WHEN K2B-HIT IS EQUAL TO ZERO
                MOVE "AWAITING SECOND KEYING" TO DK-HOLD-REASON
            WHEN K2B-TRL-SEEN(K2B-HIT) IS NOT EQUAL TO "Y"
                MOVE "NO TRAILER ON SECOND KEYING" TO DK-HOLD-REASON
            WHEN K2B-CT(K2B-HIT) IS NOT EQUAL TO K2B-EXP-CT(K2B-HIT)
                OR K2B-HASH(K2B-HIT) IS NOT EQUAL TO
                    K2B-EXP-HASH(K2B-HIT)
                        MOVE "SECOND KEYING OUT OF BALANCE"
                            TO DK-HOLD-REASON
            WHEN K2B-OVER(K2B-HIT) IS EQUAL TO "Y"
                MOVE "SECOND KEYING NOT HELD IN CORE"
                    TO DK-HOLD-REASON
            WHEN K1-KEYER IS EQUAL TO SPACES
                OR K2B-KEYER(K2B-HIT) IS EQUAL TO SPACES
                    MOVE "KEYER NOT IDENTIFIED" TO DK-HOLD-REASON
            WHEN K1-KEYER IS EQUAL TO K2B-KEYER(K2B-HIT)
                MOVE "SAME OPERATOR KEYED BOTH" TO DK-HOLD-REASON
            WHEN K1-ORIGIN IS NOT EQUAL TO K2B-ORIGIN(K2B-HIT)
                OR K1-BUS-DATE IS NOT EQUAL TO K2B-BUS-DATE(K2B-HIT)
                    MOVE "HEADERS DO NOT AGREE" TO DK-HOLD-REASON
            WHEN K1-CT IS NOT EQUAL TO K2B-CT(K2B-HIT)
                MOVE "BOARD COUNTS DO NOT AGREE" TO DK-HOLD-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

      *> Every one of the 256 cell positions is compared, not just the
      *> ones the tape keys, because every position feeds the trailer
      *> hash CC balances; a puzzle ID mismatch is carried as
      *> position 000.
    BATCH-COMPARE.
        PERFORM VARYING K1S-IX FROM 1 BY 1
            UNTIL K1S-IX IS GREATER THAN K1-CT
            COMPUTE K2S-IX = K2B-FIRST(K2B-HIT) + K1S-IX - 1
            END-COMPUTE
            MOVE K1S-IX TO DK-BOARD-IX
            IF K1S-REC(K1S-IX)(257:8) IS NOT EQUAL TO
                K2S-REC(K2S-IX)(257:8)
                    MOVE 0 TO DK-POS
                    PERFORM DISC-ADD
                    MOVE K1S-REC(K1S-IX)(257:8) TO DS-V1(DS-COUNT)
                    MOVE K2S-REC(K2S-IX)(257:8) TO DS-V2(DS-COUNT)
            END-IF
            PERFORM VARYING DK-POS FROM 1 BY 1
                UNTIL DK-POS IS GREATER THAN 256
                ADD 1 TO DK-CELLS
                IF K1S-REC(K1S-IX)(DK-POS:1) IS NOT EQUAL TO
                    K2S-REC(K2S-IX)(DK-POS:1)
                        PERFORM DISC-ADD
                        MOVE K1S-REC(K1S-IX)(DK-POS:1)
                            TO DS-V1(DS-COUNT)
                        MOVE K2S-REC(K2S-IX)(DK-POS:1)
                            TO DS-V2(DS-COUNT)
                END-IF
            END-PERFORM
        END-PERFORM.

      *> The table keeps its last slot for every discrepancy past the
      *> 2000th, which are counted but not itemized; such a batch is
      *> held for re-keying rather than resolved cell by cell.
    DISC-ADD.
        ADD 1 TO DK-DISC-CT
        IF DS-COUNT IS LESS THAN 2000
            ADD 1 TO DS-COUNT
        ELSE
            MOVE "Y" TO DS-OVER
        END-IF
        MOVE DK-BOARD-IX TO DS-BOARD(DS-COUNT)
        MOVE DK-POS TO DS-POS(DS-COUNT)
        MOVE SPACES TO DS-V1(DS-COUNT)
        MOVE SPACES TO DS-V2(DS-COUNT)
        MOVE SPACES TO DS-RES(DS-COUNT)
        MOVE SPACES TO DS-RESOLVER(DS-COUNT)
        MOVE "U" TO DS-STATE(DS-COUNT).

      *> A resolution counts only if the resolver is an active
      *> operator who keyed neither side and the value is one CC could
      *> validate. The value replaces the first keying's, and each
      *> keyer whose value lost is charged the error.
    BATCH-RESOLVE.
        PERFORM VARYING DS-IX FROM 1 BY 1
            UNTIL DS-IX IS GREATER THAN DS-COUNT
            MOVE 0 TO RS-HIT
            PERFORM VARYING RS-IX FROM 1 BY 1
                UNTIL RS-IX IS GREATER THAN RS-COUNT
                IF RS-BATCH(RS-IX) IS EQUAL TO K1-ID
                    AND RS-BOARD(RS-IX) IS EQUAL TO DS-BOARD(DS-IX)
                    AND RS-POS(RS-IX) IS EQUAL TO DS-POS(DS-IX)
                        MOVE RS-IX TO RS-HIT
                END-IF
            END-PERFORM
            IF RS-HIT IS GREATER THAN ZERO
                PERFORM RESOLVE-CHECK
                IF DS-BAD-RES IS EQUAL TO SPACES
                    MOVE "R" TO DS-STATE(DS-IX)
                    MOVE RS-VALUE(RS-HIT) TO DS-RES(DS-IX)
                    MOVE RS-RESOLVER(RS-HIT) TO DS-RESOLVER(DS-IX)
                    ADD 1 TO DK-RESOLVED-CT
                    MOVE DS-BOARD(DS-IX) TO K1S-IX
                    IF DS-POS(DS-IX) IS EQUAL TO ZERO
                        MOVE DS-RES(DS-IX)
                            TO K1S-REC(K1S-IX)(257:8)
                        IF DS-RES(DS-IX) IS NOT EQUAL TO DS-V1(DS-IX)
                            ADD 1 TO DK-ERR-1
                        END-IF
                        IF DS-RES(DS-IX) IS NOT EQUAL TO DS-V2(DS-IX)
                            ADD 1 TO DK-ERR-2
                        END-IF
                    ELSE
                        MOVE DS-POS(DS-IX) TO DK-POS
                        MOVE DS-RES(DS-IX)(1:1)
                            TO K1S-REC(K1S-IX)(DK-POS:1)
                        IF DS-RES(DS-IX)(1:1) IS NOT EQUAL TO
                            DS-V1(DS-IX)(1:1)
                                ADD 1 TO DK-ERR-1
                        END-IF
                        IF DS-RES(DS-IX)(1:1) IS NOT EQUAL TO
                            DS-V2(DS-IX)(1:1)
                                ADD 1 TO DK-ERR-2
                        END-IF
                    END-IF
                ELSE
                    ADD 1 TO DK-UNRESOLVED
                    MOVE "DK0110" TO EXC-CODE
                    MOVE "E" TO EXC-SEVERITY
                    MOVE K1-ID TO EXC-BATCH-ID
                    MOVE DS-BOARD(DS-IX) TO EXC-BOARD-NO
                    MOVE SPACES TO EXC-TEXT
                    STRING
                        "RESOLUTION REFUSED - " DELIMITED BY SIZE
                        DS-BAD-RES DELIMITED BY SIZE
                        INTO EXC-TEXT
                    END-STRING
                    PERFORM EXC-STORE
                    MOVE "REFUSED" TO DS-RESOLVER(DS-IX)
                END-IF
            ELSE
                ADD 1 TO DK-UNRESOLVED
            END-IF
        END-PERFORM.

    RESOLVE-CHECK.
        MOVE SPACES TO DS-BAD-RES
        MOVE RS-RESOLVER(RS-HIT) TO OM-WHO
        PERFORM OPER-FIND
        EVALUATE TRUE
            WHEN OM-HIT IS EQUAL TO ZERO
                MOVE "RESOLVER NOT AUTHORIZED" TO DS-BAD-RES
            WHEN RS-RESOLVER(RS-HIT) IS EQUAL TO K1-KEYER
                OR RS-RESOLVER(RS-HIT) IS EQUAL TO K2B-KEYER(K2B-HIT)
                    MOVE "RESOLVER KEYED THE BATCH" TO DS-BAD-RES
            WHEN DS-POS(DS-IX) IS EQUAL TO ZERO
                IF RS-VALUE(RS-HIT) IS EQUAL TO SPACES
                    MOVE "BLANK PUZZLE ID" TO DS-BAD-RES
                END-IF
            WHEN RS-VALUE(RS-HIT)(1:1) IS NOT NUMERIC
                MOVE "DIGIT NOT NUMERIC" TO DS-BAD-RES
            WHEN RS-VALUE(RS-HIT)(1:1) IS EQUAL TO "0"
                MOVE "DIGIT OUTSIDE THE GRID" TO DS-BAD-RES
            WHEN OTHER
                MOVE RS-VALUE(RS-HIT)(1:1) TO DK-DIGIT
                IF DK-DIGIT IS GREATER THAN GRID-SIZE-WS
                    MOVE "DIGIT OUTSIDE THE GRID" TO DS-BAD-RES
                END-IF
        END-EVALUATE.

    OPER-FIND.
        MOVE 0 TO OM-HIT
        IF OM-WHO IS NOT EQUAL TO SPACES
            PERFORM VARYING OM-IX FROM 1 BY 1
                UNTIL OM-IX IS GREATER THAN OM-COUNT
                    OR OM-HIT IS GREATER THAN ZERO
                IF OM-ID(OM-IX) IS EQUAL TO OM-WHO
                    AND OM-FLAG(OM-IX) IS EQUAL TO "A"
                        MOVE OM-IX TO OM-HIT
                END-IF
            END-PERFORM
        END-IF.

      *> Append the verified batch to CCSOLIN.DAT for the window, with
      *> a trailer recomputed over the released boards - a resolution
      *> can change a digit, and CC must still balance the batch.
    BATCH-RELEASE.
        ADD 1 TO DK-RELEASE-CT
        MOVE SPACES TO SOL-HEADER-IN
        MOVE "H" TO SOL-HDR-TYPE
        MOVE K1-ID TO SOL-HDR-BATCH-ID
        MOVE K1-ORIGIN TO SOL-HDR-ORIGIN
        MOVE K1-BUS-DATE TO SOL-HDR-BUS-DATE
        MOVE K1-KEYER TO SOL-HDR-KEYER
        WRITE SOL-HEADER-IN
        MOVE 0 TO DK-REL-HASH
        PERFORM VARYING K1S-IX FROM 1 BY 1
            UNTIL K1S-IX IS GREATER THAN K1-CT
            MOVE K1S-REC(K1S-IX) TO DK-BOARD
            PERFORM BOARD-HASH
            ADD DK-BOARD-HASH TO DK-REL-HASH
            MOVE K1S-REC(K1S-IX) TO SOL-RECORD-IN
            WRITE SOL-RECORD-IN
            ADD 1 TO DK-REL-BOARDS
        END-PERFORM
        MOVE SPACES TO SOL-TRAILER-IN
        MOVE "T" TO SOL-TRL-TYPE
        MOVE K1-CT TO SOL-TRL-COUNT
        MOVE DK-REL-HASH TO SOL-TRL-HASH
        WRITE SOL-TRAILER-IN
        DISPLAY
            "BATCH " K1-ID " RELEASED TO "
            FUNCTION TRIM(SOL-FILENAME)
            " - BOARDS " K1-CT
        END-DISPLAY
        MOVE "RELEASED" TO DK-EVENT
        MOVE SPACES TO DK-HOLD-REASON
        PERFORM REGISTER-STORE
        ADD 1 TO RG-COUNT
        IF RG-COUNT IS NOT GREATER THAN 2000
            MOVE K1-ID TO RG-BATCH(RG-COUNT)
            MOVE K1-BUS-DATE TO RG-BUS-DATE(RG-COUNT)
        ELSE
            MOVE 2000 TO RG-COUNT
        END-IF

        MOVE FUNCTION CURRENT-DATE TO DKO-TIMESTAMP
        MOVE K1-KEYER TO DKO-KEYER
        MOVE "1" TO DKO-ROLE
        MOVE K1-ID TO DKO-BATCH-ID
        MOVE K1-ORIGIN TO DKO-ORIGIN
        MOVE K1-BUS-DATE TO DKO-BUS-DATE
        MOVE K1-CT TO DKO-BOARDS
        MOVE DK-CELLS TO DKO-CELLS
        MOVE DS-COUNT TO DKO-DISC
        MOVE DK-ERR-1 TO DKO-ERRORS
        WRITE DKO-RECORD
        MOVE K2B-KEYER(K2B-HIT) TO DKO-KEYER
        MOVE "2" TO DKO-ROLE
        MOVE DK-ERR-2 TO DKO-ERRORS
        WRITE DKO-RECORD.

    REGISTER-STORE.
        MOVE FUNCTION CURRENT-DATE TO DKG-TIMESTAMP
        MOVE DK-EVENT TO DKG-EVENT
        MOVE K1-ID TO DKG-BATCH-ID
        MOVE K1-ORIGIN TO DKG-ORIGIN
        MOVE K1-BUS-DATE TO DKG-BUS-DATE
        MOVE K1-CT TO DKG-BOARD-CT
        MOVE DK-HOLD-REASON TO DKG-REASON
        WRITE DKG-RECORD.

      *> Second keyings no first keying claimed, and board or trailer
      *> records found outside any batch on either file.
    STRAYS-REPORT.
        PERFORM VARYING K2B-IX FROM 1 BY 1
            UNTIL K2B-IX IS GREATER THAN K2B-COUNT
            IF K2B-USED(K2B-IX) IS NOT EQUAL TO "Y"
                MOVE SPACES TO RPT-LINE
                STRING
                    "BATCH " DELIMITED BY SIZE
                    K2B-ID(K2B-IX) DELIMITED BY SIZE
                    " SECOND KEYING BY " DELIMITED BY SIZE
                    K2B-KEYER(K2B-IX) DELIMITED BY SIZE
                    " HAS NO FIRST KEYING - NOT COMPARED"
                        DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
                WRITE RPT-LINE
                MOVE "DK0111" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE K2B-ID(K2B-IX) TO EXC-BATCH-ID
                MOVE "SECOND KEYING HAS NO FIRST KEYING - NOT COMPARED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-PERFORM
        IF K1-STRAY-CT IS GREATER THAN ZERO
            OR K2-STRAY-CT IS GREATER THAN ZERO
                MOVE SPACES TO RPT-LINE
                STRING
                    "RECORDS OUTSIDE ANY BATCH - FIRST KEYING "
                        DELIMITED BY SIZE
                    K1-STRAY-CT DELIMITED BY SIZE
                    " SECOND KEYING " DELIMITED BY SIZE
                    K2-STRAY-CT DELIMITED BY SIZE
                    " - IGNORED" DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
                WRITE RPT-LINE
                MOVE "DK0112" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "RECORDS OUTSIDE ANY BATCH ON KEYING FILES - IGNORED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
        END-IF.

    PRINT-HEADING.
        MOVE "CC DOUBLE-KEY DISCREPANCIES" TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "RUN BY " DELIMITED BY SIZE
            OPERATOR-ID DELIMITED BY SIZE
            "  TAPE " DELIMITED BY SIZE
            PH-VERSION DELIMITED BY SIZE
            "  RELEASING TO " DELIMITED BY SIZE
            SOL-FILENAME DELIMITED BY SPACE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE.

    PRINT-BATCH.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        IF K2B-HIT IS GREATER THAN ZERO
            STRING
                "BATCH " DELIMITED BY SIZE
                K1-ID DELIMITED BY SIZE
                "  ORIGIN " DELIMITED BY SIZE
                K1-ORIGIN DELIMITED BY SIZE
                "  DATE " DELIMITED BY SIZE
                K1-BUS-DATE DELIMITED BY SIZE
                "  KEY1 " DELIMITED BY SIZE
                K1-KEYER DELIMITED BY SIZE
                "  KEY2 " DELIMITED BY SIZE
                K2B-KEYER(K2B-HIT) DELIMITED BY SIZE
                "  BOARDS " DELIMITED BY SIZE
                K1-CT DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
        ELSE
            STRING
                "BATCH " DELIMITED BY SIZE
                K1-ID DELIMITED BY SIZE
                "  ORIGIN " DELIMITED BY SIZE
                K1-ORIGIN DELIMITED BY SIZE
                "  DATE " DELIMITED BY SIZE
                K1-BUS-DATE DELIMITED BY SIZE
                "  KEY1 " DELIMITED BY SIZE
                K1-KEYER DELIMITED BY SIZE
                "  KEY2 (NONE)    BOARDS " DELIMITED BY SIZE
                K1-CT DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
        END-IF
        WRITE RPT-LINE
        IF DS-COUNT IS GREATER THAN ZERO
            MOVE
                "   BOARD  POS ROW COL KEY1     KEY2     RESOLVED RESOLVER"
                TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING DS-IX FROM 1 BY 1
                UNTIL DS-IX IS GREATER THAN DS-COUNT
                PERFORM PRINT-DISC-LINE
            END-PERFORM
        END-IF
        MOVE SPACES TO RPT-LINE
        EVALUATE TRUE
            WHEN DK-SKIP IS EQUAL TO "Y"
                MOVE "   DISPOSITION ALREADY RELEASED - SKIPPED"
                    TO RPT-LINE
            WHEN DK-HOLD-REASON IS EQUAL TO SPACES
                STRING
                    "   DISPOSITION RELEASED  DISCREPANCIES "
                        DELIMITED BY SIZE
                    DS-COUNT DELIMITED BY SIZE
                    "  KEY1 ERRORS " DELIMITED BY SIZE
                    DK-ERR-1 DELIMITED BY SIZE
                    "  KEY2 ERRORS " DELIMITED BY SIZE
                    DK-ERR-2 DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
            WHEN OTHER
                STRING
                    "   DISPOSITION HELD - " DELIMITED BY SIZE
                    DK-HOLD-REASON DELIMITED BY SIZE
                    "  DISCREPANCIES " DELIMITED BY SIZE
                    DS-COUNT DELIMITED BY SIZE
                    "  UNRESOLVED " DELIMITED BY SIZE
                    DK-UNRESOLVED DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
        END-EVALUATE
        WRITE RPT-LINE.

    PRINT-DISC-LINE.
        EVALUATE TRUE
            WHEN DS-POS(DS-IX) IS EQUAL TO ZERO
                MOVE "PZ" TO DK-ROW-TXT
                MOVE "ID" TO DK-COL-TXT
            WHEN DS-POS(DS-IX) IS GREATER THAN KM-COUNT
                MOVE "--" TO DK-ROW-TXT
                MOVE "--" TO DK-COL-TXT
            WHEN OTHER
                MOVE KM-ROW(DS-POS(DS-IX)) TO DK-ROW-TXT
                MOVE KM-COL(DS-POS(DS-IX)) TO DK-COL-TXT
        END-EVALUATE
        MOVE SPACES TO RPT-LINE
        STRING
            "   " DELIMITED BY SIZE
            DS-BOARD(DS-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DS-POS(DS-IX) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            DK-ROW-TXT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            DK-COL-TXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DS-V1(DS-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DS-V2(DS-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DS-RES(DS-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DS-RESOLVER(DS-IX) DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE.

    PRINT-TOTALS.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "BATCHES " DELIMITED BY SIZE
            DK-BATCH-CT DELIMITED BY SIZE
            "  RELEASED " DELIMITED BY SIZE
            DK-RELEASE-CT DELIMITED BY SIZE
            "  HELD " DELIMITED BY SIZE
            DK-HOLD-CT DELIMITED BY SIZE
            "  ALREADY RELEASED " DELIMITED BY SIZE
            DK-SKIP-CT DELIMITED BY SIZE
            "  BOARDS RELEASED " DELIMITED BY SIZE
            DK-REL-BOARDS DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "DISCREPANCIES " DELIMITED BY SIZE
            DK-DISC-CT DELIMITED BY SIZE
            "  RESOLVED " DELIMITED BY SIZE
            DK-RESOLVED-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        DISPLAY "CCDKDISC.RPT WRITTEN".

    OPERATOR-LOAD.
        MOVE SPACES TO OPERATOR-ID
        ACCEPT OPERATOR-ID FROM ENVIRONMENT "CC_OPERATOR"
        IF OPERATOR-ID IS EQUAL TO SPACES
            MOVE "DEFAULT" TO OPERATOR-ID
        END-IF
        PERFORM OPERATOR-AUTHORIZE.

      *> Sign-on is checked the way CC checks it, and the whole master
      *> is kept in core on the way past for the resolver checks.
    OPERATOR-AUTHORIZE.
        MOVE "N" TO OPER-AUTHORIZED
        MOVE "N" TO OPR-EOF
        MOVE 0 TO OM-COUNT
        OPEN INPUT OPER-FILE
        IF OPR-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE"
            MOVE "DK0113" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM UNTIL OPR-EOF IS EQUAL TO "Y"
            READ OPER-FILE
                AT END
                    MOVE "Y" TO OPR-EOF
                NOT AT END
                    IF OM-COUNT IS LESS THAN 500
                        ADD 1 TO OM-COUNT
                        MOVE OPR-ID TO OM-ID(OM-COUNT)
                        MOVE OPR-STATUS-FLAG TO OM-FLAG(OM-COUNT)
                    ELSE
                        IF OM-FULL-TOLD IS NOT EQUAL TO "Y"
                            DISPLAY
                                "OPERATOR TABLE FULL - OPERATORS"
                                " BEYOND 500 CANNOT RESOLVE"
                            END-DISPLAY
                            MOVE "Y" TO OM-FULL-TOLD
                            MOVE "DK0114" TO EXC-CODE
                            MOVE "W" TO EXC-SEVERITY
                            MOVE "OPERATOR TABLE FULL - OPERATORS BEYOND 500 DROPPED"
                                TO EXC-TEXT
                            PERFORM EXC-STORE
                        END-IF
                    END-IF
                    IF OPR-ID IS EQUAL TO OPERATOR-ID
                        IF OPR-STATUS-FLAG IS EQUAL TO "A"
                            MOVE "Y" TO OPER-AUTHORIZED
                        ELSE
                            DISPLAY
                                "OPERATOR " OPERATOR-ID
                                " IS DISABLED - RUN REFUSED"
                            END-DISPLAY
                            CLOSE OPER-FILE
                            MOVE "DK0115" TO EXC-CODE
                            MOVE "F" TO EXC-SEVERITY
                            MOVE "OPERATOR IS DISABLED - RUN REFUSED"
                                TO EXC-TEXT
                            PERFORM EXC-STORE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPER-FILE
        IF OPER-AUTHORIZED IS NOT EQUAL TO "Y"
            DISPLAY
                "OPERATOR " OPERATOR-ID
                " NOT ON CCOPER.DAT MASTER - RUN REFUSED"
            END-DISPLAY
            MOVE "DK0116" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "OPERATOR NOT ON CCOPER.DAT MASTER - RUN REFUSED"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.

    GRID-LOAD.
        MOVE 9 TO GRID-SIZE-WS
        OPEN INPUT GRID-FILE
        IF GRID-STATUS IS EQUAL TO "00"
            READ GRID-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF GRID-SIZE IS GREATER THAN ZERO
                        AND GRID-SIZE IS NOT GREATER THAN MAX-GRID
                            MOVE GRID-SIZE TO GRID-SIZE-WS
                    END-IF
            END-READ
            CLOSE GRID-FILE
        END-IF.

    PROG-LOAD.
        OPEN INPUT PROG-FILE
        IF PROG-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCPROG.DAT NOT FOUND"
            MOVE "DK0117" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPROG.DAT NOT FOUND" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        READ PROG-FILE
            AT END
                DISPLAY "CCPROG.DAT EMPTY"
                MOVE "DK0118" TO EXC-CODE
                MOVE "F" TO EXC-SEVERITY
                MOVE "CCPROG.DAT EMPTY" TO EXC-TEXT
                PERFORM EXC-STORE
                STOP RUN
            NOT AT END
                MOVE PROG-RECORD(1:19) TO PROG-HDR
        END-READ
        READ PROG-FILE
            AT END
                DISPLAY "CCPROG.DAT HAS NO TAPE BODY AFTER HEADER"
                MOVE "DK0119" TO EXC-CODE
                MOVE "F" TO EXC-SEVERITY
                MOVE "CCPROG.DAT HAS NO TAPE BODY AFTER HEADER"
                    TO EXC-TEXT
                PERFORM EXC-STORE
                STOP RUN
            NOT AT END
                MOVE PROG-RECORD TO P
        END-READ
        CLOSE PROG-FILE
        PERFORM PROG-VERIFY
        PERFORM PROG-DECODE.

    PROG-VERIFY.
        MOVE 0 TO PCK-SUM
        PERFORM VARYING PCK-IX FROM 1 BY 1
            UNTIL PCK-IX IS GREATER THAN 1548
            COMPUTE PCK-SUM =
                PCK-SUM + FUNCTION ORD(P(PCK-IX:1))
            END-COMPUTE
        END-PERFORM
        IF PCK-SUM IS NOT EQUAL TO PH-CHECKSUM
            DISPLAY
                "CCPROG.DAT TAPE " PH-VERSION
                " CHECKSUM " PCK-SUM
                " DOES NOT MATCH HEADER " PH-CHECKSUM
                " - RUN REFUSED"
            END-DISPLAY
            MOVE "DK0120" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPROG.DAT TAPE CHECKSUM MISMATCH - RUN REFUSED"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        IF PH-GRID IS NOT EQUAL TO GRID-SIZE-WS
            DISPLAY
                "CCPROG.DAT TAPE " PH-VERSION
                " AUTHORED FOR GRID " PH-GRID
                " BUT CONFIGURED GRID IS " GRID-SIZE-WS
                " - RUN REFUSED"
            END-DISPLAY
            MOVE "DK0121" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPROG.DAT TAPE GRID MISMATCH - RUN REFUSED"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.

    PROG-DECODE.
        MOVE SPACES TO PD
        PERFORM VARYING PD-IX FROM 1 BY 1
            UNTIL PD-IX IS GREATER THAN 1548
            INITIALIZE RI
            INSPECT RCS TALLYING RI
                FOR CHARACTERS BEFORE INITIAL P(PD-IX:1)
            COMPUTE
                RI = FUNCTION MOD ((RI - PD-IX) 40)
            END-COMPUTE
            ADD 1 TO RI
            MOVE RCS(RI:1) TO PD(PD-IX:1)
        END-PERFORM.

      *> Walk the decoded tape in execution order, noting the cell each
      *> "Y" keys. Operand widths and P0 movement are the VM's; the
      *> walk stops at the "_" halt, at an opcode the VM does not
      *> know, off either end of the tape, or after a cycle budget no
      *> straight-line tape can need. A tape that keys nothing still
      *> compares every position; the report just cannot place them.
    KEY-MAP.
        MOVE 0 TO KM-COUNT
        MOVE 1 TO KM-P0
        MOVE 0 TO KM-SP
        MOVE 0 TO KM-CYCLES
        MOVE "N" TO KM-DONE
        PERFORM UNTIL KM-DONE IS EQUAL TO "Y"
            PERFORM KEY-MAP-STEP
        END-PERFORM.

    KEY-MAP-STEP.
        ADD 1 TO KM-CYCLES
        IF KM-P0 IS LESS THAN 1
            OR KM-P0 IS GREATER THAN 1548
            OR KM-CYCLES IS GREATER THAN 100000
                MOVE "Y" TO KM-DONE
        ELSE
            MOVE SPACES TO KM-OP
            IF KM-P0 IS GREATER THAN 1538
                COMPUTE KM-LEN = 1549 - KM-P0
                END-COMPUTE
            ELSE
                MOVE 11 TO KM-LEN
            END-IF
            MOVE PD(KM-P0:KM-LEN) TO KM-OP
            EVALUATE KM-OP(1:1)
                WHEN "W"
                    ADD 11 TO KM-P0
                WHEN "J"
                    IF KM-OP(2:4) IS NUMERIC
                        MOVE KM-OP(2:4) TO KM-JUMP
                        COMPUTE KM-P0 = KM-P0 + 5 + KM-JUMP
                        END-COMPUTE
                    ELSE
                        MOVE "Y" TO KM-DONE
                    END-IF
                WHEN "X"
                    IF KM-OP(2:4) IS NUMERIC
                        AND KM-SP IS LESS THAN 20
                            ADD 1 TO KM-SP
                            COMPUTE KM-RET(KM-SP) = KM-P0 + 5
                            END-COMPUTE
                            MOVE KM-OP(2:4) TO KM-P0
                    ELSE
                        MOVE "Y" TO KM-DONE
                    END-IF
                WHEN "R"
                    IF KM-SP IS GREATER THAN ZERO
                        MOVE KM-RET(KM-SP) TO KM-P0
                        SUBTRACT 1 FROM KM-SP
                    ELSE
                        MOVE "Y" TO KM-DONE
                    END-IF
                WHEN "I"
                    ADD 2 TO KM-P0
                WHEN "V"
                    ADD 3 TO KM-P0
                WHEN "Y"
                    IF KM-COUNT IS LESS THAN 256
                        AND KM-OP(2:2) IS NUMERIC
                            ADD 1 TO KM-COUNT
                            MOVE KM-OP(3:1) TO KM-ROW(KM-COUNT)
                            MOVE KM-OP(2:1) TO KM-COL(KM-COUNT)
                    END-IF
                    ADD 3 TO KM-P0
                WHEN "Z"
                    ADD 1 TO KM-P0
                WHEN "A"
                    ADD 1 TO KM-P0
                WHEN "C"
                    ADD 1 TO KM-P0
                WHEN OTHER
                    MOVE "Y" TO KM-DONE
            END-EVALUATE
        END-IF.
