IDENTIFICATION DIVISION.
    PROGRAM-ID. ED.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SOL-FILE ASSIGN TO SOL-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOL-STATUS.

            SELECT EDT-FILE ASSIGN TO EDT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EDT-STATUS.

            SELECT REJ-FILE ASSIGN TO "CCSOLIN.REJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

            SELECT BREG-FILE ASSIGN TO "CCBATREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BREG-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCEDIT.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT PARM-FILE ASSIGN TO "CCPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARM-STATUS.

            SELECT GRID-FILE ASSIGN TO "CCGRID.CFG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GRID-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
      *> The keyed file is read raw, with the length of each line, so
      *> a short or overlong board is seen for what it is instead of
      *> being space-filled to the CCSOLIN.DAT layout.
        FD SOL-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 272 CHARACTERS
                DEPENDING ON ED-REC-LEN.
            01 ED-IN-RECORD PIC X(272).

      *> Clean copy, built beside the keyed file and copied over it
      *> once both passes are done.
        FD EDT-FILE.
            01 EDT-RECORD PIC X(272).

      *> Every record not passed to the window, as keyed, behind the
      *> reason it was refused and where it sat in the file. A record
      *> refused only because its batch was carries the batch's code.
        FD REJ-FILE.
            01 REJ-RECORD.
                05 REJ-CODE PIC X(3).
                05 REJ-BATCH-ID PIC X(8).
                05 REJ-REC-NO PIC 9(6).
                05 REJ-DATA PIC X(272).

        FD BREG-FILE.
            COPY "batreg.cpy".

        FD RPT-FILE.
            01 RPT-LINE PIC X(132).

        FD PARM-FILE.
            01 PARM-LINE PIC X(80).

        FD GRID-FILE.
            COPY "gridcfg.cpy".

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 SOL-STATUS PIC X(2) VALUE "00".
        01 SOL-EOF PIC X(1) VALUE "N".
        01 EDT-STATUS PIC X(2) VALUE "00".
        01 REJ-STATUS PIC X(2) VALUE "00".
        01 BREG-STATUS PIC X(2) VALUE "00".
        01 BREG-EOF PIC X(1) VALUE "N".
        01 RPT-STATUS PIC X(2) VALUE "00".
        01 PARM-STATUS PIC X(2) VALUE "00".
        01 PARM-EOF PIC X(1) VALUE "N".
        01 PARM-KEY PIC X(10).
        01 PARM-VALUE PIC X(30).
        01 GRID-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

      *> The file screened is the one CC will read, honoring CC's
      *> SOLIN override on CCPARM.DAT.
        01 SOL-FILENAME PIC X(30) VALUE "CCSOLIN.DAT".
        01 EDT-NAME PIC X(40) VALUE SPACES.

        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

        01 ED-REC-LEN PIC 9(4) VALUE 0.
        01 ED-REC-NO PIC 9(6) VALUE 0.

      *> Views of a raw keyed record.
        01 ED-HDR.
            05 EH-TYPE PIC X(1).
            05 EH-BATCH-ID PIC X(8).
            05 EH-ORIGIN PIC X(8).
            05 EH-BUS-DATE PIC X(8).
            05 EH-KEYER PIC X(8).
        01 ED-TRL.
            05 ET-TYPE PIC X(1).
            05 ET-COUNT PIC X(6).
            05 ET-HASH PIC X(10).
        01 ED-TRL-COUNT PIC 9(6).
        01 ED-TRL-HASH PIC 9(10).
        01 ED-BOARD.
            05 EC-CELL PIC X(1) OCCURS 256 TIMES.
            05 EC-PZL PIC X(8).
        01 ED-CELL-IX PIC 9(3).
        01 ED-DIGIT PIC 9(1).
        01 ED-BOARD-HASH PIC 9(10).

      *> Reason the record itself is refused (spaces if it is sound
      *> on its own), and the first offending cell on a board.
        01 ED-REC-CODE PIC X(3).
        01 ED-BAD-POS PIC 9(3).
        01 ED-CODE PIC X(3).
        01 ED-REASON PIC X(40).

      *> One entry per batch header in file order, built by the first
      *> pass. EB-CODE is the first reason found to refuse the batch;
      *> spaces means it passes to the window whole.
        01 EB-TABLE.
            05 EB-COUNT PIC 9(4) VALUE 0.
            05 EB-ENTRY OCCURS 1000 TIMES.
                10 EB-ID PIC X(8).
                10 EB-ORIGIN PIC X(8).
                10 EB-DATE PIC X(8).
                10 EB-BOARDS PIC 9(6).
                10 EB-HASH PIC 9(10).
                10 EB-BAD-RECS PIC 9(6).
                10 EB-CODE PIC X(3).
        01 EB-IX PIC 9(4).
        01 EB-CUR PIC 9(4) VALUE 0.
        01 EB-OPEN PIC X(1) VALUE "N".
        01 EB-FULL-TOLD PIC X(1) VALUE "N".

      *> Batch IDs whose last event on CCBATREG.DAT is PROMOTED: a
      *> batch sent again under one of these would be validated and
      *> registered twice. A batch last REJECTED or stopped at cutoff
      *> is expected back and is not a duplicate.
        01 RG-TABLE.
            05 RG-COUNT PIC 9(4) VALUE 0.
            05 RG-ENTRY OCCURS 2000 TIMES.
                10 RG-ID PIC X(8).
                10 RG-STATE PIC X(18).
        01 RG-IX PIC 9(4).
        01 RG-HIT PIC 9(4).
        01 RG-FULL-TOLD PIC X(1) VALUE "N".

        01 ED-READ-CT PIC 9(7) VALUE 0.
        01 ED-CLEAN-CT PIC 9(7) VALUE 0.
        01 ED-REJ-CT PIC 9(7) VALUE 0.
        01 ED-STRAY-CT PIC 9(7) VALUE 0.
        01 ED-BAT-OK-CT PIC 9(5) VALUE 0.
        01 ED-BAT-BAD-CT PIC 9(5) VALUE 0.
        01 ED-BOARD-OK-CT PIC 9(7) VALUE 0.


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    PERFORM PARM-LOAD
    PERFORM GRID-LOAD
    PERFORM REGISTER-LOAD
    MOVE SPACES TO EDT-NAME
    STRING
        FUNCTION TRIM(SOL-FILENAME) DELIMITED BY SIZE
        ".EDT" DELIMITED BY SIZE
        INTO EDT-NAME
    END-STRING

    OPEN INPUT SOL-FILE
    IF SOL-STATUS IS NOT EQUAL TO "00"
        DISPLAY
            FUNCTION TRIM(SOL-FILENAME)
            " NOT FOUND - NOTHING TO SCREEN"
        END-DISPLAY
        MOVE "ED0101" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            FUNCTION TRIM(SOL-FILENAME) DELIMITED BY SIZE
            " NOT FOUND - NOTHING TO SCREEN" DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
        MOVE EXC-WORST-RC TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL SOL-EOF IS EQUAL TO "Y"
        READ SOL-FILE
            AT END
                MOVE "Y" TO SOL-EOF
            NOT AT END
                PERFORM PASS1-RECORD
        END-READ
    END-PERFORM
    IF EB-OPEN IS EQUAL TO "Y"
        AND EB-CODE(EB-CUR) IS EQUAL TO SPACES
            MOVE "E09" TO EB-CODE(EB-CUR)
    END-IF
    CLOSE SOL-FILE

    OPEN OUTPUT EDT-FILE
    IF EDT-STATUS IS NOT EQUAL TO "00"
        DISPLAY
            FUNCTION TRIM(EDT-NAME)
            " OPEN FAILED - FILE NOT SCREENED"
        END-DISPLAY
        MOVE "ED0102" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CLEAN WORK FILE OPEN FAILED - FILE NOT SCREENED"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF
    OPEN OUTPUT REJ-FILE
    IF REJ-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCSOLIN.REJ OPEN FAILED - FILE NOT SCREENED"
        MOVE "ED0103" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCSOLIN.REJ OPEN FAILED - FILE NOT SCREENED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF
    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCEDIT.RPT OPEN FAILED - FILE NOT SCREENED"
        MOVE "ED0104" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCEDIT.RPT OPEN FAILED - FILE NOT SCREENED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    PERFORM PRINT-HEADING
    MOVE 0 TO ED-REC-NO
    MOVE 0 TO EB-CUR
    MOVE "N" TO EB-OPEN
    MOVE "N" TO SOL-EOF
    OPEN INPUT SOL-FILE
    PERFORM UNTIL SOL-EOF IS EQUAL TO "Y"
        READ SOL-FILE
            AT END
                MOVE "Y" TO SOL-EOF
            NOT AT END
                PERFORM PASS2-RECORD
        END-READ
    END-PERFORM
    CLOSE SOL-FILE
    CLOSE EDT-FILE
    CLOSE REJ-FILE

    PERFORM BATCH-EXCEPTIONS
    PERFORM PRINT-TOTALS
    CLOSE RPT-FILE

    CALL "CBL_COPY_FILE" USING EDT-NAME SOL-FILENAME
    CALL "CBL_DELETE_FILE" USING EDT-NAME

    DISPLAY
        "PRE-EDIT COMPLETE - RECORDS " ED-READ-CT
        " PASSED " ED-CLEAN-CT
        " REJECTED " ED-REJ-CT
        " - BATCHES PASSED " ED-BAT-OK-CT
        " REJECTED " ED-BAT-BAD-CT
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "ED" TO EXC-PROGRAM
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

      *> Only SOLIN is ED's business; the rest of CCPARM.DAT belongs to
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

      *> Fold the register to each batch ID's last event.
    REGISTER-LOAD.
        MOVE 0 TO RG-COUNT
        OPEN INPUT BREG-FILE
        IF BREG-STATUS IS EQUAL TO "00"
            PERFORM UNTIL BREG-EOF IS EQUAL TO "Y"
                READ BREG-FILE
                    AT END
                        MOVE "Y" TO BREG-EOF
                    NOT AT END
                        PERFORM REGISTER-FOLD
                END-READ
            END-PERFORM
            CLOSE BREG-FILE
        END-IF.

    REGISTER-FOLD.
        MOVE 0 TO RG-HIT
        PERFORM VARYING RG-IX FROM 1 BY 1
            UNTIL RG-IX IS GREATER THAN RG-COUNT
                OR RG-HIT IS GREATER THAN ZERO
            IF RG-ID(RG-IX) IS EQUAL TO BREG-BATCH-ID
                MOVE RG-IX TO RG-HIT
            END-IF
        END-PERFORM
        IF RG-HIT IS EQUAL TO ZERO
            IF RG-COUNT IS LESS THAN 2000
                ADD 1 TO RG-COUNT
                MOVE RG-COUNT TO RG-HIT
                MOVE BREG-BATCH-ID TO RG-ID(RG-HIT)
            ELSE
                IF RG-FULL-TOLD IS NOT EQUAL TO "Y"
                    DISPLAY
                        "REGISTER TABLE FULL - BATCHES BEYOND 2000"
                        " NOT CHECKED FOR DUPLICATES"
                    END-DISPLAY
                    MOVE "Y" TO RG-FULL-TOLD
                    MOVE "ED0105" TO EXC-CODE
                    MOVE "W" TO EXC-SEVERITY
                    MOVE "REGISTER TABLE FULL - LATER BATCHES NOT CHECKED"
                        TO EXC-TEXT
                    PERFORM EXC-STORE
                END-IF
            END-IF
        END-IF
        IF RG-HIT IS GREATER THAN ZERO
            MOVE BREG-EVENT TO RG-STATE(RG-HIT)
        END-IF.

      *> First pass: follow the header/board/trailer sequence, screen
      *> every record, and settle each batch's verdict before any
      *> record is routed, since one bad board sinks its batch - CC
      *> could never balance the batch without it.
    PASS1-RECORD.
        PERFORM SCREEN-RECORD
        EVALUATE ED-IN-RECORD(1:1)
            WHEN "H"
                IF EB-OPEN IS EQUAL TO "Y"
                    AND EB-CODE(EB-CUR) IS EQUAL TO SPACES
                        MOVE "E09" TO EB-CODE(EB-CUR)
                END-IF
                PERFORM PASS1-HEADER
            WHEN "T"
                IF EB-OPEN IS EQUAL TO "Y"
                    IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
                        IF ED-REC-CODE IS NOT EQUAL TO SPACES
                            MOVE ED-REC-CODE TO EB-CODE(EB-CUR)
                        ELSE
                            IF ED-TRL-COUNT IS NOT EQUAL TO
                                EB-BOARDS(EB-CUR)
                                OR ED-TRL-HASH IS NOT EQUAL TO
                                    EB-HASH(EB-CUR)
                                        MOVE "E08" TO EB-CODE(EB-CUR)
                            END-IF
                        END-IF
                    END-IF
                    MOVE "N" TO EB-OPEN
                END-IF
            WHEN OTHER
                IF EB-OPEN IS EQUAL TO "Y"
                    ADD 1 TO EB-BOARDS(EB-CUR)
                    ADD ED-BOARD-HASH TO EB-HASH(EB-CUR)
                    IF ED-REC-CODE IS NOT EQUAL TO SPACES
                        ADD 1 TO EB-BAD-RECS(EB-CUR)
                        IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
                            MOVE ED-REC-CODE TO EB-CODE(EB-CUR)
                        END-IF
                    END-IF
                END-IF
        END-EVALUATE.

      *> Past the table's last entry, every further batch shares the
      *> last slot and is refused whole; it comes round again in a
      *> smaller file.
    PASS1-HEADER.
        IF EB-COUNT IS LESS THAN 1000
            ADD 1 TO EB-COUNT
            MOVE EB-COUNT TO EB-CUR
            MOVE ED-IN-RECORD TO ED-HDR
            MOVE EH-BATCH-ID TO EB-ID(EB-CUR)
            MOVE EH-ORIGIN TO EB-ORIGIN(EB-CUR)
            MOVE EH-BUS-DATE TO EB-DATE(EB-CUR)
            MOVE 0 TO EB-BOARDS(EB-CUR)
            MOVE 0 TO EB-HASH(EB-CUR)
            MOVE 0 TO EB-BAD-RECS(EB-CUR)
            MOVE ED-REC-CODE TO EB-CODE(EB-CUR)
            IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
                PERFORM VARYING EB-IX FROM 1 BY 1
                    UNTIL EB-IX IS NOT LESS THAN EB-CUR
                    IF EB-ID(EB-IX) IS EQUAL TO EB-ID(EB-CUR)
                        MOVE "E11" TO EB-CODE(EB-CUR)
                    END-IF
                END-PERFORM
            END-IF
            IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
                PERFORM VARYING RG-IX FROM 1 BY 1
                    UNTIL RG-IX IS GREATER THAN RG-COUNT
                    IF RG-ID(RG-IX) IS EQUAL TO EB-ID(EB-CUR)
                        AND RG-STATE(RG-IX) IS EQUAL TO "PROMOTED"
                            MOVE "E12" TO EB-CODE(EB-CUR)
                    END-IF
                END-PERFORM
            END-IF
        ELSE
            MOVE 1000 TO EB-CUR
            MOVE "E13" TO EB-CODE(EB-CUR)
            IF EB-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "OVER 1000 BATCHES IN "
                    FUNCTION TRIM(SOL-FILENAME)
                    " - LATER BATCHES REJECTED FOR RE-SENDING"
                END-DISPLAY
                MOVE "Y" TO EB-FULL-TOLD
                MOVE "ED0106" TO EXC-CODE
                MOVE "E" TO EXC-SEVERITY
                MOVE "OVER 1000 BATCHES IN FILE - LATER BATCHES REJECTED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF
        MOVE "Y" TO EB-OPEN.

      *> Second pass: the same sequence again, now sending each record
      *> to the clean file or the rejects file on its batch's verdict.
    PASS2-RECORD.
        ADD 1 TO ED-REC-NO
        ADD 1 TO ED-READ-CT
        PERFORM SCREEN-RECORD
        EVALUATE ED-IN-RECORD(1:1)
            WHEN "H"
                IF EB-CUR IS LESS THAN 1000
                    ADD 1 TO EB-CUR
                END-IF
                MOVE "Y" TO EB-OPEN
                PERFORM PRINT-BATCH-LINE
                PERFORM RECORD-ROUTE
            WHEN "T"
                IF EB-OPEN IS EQUAL TO "Y"
                    PERFORM RECORD-ROUTE
                    MOVE "N" TO EB-OPEN
                ELSE
                    MOVE "E10" TO ED-REC-CODE
                    PERFORM RECORD-STRAY
                END-IF
            WHEN OTHER
                IF EB-OPEN IS EQUAL TO "Y"
                    PERFORM RECORD-ROUTE
                    IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
                        ADD 1 TO ED-BOARD-OK-CT
                    END-IF
                ELSE
                    MOVE "E05" TO ED-REC-CODE
                    PERFORM RECORD-STRAY
                END-IF
        END-EVALUATE.

    RECORD-ROUTE.
        IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
            MOVE ED-IN-RECORD(1:ED-REC-LEN) TO EDT-RECORD
            WRITE EDT-RECORD
            ADD 1 TO ED-CLEAN-CT
        ELSE
            IF ED-REC-CODE IS NOT EQUAL TO SPACES
                PERFORM PRINT-RECORD-LINE
                MOVE ED-REC-CODE TO REJ-CODE
            ELSE
                MOVE EB-CODE(EB-CUR) TO REJ-CODE
            END-IF
            MOVE EB-ID(EB-CUR) TO REJ-BATCH-ID
            PERFORM REJECT-STORE
        END-IF.

      *> A board or trailer outside any batch has nowhere to go in the
      *> window and is refused on its own.
    RECORD-STRAY.
        ADD 1 TO ED-STRAY-CT
        MOVE 0 TO ED-BAD-POS
        PERFORM PRINT-RECORD-LINE
        MOVE ED-REC-CODE TO REJ-CODE
        MOVE SPACES TO REJ-BATCH-ID
        PERFORM REJECT-STORE.

    REJECT-STORE.
        MOVE ED-REC-NO TO REJ-REC-NO
        MOVE SPACES TO REJ-DATA
        IF ED-REC-LEN IS GREATER THAN ZERO
            MOVE ED-IN-RECORD(1:ED-REC-LEN) TO REJ-DATA
        END-IF
        WRITE REJ-RECORD
        ADD 1 TO ED-REJ-CT.

      *> Format and range of one record on its own: a header must name
      *> its batch and carry a numeric business date, a trailer a
      *> numeric count and hash, and a board exactly 256 cell digits,
      *> none beyond the configured grid, then an optional puzzle ID.
    SCREEN-RECORD.
        IF ED-REC-LEN IS LESS THAN 272
            MOVE SPACES TO ED-IN-RECORD(ED-REC-LEN + 1:)
        END-IF
        MOVE SPACES TO ED-REC-CODE
        MOVE 0 TO ED-BAD-POS
        MOVE 0 TO ED-BOARD-HASH
        EVALUATE ED-IN-RECORD(1:1)
            WHEN "H"
                MOVE ED-IN-RECORD TO ED-HDR
                IF ED-REC-LEN IS LESS THAN 25
                    OR EH-BATCH-ID IS EQUAL TO SPACES
                    OR EH-BUS-DATE IS NOT NUMERIC
                        MOVE "E06" TO ED-REC-CODE
                END-IF
            WHEN "T"
                MOVE ED-IN-RECORD TO ED-TRL
                IF ED-REC-LEN IS LESS THAN 17
                    OR ET-COUNT IS NOT NUMERIC
                    OR ET-HASH IS NOT NUMERIC
                        MOVE "E07" TO ED-REC-CODE
                        MOVE 0 TO ED-TRL-COUNT
                        MOVE 0 TO ED-TRL-HASH
                ELSE
                    MOVE ET-COUNT TO ED-TRL-COUNT
                    MOVE ET-HASH TO ED-TRL-HASH
                END-IF
            WHEN OTHER
                MOVE ED-IN-RECORD TO ED-BOARD
                PERFORM SCREEN-BOARD
        END-EVALUATE.

    SCREEN-BOARD.
        IF ED-REC-LEN IS LESS THAN 256
            MOVE "E02" TO ED-REC-CODE
        END-IF
        IF ED-REC-LEN IS GREATER THAN 264
            MOVE "E03" TO ED-REC-CODE
        END-IF
        PERFORM VARYING ED-CELL-IX FROM 1 BY 1
            UNTIL ED-CELL-IX IS GREATER THAN 256
            IF EC-CELL(ED-CELL-IX) IS NUMERIC
                MOVE EC-CELL(ED-CELL-IX) TO ED-DIGIT
                ADD ED-DIGIT TO ED-BOARD-HASH
                IF ED-DIGIT IS GREATER THAN GRID-SIZE-WS
                    AND ED-REC-CODE IS EQUAL TO SPACES
                        MOVE "E04" TO ED-REC-CODE
                        MOVE ED-CELL-IX TO ED-BAD-POS
                END-IF
            ELSE
                IF ED-REC-CODE IS EQUAL TO SPACES
                    MOVE "E01" TO ED-REC-CODE
                    MOVE ED-CELL-IX TO ED-BAD-POS
                END-IF
            END-IF
        END-PERFORM.

    REASON-TEXT.
        EVALUATE ED-CODE
            WHEN "E01"
                MOVE "CELL NOT NUMERIC" TO ED-REASON
            WHEN "E02"
                MOVE "BOARD RECORD TOO SHORT" TO ED-REASON
            WHEN "E03"
                MOVE "BOARD RECORD TOO LONG" TO ED-REASON
            WHEN "E04"
                MOVE "DIGIT OUTSIDE CONFIGURED GRID" TO ED-REASON
            WHEN "E05"
                MOVE "BOARD OUTSIDE ANY BATCH" TO ED-REASON
            WHEN "E06"
                MOVE "HEADER BATCH ID OR DATE INVALID" TO ED-REASON
            WHEN "E07"
                MOVE "TRAILER COUNT OR HASH NOT NUMERIC" TO ED-REASON
            WHEN "E08"
                MOVE "TRAILER DOES NOT BALANCE" TO ED-REASON
            WHEN "E09"
                MOVE "BATCH HAS NO TRAILER" TO ED-REASON
            WHEN "E10"
                MOVE "TRAILER WITHOUT A HEADER" TO ED-REASON
            WHEN "E11"
                MOVE "BATCH ID REPEATED IN FILE" TO ED-REASON
            WHEN "E12"
                MOVE "BATCH ALREADY PROMOTED ON CCBATREG" TO ED-REASON
            WHEN "E13"
                MOVE "TOO MANY BATCHES IN FILE - RE-SEND"
                    TO ED-REASON
            WHEN OTHER
                MOVE SPACES TO ED-REASON
        END-EVALUATE.

      *> One exception per refused batch, so the morning review and
      *> the keying site both see what has to be re-sent.
    BATCH-EXCEPTIONS.
        PERFORM VARYING EB-IX FROM 1 BY 1
            UNTIL EB-IX IS GREATER THAN EB-COUNT
            IF EB-CODE(EB-IX) IS EQUAL TO SPACES
                ADD 1 TO ED-BAT-OK-CT
            ELSE
                ADD 1 TO ED-BAT-BAD-CT
                MOVE EB-CODE(EB-IX) TO ED-CODE
                PERFORM REASON-TEXT
                DISPLAY
                    "BATCH " EB-ID(EB-IX) " FROM " EB-ORIGIN(EB-IX)
                    " REJECTED - " EB-CODE(EB-IX) " "
                    FUNCTION TRIM(ED-REASON)
                END-DISPLAY
                MOVE "ED0107" TO EXC-CODE
                MOVE "E" TO EXC-SEVERITY
                MOVE EB-ID(EB-IX) TO EXC-BATCH-ID
                MOVE SPACES TO EXC-TEXT
                STRING
                    "PRE-EDIT REJECTED " DELIMITED BY SIZE
                    EB-CODE(EB-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ED-REASON DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
            END-IF
        END-PERFORM
        IF ED-STRAY-CT IS GREATER THAN ZERO
            DISPLAY
                "RECORDS OUTSIDE ANY BATCH REJECTED - " ED-STRAY-CT
            END-DISPLAY
            MOVE "ED0108" TO EXC-CODE
            MOVE "E" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                "RECORDS OUTSIDE ANY BATCH REJECTED - "
                    DELIMITED BY SIZE
                ED-STRAY-CT DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
        END-IF.

    PRINT-HEADING.
        MOVE "CC PRE-EDIT OF KEYED BATCHES" TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "FILE " DELIMITED BY SIZE
            SOL-FILENAME DELIMITED BY SPACE
            "  GRID " DELIMITED BY SIZE
            GRID-SIZE-WS DELIMITED BY SIZE
            "  REJECTS TO CCSOLIN.REJ" DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE.

    PRINT-BATCH-LINE.
        MOVE EB-CODE(EB-CUR) TO ED-CODE
        PERFORM REASON-TEXT
        MOVE SPACES TO RPT-LINE
        STRING
            "BATCH " DELIMITED BY SIZE
            EB-ID(EB-CUR) DELIMITED BY SIZE
            "  ORIGIN " DELIMITED BY SIZE
            EB-ORIGIN(EB-CUR) DELIMITED BY SIZE
            "  DATE " DELIMITED BY SIZE
            EB-DATE(EB-CUR) DELIMITED BY SIZE
            "  BOARDS " DELIMITED BY SIZE
            EB-BOARDS(EB-CUR) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        IF EB-CODE(EB-CUR) IS EQUAL TO SPACES
            MOVE "PASSED" TO RPT-LINE(64:)
        ELSE
            STRING
                "REJECTED " DELIMITED BY SIZE
                EB-CODE(EB-CUR) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                ED-REASON DELIMITED BY SIZE
                INTO RPT-LINE(64:)
            END-STRING
        END-IF
        WRITE RPT-LINE.

    PRINT-RECORD-LINE.
        MOVE ED-REC-CODE TO ED-CODE
        PERFORM REASON-TEXT
        MOVE SPACES TO RPT-LINE
        STRING
            "   RECORD " DELIMITED BY SIZE
            ED-REC-NO DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            ED-REC-CODE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ED-REASON DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        IF ED-BAD-POS IS GREATER THAN ZERO
            STRING
                "CELL " DELIMITED BY SIZE
                ED-BAD-POS DELIMITED BY SIZE
                INTO RPT-LINE(64:)
            END-STRING
        END-IF
        WRITE RPT-LINE.

    PRINT-TOTALS.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "RECORDS READ " DELIMITED BY SIZE
            ED-READ-CT DELIMITED BY SIZE
            "  PASSED " DELIMITED BY SIZE
            ED-CLEAN-CT DELIMITED BY SIZE
            "  REJECTED " DELIMITED BY SIZE
            ED-REJ-CT DELIMITED BY SIZE
            "  OUTSIDE ANY BATCH " DELIMITED BY SIZE
            ED-STRAY-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "BATCHES PASSED " DELIMITED BY SIZE
            ED-BAT-OK-CT DELIMITED BY SIZE
            "  REJECTED " DELIMITED BY SIZE
            ED-BAT-BAD-CT DELIMITED BY SIZE
            "  BOARDS PASSED " DELIMITED BY SIZE
            ED-BOARD-OK-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        DISPLAY "CCEDIT.RPT WRITTEN".
