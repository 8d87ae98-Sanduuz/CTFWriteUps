IDENTIFICATION DIVISION.
    PROGRAM-ID. IX.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SEQ-FILE ASSIGN TO SEQ-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SEQ-STATUS.

            SELECT PUZZLE-FILE ASSIGN TO "CCPUZZLE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PZL-ID
                FILE STATUS IS PZL-STATUS.

            SELECT SREG-FILE ASSIGN TO "CCSUBREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SREG-KEY
                FILE STATUS IS SREG-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCIXCONV.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
      *> The sequential master as it stood before conversion, read
      *> under its live name to count it and under its saved name to
      *> load it. Sized for the longer of the two records.
        FD SEQ-FILE.
            01 SEQ-RECORD PIC X(264).

        FD PUZZLE-FILE.
            COPY "puzzle.cpy".

        FD SREG-FILE.
            COPY "subreg.cpy".

        FD RPT-FILE.
            01 RPT-LINE PIC X(100).

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 SEQ-STATUS PIC X(2) VALUE "00".
        01 SEQ-EOF PIC X(1) VALUE "N".
        01 SEQ-NAME PIC X(30) VALUE SPACES.
        01 PZL-STATUS PIC X(2) VALUE "00".
        01 SREG-STATUS PIC X(2) VALUE "00".
        01 IDX-EOF PIC X(1) VALUE "N".
        01 RPT-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

      *> The file being converted: its live name, the name the
      *> sequential original is kept under afterwards (whose presence
      *> also marks the file as already converted), and its key.
        01 IX-LIVE-NAME PIC X(30).
        01 IX-SAVE-NAME PIC X(30).
        01 IX-KEY-DESC PIC X(30).
        01 IX-GO PIC X(1) VALUE "N".
        01 IX-LOAD-OK PIC X(1) VALUE "N".

      *> Control counts for one file. The original is counted before
      *> it is touched and again as saved; every record loaded or
      *> dropped as a duplicate key must account for it, and the
      *> keyed file read back end to end must hold what was loaded.
        01 IX-ORIG-CT PIC 9(7) VALUE 0.
        01 IX-SAVE-CT PIC 9(7) VALUE 0.
        01 IX-LOAD-CT PIC 9(7) VALUE 0.
        01 IX-DUP-CT PIC 9(7) VALUE 0.
        01 IX-BACK-CT PIC 9(7) VALUE 0.
        01 IX-ACCT-CT PIC 9(7) VALUE 0.

        01 IX-DONE-CT PIC 9(1) VALUE 0.
        01 IX-WHY PIC X(30).
        01 IX-TS PIC X(21).


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    MOVE FUNCTION CURRENT-DATE TO IX-TS

    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCIXCONV.RPT OPEN FAILED"
        MOVE "IX0101" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCIXCONV.RPT OPEN FAILED - NOTHING CONVERTED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF
    MOVE "CC MASTER FILE CONVERSION TO KEYED ORGANIZATION" TO RPT-LINE
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    STRING
        "RUN " DELIMITED BY SIZE
        IX-TS(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        IX-TS(9:6) DELIMITED BY SIZE
        INTO RPT-LINE
    END-STRING
    WRITE RPT-LINE

    MOVE "CCPUZZLE.DAT" TO IX-LIVE-NAME
    MOVE "CCPUZZLE.SEQ" TO IX-SAVE-NAME
    MOVE "PUZZLE ID" TO IX-KEY-DESC
    PERFORM SEQ-SAVE
    IF IX-GO IS EQUAL TO "Y"
        PERFORM PUZZLE-CONVERT
        PERFORM CONVERT-SETTLE
    END-IF

    MOVE "CCSUBREG.DAT" TO IX-LIVE-NAME
    MOVE "CCSUBREG.SEQ" TO IX-SAVE-NAME
    MOVE "PUZZLE ID + FINGERPRINT" TO IX-KEY-DESC
    PERFORM SEQ-SAVE
    IF IX-GO IS EQUAL TO "Y"
        PERFORM SREG-CONVERT
        PERFORM CONVERT-SETTLE
    END-IF

    CLOSE RPT-FILE
    DISPLAY "CCIXCONV.RPT WRITTEN - FILES CONVERTED " IX-DONE-CT
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.

      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "IX" TO EXC-PROGRAM
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

      *> Count the sequential original, copy it aside under its saved
      *> name, prove the copy holds the same count, and only then
      *> clear the live name for the keyed file. A saved copy already
      *> on disk means this file was converted by an earlier run.
    SEQ-SAVE.
        MOVE "N" TO IX-GO
        MOVE 0 TO IX-ORIG-CT
        MOVE 0 TO IX-SAVE-CT
        MOVE 0 TO IX-LOAD-CT
        MOVE 0 TO IX-DUP-CT
        MOVE 0 TO IX-BACK-CT
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            IX-LIVE-NAME DELIMITED BY SPACE
            "  KEYED ON " DELIMITED BY SIZE
            IX-KEY-DESC DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE

        MOVE IX-SAVE-NAME TO SEQ-NAME
        OPEN INPUT SEQ-FILE
        IF SEQ-STATUS IS EQUAL TO "00"
            CLOSE SEQ-FILE
            MOVE SPACES TO RPT-LINE
            STRING
                "  " DELIMITED BY SIZE
                IX-SAVE-NAME DELIMITED BY SPACE
                " ALREADY ON DISK - FILE WAS CONVERTED BY AN EARLIER RUN"
                    DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            DISPLAY
                FUNCTION TRIM(IX-LIVE-NAME)
                " ALREADY CONVERTED - SKIPPED"
            END-DISPLAY
            MOVE "IX0102" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                IX-LIVE-NAME DELIMITED BY SPACE
                " ALREADY CONVERTED - " DELIMITED BY SIZE
                IX-SAVE-NAME DELIMITED BY SPACE
                " ON DISK" DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
        ELSE
            MOVE IX-LIVE-NAME TO SEQ-NAME
            PERFORM SEQ-COUNT
            IF SEQ-STATUS IS NOT EQUAL TO "00"
                MOVE "  NOT ON DISK - NOTHING TO CONVERT" TO RPT-LINE
                WRITE RPT-LINE
                DISPLAY
                    FUNCTION TRIM(IX-LIVE-NAME)
                    " NOT FOUND - NOTHING TO CONVERT"
                END-DISPLAY
                MOVE "IX0103" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    IX-LIVE-NAME DELIMITED BY SPACE
                    " NOT FOUND - NOTHING TO CONVERT" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
            ELSE
                MOVE IX-SAVE-CT TO IX-ORIG-CT
                CALL "CBL_COPY_FILE" USING IX-LIVE-NAME IX-SAVE-NAME
                MOVE IX-SAVE-NAME TO SEQ-NAME
                PERFORM SEQ-COUNT
                IF SEQ-STATUS IS NOT EQUAL TO "00"
                    OR IX-SAVE-CT IS NOT EQUAL TO IX-ORIG-CT
                        PERFORM SAVE-FAILED
                ELSE
                    CALL "CBL_DELETE_FILE" USING IX-LIVE-NAME
                    MOVE "Y" TO IX-GO
                END-IF
            END-IF
        END-IF.

      *> Count the records of the sequential file named in SEQ-NAME
      *> into IX-SAVE-CT; SEQ-STATUS is left at the open status.
    SEQ-COUNT.
        MOVE 0 TO IX-SAVE-CT
        MOVE "N" TO SEQ-EOF
        OPEN INPUT SEQ-FILE
        IF SEQ-STATUS IS EQUAL TO "00"
            PERFORM UNTIL SEQ-EOF IS EQUAL TO "Y"
                READ SEQ-FILE
                    AT END
                        MOVE "Y" TO SEQ-EOF
                    NOT AT END
                        ADD 1 TO IX-SAVE-CT
                END-READ
            END-PERFORM
            CLOSE SEQ-FILE
            MOVE "00" TO SEQ-STATUS
        END-IF.

    SAVE-FAILED.
        CALL "CBL_DELETE_FILE" USING IX-SAVE-NAME
        MOVE SPACES TO RPT-LINE
        STRING
            "  COPY TO " DELIMITED BY SIZE
            IX-SAVE-NAME DELIMITED BY SPACE
            " FAILED - LIVE FILE LEFT SEQUENTIAL" DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        DISPLAY
            "COPY TO " FUNCTION TRIM(IX-SAVE-NAME)
            " FAILED - " FUNCTION TRIM(IX-LIVE-NAME) " NOT CONVERTED"
        END-DISPLAY
        MOVE "IX0104" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "COPY TO " DELIMITED BY SIZE
            IX-SAVE-NAME DELIMITED BY SPACE
            " FAILED - " DELIMITED BY SIZE
            IX-LIVE-NAME DELIMITED BY SPACE
            " NOT CONVERTED" DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE.

      *> Load the keyed master from the saved original. Where a
      *> puzzle ID repeats, the first record stands - the one CC's
      *> table search always found - and the repeat is listed.
    PUZZLE-CONVERT.
        MOVE "N" TO IX-LOAD-OK
        OPEN OUTPUT PUZZLE-FILE
        IF PZL-STATUS IS EQUAL TO "00"
            MOVE "Y" TO IX-LOAD-OK
            MOVE IX-SAVE-NAME TO SEQ-NAME
            MOVE "N" TO SEQ-EOF
            OPEN INPUT SEQ-FILE
            PERFORM UNTIL SEQ-EOF IS EQUAL TO "Y"
                READ SEQ-FILE
                    AT END
                        MOVE "Y" TO SEQ-EOF
                    NOT AT END
                        MOVE SEQ-RECORD TO PUZZLE-RECORD
                        WRITE PUZZLE-RECORD
                            INVALID KEY
                                ADD 1 TO IX-DUP-CT
                                MOVE SPACES TO RPT-LINE
                                STRING
                                    "    DUPLICATE KEY DROPPED - PUZZLE "
                                        DELIMITED BY SIZE
                                    PZL-ID DELIMITED BY SIZE
                                    INTO RPT-LINE
                                END-STRING
                                WRITE RPT-LINE
                                END-WRITE
                            NOT INVALID KEY
                                ADD 1 TO IX-LOAD-CT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE SEQ-FILE
            CLOSE PUZZLE-FILE
            MOVE "N" TO IDX-EOF
            OPEN INPUT PUZZLE-FILE
            IF PZL-STATUS IS EQUAL TO "00"
                PERFORM UNTIL IDX-EOF IS EQUAL TO "Y"
                    READ PUZZLE-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO IDX-EOF
                        NOT AT END
                            ADD 1 TO IX-BACK-CT
                    END-READ
                END-PERFORM
                CLOSE PUZZLE-FILE
            END-IF
        END-IF.

      *> Load the keyed registry. A repeated puzzle ID and fingerprint
      *> keeps its first occurrence, which is the original CC quoted
      *> on every DUPE.
    SREG-CONVERT.
        MOVE "N" TO IX-LOAD-OK
        OPEN OUTPUT SREG-FILE
        IF SREG-STATUS IS EQUAL TO "00"
            MOVE "Y" TO IX-LOAD-OK
            MOVE IX-SAVE-NAME TO SEQ-NAME
            MOVE "N" TO SEQ-EOF
            OPEN INPUT SEQ-FILE
            PERFORM UNTIL SEQ-EOF IS EQUAL TO "Y"
                READ SEQ-FILE
                    AT END
                        MOVE "Y" TO SEQ-EOF
                    NOT AT END
                        MOVE SEQ-RECORD TO SREG-RECORD
                        WRITE SREG-RECORD
                            INVALID KEY
                                ADD 1 TO IX-DUP-CT
                                MOVE SPACES TO RPT-LINE
                                STRING
                                    "    DUPLICATE KEY DROPPED - PUZZLE "
                                        DELIMITED BY SIZE
                                    SREG-PZL-ID DELIMITED BY SIZE
                                    " BATCH " DELIMITED BY SIZE
                                    SREG-BATCH-ID DELIMITED BY SIZE
                                    " BOARD " DELIMITED BY SIZE
                                    SREG-BOARD-NO DELIMITED BY SIZE
                                    INTO RPT-LINE
                                END-STRING
                                WRITE RPT-LINE
                                END-WRITE
                            NOT INVALID KEY
                                ADD 1 TO IX-LOAD-CT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE SEQ-FILE
            CLOSE SREG-FILE
            MOVE "N" TO IDX-EOF
            OPEN INPUT SREG-FILE
            IF SREG-STATUS IS EQUAL TO "00"
                PERFORM UNTIL IDX-EOF IS EQUAL TO "Y"
                    READ SREG-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO IDX-EOF
                        NOT AT END
                            ADD 1 TO IX-BACK-CT
                    END-READ
                END-PERFORM
                CLOSE SREG-FILE
            END-IF
        END-IF.

      *> Print the control counts and decide. Out of balance, or a
      *> keyed file that could not be built, backs the conversion out:
      *> the sequential original goes back under its live name so the
      *> file is exactly as it was before the run.
    CONVERT-SETTLE.
        COMPUTE IX-ACCT-CT = IX-LOAD-CT + IX-DUP-CT
        END-COMPUTE
        MOVE SPACES TO RPT-LINE
        STRING
            "  RECORDS ON SEQUENTIAL FILE   " DELIMITED BY SIZE
            IX-ORIG-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "  RECORDS LOADED               " DELIMITED BY SIZE
            IX-LOAD-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "  DUPLICATE KEYS DROPPED       " DELIMITED BY SIZE
            IX-DUP-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "  RECORDS READ BACK BY KEY     " DELIMITED BY SIZE
            IX-BACK-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE

        IF IX-LOAD-OK IS EQUAL TO "Y"
            AND IX-ACCT-CT IS EQUAL TO IX-ORIG-CT
            AND IX-BACK-CT IS EQUAL TO IX-LOAD-CT
                ADD 1 TO IX-DONE-CT
                MOVE SPACES TO RPT-LINE
                STRING
                    "  COUNTS BALANCE - SEQUENTIAL ORIGINAL KEPT AS "
                        DELIMITED BY SIZE
                    IX-SAVE-NAME DELIMITED BY SPACE
                    INTO RPT-LINE
                END-STRING
                WRITE RPT-LINE
                DISPLAY
                    FUNCTION TRIM(IX-LIVE-NAME)
                    " CONVERTED - RECORDS " IX-LOAD-CT
                    " DUPLICATES DROPPED " IX-DUP-CT
                END-DISPLAY
                IF IX-DUP-CT IS GREATER THAN ZERO
                    MOVE "IX0105" TO EXC-CODE
                    MOVE "W" TO EXC-SEVERITY
                    MOVE SPACES TO EXC-TEXT
                    STRING
                        IX-LIVE-NAME DELIMITED BY SPACE
                        " DUPLICATE KEYS DROPPED ON CONVERSION: "
                            DELIMITED BY SIZE
                        IX-DUP-CT DELIMITED BY SIZE
                        INTO EXC-TEXT
                    END-STRING
                    PERFORM EXC-STORE
                END-IF
        ELSE
            IF IX-LOAD-OK IS EQUAL TO "Y"
                MOVE "OUT OF BALANCE" TO IX-WHY
            ELSE
                MOVE "KEYED FILE OPEN FAILED" TO IX-WHY
            END-IF
            CALL "CBL_DELETE_FILE" USING IX-LIVE-NAME
            CALL "CBL_COPY_FILE" USING IX-SAVE-NAME IX-LIVE-NAME
            CALL "CBL_DELETE_FILE" USING IX-SAVE-NAME
            MOVE SPACES TO RPT-LINE
            STRING
                "  " DELIMITED BY SIZE
                IX-WHY DELIMITED BY "  "
                " - CONVERSION BACKED OUT, " DELIMITED BY SIZE
                IX-LIVE-NAME DELIMITED BY SPACE
                " LEFT SEQUENTIAL" DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            DISPLAY
                FUNCTION TRIM(IX-LIVE-NAME) " CONVERSION "
                FUNCTION TRIM(IX-WHY) " - BACKED OUT"
            END-DISPLAY
            MOVE "IX0106" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                IX-LIVE-NAME DELIMITED BY SPACE
                " CONVERSION " DELIMITED BY SIZE
                IX-WHY DELIMITED BY "  "
                " - BACKED OUT" DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
        END-IF.
