IDENTIFICATION DIVISION.
    PROGRAM-ID. BK.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SEQ-FILE ASSIGN TO SEQ-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SEQ-STATUS.

            SELECT PUZZLE-FILE ASSIGN TO "CCPUZZLE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PZL-ID
                FILE STATUS IS PZL-STATUS.

            SELECT SREG-FILE ASSIGN TO "CCSUBREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SREG-KEY
                FILE STATUS IS SREG-STATUS.

            SELECT GEN-FILE ASSIGN TO GEN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GEN-STATUS.

            SELECT CAT-FILE ASSIGN TO "CCBKUP.CAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAT-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
      *> Any of the line sequential members, read under its live name.
      *> Sized for the longest of them, the suspense record.
        FD SEQ-FILE.
            01 SEQ-RECORD PIC X(309).

        FD PUZZLE-FILE.
            COPY "puzzle.cpy".

        FD SREG-FILE.
            COPY "subreg.cpy".

      *> A generation: the member's records one per line, in the order
      *> the member gives them up (key order for the keyed masters), so
      *> RS can reload either kind from it.
        FD GEN-FILE.
            01 GEN-RECORD PIC X(309).

        FD CAT-FILE.
            COPY "bkcat.cpy".

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 SEQ-STATUS PIC X(2) VALUE "00".
        01 SEQ-NAME PIC X(30) VALUE SPACES.
        01 PZL-STATUS PIC X(2) VALUE "00".
        01 SREG-STATUS PIC X(2) VALUE "00".
        01 GEN-STATUS PIC X(2) VALUE "00".
        01 GEN-NAME PIC X(30) VALUE SPACES.
        01 CAT-STATUS PIC X(2) VALUE "00".
        01 CAT-EOF PIC X(1) VALUE "N".
        01 IN-EOF PIC X(1) VALUE "N".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 BK-TS PIC X(21).
        01 BK-TODAY PIC 9(8).

      *> Business date the generations are taken for. CC_BKUP_DATE
      *> overrides today's date, for a run that falls after midnight
      *> but still belongs to the previous day's window.
        01 BK-DATE-IN PIC X(8) VALUE SPACES.
        01 BK-DATE-NUM REDEFINES BK-DATE-IN PIC 9(8).
        01 BK-BUS-DATE PIC 9(8) VALUE 0.

      *> Generations kept per file; the oldest beyond this are purged.
      *> CC_BKUP_KEEP overrides the default of 7.
        01 BK-KEEP-IN PIC X(2) VALUE SPACES.
        01 BK-KEEP PIC 9(2) VALUE 7.

      *> The member being taken: 1-6 in the order below, its live name,
      *> record length and how it is read ("P" the keyed puzzle master,
      *> "R" the keyed registry, "S" line sequential).
        01 BK-MX PIC 9(1).
        01 BK-MEMBER PIC X(12).
        01 BK-LEN PIC 9(3).
        01 BK-KIND PIC X(1).
        01 BK-WORK-DATE PIC 9(8).
        01 BK-GEN-NAME PIC X(30).
        01 BK-WORK-NAME PIC X(30) VALUE "CCBKUP.WRK".
        01 BK-LIVE PIC X(1) VALUE "N".
        01 BK-OK PIC X(1) VALUE "N".
        01 BK-WHY PIC X(30).

      *> Control totals taken while unloading the member, and again
      *> off the work copy before it becomes the generation.
        01 BK-REC-CT PIC 9(9) VALUE 0.
        01 BK-HASH PIC 9(15) VALUE 0.
        01 BK-CHK-CT PIC 9(9) VALUE 0.

        01 HASH-AREA PIC X(309).
        01 HASH-POS PIC 9(3).
        01 HASH-SUM PIC 9(15) VALUE 0.

        01 BK-TAKEN-CT PIC 9(1) VALUE 0.
        01 BK-FAIL-CT PIC 9(1) VALUE 0.
        01 BK-PURGED PIC 9(4) VALUE 0.
        01 BK-NEWER PIC 9(4).

      *> In-core image of the catalog; written back whole at the end.
      *> Six files at the most generous retention fit several times.
        01 CAT-TABLE.
            05 CAT-COUNT PIC 9(4) VALUE 0.
            05 CAT-ENTRY OCCURS 1000 TIMES.
                10 CAT-DATE PIC 9(8).
                10 CAT-MEMBER PIC X(12).
                10 CAT-REC-CT PIC 9(9).
                10 CAT-HASH PIC 9(15).
                10 CAT-TAKEN-TS PIC X(21).
        01 CAT-IX PIC 9(4).
        01 CAT-JX PIC 9(4).
        01 CAT-HIT PIC 9(4).


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    MOVE FUNCTION CURRENT-DATE TO BK-TS
    MOVE BK-TS(1:8) TO BK-TODAY

    MOVE BK-TODAY TO BK-BUS-DATE
    ACCEPT BK-DATE-IN FROM ENVIRONMENT "CC_BKUP_DATE"
    IF BK-DATE-IN IS NOT EQUAL TO SPACES
        IF BK-DATE-IN IS NUMERIC
            AND FUNCTION TEST-DATE-YYYYMMDD(BK-DATE-NUM) IS EQUAL TO 0
                MOVE BK-DATE-IN TO BK-BUS-DATE
        ELSE
            DISPLAY
                "CC_BKUP_DATE " BK-DATE-IN
                " IS NOT A YYYYMMDD DATE - NO BACKUP TAKEN"
            END-DISPLAY
            MOVE "BK0101" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CC_BKUP_DATE IS NOT A YYYYMMDD DATE - NO BACKUP TAKEN"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
    END-IF

    ACCEPT BK-KEEP-IN FROM ENVIRONMENT "CC_BKUP_KEEP"
    IF BK-KEEP-IN IS NOT EQUAL TO SPACES
        AND FUNCTION NUMVAL(BK-KEEP-IN) IS GREATER THAN ZERO
            COMPUTE BK-KEEP = FUNCTION NUMVAL(BK-KEEP-IN)
            END-COMPUTE
    END-IF

    PERFORM CAT-LOAD

    PERFORM VARYING BK-MX FROM 1 BY 1 UNTIL BK-MX IS GREATER THAN 6
        PERFORM MEMBER-SET
        PERFORM TAKE-MEMBER
    END-PERFORM

    PERFORM PURGE-OLD
    PERFORM CAT-STORE

    DISPLAY
        "BACKUP COMPLETE FOR " BK-BUS-DATE
        " - GENERATIONS TAKEN " BK-TAKEN-CT
        " FAILED " BK-FAIL-CT
        " PURGED " BK-PURGED
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "BK" TO EXC-PROGRAM
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

    CAT-LOAD.
        MOVE 0 TO CAT-COUNT
        MOVE "N" TO CAT-EOF
        OPEN INPUT CAT-FILE
        IF CAT-STATUS IS EQUAL TO "00"
            PERFORM UNTIL CAT-EOF IS EQUAL TO "Y"
                READ CAT-FILE
                    AT END
                        MOVE "Y" TO CAT-EOF
                    NOT AT END
                        IF CAT-COUNT IS LESS THAN 1000
                            ADD 1 TO CAT-COUNT
                            MOVE BKC-BUS-DATE TO CAT-DATE(CAT-COUNT)
                            MOVE BKC-MEMBER TO CAT-MEMBER(CAT-COUNT)
                            MOVE BKC-REC-CT TO CAT-REC-CT(CAT-COUNT)
                            MOVE BKC-HASH TO CAT-HASH(CAT-COUNT)
                            MOVE BKC-TAKEN-TS TO CAT-TAKEN-TS(CAT-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CAT-FILE
        END-IF.

    CAT-STORE.
        OPEN OUTPUT CAT-FILE
        IF CAT-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCBKUP.CAT WRITE FAILED"
            MOVE "BK0107" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCBKUP.CAT WRITE FAILED - CATALOG NOT SAVED" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-DATE(CAT-IX) IS GREATER THAN ZERO
                MOVE CAT-DATE(CAT-IX) TO BKC-BUS-DATE
                MOVE CAT-MEMBER(CAT-IX) TO BKC-MEMBER
                MOVE CAT-REC-CT(CAT-IX) TO BKC-REC-CT
                MOVE CAT-HASH(CAT-IX) TO BKC-HASH
                MOVE CAT-TAKEN-TS(CAT-IX) TO BKC-TAKEN-TS
                WRITE BKC-RECORD
            END-IF
        END-PERFORM
        CLOSE CAT-FILE.

      *> The master and control files in the backup set.
    MEMBER-SET.
        EVALUATE BK-MX
            WHEN 1
                MOVE "CCPUZZLE.DAT" TO BK-MEMBER
                MOVE 264 TO BK-LEN
                MOVE "P" TO BK-KIND
            WHEN 2
                MOVE "CCOPER.DAT" TO BK-MEMBER
                MOVE 41 TO BK-LEN
                MOVE "S" TO BK-KIND
            WHEN 3
                MOVE "CCSUBREG.DAT" TO BK-MEMBER
                MOVE 40 TO BK-LEN
                MOVE "R" TO BK-KIND
            WHEN 4
                MOVE "CCSUSP.DAT" TO BK-MEMBER
                MOVE 309 TO BK-LEN
                MOVE "S" TO BK-KIND
            WHEN 5
                MOVE "CCBATREG.DAT" TO BK-MEMBER
                MOVE 75 TO BK-LEN
                MOVE "S" TO BK-KIND
            WHEN OTHER
                MOVE "CCPARM.DAT" TO BK-MEMBER
                MOVE 80 TO BK-LEN
                MOVE "S" TO BK-KIND
        END-EVALUATE.

      *> Build the generation name for BK-MEMBER as of BK-WORK-DATE:
      *> CCPUZZLE.DAT becomes CCPUZZLE-yyyymmdd.BKP.
    GEN-NAMES.
        MOVE SPACES TO BK-GEN-NAME
        STRING
            BK-MEMBER DELIMITED BY "."
            "-" DELIMITED BY SIZE
            BK-WORK-DATE DELIMITED BY SIZE
            ".BKP" DELIMITED BY SIZE
            INTO BK-GEN-NAME
        END-STRING.

      *> Add each byte of HASH-AREA's first BK-LEN positions into
      *> HASH-SUM, weighted by its position in the record.
    HASH-RECORD.
        PERFORM VARYING HASH-POS FROM 1 BY 1
            UNTIL HASH-POS IS GREATER THAN BK-LEN
            COMPUTE HASH-SUM = HASH-SUM
                + FUNCTION ORD(HASH-AREA(HASH-POS:1)) * HASH-POS
            END-COMPUTE
        END-PERFORM.

      *> Unload the member to the work copy, prove the copy against
      *> the totals taken on the way out, and only then put it in
      *> place as the dated generation and catalog it. A failure at
      *> any step leaves an earlier generation of the same date, and
      *> its catalog entry, exactly as they were.
    TAKE-MEMBER.
        MOVE BK-BUS-DATE TO BK-WORK-DATE
        PERFORM GEN-NAMES
        MOVE "Y" TO BK-OK
        MOVE 0 TO BK-REC-CT
        MOVE 0 TO HASH-SUM
        MOVE BK-WORK-NAME TO GEN-NAME
        OPEN OUTPUT GEN-FILE
        IF GEN-STATUS IS NOT EQUAL TO "00"
            MOVE "N" TO BK-OK
            MOVE "BK0102" TO EXC-CODE
            MOVE "CCBKUP.WRK OPEN FAILED" TO BK-WHY
        ELSE
            EVALUATE BK-KIND
                WHEN "P"
                    PERFORM UNLOAD-PUZZLE
                WHEN "R"
                    PERFORM UNLOAD-SREG
                WHEN OTHER
                    PERFORM UNLOAD-SEQ
            END-EVALUATE
            CLOSE GEN-FILE
        END-IF
        MOVE HASH-SUM TO BK-HASH

        IF BK-OK IS EQUAL TO "Y"
            PERFORM CHECK-WORK
        END-IF
        IF BK-OK IS EQUAL TO "Y"
            CALL "CBL_COPY_FILE" USING BK-WORK-NAME BK-GEN-NAME
            IF RETURN-CODE IS NOT EQUAL TO ZERO
                MOVE "N" TO BK-OK
                MOVE "BK0105" TO EXC-CODE
                MOVE "COPY TO GENERATION FAILED" TO BK-WHY
            END-IF
        END-IF
        CALL "CBL_DELETE_FILE" USING BK-WORK-NAME

        IF BK-OK IS EQUAL TO "Y"
            PERFORM CAT-ENTER
        END-IF
        IF BK-OK IS EQUAL TO "Y"
            ADD 1 TO BK-TAKEN-CT
            IF BK-LIVE IS EQUAL TO "Y"
                DISPLAY
                    FUNCTION TRIM(BK-MEMBER) " TAKEN TO "
                    FUNCTION TRIM(BK-GEN-NAME)
                    " - RECORDS " BK-REC-CT " HASH " BK-HASH
                END-DISPLAY
            ELSE
                DISPLAY
                    FUNCTION TRIM(BK-MEMBER)
                    " NOT ON DISK - EMPTY GENERATION "
                    FUNCTION TRIM(BK-GEN-NAME) " TAKEN"
                END-DISPLAY
            END-IF
        ELSE
            ADD 1 TO BK-FAIL-CT
            DISPLAY
                FUNCTION TRIM(BK-MEMBER) " NOT BACKED UP - "
                FUNCTION TRIM(BK-WHY)
            END-DISPLAY
            MOVE "E" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                BK-MEMBER DELIMITED BY SPACE
                " NOT BACKED UP FOR " DELIMITED BY SIZE
                BK-BUS-DATE DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                BK-WHY DELIMITED BY "  "
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
        END-IF.

      *> A member not on disk is taken as an empty generation, so that
      *> restoring the set as of this date brings it back empty too.
    UNLOAD-PUZZLE.
        MOVE "N" TO BK-LIVE
        MOVE "N" TO IN-EOF
        OPEN INPUT PUZZLE-FILE
        IF PZL-STATUS IS EQUAL TO "00"
            MOVE "Y" TO BK-LIVE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ PUZZLE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE PUZZLE-RECORD TO HASH-AREA
                        PERFORM UNLOAD-RECORD
                END-READ
            END-PERFORM
            CLOSE PUZZLE-FILE
        ELSE
            IF PZL-STATUS IS NOT EQUAL TO "35"
                MOVE "N" TO BK-OK
                MOVE "BK0103" TO EXC-CODE
                MOVE "OPEN FAILED" TO BK-WHY
            END-IF
        END-IF.

    UNLOAD-SREG.
        MOVE "N" TO BK-LIVE
        MOVE "N" TO IN-EOF
        OPEN INPUT SREG-FILE
        IF SREG-STATUS IS EQUAL TO "00"
            MOVE "Y" TO BK-LIVE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ SREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE SREG-RECORD TO HASH-AREA
                        PERFORM UNLOAD-RECORD
                END-READ
            END-PERFORM
            CLOSE SREG-FILE
        ELSE
            IF SREG-STATUS IS NOT EQUAL TO "35"
                MOVE "N" TO BK-OK
                MOVE "BK0103" TO EXC-CODE
                MOVE "OPEN FAILED" TO BK-WHY
            END-IF
        END-IF.

    UNLOAD-SEQ.
        MOVE "N" TO BK-LIVE
        MOVE "N" TO IN-EOF
        MOVE BK-MEMBER TO SEQ-NAME
        OPEN INPUT SEQ-FILE
        IF SEQ-STATUS IS EQUAL TO "00"
            MOVE "Y" TO BK-LIVE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ SEQ-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE SEQ-RECORD TO HASH-AREA
                        PERFORM UNLOAD-RECORD
                END-READ
            END-PERFORM
            CLOSE SEQ-FILE
        ELSE
            IF SEQ-STATUS IS NOT EQUAL TO "35"
                MOVE "N" TO BK-OK
                MOVE "BK0103" TO EXC-CODE
                MOVE "OPEN FAILED" TO BK-WHY
            END-IF
        END-IF.

    UNLOAD-RECORD.
        ADD 1 TO BK-REC-CT
        PERFORM HASH-RECORD
        MOVE HASH-AREA TO GEN-RECORD
        WRITE GEN-RECORD.

      *> Read the work copy back and hold it to the unload totals.
    CHECK-WORK.
        MOVE 0 TO BK-CHK-CT
        MOVE 0 TO HASH-SUM
        MOVE "N" TO IN-EOF
        OPEN INPUT GEN-FILE
        IF GEN-STATUS IS EQUAL TO "00"
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ GEN-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        ADD 1 TO BK-CHK-CT
                        MOVE GEN-RECORD TO HASH-AREA
                        PERFORM HASH-RECORD
                END-READ
            END-PERFORM
            CLOSE GEN-FILE
        END-IF
        IF GEN-STATUS IS NOT EQUAL TO "00"
            OR BK-CHK-CT IS NOT EQUAL TO BK-REC-CT
            OR HASH-SUM IS NOT EQUAL TO BK-HASH
                MOVE "N" TO BK-OK
                MOVE "BK0104" TO EXC-CODE
                MOVE "COPY DOES NOT BALANCE" TO BK-WHY
        END-IF.

      *> A second run for the same business date replaces that date's
      *> generation rather than adding another.
    CAT-ENTER.
        MOVE 0 TO CAT-HIT
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-DATE(CAT-IX) IS EQUAL TO BK-BUS-DATE
                AND CAT-MEMBER(CAT-IX) IS EQUAL TO BK-MEMBER
                    MOVE CAT-IX TO CAT-HIT
            END-IF
        END-PERFORM
        IF CAT-HIT IS EQUAL TO 0
            IF CAT-COUNT IS LESS THAN 1000
                ADD 1 TO CAT-COUNT
                MOVE CAT-COUNT TO CAT-HIT
            ELSE
                CALL "CBL_DELETE_FILE" USING BK-GEN-NAME
                MOVE "N" TO BK-OK
                MOVE "BK0106" TO EXC-CODE
                MOVE "CATALOG TABLE FULL" TO BK-WHY
            END-IF
        ELSE
            DISPLAY
                "GENERATION " BK-BUS-DATE " OF "
                FUNCTION TRIM(BK-MEMBER) " REPLACED"
            END-DISPLAY
        END-IF
        IF CAT-HIT IS GREATER THAN 0
            MOVE BK-BUS-DATE TO CAT-DATE(CAT-HIT)
            MOVE BK-MEMBER TO CAT-MEMBER(CAT-HIT)
            MOVE BK-REC-CT TO CAT-REC-CT(CAT-HIT)
            MOVE BK-HASH TO CAT-HASH(CAT-HIT)
            MOVE BK-TS TO CAT-TAKEN-TS(CAT-HIT)
        END-IF.

      *> Keep the newest BK-KEEP generations of each file; any older
      *> one is deleted and dropped from the catalog.
    PURGE-OLD.
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-DATE(CAT-IX) IS GREATER THAN ZERO
                MOVE 0 TO BK-NEWER
                PERFORM VARYING CAT-JX FROM 1 BY 1
                    UNTIL CAT-JX IS GREATER THAN CAT-COUNT
                    IF CAT-MEMBER(CAT-JX) IS EQUAL TO CAT-MEMBER(CAT-IX)
                        AND CAT-DATE(CAT-JX) IS GREATER THAN
                            CAT-DATE(CAT-IX)
                            ADD 1 TO BK-NEWER
                    END-IF
                END-PERFORM
                IF BK-NEWER IS NOT LESS THAN BK-KEEP
                    MOVE CAT-MEMBER(CAT-IX) TO BK-MEMBER
                    MOVE CAT-DATE(CAT-IX) TO BK-WORK-DATE
                    PERFORM GEN-NAMES
                    CALL "CBL_DELETE_FILE" USING BK-GEN-NAME
                    DISPLAY
                        "GENERATION " FUNCTION TRIM(BK-GEN-NAME)
                        " PAST RETENTION - PURGED"
                    END-DISPLAY
                    MOVE 0 TO CAT-DATE(CAT-IX)
                    ADD 1 TO BK-PURGED
                END-IF
            END-IF
        END-PERFORM.
