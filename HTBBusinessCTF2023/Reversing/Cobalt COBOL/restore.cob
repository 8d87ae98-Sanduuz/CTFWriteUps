IDENTIFICATION DIVISION.
    PROGRAM-ID. RS.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPER-FILE ASSIGN TO "CCOPER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPR-STATUS.

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
        FD OPER-FILE.
            COPY "oper.cpy".

      *> Any of the line sequential members, under its live name.
        FD SEQ-FILE.
            01 SEQ-RECORD PIC X(309).

        FD PUZZLE-FILE.
            COPY "puzzle.cpy".

        FD SREG-FILE.
            COPY "subreg.cpy".

      *> A generation as BK took it: the member's records one per line.
        FD GEN-FILE.
            01 GEN-RECORD PIC X(309).

        FD CAT-FILE.
            COPY "bkcat.cpy".

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 OPR-STATUS PIC X(2) VALUE "00".
        01 OPR-EOF PIC X(1) VALUE "N".
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

        01 OPERATOR-ID PIC X(8) VALUE SPACES.
        01 OPER-AUTHORIZED PIC X(1) VALUE "N".

      *> Business date to restore as of (CC_RESTORE_DATE, required):
      *> each file comes back from its newest generation taken on or
      *> before it. CC_RESTORE_FILE names one file by its live name;
      *> spaces or ALL restores the whole set.
        01 RS-DATE-IN PIC X(8) VALUE SPACES.
        01 RS-DATE-NUM REDEFINES RS-DATE-IN PIC 9(8).
        01 RS-ASOF PIC 9(8) VALUE 0.
        01 RS-FILE-IN PIC X(12) VALUE SPACES.

      *> The member in hand, set exactly as BK sets it.
        01 RS-MX PIC 9(1).
        01 RS-MEMBER PIC X(12).
        01 RS-LEN PIC 9(3).
        01 RS-KIND PIC X(1).
        01 RS-WORK-DATE PIC 9(8).
        01 RS-GEN-NAME PIC X(30).
        01 RS-WHY PIC X(40).

      *> Per member: whether it is being restored, and the catalog
      *> entry of the generation chosen for it.
        01 SEL-TABLE.
            05 SEL-ENTRY OCCURS 6 TIMES.
                10 SEL-WANT PIC X(1).
                10 SEL-HIT PIC 9(4).
        01 SEL-CT PIC 9(1) VALUE 0.

        01 RS-CHK-CT PIC 9(9) VALUE 0.
        01 HASH-AREA PIC X(309).
        01 HASH-POS PIC 9(3).
        01 HASH-SUM PIC 9(15) VALUE 0.

        01 RS-BAD-CT PIC 9(1) VALUE 0.
        01 RS-DONE-CT PIC 9(1) VALUE 0.
        01 RS-OFF-CT PIC 9(1) VALUE 0.

        01 CAT-TABLE.
            05 CAT-COUNT PIC 9(4) VALUE 0.
            05 CAT-ENTRY OCCURS 1000 TIMES.
                10 CAT-DATE PIC 9(8).
                10 CAT-MEMBER PIC X(12).
                10 CAT-REC-CT PIC 9(9).
                10 CAT-HASH PIC 9(15).
                10 CAT-TAKEN-TS PIC X(21).
        01 CAT-IX PIC 9(4).
        01 CAT-HIT PIC 9(4).


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    PERFORM OPERATOR-LOAD

    ACCEPT RS-DATE-IN FROM ENVIRONMENT "CC_RESTORE_DATE"
    IF RS-DATE-IN IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(RS-DATE-NUM) IS EQUAL TO 0
            MOVE RS-DATE-NUM TO RS-ASOF
    ELSE
        DISPLAY
            "CC_RESTORE_DATE '" RS-DATE-IN
            "' IS NOT A YYYYMMDD DATE - NOTHING RESTORED"
        END-DISPLAY
        MOVE "RS0104" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CC_RESTORE_DATE IS NOT A YYYYMMDD DATE - NOTHING RESTORED"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    ACCEPT RS-FILE-IN FROM ENVIRONMENT "CC_RESTORE_FILE"
    MOVE FUNCTION UPPER-CASE(RS-FILE-IN) TO RS-FILE-IN
    PERFORM VARYING RS-MX FROM 1 BY 1 UNTIL RS-MX IS GREATER THAN 6
        PERFORM MEMBER-SET
        MOVE 0 TO SEL-HIT(RS-MX)
        IF RS-FILE-IN IS EQUAL TO SPACES
            OR RS-FILE-IN IS EQUAL TO "ALL"
            OR RS-FILE-IN IS EQUAL TO RS-MEMBER
                MOVE "Y" TO SEL-WANT(RS-MX)
                ADD 1 TO SEL-CT
        ELSE
            MOVE "N" TO SEL-WANT(RS-MX)
        END-IF
    END-PERFORM
    IF SEL-CT IS EQUAL TO 0
        DISPLAY
            "CC_RESTORE_FILE " RS-FILE-IN
            " IS NOT IN THE BACKUP SET - NOTHING RESTORED"
        END-DISPLAY
        MOVE "RS0105" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CC_RESTORE_FILE IS NOT IN THE BACKUP SET - NOTHING RESTORED"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    PERFORM CAT-LOAD
    IF CAT-COUNT IS EQUAL TO 0
        DISPLAY "CCBKUP.CAT NOT FOUND OR EMPTY - NOTHING RESTORED"
        MOVE "RS0106" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCBKUP.CAT NOT FOUND OR EMPTY - NOTHING RESTORED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

      *> Every generation wanted is found and proved against the
      *> catalog before any live file is touched, so a set restore
      *> either brings every file back to one point or changes none.
    PERFORM VARYING RS-MX FROM 1 BY 1 UNTIL RS-MX IS GREATER THAN 6
        IF SEL-WANT(RS-MX) IS EQUAL TO "Y"
            PERFORM MEMBER-SET
            PERFORM GEN-CHOOSE
        END-IF
    END-PERFORM
    IF RS-BAD-CT IS GREATER THAN 0
        DISPLAY
            "RESTORE AS OF " RS-ASOF " REFUSED - "
            RS-BAD-CT " GENERATION(S) MISSING OR OUT OF BALANCE"
            " - NO FILE CHANGED"
        END-DISPLAY
        MOVE "RS0109" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "RESTORE AS OF " DELIMITED BY SIZE
            RS-ASOF DELIMITED BY SIZE
            " REFUSED - NO FILE CHANGED" DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    PERFORM VARYING RS-MX FROM 1 BY 1 UNTIL RS-MX IS GREATER THAN 6
        IF SEL-WANT(RS-MX) IS EQUAL TO "Y"
            PERFORM MEMBER-SET
            MOVE SEL-HIT(RS-MX) TO CAT-HIT
            PERFORM RESTORE-MEMBER
        END-IF
    END-PERFORM

    DISPLAY
        "RESTORE AS OF " RS-ASOF " COMPLETE - FILES RESTORED "
        RS-DONE-CT " OUT OF BALANCE " RS-OFF-CT
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "RS" TO EXC-PROGRAM
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

    OPERATOR-LOAD.
        MOVE SPACES TO OPERATOR-ID
        ACCEPT OPERATOR-ID FROM ENVIRONMENT "CC_OPERATOR"
        IF OPERATOR-ID IS EQUAL TO SPACES
            MOVE "DEFAULT" TO OPERATOR-ID
        END-IF
        PERFORM OPERATOR-AUTHORIZE.

    OPERATOR-AUTHORIZE.
        MOVE "N" TO OPER-AUTHORIZED
        MOVE "N" TO OPR-EOF
        OPEN INPUT OPER-FILE
        IF OPR-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE"
            MOVE "RS0101" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM UNTIL OPR-EOF IS EQUAL TO "Y"
            OR OPER-AUTHORIZED IS EQUAL TO "Y"
            READ OPER-FILE
                AT END
                    MOVE "Y" TO OPR-EOF
                NOT AT END
                    IF OPR-ID IS EQUAL TO OPERATOR-ID
                        IF OPR-STATUS-FLAG IS EQUAL TO "A"
                            MOVE "Y" TO OPER-AUTHORIZED
                        ELSE
                            DISPLAY
                                "OPERATOR " OPERATOR-ID
                                " IS DISABLED - RUN REFUSED"
                            END-DISPLAY
                            CLOSE OPER-FILE
                            MOVE "RS0102" TO EXC-CODE
                            MOVE "F" TO EXC-SEVERITY
                            MOVE "OPERATOR IS DISABLED - RUN REFUSED" TO EXC-TEXT
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
            MOVE "RS0103" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "OPERATOR NOT ON CCOPER.DAT MASTER - RUN REFUSED" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.

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

      *> The master and control files in the backup set, as BK has
      *> them.
    MEMBER-SET.
        EVALUATE RS-MX
            WHEN 1
                MOVE "CCPUZZLE.DAT" TO RS-MEMBER
                MOVE 264 TO RS-LEN
                MOVE "P" TO RS-KIND
            WHEN 2
                MOVE "CCOPER.DAT" TO RS-MEMBER
                MOVE 41 TO RS-LEN
                MOVE "S" TO RS-KIND
            WHEN 3
                MOVE "CCSUBREG.DAT" TO RS-MEMBER
                MOVE 40 TO RS-LEN
                MOVE "R" TO RS-KIND
            WHEN 4
                MOVE "CCSUSP.DAT" TO RS-MEMBER
                MOVE 309 TO RS-LEN
                MOVE "S" TO RS-KIND
            WHEN 5
                MOVE "CCBATREG.DAT" TO RS-MEMBER
                MOVE 75 TO RS-LEN
                MOVE "S" TO RS-KIND
            WHEN OTHER
                MOVE "CCPARM.DAT" TO RS-MEMBER
                MOVE 80 TO RS-LEN
                MOVE "S" TO RS-KIND
        END-EVALUATE.

    GEN-NAMES.
        MOVE SPACES TO RS-GEN-NAME
        STRING
            RS-MEMBER DELIMITED BY "."
            "-" DELIMITED BY SIZE
            RS-WORK-DATE DELIMITED BY SIZE
            ".BKP" DELIMITED BY SIZE
            INTO RS-GEN-NAME
        END-STRING.

      *> Add each byte of HASH-AREA's first RS-LEN positions into
      *> HASH-SUM, weighted by its position in the record - the same
      *> total BK cataloged.
    HASH-RECORD.
        PERFORM VARYING HASH-POS FROM 1 BY 1
            UNTIL HASH-POS IS GREATER THAN RS-LEN
            COMPUTE HASH-SUM = HASH-SUM
                + FUNCTION ORD(HASH-AREA(HASH-POS:1)) * HASH-POS
            END-COMPUTE
        END-PERFORM.

      *> Pick the member's newest generation on or before RS-ASOF and
      *> prove it against its catalog entry.
    GEN-CHOOSE.
        MOVE 0 TO CAT-HIT
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-MEMBER(CAT-IX) IS EQUAL TO RS-MEMBER
                AND CAT-DATE(CAT-IX) IS GREATER THAN ZERO
                AND CAT-DATE(CAT-IX) IS NOT GREATER THAN RS-ASOF
                    IF CAT-HIT IS EQUAL TO 0
                        MOVE CAT-IX TO CAT-HIT
                    ELSE
                        IF CAT-DATE(CAT-IX) IS GREATER THAN
                            CAT-DATE(CAT-HIT)
                                MOVE CAT-IX TO CAT-HIT
                        END-IF
                    END-IF
            END-IF
        END-PERFORM
        MOVE CAT-HIT TO SEL-HIT(RS-MX)
        IF CAT-HIT IS EQUAL TO 0
            MOVE "RS0107" TO EXC-CODE
            MOVE "NO GENERATION ON OR BEFORE" TO RS-WHY
            PERFORM GEN-REFUSE
        ELSE
            MOVE CAT-DATE(CAT-HIT) TO RS-WORK-DATE
            PERFORM GEN-NAMES
            MOVE RS-GEN-NAME TO GEN-NAME
            MOVE 0 TO RS-CHK-CT
            MOVE 0 TO HASH-SUM
            MOVE "N" TO IN-EOF
            OPEN INPUT GEN-FILE
            IF GEN-STATUS IS EQUAL TO "00"
                PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                    READ GEN-FILE
                        AT END
                            MOVE "Y" TO IN-EOF
                        NOT AT END
                            ADD 1 TO RS-CHK-CT
                            MOVE GEN-RECORD TO HASH-AREA
                            PERFORM HASH-RECORD
                    END-READ
                END-PERFORM
                CLOSE GEN-FILE
            END-IF
            IF GEN-STATUS IS NOT EQUAL TO "00"
                MOVE "RS0108" TO EXC-CODE
                MOVE "GENERATION FILE MISSING FOR" TO RS-WHY
                PERFORM GEN-REFUSE
            ELSE
                IF RS-CHK-CT IS NOT EQUAL TO CAT-REC-CT(CAT-HIT)
                    OR HASH-SUM IS NOT EQUAL TO CAT-HASH(CAT-HIT)
                        MOVE "RS0108" TO EXC-CODE
                        MOVE "GENERATION OUT OF BALANCE FOR" TO RS-WHY
                        PERFORM GEN-REFUSE
                ELSE
                    DISPLAY
                        FUNCTION TRIM(RS-MEMBER) " FROM "
                        FUNCTION TRIM(RS-GEN-NAME)
                        " - RECORDS " RS-CHK-CT " HASH " HASH-SUM
                        " AGREE WITH CATALOG"
                    END-DISPLAY
                END-IF
            END-IF
        END-IF.

    GEN-REFUSE.
        ADD 1 TO RS-BAD-CT
        DISPLAY
            FUNCTION TRIM(RS-MEMBER) " - " FUNCTION TRIM(RS-WHY)
            " " RS-ASOF
        END-DISPLAY
        MOVE "E" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            RS-MEMBER DELIMITED BY SPACE
            " - " DELIMITED BY SIZE
            RS-WHY DELIMITED BY "  "
            " " DELIMITED BY SIZE
            RS-ASOF DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE.

      *> Load the live file from its proved generation, then read the
      *> live file back and hold it to the catalog once more. Every
      *> restore is logged, with the generation used and who ran it,
      *> so the morning review sees that a master was put back.
    RESTORE-MEMBER.
        MOVE CAT-DATE(CAT-HIT) TO RS-WORK-DATE
        PERFORM GEN-NAMES
        MOVE RS-GEN-NAME TO GEN-NAME
        MOVE SPACES TO RS-WHY
        EVALUATE RS-KIND
            WHEN "P"
                PERFORM LOAD-PUZZLE
            WHEN "R"
                PERFORM LOAD-SREG
            WHEN OTHER
                PERFORM LOAD-SEQ
        END-EVALUATE
        IF RS-WHY IS EQUAL TO SPACES
            IF RS-CHK-CT IS NOT EQUAL TO CAT-REC-CT(CAT-HIT)
                OR HASH-SUM IS NOT EQUAL TO CAT-HASH(CAT-HIT)
                    MOVE "DOES NOT BALANCE TO" TO RS-WHY
            END-IF
        END-IF

        MOVE SPACES TO EXC-TEXT
        IF RS-WHY IS EQUAL TO SPACES
            ADD 1 TO RS-DONE-CT
            DISPLAY
                FUNCTION TRIM(RS-MEMBER) " RESTORED FROM "
                FUNCTION TRIM(RS-GEN-NAME) " - RECORDS " RS-CHK-CT
            END-DISPLAY
            MOVE "RS0110" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            STRING
                RS-MEMBER DELIMITED BY SPACE
                " RESTORED FROM " DELIMITED BY SIZE
                RS-GEN-NAME DELIMITED BY SPACE
                " BY " DELIMITED BY SIZE
                OPERATOR-ID DELIMITED BY SPACE
                " RECORDS " DELIMITED BY SIZE
                RS-CHK-CT DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
        ELSE
            ADD 1 TO RS-OFF-CT
            DISPLAY
                FUNCTION TRIM(RS-MEMBER) " RESTORE "
                FUNCTION TRIM(RS-WHY) " "
                FUNCTION TRIM(RS-GEN-NAME)
            END-DISPLAY
            MOVE "RS0111" TO EXC-CODE
            MOVE "E" TO EXC-SEVERITY
            STRING
                RS-MEMBER DELIMITED BY SPACE
                " RESTORE " DELIMITED BY SIZE
                RS-WHY DELIMITED BY "  "
                " " DELIMITED BY SIZE
                RS-GEN-NAME DELIMITED BY SPACE
                " BY " DELIMITED BY SIZE
                OPERATOR-ID DELIMITED BY SPACE
                INTO EXC-TEXT
            END-STRING
        END-IF
        PERFORM EXC-STORE.

    LOAD-PUZZLE.
        OPEN OUTPUT PUZZLE-FILE
        IF PZL-STATUS IS NOT EQUAL TO "00"
            MOVE "FAILED - MASTER NOT OPENED FROM" TO RS-WHY
        ELSE
            MOVE "N" TO IN-EOF
            OPEN INPUT GEN-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ GEN-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE GEN-RECORD TO PUZZLE-RECORD
                        WRITE PUZZLE-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE GEN-FILE
            CLOSE PUZZLE-FILE
            MOVE 0 TO RS-CHK-CT
            MOVE 0 TO HASH-SUM
            MOVE "N" TO IN-EOF
            OPEN INPUT PUZZLE-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ PUZZLE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        ADD 1 TO RS-CHK-CT
                        MOVE PUZZLE-RECORD TO HASH-AREA
                        PERFORM HASH-RECORD
                END-READ
            END-PERFORM
            CLOSE PUZZLE-FILE
        END-IF.

    LOAD-SREG.
        OPEN OUTPUT SREG-FILE
        IF SREG-STATUS IS NOT EQUAL TO "00"
            MOVE "FAILED - REGISTRY NOT OPENED FROM" TO RS-WHY
        ELSE
            MOVE "N" TO IN-EOF
            OPEN INPUT GEN-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ GEN-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE GEN-RECORD TO SREG-RECORD
                        WRITE SREG-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE GEN-FILE
            CLOSE SREG-FILE
            MOVE 0 TO RS-CHK-CT
            MOVE 0 TO HASH-SUM
            MOVE "N" TO IN-EOF
            OPEN INPUT SREG-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ SREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        ADD 1 TO RS-CHK-CT
                        MOVE SREG-RECORD TO HASH-AREA
                        PERFORM HASH-RECORD
                END-READ
            END-PERFORM
            CLOSE SREG-FILE
        END-IF.

    LOAD-SEQ.
        MOVE RS-MEMBER TO SEQ-NAME
        OPEN OUTPUT SEQ-FILE
        IF SEQ-STATUS IS NOT EQUAL TO "00"
            MOVE "FAILED - FILE NOT OPENED FROM" TO RS-WHY
        ELSE
            MOVE "N" TO IN-EOF
            OPEN INPUT GEN-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ GEN-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        MOVE GEN-RECORD TO SEQ-RECORD
                        WRITE SEQ-RECORD
                END-READ
            END-PERFORM
            CLOSE GEN-FILE
            CLOSE SEQ-FILE
            MOVE 0 TO RS-CHK-CT
            MOVE 0 TO HASH-SUM
            MOVE "N" TO IN-EOF
            OPEN INPUT SEQ-FILE
            PERFORM UNTIL IN-EOF IS EQUAL TO "Y"
                READ SEQ-FILE
                    AT END
                        MOVE "Y" TO IN-EOF
                    NOT AT END
                        ADD 1 TO RS-CHK-CT
                        MOVE SEQ-RECORD TO HASH-AREA
                        PERFORM HASH-RECORD
                END-READ
            END-PERFORM
            CLOSE SEQ-FILE
        END-IF.
