IDENTIFICATION DIVISION.
    PROGRAM-ID. BI.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPER-FILE ASSIGN TO "CCOPER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPR-STATUS.

            SELECT CAT-FILE ASSIGN TO "CCARCH.CAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAT-STATUS.

            SELECT AUDIT-FILE ASSIGN TO AUD-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

            SELECT SUSP-FILE ASSIGN TO SUSP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSP-STATUS.

            SELECT SREG-FILE ASSIGN TO "CCSUBREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SREG-KEY
                FILE STATUS IS SREG-STATUS.

            SELECT EXTR-FILE ASSIGN TO "CCEXTR.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXT-STATUS.

            SELECT ACK-FILE ASSIGN TO "CCEXTACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ACK-STATUS.

            SELECT EXCIN-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXCIN-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
        FD OPER-FILE.
            COPY "oper.cpy".

        FD CAT-FILE.
            01 CAT-RECORD.
                05 CAT-GEN-DATE PIC 9(8).

        FD AUDIT-FILE.
            COPY "audit.cpy".

        FD SUSP-FILE.
            COPY "susp.cpy".

        FD SREG-FILE.
            COPY "subreg.cpy".

        FD EXTR-FILE.
            01 EXTR-LINE PIC X(120).

        FD ACK-FILE.
            01 ACK-LINE PIC X(40).

      *> The exception log read back for the inquiry. Same layout as
      *> exclog.cpy, under its own names so reading it cannot disturb
      *> an event being built for EXC-STORE.
        FD EXCIN-FILE.
            01 EXCIN-RECORD.
                05 EXCIN-TIMESTAMP PIC X(21).
                05 EXCIN-PROGRAM PIC X(2).
                05 EXCIN-CODE PIC X(6).
                05 EXCIN-SEVERITY PIC X(1).
                05 EXCIN-BATCH-ID PIC X(8).
                05 EXCIN-BOARD-NO PIC 9(6).
                05 EXCIN-TEXT PIC X(80).

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 OPR-STATUS PIC X(2) VALUE "00".
        01 OPR-EOF PIC X(1) VALUE "N".
        01 CAT-STATUS PIC X(2) VALUE "00".
        01 CAT-EOF PIC X(1) VALUE "N".
        01 AUD-STATUS PIC X(2) VALUE "00".
        01 AUD-EOF PIC X(1) VALUE "N".
        01 SUSP-STATUS PIC X(2) VALUE "00".
        01 SUSP-EOF PIC X(1) VALUE "N".
        01 SREG-STATUS PIC X(2) VALUE "00".
        01 SREG-EOF PIC X(1) VALUE "N".
        01 EXT-STATUS PIC X(2) VALUE "00".
        01 EXT-EOF PIC X(1) VALUE "N".
        01 ACK-STATUS PIC X(2) VALUE "00".
        01 ACK-EOF PIC X(1) VALUE "N".
        01 EXCIN-STATUS PIC X(2) VALUE "00".
        01 EXCIN-EOF PIC X(1) VALUE "N".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 OPERATOR-ID PIC X(8) VALUE SPACES.
        01 OPER-AUTHORIZED PIC X(1) VALUE "N".

        01 AUD-FILENAME PIC X(30) VALUE "CCAUDIT.LOG".
        01 AUD-LIVE-NAME PIC X(30) VALUE "CCAUDIT.LOG".

      *> Suspense file name tracks the same override CC honors.
        01 SUSP-NAME PIC X(30) VALUE "CCSUSP.DAT".
        01 NAME-OVERRIDE PIC X(30) VALUE SPACES.

        01 CAT-TABLE.
            05 CAT-COUNT PIC 9(3) VALUE 0.
            05 CAT-ENTRY OCCURS 400 TIMES.
                10 CAT-DATE PIC 9(8).
        01 CAT-IX PIC 9(3).

      *> What the operator keyed. The batch ID is required; the
      *> second entry narrows the inquiry to one board when it is all
      *> digits and to one puzzle ID otherwise, and blank means every
      *> board of the batch.
        01 BI-BATCH-IN PIC X(8).
        01 BI-KEY-IN PIC X(8).
        01 BI-KEY-LEN PIC 9(2).
        01 BI-BATCH PIC X(8).
        01 BI-SEL-BOARD PIC X(1) VALUE "N".
        01 BI-BOARD PIC 9(6) VALUE 0.
        01 BI-SEL-PZL PIC X(1) VALUE "N".
        01 BI-PZL PIC X(8) VALUE SPACES.
        01 BI-DONE PIC X(1) VALUE "N".
        01 BI-INQ-CT PIC 9(4) VALUE 0.
        01 BI-SHOWN-CT PIC 9(4) VALUE 0.
        01 BI-LINE PIC X(132).
        01 BI-CELL PIC X(14).
        01 BI-PZL-SHOW PIC X(8).

      *> One entry per board of the batch that any file mentions,
      *> with the state each file holds for it. The audit attempts
      *> and exceptions hang off it in their own tables by index.
        01 BD-TABLE.
            05 BD-COUNT PIC 9(3) VALUE 0.
            05 BD-ENTRY OCCURS 500 TIMES.
                10 BD-BOARD PIC 9(6).
                10 BD-PZL PIC X(8).
                10 BD-SHOWN PIC X(1).
                10 BD-SUSP PIC X(1).
                10 BD-SUSP-TS PIC X(21).
                10 BD-SUSP-ATT PIC 9(2).
                10 BD-SUSP-DETAIL PIC X(8).
                10 BD-REG PIC X(1).
                10 BD-DUPE PIC X(1).
                10 BD-DUPE-BATCH PIC X(8).
                10 BD-DUPE-BOARD PIC 9(6).
                10 BD-COPY-CT PIC 9(4).
                10 BD-COPY-BATCH PIC X(8).
                10 BD-COPY-BOARD PIC 9(6).
                10 BD-XT-CT PIC 9(4).
                10 BD-ACK-A PIC 9(4).
                10 BD-ACK-R PIC 9(4).
                10 BD-AT-CT PIC 9(4).
                10 BD-EX-CT PIC 9(4).
        01 BD-IX PIC 9(3).
        01 BD-HIT PIC 9(3).
        01 BD-NEXT PIC 9(3).
        01 BD-FIND-BOARD PIC 9(6).
        01 BD-FULL-TOLD PIC X(1) VALUE "N".

      *> Validation attempts in the order the audit trail holds them
      *> (oldest generation first, live log last). AT-BD is the board
      *> entry; zero marks a batch-level record (the RJCT).
        01 AT-TABLE.
            05 AT-COUNT PIC 9(4) VALUE 0.
            05 AT-ENTRY OCCURS 3000 TIMES.
                10 AT-BD PIC 9(3).
                10 AT-TS PIC X(14).
                10 AT-RESULT PIC X(4).
                10 AT-DETAIL PIC X(8).
                10 AT-TAPE PIC X(8).
                10 AT-OPER PIC X(8).
                10 AT-ATTEMPT PIC 9(2).
                10 AT-ROW PIC 9(2).
                10 AT-COL PIC 9(2).
                10 AT-DUPE-BATCH PIC X(8).
                10 AT-DUPE-BOARD PIC 9(6).
        01 AT-IX PIC 9(4).
        01 AT-FULL-TOLD PIC X(1) VALUE "N".

      *> Exceptions logged against the batch; EX-BD zero is one
      *> logged against the batch as a whole.
        01 EX-TABLE.
            05 EX-COUNT PIC 9(4) VALUE 0.
            05 EX-ENTRY OCCURS 1000 TIMES.
                10 EX-BD PIC 9(3).
                10 EX-TS PIC X(14).
                10 EX-PGM PIC X(2).
                10 EX-CD PIC X(6).
                10 EX-SEV PIC X(1).
                10 EX-TXT PIC X(80).
        01 EX-IX PIC 9(4).
        01 EX-FULL-TOLD PIC X(1) VALUE "N".
        01 BATCH-EVENT-CT PIC 9(4) VALUE 0.

        01 PRS-F1 PIC X(21).
        01 PRS-F2 PIC X(8).
        01 PRS-F3 PIC X(8).
        01 ACK-BOARD-X PIC X(8).
        01 ACK-BATCH-X PIC X(8).
        01 ACK-CODE-X PIC X(4).
        01 XT-ON-DISK PIC X(1).
        01 ACK-ON-DISK PIC X(1).
        01 XT-UNACK PIC 9(4).

        01 SA-NOW-TS PIC X(21).
        01 SA-NOW-SEC PIC 9(12).
        01 SA-TS-IN PIC X(21).
        01 SA-ABS-SEC PIC 9(12).
        01 SA-DAY-INT PIC 9(7).
        01 SA-HH PIC 9(2).
        01 SA-MM PIC 9(2).
        01 SA-SS PIC 9(2).
        01 SA-AGE-SEC PIC 9(12).
        01 SA-AGE-HRS PIC 9(6).
        01 SA-AGE-DAYS PIC 9(4).

        01 GEN-MISS-CT PIC 9(3) VALUE 0.


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    ACCEPT NAME-OVERRIDE FROM ENVIRONMENT "CC_SUSP_FILE"
    IF NAME-OVERRIDE IS NOT EQUAL TO SPACES
        MOVE NAME-OVERRIDE TO SUSP-NAME
    END-IF
    ACCEPT AUD-LIVE-NAME FROM ENVIRONMENT "CC_AUDIT_FILE"
    IF AUD-LIVE-NAME IS EQUAL TO SPACES
        MOVE "CCAUDIT.LOG" TO AUD-LIVE-NAME
    END-IF

    PERFORM OPERATOR-LOAD
    PERFORM CAT-LOAD

    DISPLAY "CC BOARD HISTORY INQUIRY - OPERATOR " OPERATOR-ID
    PERFORM UNTIL BI-DONE IS EQUAL TO "Y"
        PERFORM INQUIRY-PROMPT
        IF BI-DONE IS NOT EQUAL TO "Y"
            PERFORM INQUIRY-RUN
        END-IF
    END-PERFORM

    DISPLAY "BOARD HISTORY INQUIRY ENDED - INQUIRIES " BI-INQ-CT
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.

      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "BI" TO EXC-PROGRAM
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

      *> Sign-on is checked against CCOPER.DAT exactly as CC checks
      *> it: an ID that is not on the master, or is disabled there,
      *> gets no inquiry.
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
            MOVE "BI0101" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE"
                TO EXC-TEXT
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
                                " IS DISABLED - INQUIRY REFUSED"
                            END-DISPLAY
                            CLOSE OPER-FILE
                            MOVE "BI0102" TO EXC-CODE
                            MOVE "F" TO EXC-SEVERITY
                            MOVE SPACES TO EXC-TEXT
                            STRING
                                "OPERATOR " DELIMITED BY SIZE
                                OPERATOR-ID DELIMITED BY SIZE
                                " IS DISABLED - INQUIRY REFUSED"
                                    DELIMITED BY SIZE
                                INTO EXC-TEXT
                            END-STRING
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
                " NOT ON CCOPER.DAT MASTER - INQUIRY REFUSED"
            END-DISPLAY
            MOVE "BI0103" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                "OPERATOR " DELIMITED BY SIZE
                OPERATOR-ID DELIMITED BY SIZE
                " NOT ON CCOPER.DAT MASTER - INQUIRY REFUSED"
                    DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
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
                        IF CAT-COUNT IS LESS THAN 400
                            ADD 1 TO CAT-COUNT
                            MOVE CAT-GEN-DATE TO CAT-DATE(CAT-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CAT-FILE
        ELSE
            DISPLAY
                "CCARCH.CAT NOT FOUND - HISTORY COVERS LIVE LOG ONLY"
            END-DISPLAY
        END-IF.

      *> An end of input on the console ends the session the same way
      *> a blank batch ID does.
    INQUIRY-PROMPT.
        DISPLAY " "
        DISPLAY "BATCH ID (BLANK OR END TO FINISH): " WITH NO ADVANCING
        MOVE SPACES TO BI-BATCH-IN
        ACCEPT BI-BATCH-IN
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BI-BATCH-IN))
            TO BI-BATCH
        IF BI-BATCH IS EQUAL TO SPACES
            OR BI-BATCH IS EQUAL TO "END"
                MOVE "Y" TO BI-DONE
        ELSE
            DISPLAY
                "BOARD NO OR PUZZLE ID (BLANK FOR ALL): "
                WITH NO ADVANCING
            END-DISPLAY
            MOVE SPACES TO BI-KEY-IN
            ACCEPT BI-KEY-IN
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BI-KEY-IN))
                TO BI-KEY-IN
            MOVE "N" TO BI-SEL-BOARD
            MOVE "N" TO BI-SEL-PZL
            MOVE 0 TO BI-BOARD
            MOVE SPACES TO BI-PZL
            IF BI-KEY-IN IS NOT EQUAL TO SPACES
                COMPUTE BI-KEY-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(BI-KEY-IN))
                END-COMPUTE
                IF BI-KEY-LEN IS NOT GREATER THAN 6
                    AND BI-KEY-IN(1:BI-KEY-LEN) IS NUMERIC
                        MOVE "Y" TO BI-SEL-BOARD
                        COMPUTE BI-BOARD = FUNCTION NUMVAL(BI-KEY-IN)
                        END-COMPUTE
                ELSE
                    MOVE "Y" TO BI-SEL-PZL
                    MOVE BI-KEY-IN TO BI-PZL
                END-IF
            END-IF
        END-IF.

    INQUIRY-RUN.
        ADD 1 TO BI-INQ-CT
        MOVE 0 TO BD-COUNT
        MOVE 0 TO AT-COUNT
        MOVE 0 TO EX-COUNT
        MOVE 0 TO BI-SHOWN-CT
        MOVE 0 TO BATCH-EVENT-CT
        MOVE "N" TO BD-FULL-TOLD
        MOVE "N" TO AT-FULL-TOLD
        MOVE "N" TO EX-FULL-TOLD
        MOVE FUNCTION CURRENT-DATE TO SA-NOW-TS
        MOVE SA-NOW-TS TO SA-TS-IN
        PERFORM TS-TO-ABS-SEC
        MOVE SA-ABS-SEC TO SA-NOW-SEC

        PERFORM WALK-GENERATIONS
        MOVE AUD-LIVE-NAME TO AUD-FILENAME
        PERFORM GATHER-AUDIT-FILE
        PERFORM GATHER-SUSPENSE
        PERFORM GATHER-REGISTRY
        PERFORM GATHER-EXTRACT
        PERFORM GATHER-ACKS
        PERFORM GATHER-EXCEPTIONS

        PERFORM SHOW-HISTORY.

    WALK-GENERATIONS.
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            MOVE SPACES TO AUD-FILENAME
            STRING
                "CCAUDIT-" DELIMITED BY SIZE
                CAT-DATE(CAT-IX) DELIMITED BY SIZE
                ".LOG" DELIMITED BY SIZE
                INTO AUD-FILENAME
            END-STRING
            PERFORM GATHER-AUDIT-FILE
        END-PERFORM.

    GATHER-AUDIT-FILE.
        MOVE "N" TO AUD-EOF
        OPEN INPUT AUDIT-FILE
        IF AUD-STATUS IS EQUAL TO "00"
            PERFORM UNTIL AUD-EOF IS EQUAL TO "Y"
                READ AUDIT-FILE
                    AT END
                        MOVE "Y" TO AUD-EOF
                    NOT AT END
                        PERFORM GATHER-AUDIT-RECORD
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
        ELSE
            PERFORM NOTE-MISSING-GEN
        END-IF.

      *> A catalogued generation whose file is gone leaves a gap in
      *> every history; it is told once per session, not once per
      *> inquiry.
    NOTE-MISSING-GEN.
        IF AUD-FILENAME IS NOT EQUAL TO AUD-LIVE-NAME
            AND BI-INQ-CT IS EQUAL TO 1
                ADD 1 TO GEN-MISS-CT
                DISPLAY
                    FUNCTION TRIM(AUD-FILENAME)
                    " ON CATALOG BUT NOT ON DISK - GENERATION SKIPPED"
                END-DISPLAY
                MOVE "BI0104" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    FUNCTION TRIM(AUD-FILENAME) DELIMITED BY SIZE
                    " ON CATALOG BUT NOT ON DISK" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
        END-IF.

      *> The batch's own records, plus any DUPE elsewhere that names
      *> one of its boards as the original.
    GATHER-AUDIT-RECORD.
        IF AUD-BATCH-ID IS EQUAL TO BI-BATCH
            IF AUD-RESULT IS EQUAL TO "RJCT"
                MOVE 0 TO BD-HIT
                PERFORM ATTEMPT-ADD
            ELSE
                MOVE AUD-BOARD-NO TO BD-FIND-BOARD
                PERFORM BOARD-FIND
                IF BD-HIT IS GREATER THAN ZERO
                    PERFORM ATTEMPT-ADD
                    IF AUD-PZL-ID IS NOT EQUAL TO SPACES
                        MOVE AUD-PZL-ID TO BD-PZL(BD-HIT)
                    END-IF
                    IF AUD-RESULT IS EQUAL TO "DUPE"
                        MOVE "Y" TO BD-DUPE(BD-HIT)
                        MOVE AUD-DUPE-BATCH TO BD-DUPE-BATCH(BD-HIT)
                        MOVE AUD-DUPE-BOARD TO BD-DUPE-BOARD(BD-HIT)
                    END-IF
                END-IF
            END-IF
        END-IF
        IF AUD-RESULT IS EQUAL TO "DUPE"
            AND AUD-DUPE-BATCH IS EQUAL TO BI-BATCH
                MOVE AUD-DUPE-BOARD TO BD-FIND-BOARD
                PERFORM BOARD-FIND
                IF BD-HIT IS GREATER THAN ZERO
                    ADD 1 TO BD-COPY-CT(BD-HIT)
                    MOVE AUD-BATCH-ID TO BD-COPY-BATCH(BD-HIT)
                    MOVE AUD-BOARD-NO TO BD-COPY-BOARD(BD-HIT)
                END-IF
        END-IF.

    ATTEMPT-ADD.
        IF AT-COUNT IS LESS THAN 3000
            ADD 1 TO AT-COUNT
            MOVE BD-HIT TO AT-BD(AT-COUNT)
            MOVE AUD-TIMESTAMP(1:14) TO AT-TS(AT-COUNT)
            MOVE AUD-RESULT TO AT-RESULT(AT-COUNT)
            MOVE AUD-DETAIL TO AT-DETAIL(AT-COUNT)
            MOVE AUD-TAPE-VER TO AT-TAPE(AT-COUNT)
            MOVE AUD-OPERATOR TO AT-OPER(AT-COUNT)
      *> Records cut before the attempt and failing cell were carried
      *> read as spaces; they show as a first attempt with no cell.
            IF AUD-ATTEMPT IS NUMERIC
                MOVE AUD-ATTEMPT TO AT-ATTEMPT(AT-COUNT)
            ELSE
                MOVE 1 TO AT-ATTEMPT(AT-COUNT)
            END-IF
            IF AUD-FAIL-ROW IS NUMERIC AND AUD-FAIL-COL IS NUMERIC
                MOVE AUD-FAIL-ROW TO AT-ROW(AT-COUNT)
                MOVE AUD-FAIL-COL TO AT-COL(AT-COUNT)
            ELSE
                MOVE 0 TO AT-ROW(AT-COUNT)
                MOVE 0 TO AT-COL(AT-COUNT)
            END-IF
            MOVE AUD-DUPE-BATCH TO AT-DUPE-BATCH(AT-COUNT)
            IF AUD-DUPE-BOARD IS NUMERIC
                MOVE AUD-DUPE-BOARD TO AT-DUPE-BOARD(AT-COUNT)
            ELSE
                MOVE 0 TO AT-DUPE-BOARD(AT-COUNT)
            END-IF
            IF BD-HIT IS GREATER THAN ZERO
                ADD 1 TO BD-AT-CT(BD-HIT)
            ELSE
                ADD 1 TO BATCH-EVENT-CT
            END-IF
        ELSE
            IF AT-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "ATTEMPT TABLE FULL - ATTEMPTS BEYOND 3000 NOT"
                    " SHOWN"
                END-DISPLAY
                MOVE "Y" TO AT-FULL-TOLD
                MOVE "BI0105" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE BI-BATCH TO EXC-BATCH-ID
                MOVE "ATTEMPT TABLE FULL - ATTEMPTS BEYOND 3000 NOT SHOWN"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF.

      *> Find (or open) the entry for BD-FIND-BOARD. A board outside
      *> a board-number inquiry, or one that will not fit, comes back
      *> as zero.
    BOARD-FIND.
        MOVE 0 TO BD-HIT
        IF BI-SEL-BOARD IS NOT EQUAL TO "Y"
            OR BD-FIND-BOARD IS EQUAL TO BI-BOARD
                PERFORM VARYING BD-IX FROM 1 BY 1
                    UNTIL BD-IX IS GREATER THAN BD-COUNT
                        OR BD-HIT IS GREATER THAN ZERO
                    IF BD-BOARD(BD-IX) IS EQUAL TO BD-FIND-BOARD
                        MOVE BD-IX TO BD-HIT
                    END-IF
                END-PERFORM
                IF BD-HIT IS EQUAL TO ZERO
                    PERFORM BOARD-OPEN
                END-IF
        END-IF.

    BOARD-OPEN.
        IF BD-COUNT IS LESS THAN 500
            ADD 1 TO BD-COUNT
            MOVE BD-COUNT TO BD-HIT
            MOVE BD-FIND-BOARD TO BD-BOARD(BD-HIT)
            MOVE SPACES TO BD-PZL(BD-HIT)
            MOVE "N" TO BD-SHOWN(BD-HIT)
            MOVE "N" TO BD-SUSP(BD-HIT)
            MOVE SPACES TO BD-SUSP-TS(BD-HIT)
            MOVE 0 TO BD-SUSP-ATT(BD-HIT)
            MOVE SPACES TO BD-SUSP-DETAIL(BD-HIT)
            MOVE "N" TO BD-REG(BD-HIT)
            MOVE "N" TO BD-DUPE(BD-HIT)
            MOVE SPACES TO BD-DUPE-BATCH(BD-HIT)
            MOVE 0 TO BD-DUPE-BOARD(BD-HIT)
            MOVE 0 TO BD-COPY-CT(BD-HIT)
            MOVE SPACES TO BD-COPY-BATCH(BD-HIT)
            MOVE 0 TO BD-COPY-BOARD(BD-HIT)
            MOVE 0 TO BD-XT-CT(BD-HIT)
            MOVE 0 TO BD-ACK-A(BD-HIT)
            MOVE 0 TO BD-ACK-R(BD-HIT)
            MOVE 0 TO BD-AT-CT(BD-HIT)
            MOVE 0 TO BD-EX-CT(BD-HIT)
        ELSE
            IF BD-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "BOARD TABLE FULL - BOARDS BEYOND 500 NOT SHOWN"
                END-DISPLAY
                MOVE "Y" TO BD-FULL-TOLD
                MOVE "BI0106" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE BI-BATCH TO EXC-BATCH-ID
                MOVE "BOARD TABLE FULL - BOARDS BEYOND 500 NOT SHOWN"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF.

    GATHER-SUSPENSE.
        MOVE "N" TO SUSP-EOF
        OPEN INPUT SUSP-FILE
        IF SUSP-STATUS IS EQUAL TO "00"
            PERFORM UNTIL SUSP-EOF IS EQUAL TO "Y"
                READ SUSP-FILE
                    AT END
                        MOVE "Y" TO SUSP-EOF
                    NOT AT END
                        IF SUSP-BATCH-ID IS EQUAL TO BI-BATCH
                            MOVE SUSP-BOARD-NO TO BD-FIND-BOARD
                            PERFORM BOARD-FIND
                            IF BD-HIT IS GREATER THAN ZERO
                                PERFORM SUSPENSE-NOTE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSP-FILE
        END-IF.

    SUSPENSE-NOTE.
        MOVE "Y" TO BD-SUSP(BD-HIT)
        MOVE SUSP-PARKED-TS TO BD-SUSP-TS(BD-HIT)
        MOVE SUSP-DETAIL TO BD-SUSP-DETAIL(BD-HIT)
        IF SUSP-ATTEMPTS IS NUMERIC
            MOVE SUSP-ATTEMPTS TO BD-SUSP-ATT(BD-HIT)
        ELSE
            MOVE 1 TO BD-SUSP-ATT(BD-HIT)
        END-IF
        IF SUSP-SOL(257:8) IS NOT EQUAL TO SPACES
            MOVE SUSP-SOL(257:8) TO BD-PZL(BD-HIT)
        END-IF.

      *> The registry is keyed on puzzle ID and fingerprint, so a
      *> puzzle inquiry starts at that puzzle's entries and stops past
      *> them; a batch or board inquiry has to pass the whole file.
    GATHER-REGISTRY.
        MOVE "N" TO SREG-EOF
        OPEN INPUT SREG-FILE
        IF SREG-STATUS IS EQUAL TO "00"
            IF BI-SEL-PZL IS EQUAL TO "Y"
                MOVE BI-PZL TO SREG-PZL-ID
                MOVE 0 TO SREG-FP1
                MOVE 0 TO SREG-FP2
                START SREG-FILE KEY IS NOT LESS THAN SREG-KEY
                    INVALID KEY
                        MOVE "Y" TO SREG-EOF
                END-START
            END-IF
            PERFORM UNTIL SREG-EOF IS EQUAL TO "Y"
                READ SREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO SREG-EOF
                    NOT AT END
                        IF BI-SEL-PZL IS EQUAL TO "Y"
                            AND SREG-PZL-ID IS NOT EQUAL TO BI-PZL
                                MOVE "Y" TO SREG-EOF
                        ELSE
                            PERFORM GATHER-REGISTRY-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SREG-FILE
        END-IF.

    GATHER-REGISTRY-ENTRY.
        IF SREG-BATCH-ID IS EQUAL TO BI-BATCH
            MOVE SREG-BOARD-NO TO BD-FIND-BOARD
            PERFORM BOARD-FIND
            IF BD-HIT IS GREATER THAN ZERO
                MOVE "Y" TO BD-REG(BD-HIT)
                MOVE SREG-PZL-ID TO BD-PZL(BD-HIT)
            END-IF
        END-IF.

      *> CCEXTR.CSV holds the last hand-off EX cut: timestamp, board,
      *> batch, then the rest of the audit record.
    GATHER-EXTRACT.
        MOVE "N" TO XT-ON-DISK
        MOVE "N" TO EXT-EOF
        OPEN INPUT EXTR-FILE
        IF EXT-STATUS IS EQUAL TO "00"
            MOVE "Y" TO XT-ON-DISK
            PERFORM UNTIL EXT-EOF IS EQUAL TO "Y"
                READ EXTR-FILE
                    AT END
                        MOVE "Y" TO EXT-EOF
                    NOT AT END
                        PERFORM GATHER-EXTRACT-ROW
                END-READ
            END-PERFORM
            CLOSE EXTR-FILE
        END-IF.

    GATHER-EXTRACT-ROW.
        IF EXTR-LINE(1:8) IS NOT EQUAL TO "TRAILER,"
            MOVE SPACES TO PRS-F1
            MOVE SPACES TO PRS-F2
            MOVE SPACES TO PRS-F3
            UNSTRING EXTR-LINE DELIMITED BY ","
                INTO PRS-F1 PRS-F2 PRS-F3
            END-UNSTRING
            IF PRS-F3 IS EQUAL TO BI-BATCH
                COMPUTE BD-FIND-BOARD = FUNCTION NUMVAL(PRS-F2)
                END-COMPUTE
                PERFORM BOARD-FIND
                IF BD-HIT IS GREATER THAN ZERO
                    ADD 1 TO BD-XT-CT(BD-HIT)
                END-IF
            END-IF
        END-IF.

      *> Loader response rows: board, batch, "A" or "R".
    GATHER-ACKS.
        MOVE "N" TO ACK-ON-DISK
        MOVE "N" TO ACK-EOF
        OPEN INPUT ACK-FILE
        IF ACK-STATUS IS EQUAL TO "00"
            MOVE "Y" TO ACK-ON-DISK
            PERFORM UNTIL ACK-EOF IS EQUAL TO "Y"
                READ ACK-FILE
                    AT END
                        MOVE "Y" TO ACK-EOF
                    NOT AT END
                        PERFORM GATHER-ACK-ROW
                END-READ
            END-PERFORM
            CLOSE ACK-FILE
        END-IF.

    GATHER-ACK-ROW.
        IF ACK-LINE IS NOT EQUAL TO SPACES
            MOVE SPACES TO ACK-BOARD-X
            MOVE SPACES TO ACK-BATCH-X
            MOVE SPACES TO ACK-CODE-X
            UNSTRING ACK-LINE DELIMITED BY ","
                INTO ACK-BOARD-X ACK-BATCH-X ACK-CODE-X
            END-UNSTRING
            IF ACK-BATCH-X IS EQUAL TO BI-BATCH
                COMPUTE BD-FIND-BOARD = FUNCTION NUMVAL(ACK-BOARD-X)
                END-COMPUTE
                PERFORM BOARD-FIND
                IF BD-HIT IS GREATER THAN ZERO
                    IF ACK-CODE-X(1:1) IS EQUAL TO "A"
                        ADD 1 TO BD-ACK-A(BD-HIT)
                    ELSE
                        ADD 1 TO BD-ACK-R(BD-HIT)
                    END-IF
                END-IF
            END-IF
        END-IF.

    GATHER-EXCEPTIONS.
        MOVE "N" TO EXCIN-EOF
        OPEN INPUT EXCIN-FILE
        IF EXCIN-STATUS IS EQUAL TO "00"
            PERFORM UNTIL EXCIN-EOF IS EQUAL TO "Y"
                READ EXCIN-FILE
                    AT END
                        MOVE "Y" TO EXCIN-EOF
                    NOT AT END
                        IF EXCIN-BATCH-ID IS EQUAL TO BI-BATCH
                            PERFORM GATHER-EXCEPTION-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXCIN-FILE
        END-IF.

    GATHER-EXCEPTION-ROW.
        MOVE 0 TO BD-HIT
        IF EXCIN-BOARD-NO IS NUMERIC
            AND EXCIN-BOARD-NO IS GREATER THAN ZERO
                MOVE EXCIN-BOARD-NO TO BD-FIND-BOARD
                PERFORM BOARD-FIND
        END-IF
        IF BD-HIT IS GREATER THAN ZERO
            OR EXCIN-BOARD-NO IS NOT NUMERIC
            OR EXCIN-BOARD-NO IS EQUAL TO ZERO
                PERFORM EXCEPTION-ADD
        END-IF.

    EXCEPTION-ADD.
        IF EX-COUNT IS LESS THAN 1000
            ADD 1 TO EX-COUNT
            MOVE BD-HIT TO EX-BD(EX-COUNT)
            MOVE EXCIN-TIMESTAMP(1:14) TO EX-TS(EX-COUNT)
            MOVE EXCIN-PROGRAM TO EX-PGM(EX-COUNT)
            MOVE EXCIN-CODE TO EX-CD(EX-COUNT)
            MOVE EXCIN-SEVERITY TO EX-SEV(EX-COUNT)
            MOVE EXCIN-TEXT TO EX-TXT(EX-COUNT)
            IF BD-HIT IS GREATER THAN ZERO
                ADD 1 TO BD-EX-CT(BD-HIT)
            ELSE
                ADD 1 TO BATCH-EVENT-CT
            END-IF
        ELSE
            IF EX-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "EXCEPTION TABLE FULL - EXCEPTIONS BEYOND 1000 NOT"
                    " SHOWN"
                END-DISPLAY
                MOVE "Y" TO EX-FULL-TOLD
                MOVE "BI0107" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE BI-BATCH TO EXC-BATCH-ID
                MOVE "EXCEPTION TABLE FULL - BEYOND 1000 NOT SHOWN"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF.

      *> Batch-level events first, then one consolidated history per
      *> board in board-number order.
    SHOW-HISTORY.
        DISPLAY " "
        MOVE SPACES TO BI-LINE
        STRING
            "HISTORY FOR BATCH " DELIMITED BY SIZE
            BI-BATCH DELIMITED BY SIZE
            INTO BI-LINE
        END-STRING
        IF BI-SEL-BOARD IS EQUAL TO "Y"
            STRING
                "HISTORY FOR BATCH " DELIMITED BY SIZE
                BI-BATCH DELIMITED BY SIZE
                " BOARD " DELIMITED BY SIZE
                BI-BOARD DELIMITED BY SIZE
                INTO BI-LINE
            END-STRING
        END-IF
        IF BI-SEL-PZL IS EQUAL TO "Y"
            STRING
                "HISTORY FOR BATCH " DELIMITED BY SIZE
                BI-BATCH DELIMITED BY SIZE
                " PUZZLE " DELIMITED BY SIZE
                BI-PZL DELIMITED BY SIZE
                INTO BI-LINE
            END-STRING
        END-IF
        DISPLAY FUNCTION TRIM(BI-LINE TRAILING)
        IF BATCH-EVENT-CT IS GREATER THAN ZERO
            PERFORM SHOW-BATCH-EVENTS
        END-IF
        MOVE 1 TO BD-NEXT
        PERFORM UNTIL BD-NEXT IS EQUAL TO ZERO
            PERFORM BOARD-NEXT
            IF BD-NEXT IS GREATER THAN ZERO
                MOVE "Y" TO BD-SHOWN(BD-NEXT)
                IF BI-SEL-PZL IS NOT EQUAL TO "Y"
                    OR BD-PZL(BD-NEXT) IS EQUAL TO BI-PZL
                        MOVE BD-NEXT TO BD-HIT
                        PERFORM SHOW-BOARD
                END-IF
            END-IF
        END-PERFORM
        IF BI-SHOWN-CT IS EQUAL TO ZERO
            DISPLAY "  NO BOARD HISTORY ON FILE FOR THIS INQUIRY"
        ELSE
            DISPLAY "  BOARDS SHOWN " BI-SHOWN-CT
        END-IF.

      *> Lowest board number not yet shown, or zero when all are.
    BOARD-NEXT.
        MOVE 0 TO BD-NEXT
        PERFORM VARYING BD-IX FROM 1 BY 1
            UNTIL BD-IX IS GREATER THAN BD-COUNT
            IF BD-SHOWN(BD-IX) IS NOT EQUAL TO "Y"
                IF BD-NEXT IS EQUAL TO ZERO
                    MOVE BD-IX TO BD-NEXT
                ELSE
                    IF BD-BOARD(BD-IX) IS LESS THAN BD-BOARD(BD-NEXT)
                        MOVE BD-IX TO BD-NEXT
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

    SHOW-BATCH-EVENTS.
        DISPLAY "  BATCH-LEVEL EVENTS"
        PERFORM VARYING AT-IX FROM 1 BY 1
            UNTIL AT-IX IS GREATER THAN AT-COUNT
            IF AT-BD(AT-IX) IS EQUAL TO ZERO
                PERFORM SHOW-ATTEMPT-LINE
            END-IF
        END-PERFORM
        PERFORM VARYING EX-IX FROM 1 BY 1
            UNTIL EX-IX IS GREATER THAN EX-COUNT
            IF EX-BD(EX-IX) IS EQUAL TO ZERO
                PERFORM SHOW-EXCEPTION-LINE
            END-IF
        END-PERFORM.

    SHOW-BOARD.
        ADD 1 TO BI-SHOWN-CT
        DISPLAY " "
        MOVE BD-PZL(BD-HIT) TO BI-PZL-SHOW
        IF BI-PZL-SHOW IS EQUAL TO SPACES
            MOVE "(NONE)" TO BI-PZL-SHOW
        END-IF
        MOVE SPACES TO BI-LINE
        STRING
            "BOARD " DELIMITED BY SIZE
            BD-BOARD(BD-HIT) DELIMITED BY SIZE
            "  BATCH " DELIMITED BY SIZE
            BI-BATCH DELIMITED BY SIZE
            "  PUZZLE " DELIMITED BY SIZE
            BI-PZL-SHOW DELIMITED BY SIZE
            INTO BI-LINE
        END-STRING
        DISPLAY FUNCTION TRIM(BI-LINE TRAILING)

        IF BD-AT-CT(BD-HIT) IS EQUAL TO ZERO
            DISPLAY "  ATTEMPTS    NONE ON THE AUDIT TRAIL"
        ELSE
            DISPLAY "  ATTEMPTS    " BD-AT-CT(BD-HIT)
            PERFORM VARYING AT-IX FROM 1 BY 1
                UNTIL AT-IX IS GREATER THAN AT-COUNT
                IF AT-BD(AT-IX) IS EQUAL TO BD-HIT
                    PERFORM SHOW-ATTEMPT-LINE
                END-IF
            END-PERFORM
        END-IF

        PERFORM SHOW-SUSPENSE
        PERFORM SHOW-REGISTRY
        PERFORM SHOW-EXTRACT

        IF BD-EX-CT(BD-HIT) IS EQUAL TO ZERO
            DISPLAY "  EXCEPTIONS  NONE LOGGED"
        ELSE
            DISPLAY "  EXCEPTIONS  " BD-EX-CT(BD-HIT)
            PERFORM VARYING EX-IX FROM 1 BY 1
                UNTIL EX-IX IS GREATER THAN EX-COUNT
                IF EX-BD(EX-IX) IS EQUAL TO BD-HIT
                    PERFORM SHOW-EXCEPTION-LINE
                END-IF
            END-PERFORM
        END-IF.

    SHOW-ATTEMPT-LINE.
        MOVE SPACES TO BI-CELL
        IF AT-ROW(AT-IX) IS GREATER THAN ZERO
            STRING
                " CELL R" DELIMITED BY SIZE
                AT-ROW(AT-IX) DELIMITED BY SIZE
                " C" DELIMITED BY SIZE
                AT-COL(AT-IX) DELIMITED BY SIZE
                INTO BI-CELL
            END-STRING
        END-IF
        MOVE SPACES TO BI-LINE
        STRING
            "    " DELIMITED BY SIZE
            AT-TS(AT-IX)(1:8) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            AT-TS(AT-IX)(9:6) DELIMITED BY SIZE
            "  #" DELIMITED BY SIZE
            AT-ATTEMPT(AT-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            AT-RESULT(AT-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            AT-DETAIL(AT-IX) DELIMITED BY SIZE
            " TAPE " DELIMITED BY SIZE
            AT-TAPE(AT-IX) DELIMITED BY SIZE
            " OPER " DELIMITED BY SIZE
            AT-OPER(AT-IX) DELIMITED BY SIZE
            BI-CELL DELIMITED BY SIZE
            INTO BI-LINE
        END-STRING
        DISPLAY FUNCTION TRIM(BI-LINE TRAILING)
        IF AT-RESULT(AT-IX) IS EQUAL TO "DUPE"
            DISPLAY
                "                        DUPLICATE OF BATCH "
                AT-DUPE-BATCH(AT-IX) " BOARD " AT-DUPE-BOARD(AT-IX)
            END-DISPLAY
        END-IF.

      *> Suspense age is worked the way SA works it: whole hours from
      *> the parked timestamp to now.
    SHOW-SUSPENSE.
        IF BD-SUSP(BD-HIT) IS NOT EQUAL TO "Y"
            DISPLAY "  SUSPENSE    NOT IN SUSPENSE"
        ELSE
            IF BD-SUSP-TS(BD-HIT)(1:8) IS NOT NUMERIC
                DISPLAY
                    "  SUSPENSE    IN SUSPENSE - PARKED BEFORE TIMESTAMPS"
                    " WERE KEPT, ATTEMPTS " BD-SUSP-ATT(BD-HIT)
                    " DETAIL " BD-SUSP-DETAIL(BD-HIT)
                END-DISPLAY
            ELSE
                MOVE BD-SUSP-TS(BD-HIT) TO SA-TS-IN
                PERFORM TS-TO-ABS-SEC
                IF SA-ABS-SEC IS GREATER THAN SA-NOW-SEC
                    MOVE 0 TO SA-AGE-SEC
                ELSE
                    COMPUTE SA-AGE-SEC = SA-NOW-SEC - SA-ABS-SEC
                    END-COMPUTE
                END-IF
                COMPUTE SA-AGE-HRS = SA-AGE-SEC / 3600
                END-COMPUTE
                COMPUTE SA-AGE-DAYS = SA-AGE-SEC / 86400
                END-COMPUTE
                DISPLAY
                    "  SUSPENSE    IN SUSPENSE SINCE "
                    BD-SUSP-TS(BD-HIT)(1:8) " "
                    BD-SUSP-TS(BD-HIT)(9:6)
                    " - " SA-AGE-HRS " HOURS (" SA-AGE-DAYS " DAYS)"
                END-DISPLAY
                DISPLAY
                    "              ATTEMPTS " BD-SUSP-ATT(BD-HIT)
                    " LAST DETAIL " BD-SUSP-DETAIL(BD-HIT)
                END-DISPLAY
            END-IF
        END-IF.

      *> Passes are registered on CCSUBREG.DAT when their batch
      *> promotes; a DUPE names the registered original it repeated.
    SHOW-REGISTRY.
        IF BD-REG(BD-HIT) IS EQUAL TO "Y"
            DISPLAY "  REGISTRY    REGISTERED PASS ON CCSUBREG.DAT"
        ELSE
            IF BD-DUPE(BD-HIT) IS EQUAL TO "Y"
                DISPLAY
                    "  REGISTRY    FLAGGED DUPE OF BATCH "
                    BD-DUPE-BATCH(BD-HIT)
                    " BOARD " BD-DUPE-BOARD(BD-HIT)
                END-DISPLAY
            ELSE
                IF BD-PZL(BD-HIT) IS EQUAL TO SPACES
                    DISPLAY
                        "  REGISTRY    NOT REGISTERED - NO PUZZLE ID"
                    END-DISPLAY
                ELSE
                    DISPLAY "  REGISTRY    NOT REGISTERED"
                END-IF
            END-IF
        END-IF
        IF BD-COPY-CT(BD-HIT) IS GREATER THAN ZERO
            DISPLAY
                "              ORIGINAL FOR " BD-COPY-CT(BD-HIT)
                " LATER DUPE(S) - LATEST BATCH "
                BD-COPY-BATCH(BD-HIT)
                " BOARD " BD-COPY-BOARD(BD-HIT)
            END-DISPLAY
        END-IF.

    SHOW-EXTRACT.
        IF XT-ON-DISK IS NOT EQUAL TO "Y"
            DISPLAY "  EXTRACT     NO CCEXTR.CSV ON DISK"
        ELSE
            IF BD-XT-CT(BD-HIT) IS EQUAL TO ZERO
                DISPLAY "  EXTRACT     NOT ON THE CURRENT CCEXTR.CSV"
            ELSE
                IF ACK-ON-DISK IS NOT EQUAL TO "Y"
                    DISPLAY
                        "  EXTRACT     " BD-XT-CT(BD-HIT)
                        " ROW(S) ON CCEXTR.CSV - NO LOADER RESPONSE"
                        " (CCEXTACK.DAT NOT ON DISK)"
                    END-DISPLAY
                ELSE
                    MOVE 0 TO XT-UNACK
                    IF BD-XT-CT(BD-HIT) IS GREATER THAN
                        BD-ACK-A(BD-HIT) + BD-ACK-R(BD-HIT)
                            COMPUTE XT-UNACK = BD-XT-CT(BD-HIT)
                                - BD-ACK-A(BD-HIT) - BD-ACK-R(BD-HIT)
                            END-COMPUTE
                    END-IF
                    DISPLAY
                        "  EXTRACT     " BD-XT-CT(BD-HIT)
                        " ROW(S) ON CCEXTR.CSV - ACCEPTED "
                        BD-ACK-A(BD-HIT)
                        " REJECTED " BD-ACK-R(BD-HIT)
                        " NOT ACKNOWLEDGED " XT-UNACK
                    END-DISPLAY
                END-IF
            END-IF
        END-IF.

    SHOW-EXCEPTION-LINE.
        MOVE SPACES TO BI-LINE
        STRING
            "    " DELIMITED BY SIZE
            EX-TS(EX-IX)(1:8) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            EX-TS(EX-IX)(9:6) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            EX-CD(EX-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            EX-SEV(EX-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            EX-TXT(EX-IX) DELIMITED BY SIZE
            INTO BI-LINE
        END-STRING
        DISPLAY FUNCTION TRIM(BI-LINE TRAILING).

    TS-TO-ABS-SEC.
        COMPUTE SA-DAY-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SA-TS-IN(1:8)))
        END-COMPUTE
        MOVE SA-TS-IN(9:2) TO SA-HH
        MOVE SA-TS-IN(11:2) TO SA-MM
        MOVE SA-TS-IN(13:2) TO SA-SS
        COMPUTE SA-ABS-SEC =
            (SA-DAY-INT * 86400)
            + (SA-HH * 3600) + (SA-MM * 60) + SA-SS
        END-COMPUTE.
