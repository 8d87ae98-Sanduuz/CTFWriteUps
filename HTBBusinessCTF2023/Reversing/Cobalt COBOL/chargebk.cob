IDENTIFICATION DIVISION.
    PROGRAM-ID. CB.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BREG-FILE ASSIGN TO "CCBATREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BREG-STATUS.

            SELECT CAT-FILE ASSIGN TO "CCARCH.CAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAT-STATUS.

            SELECT AUDIT-FILE ASSIGN TO AUD-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

            SELECT SUSP-FILE ASSIGN TO SUSP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSP-STATUS.

            SELECT RATE-FILE ASSIGN TO "CCRATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RATE-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCBILL.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT BILL-FILE ASSIGN TO "CCBILL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BILL-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
        FD BREG-FILE.
            COPY "batreg.cpy".

        FD CAT-FILE.
            01 CAT-RECORD.
                05 CAT-GEN-DATE PIC 9(8).

        FD AUDIT-FILE.
            COPY "audit.cpy".

        FD SUSP-FILE.
            COPY "susp.cpy".

      *> Price list: the unit rate for one charge code, either for one
      *> keying site or, with RATE-ORIGIN spaces, for every site that
      *> has no rate of its own for that code. RATE-TYPE "C" pays the
      *> site for the count, "P" deducts from it; left blank, the
      *> charge code's usual direction applies (RJCT and DUPE are
      *> penalties, everything else is paid work).
        FD RATE-FILE.
            01 RATE-RECORD.
                05 RATE-ORIGIN PIC X(8).
                05 RATE-CODE PIC X(4).
                05 RATE-UNIT PIC 9(3)V9(4).
                05 RATE-TYPE PIC X(1).

        FD RPT-FILE.
            01 RPT-LINE PIC X(132).

      *> Billing extract for accounts payable, fixed format. One "H"
      *> header, one "D" line per site per charge code, one "S" net
      *> line per site, and a "T" trailer whose control totals are
      *> the month's batch register counts, so the receiving side can
      *> prove the file is whole and ties to CCBATREG.DAT.
        FD BILL-FILE.
            01 BILL-HDR.
                05 BH-TYPE PIC X(1).
                05 BH-MONTH PIC 9(6).
                05 BH-RUN-DATE PIC 9(8).
                05 BH-SITES PIC 9(4).
            01 BILL-DETAIL.
                05 BD-TYPE PIC X(1).
                05 BD-ORIGIN PIC X(8).
                05 BD-MONTH PIC 9(6).
                05 BD-CODE PIC X(4).
                05 BD-COUNT PIC 9(7).
                05 BD-UNIT PIC 9(3)V9(4).
                05 BD-SIGN PIC X(1).
                05 BD-AMOUNT PIC 9(9)V99.
            01 BILL-SITE.
                05 BS-TYPE PIC X(1).
                05 BS-ORIGIN PIC X(8).
                05 BS-MONTH PIC 9(6).
                05 BS-SIGN PIC X(1).
                05 BS-NET PIC 9(9)V99.
            01 BILL-TRAILER.
                05 BT-TYPE PIC X(1).
                05 BT-RECORDS PIC 9(7).
                05 BT-RECV PIC 9(6).
                05 BT-PROM PIC 9(6).
                05 BT-RJCT PIC 9(6).
                05 BT-STOP PIC 9(6).
                05 BT-BOARDS PIC 9(9).
                05 BT-SIGN PIC X(1).
                05 BT-NET PIC 9(11)V99.

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 BREG-STATUS PIC X(2) VALUE "00".
        01 BREG-EOF PIC X(1) VALUE "N".
        01 CAT-STATUS PIC X(2) VALUE "00".
        01 CAT-EOF PIC X(1) VALUE "N".
        01 AUD-STATUS PIC X(2) VALUE "00".
        01 AUD-EOF PIC X(1) VALUE "N".
        01 SUSP-STATUS PIC X(2) VALUE "00".
        01 SUSP-EOF PIC X(1) VALUE "N".
        01 RATE-STATUS PIC X(2) VALUE "00".
        01 RATE-EOF PIC X(1) VALUE "N".
        01 RPT-STATUS PIC X(2) VALUE "00".
        01 BILL-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 AUD-FILENAME PIC X(30) VALUE "CCAUDIT.LOG".
        01 SUSP-NAME PIC X(30) VALUE "CCSUSP.DAT".
        01 NAME-OVERRIDE PIC X(30) VALUE SPACES.

      *> Billing month (YYYYMM). CC_BILL_MONTH overrides; the default
      *> is the calendar month before today's, the one normally being
      *> closed.
        01 CB-MONTH-IN PIC X(6) VALUE SPACES.
        01 CB-MONTH PIC 9(6) VALUE 0.
        01 CB-MONTH-X REDEFINES CB-MONTH.
            05 CB-MONTH-YYYY PIC 9(4).
            05 CB-MONTH-MM PIC 9(2).
        01 CB-FIRST-DATE PIC 9(8) VALUE 0.
        01 CB-TODAY PIC 9(8).
        01 CB-TS PIC X(21).

        01 CAT-TABLE.
            05 CAT-COUNT PIC 9(3) VALUE 0.
            05 CAT-ENTRY OCCURS 400 TIMES.
                10 CAT-DATE PIC 9(8).
        01 CAT-IX PIC 9(3).
        01 GEN-MISS-CT PIC 9(3) VALUE 0.

      *> Every batch the register knows, any date, with the site that
      *> sent it: audit and suspense records carry only the batch ID.
        01 BM-TABLE.
            05 BM-COUNT PIC 9(4) VALUE 0.
            05 BM-ENTRY OCCURS 5000 TIMES.
                10 BM-ID PIC X(8).
                10 BM-ORIGIN PIC X(8).
        01 BM-IX PIC 9(4).
        01 BM-HIT PIC 9(4).
        01 BM-FULL-TOLD PIC X(1) VALUE "N".

      *> The month's batches, folded to their final state exactly as
      *> BR folds them: one entry per batch ID and business date.
        01 MB-TABLE.
            05 MB-COUNT PIC 9(4) VALUE 0.
            05 MB-ENTRY OCCURS 2000 TIMES.
                10 MB-ID PIC X(8).
                10 MB-DATE PIC 9(8).
                10 MB-ORIGIN PIC X(8).
                10 MB-STATE PIC X(18).
                10 MB-BOARDS PIC 9(6).
        01 MB-IX PIC 9(4).
        01 MB-HIT PIC 9(4).
        01 MB-FULL-TOLD PIC X(1) VALUE "N".

      *> Per keying site tallies for the month.
        01 CO-TABLE.
            05 CO-COUNT PIC 9(3) VALUE 0.
            05 CO-ENTRY OCCURS 100 TIMES.
                10 CO-ORIGIN PIC X(8).
                10 CO-RECV PIC 9(6).
                10 CO-PROM PIC 9(6).
                10 CO-RJCT PIC 9(6).
                10 CO-STOP PIC 9(6).
                10 CO-OPEN PIC 9(6).
                10 CO-BOARDS PIC 9(7).
                10 CO-PASS PIC 9(7).
                10 CO-FAIL PIC 9(7).
                10 CO-DUPE PIC 9(7).
                10 CO-SUSP PIC 9(7).
                10 CO-NET PIC S9(9)V99.
        01 CO-IX PIC 9(3).
        01 CO-HIT PIC 9(3).
        01 CO-FULL-TOLD PIC X(1) VALUE "N".
        01 CO-WHO PIC X(8).

        01 RT-TABLE.
            05 RT-COUNT PIC 9(3) VALUE 0.
            05 RT-ENTRY OCCURS 500 TIMES.
                10 RT-ORIGIN PIC X(8).
                10 RT-CODE PIC X(4).
                10 RT-UNIT PIC 9(3)V9(4).
                10 RT-TYPE PIC X(1).
        01 RT-IX PIC 9(3).
        01 RT-HIT PIC 9(3).

      *> The charge codes in statement order, with each one's usual
      *> direction and statement caption.
        01 CD-TABLE.
            05 CD-ENTRY OCCURS 9 TIMES.
                10 CD-CODE PIC X(4).
                10 CD-TYPE PIC X(1).
                10 CD-LABEL PIC X(26).
                10 CD-NO-RATE PIC X(1).
        01 CD-IX PIC 9(2).
        01 CD-COUNT PIC 9(7).
        01 CD-UNIT PIC 9(3)V9(4).
        01 CD-SIGN PIC X(1).
        01 CD-AMOUNT PIC 9(9)V99.

        01 CB-COUNT-ED PIC Z(6)9.
        01 CB-UNIT-ED PIC ZZ9.9999.
        01 CB-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
        01 CB-NET-ED PIC ZZZ,ZZZ,ZZ9.99-.

      *> Control totals. The month's register fold counts are the
      *> figures the site totals must tie back to.
        01 CB-REG-RECV PIC 9(6) VALUE 0.
        01 CB-REG-PROM PIC 9(6) VALUE 0.
        01 CB-REG-RJCT PIC 9(6) VALUE 0.
        01 CB-REG-STOP PIC 9(6) VALUE 0.
        01 CB-REG-OPEN PIC 9(6) VALUE 0.
        01 CB-REG-BOARDS PIC 9(9) VALUE 0.
        01 CB-SITE-RECV PIC 9(6) VALUE 0.
        01 CB-SITE-BOARDS PIC 9(9) VALUE 0.
        01 CB-NET-TOTAL PIC S9(11)V99 VALUE 0.
        01 CB-NET-TOTAL-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01 CB-UNATTRIB-AUD PIC 9(7) VALUE 0.
        01 CB-UNATTRIB-SUSP PIC 9(7) VALUE 0.
        01 CB-BILL-RECS PIC 9(7) VALUE 0.


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    MOVE FUNCTION CURRENT-DATE TO CB-TS
    MOVE CB-TS(1:8) TO CB-TODAY
    ACCEPT NAME-OVERRIDE FROM ENVIRONMENT "CC_SUSP_FILE"
    IF NAME-OVERRIDE IS NOT EQUAL TO SPACES
        MOVE NAME-OVERRIDE TO SUSP-NAME
    END-IF

    ACCEPT CB-MONTH-IN FROM ENVIRONMENT "CC_BILL_MONTH"
    IF CB-MONTH-IN IS EQUAL TO SPACES
        MOVE CB-TODAY(1:6) TO CB-MONTH
        IF CB-MONTH-MM IS EQUAL TO 1
            SUBTRACT 1 FROM CB-MONTH-YYYY
            MOVE 12 TO CB-MONTH-MM
        ELSE
            SUBTRACT 1 FROM CB-MONTH-MM
        END-IF
    ELSE
        IF CB-MONTH-IN IS NUMERIC
            MOVE CB-MONTH-IN TO CB-MONTH
        END-IF
    END-IF
    IF CB-MONTH-MM IS LESS THAN 1
        OR CB-MONTH-MM IS GREATER THAN 12
            DISPLAY
                "CC_BILL_MONTH " CB-MONTH-IN
                " IS NOT A YYYYMM MONTH - NO BILLING"
            END-DISPLAY
            MOVE "CB0101" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CC_BILL_MONTH IS NOT A YYYYMM MONTH - NO BILLING"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
    END-IF
    COMPUTE CB-FIRST-DATE = CB-MONTH * 100 + 1
    END-COMPUTE

    PERFORM CODE-LOAD
    PERFORM RATE-LOAD
    PERFORM REGISTER-LOAD
    PERFORM CAT-LOAD
    PERFORM WALK-GENERATIONS
    MOVE "CCAUDIT.LOG" TO AUD-FILENAME
    PERFORM TALLY-AUDIT-FILE
    PERFORM SUSP-LOAD

    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCBILL.RPT OPEN FAILED"
        MOVE "CB0102" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCBILL.RPT OPEN FAILED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF
    OPEN OUTPUT BILL-FILE
    IF BILL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCBILL.DAT OPEN FAILED"
        MOVE "CB0103" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCBILL.DAT OPEN FAILED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    MOVE SPACES TO BILL-HDR
    MOVE "H" TO BH-TYPE
    MOVE CB-MONTH TO BH-MONTH
    MOVE CB-TODAY TO BH-RUN-DATE
    MOVE CO-COUNT TO BH-SITES
    WRITE BILL-HDR
    ADD 1 TO CB-BILL-RECS

    PERFORM VARYING CO-IX FROM 1 BY 1
        UNTIL CO-IX IS GREATER THAN CO-COUNT
        PERFORM SITE-STATEMENT
    END-PERFORM
    PERFORM CONTROL-TOTALS

    MOVE SPACES TO BILL-TRAILER
    MOVE "T" TO BT-TYPE
    ADD 1 TO CB-BILL-RECS
    MOVE CB-BILL-RECS TO BT-RECORDS
    MOVE CB-REG-RECV TO BT-RECV
    MOVE CB-REG-PROM TO BT-PROM
    MOVE CB-REG-RJCT TO BT-RJCT
    MOVE CB-REG-STOP TO BT-STOP
    MOVE CB-REG-BOARDS TO BT-BOARDS
    IF CB-NET-TOTAL IS LESS THAN ZERO
        MOVE "-" TO BT-SIGN
    ELSE
        MOVE "+" TO BT-SIGN
    END-IF
    MOVE CB-NET-TOTAL TO BT-NET
    WRITE BILL-TRAILER

    CLOSE RPT-FILE
    CLOSE BILL-FILE
    DISPLAY
        "CHARGEBACK FOR " CB-MONTH " COMPLETE - SITES " CO-COUNT
        " BATCHES " CB-REG-RECV
        " - CCBILL.RPT AND CCBILL.DAT WRITTEN"
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "CB" TO EXC-PROGRAM
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

    CODE-LOAD.
        MOVE "RECV" TO CD-CODE(1)
        MOVE "C" TO CD-TYPE(1)
        MOVE "BATCHES RECEIVED" TO CD-LABEL(1)
        MOVE "PROM" TO CD-CODE(2)
        MOVE "C" TO CD-TYPE(2)
        MOVE "BATCHES PROMOTED" TO CD-LABEL(2)
        MOVE "RJCT" TO CD-CODE(3)
        MOVE "P" TO CD-TYPE(3)
        MOVE "BATCHES REJECTED" TO CD-LABEL(3)
        MOVE "STOP" TO CD-CODE(4)
        MOVE "C" TO CD-TYPE(4)
        MOVE "BATCHES STOPPED AT CUTOFF" TO CD-LABEL(4)
        MOVE "BORD" TO CD-CODE(5)
        MOVE "C" TO CD-TYPE(5)
        MOVE "BOARDS VALIDATED" TO CD-LABEL(5)
        MOVE "PASS" TO CD-CODE(6)
        MOVE "C" TO CD-TYPE(6)
        MOVE "BOARDS PASSED" TO CD-LABEL(6)
        MOVE "FAIL" TO CD-CODE(7)
        MOVE "C" TO CD-TYPE(7)
        MOVE "BOARDS FAILED" TO CD-LABEL(7)
        MOVE "DUPE" TO CD-CODE(8)
        MOVE "P" TO CD-TYPE(8)
        MOVE "DUPLICATE SUBMISSIONS" TO CD-LABEL(8)
        MOVE "SUSP" TO CD-CODE(9)
        MOVE "C" TO CD-TYPE(9)
        MOVE "SUSPENSE ITEMS OPEN" TO CD-LABEL(9)
        PERFORM VARYING CD-IX FROM 1 BY 1
            UNTIL CD-IX IS GREATER THAN 9
            MOVE "N" TO CD-NO-RATE(CD-IX)
        END-PERFORM.

    RATE-LOAD.
        MOVE 0 TO RT-COUNT
        OPEN INPUT RATE-FILE
        IF RATE-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCRATE.DAT NOT FOUND - NO BILLING"
            MOVE "CB0104" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCRATE.DAT NOT FOUND - NO BILLING" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM UNTIL RATE-EOF IS EQUAL TO "Y"
            READ RATE-FILE
                AT END
                    MOVE "Y" TO RATE-EOF
                NOT AT END
                    IF RATE-UNIT IS NOT NUMERIC
                        OR RT-COUNT IS NOT LESS THAN 500
                            DISPLAY
                                "CCRATE.DAT ENTRY " RATE-ORIGIN " "
                                RATE-CODE " UNUSABLE - IGNORED"
                            END-DISPLAY
                            MOVE "CB0105" TO EXC-CODE
                            MOVE "W" TO EXC-SEVERITY
                            MOVE "CCRATE.DAT ENTRY UNUSABLE - IGNORED"
                                TO EXC-TEXT
                            PERFORM EXC-STORE
                    ELSE
                        ADD 1 TO RT-COUNT
                        MOVE RATE-ORIGIN TO RT-ORIGIN(RT-COUNT)
                        MOVE RATE-CODE TO RT-CODE(RT-COUNT)
                        MOVE RATE-UNIT TO RT-UNIT(RT-COUNT)
                        MOVE RATE-TYPE TO RT-TYPE(RT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-FILE.

    REGISTER-LOAD.
        OPEN INPUT BREG-FILE
        IF BREG-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCBATREG.DAT NOT FOUND - NOTHING TO BILL"
            MOVE "CB0106" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE "CCBATREG.DAT NOT FOUND - NOTHING TO BILL" TO EXC-TEXT
            PERFORM EXC-STORE
            MOVE EXC-WORST-RC TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL BREG-EOF IS EQUAL TO "Y"
            READ BREG-FILE
                AT END
                    MOVE "Y" TO BREG-EOF
                NOT AT END
                    PERFORM MAP-REG-RECORD
                    IF BREG-BUS-DATE(1:6) IS EQUAL TO CB-MONTH
                        PERFORM FOLD-REG-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BREG-FILE
        PERFORM VARYING MB-IX FROM 1 BY 1
            UNTIL MB-IX IS GREATER THAN MB-COUNT
            PERFORM TALLY-BATCH
        END-PERFORM.

    MAP-REG-RECORD.
        MOVE 0 TO BM-HIT
        PERFORM VARYING BM-IX FROM 1 BY 1
            UNTIL BM-IX IS GREATER THAN BM-COUNT
                OR BM-HIT IS GREATER THAN ZERO
            IF BM-ID(BM-IX) IS EQUAL TO BREG-BATCH-ID
                MOVE BM-IX TO BM-HIT
            END-IF
        END-PERFORM
        IF BM-HIT IS EQUAL TO ZERO
            IF BM-COUNT IS LESS THAN 5000
                ADD 1 TO BM-COUNT
                MOVE BREG-BATCH-ID TO BM-ID(BM-COUNT)
                MOVE BREG-ORIGIN TO BM-ORIGIN(BM-COUNT)
            ELSE
                IF BM-FULL-TOLD IS NOT EQUAL TO "Y"
                    DISPLAY
                        "BATCH MAP FULL - AUDIT AND SUSPENSE FOR LATER"
                        " BATCHES UNATTRIBUTED"
                    END-DISPLAY
                    MOVE "Y" TO BM-FULL-TOLD
                    MOVE "CB0107" TO EXC-CODE
                    MOVE "E" TO EXC-SEVERITY
                    MOVE "BATCH MAP FULL - LATER BATCHES UNATTRIBUTED"
                        TO EXC-TEXT
                    PERFORM EXC-STORE
                END-IF
            END-IF
        END-IF.

    FOLD-REG-RECORD.
        MOVE 0 TO MB-HIT
        PERFORM VARYING MB-IX FROM 1 BY 1
            UNTIL MB-IX IS GREATER THAN MB-COUNT
                OR MB-HIT IS GREATER THAN ZERO
            IF MB-ID(MB-IX) IS EQUAL TO BREG-BATCH-ID
                AND MB-DATE(MB-IX) IS EQUAL TO BREG-BUS-DATE
                    MOVE MB-IX TO MB-HIT
            END-IF
        END-PERFORM
        IF MB-HIT IS EQUAL TO ZERO
            IF MB-COUNT IS LESS THAN 2000
                ADD 1 TO MB-COUNT
                MOVE MB-COUNT TO MB-HIT
                MOVE BREG-BATCH-ID TO MB-ID(MB-HIT)
                MOVE BREG-BUS-DATE TO MB-DATE(MB-HIT)
                MOVE BREG-ORIGIN TO MB-ORIGIN(MB-HIT)
            ELSE
      *> A batch that cannot be folded cannot be billed; the control
      *> totals would no longer tie, so the run says so loudly.
                IF MB-FULL-TOLD IS NOT EQUAL TO "Y"
                    DISPLAY
                        "MONTH FOLD TABLE FULL - BATCHES BEYOND 2000"
                        " NOT BILLED"
                    END-DISPLAY
                    MOVE "Y" TO MB-FULL-TOLD
                    MOVE "CB0108" TO EXC-CODE
                    MOVE "E" TO EXC-SEVERITY
                    MOVE "MONTH FOLD TABLE FULL - BATCHES BEYOND 2000 NOT BILLED"
                        TO EXC-TEXT
                    PERFORM EXC-STORE
                END-IF
            END-IF
        END-IF
        IF MB-HIT IS GREATER THAN ZERO
            MOVE BREG-EVENT TO MB-STATE(MB-HIT)
            MOVE BREG-BOARD-CT TO MB-BOARDS(MB-HIT)
        END-IF.

      *> Boards validated are the boards of promoted batches: a
      *> rejected batch's boards were never let through and a stopped
      *> batch's are counted when its remainder is promoted.
    TALLY-BATCH.
        MOVE MB-ORIGIN(MB-IX) TO CO-WHO
        PERFORM SITE-FIND
        ADD 1 TO CB-REG-RECV
        IF CO-HIT IS GREATER THAN ZERO
            ADD 1 TO CO-RECV(CO-HIT)
        END-IF
        EVALUATE MB-STATE(MB-IX)
            WHEN "PROMOTED"
                ADD 1 TO CB-REG-PROM
                ADD MB-BOARDS(MB-IX) TO CB-REG-BOARDS
                IF CO-HIT IS GREATER THAN ZERO
                    ADD 1 TO CO-PROM(CO-HIT)
                    ADD MB-BOARDS(MB-IX) TO CO-BOARDS(CO-HIT)
                END-IF
            WHEN "REJECTED"
                ADD 1 TO CB-REG-RJCT
                IF CO-HIT IS GREATER THAN ZERO
                    ADD 1 TO CO-RJCT(CO-HIT)
                END-IF
            WHEN "STOPPED-AT-CUTOFF"
                ADD 1 TO CB-REG-STOP
                IF CO-HIT IS GREATER THAN ZERO
                    ADD 1 TO CO-STOP(CO-HIT)
                END-IF
            WHEN OTHER
                ADD 1 TO CB-REG-OPEN
                IF CO-HIT IS GREATER THAN ZERO
                    ADD 1 TO CO-OPEN(CO-HIT)
                END-IF
        END-EVALUATE.

      *> Find or add the site CO-WHO; CO-HIT is zero only when the
      *> site table is full.
    SITE-FIND.
        MOVE 0 TO CO-HIT
        PERFORM VARYING CO-IX FROM 1 BY 1
            UNTIL CO-IX IS GREATER THAN CO-COUNT
                OR CO-HIT IS GREATER THAN ZERO
            IF CO-ORIGIN(CO-IX) IS EQUAL TO CO-WHO
                MOVE CO-IX TO CO-HIT
            END-IF
        END-PERFORM
        IF CO-HIT IS EQUAL TO ZERO
            IF CO-COUNT IS LESS THAN 100
                ADD 1 TO CO-COUNT
                MOVE CO-COUNT TO CO-HIT
                INITIALIZE CO-ENTRY(CO-HIT)
                MOVE CO-WHO TO CO-ORIGIN(CO-HIT)
            ELSE
                IF CO-FULL-TOLD IS NOT EQUAL TO "Y"
                    DISPLAY
                        "SITE TABLE FULL - SITES BEYOND 100 NOT BILLED"
                    END-DISPLAY
                    MOVE "Y" TO CO-FULL-TOLD
                    MOVE "CB0109" TO EXC-CODE
                    MOVE "E" TO EXC-SEVERITY
                    MOVE "SITE TABLE FULL - SITES BEYOND 100 NOT BILLED"
                        TO EXC-TEXT
                    PERFORM EXC-STORE
                END-IF
            END-IF
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
                "CCARCH.CAT NOT FOUND - AUDIT COUNTS FROM LIVE LOG ONLY"
            END-DISPLAY
        END-IF.

      *> A generation holds everything logged up to the day it was
      *> cut, so any generation cut on or after the first of the month
      *> can hold the month's records; each record is then scoped by
      *> its own timestamp.
    WALK-GENERATIONS.
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-DATE(CAT-IX) IS NOT LESS THAN CB-FIRST-DATE
                MOVE SPACES TO AUD-FILENAME
                STRING
                    "CCAUDIT-" DELIMITED BY SIZE
                    CAT-DATE(CAT-IX) DELIMITED BY SIZE
                    ".LOG" DELIMITED BY SIZE
                    INTO AUD-FILENAME
                END-STRING
                PERFORM TALLY-AUDIT-FILE
            END-IF
        END-PERFORM.

    TALLY-AUDIT-FILE.
        MOVE "N" TO AUD-EOF
        OPEN INPUT AUDIT-FILE
        IF AUD-STATUS IS EQUAL TO "00"
            PERFORM UNTIL AUD-EOF IS EQUAL TO "Y"
                READ AUDIT-FILE
                    AT END
                        MOVE "Y" TO AUD-EOF
                    NOT AT END
                        IF AUD-TIMESTAMP(1:6) IS EQUAL TO CB-MONTH
                            PERFORM TALLY-AUDIT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
        ELSE
            IF AUD-FILENAME IS NOT EQUAL TO "CCAUDIT.LOG"
                ADD 1 TO GEN-MISS-CT
                DISPLAY
                    FUNCTION TRIM(AUD-FILENAME)
                    " ON CATALOG BUT NOT ON DISK - COUNTS UNDERSTATED"
                END-DISPLAY
                MOVE "CB0110" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    FUNCTION TRIM(AUD-FILENAME) DELIMITED BY SIZE
                    " ON CATALOG BUT NOT ON DISK" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
            END-IF
        END-IF.

    TALLY-AUDIT-RECORD.
        IF AUD-RESULT IS EQUAL TO "PASS"
            OR AUD-RESULT IS EQUAL TO "FAIL"
            OR AUD-RESULT IS EQUAL TO "DUPE"
                PERFORM ORIGIN-OF-BATCH
                IF CO-HIT IS EQUAL TO ZERO
                    ADD 1 TO CB-UNATTRIB-AUD
                ELSE
                    EVALUATE AUD-RESULT
                        WHEN "PASS"
                            ADD 1 TO CO-PASS(CO-HIT)
                        WHEN "FAIL"
                            ADD 1 TO CO-FAIL(CO-HIT)
                        WHEN OTHER
                            ADD 1 TO CO-DUPE(CO-HIT)
                    END-EVALUATE
                END-IF
        END-IF.

      *> The site that sent batch AUD-BATCH-ID, by way of the register.
      *> A batch the register never saw cannot be billed to anyone
      *> and is counted as unattributed instead.
    ORIGIN-OF-BATCH.
        MOVE 0 TO CO-HIT
        MOVE 0 TO BM-HIT
        PERFORM VARYING BM-IX FROM 1 BY 1
            UNTIL BM-IX IS GREATER THAN BM-COUNT
                OR BM-HIT IS GREATER THAN ZERO
            IF BM-ID(BM-IX) IS EQUAL TO AUD-BATCH-ID
                MOVE BM-IX TO BM-HIT
            END-IF
        END-PERFORM
        IF BM-HIT IS GREATER THAN ZERO
            MOVE BM-ORIGIN(BM-HIT) TO CO-WHO
            PERFORM SITE-FIND
        END-IF.

      *> Suspense is billed as it stands on the day of the run: every
      *> board still parked, whenever it failed.
    SUSP-LOAD.
        OPEN INPUT SUSP-FILE
        IF SUSP-STATUS IS EQUAL TO "00"
            PERFORM UNTIL SUSP-EOF IS EQUAL TO "Y"
                READ SUSP-FILE
                    AT END
                        MOVE "Y" TO SUSP-EOF
                    NOT AT END
                        MOVE SUSP-BATCH-ID TO AUD-BATCH-ID
                        PERFORM ORIGIN-OF-BATCH
                        IF CO-HIT IS EQUAL TO ZERO
                            ADD 1 TO CB-UNATTRIB-SUSP
                        ELSE
                            ADD 1 TO CO-SUSP(CO-HIT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSP-FILE
        END-IF.

      *> A site's unit rate for CD-IX's code: its own rate if it has
      *> one, else the house rate, else nothing (priced at zero, and
      *> said once per code).
    RATE-FIND.
        MOVE 0 TO RT-HIT
        PERFORM VARYING RT-IX FROM 1 BY 1
            UNTIL RT-IX IS GREATER THAN RT-COUNT
            IF RT-CODE(RT-IX) IS EQUAL TO CD-CODE(CD-IX)
                IF RT-ORIGIN(RT-IX) IS EQUAL TO CO-ORIGIN(CO-IX)
                    MOVE RT-IX TO RT-HIT
                END-IF
                IF RT-ORIGIN(RT-IX) IS EQUAL TO SPACES
                    AND RT-HIT IS EQUAL TO ZERO
                        MOVE RT-IX TO RT-HIT
                END-IF
            END-IF
        END-PERFORM
        MOVE 0 TO CD-UNIT
        MOVE CD-TYPE(CD-IX) TO CD-SIGN
        IF RT-HIT IS GREATER THAN ZERO
            MOVE RT-UNIT(RT-HIT) TO CD-UNIT
            IF RT-TYPE(RT-HIT) IS EQUAL TO "C"
                OR RT-TYPE(RT-HIT) IS EQUAL TO "P"
                    MOVE RT-TYPE(RT-HIT) TO CD-SIGN
            END-IF
        ELSE
            IF CD-NO-RATE(CD-IX) IS NOT EQUAL TO "Y"
                MOVE "Y" TO CD-NO-RATE(CD-IX)
                DISPLAY
                    "NO RATE FOR " CD-CODE(CD-IX)
                    " ON CCRATE.DAT - PRICED AT ZERO"
                END-DISPLAY
                MOVE "CB0111" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    "NO RATE FOR " DELIMITED BY SIZE
                    CD-CODE(CD-IX) DELIMITED BY SIZE
                    " ON CCRATE.DAT - PRICED AT ZERO" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
            END-IF
        END-IF.

    SITE-STATEMENT.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "KEYING SITE STATEMENT - " DELIMITED BY SIZE
            CO-ORIGIN(CO-IX) DELIMITED BY SIZE
            "  MONTH " DELIMITED BY SIZE
            CB-MONTH DELIMITED BY SIZE
            "  RUN " DELIMITED BY SIZE
            CB-TODAY DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE
            "   ITEM                               COUNT      RATE          AMOUNT"
            TO RPT-LINE
        WRITE RPT-LINE
        MOVE 0 TO CO-NET(CO-IX)
        PERFORM VARYING CD-IX FROM 1 BY 1
            UNTIL CD-IX IS GREATER THAN 9
            PERFORM SITE-CHARGE
        END-PERFORM
        IF CO-OPEN(CO-IX) IS GREATER THAN ZERO
            MOVE CO-OPEN(CO-IX) TO CB-COUNT-ED
            MOVE SPACES TO RPT-LINE
            STRING
                "   BATCHES STILL OPEN (NOT BILLED)" DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
            MOVE CB-COUNT-ED TO RPT-LINE(37:)
            WRITE RPT-LINE
        END-IF
        MOVE CO-NET(CO-IX) TO CB-NET-ED
        MOVE SPACES TO RPT-LINE
        STRING
            "   NET DUE TO SITE" DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        MOVE CB-NET-ED TO RPT-LINE(56:)
        WRITE RPT-LINE
        ADD CO-NET(CO-IX) TO CB-NET-TOTAL
        ADD CO-RECV(CO-IX) TO CB-SITE-RECV
        ADD CO-BOARDS(CO-IX) TO CB-SITE-BOARDS

        MOVE SPACES TO BILL-SITE
        MOVE "S" TO BS-TYPE
        MOVE CO-ORIGIN(CO-IX) TO BS-ORIGIN
        MOVE CB-MONTH TO BS-MONTH
        IF CO-NET(CO-IX) IS LESS THAN ZERO
            MOVE "-" TO BS-SIGN
        ELSE
            MOVE "+" TO BS-SIGN
        END-IF
        MOVE CO-NET(CO-IX) TO BS-NET
        WRITE BILL-SITE
        ADD 1 TO CB-BILL-RECS.

    SITE-CHARGE.
        EVALUATE CD-IX
            WHEN 1
                MOVE CO-RECV(CO-IX) TO CD-COUNT
            WHEN 2
                MOVE CO-PROM(CO-IX) TO CD-COUNT
            WHEN 3
                MOVE CO-RJCT(CO-IX) TO CD-COUNT
            WHEN 4
                MOVE CO-STOP(CO-IX) TO CD-COUNT
            WHEN 5
                MOVE CO-BOARDS(CO-IX) TO CD-COUNT
            WHEN 6
                MOVE CO-PASS(CO-IX) TO CD-COUNT
            WHEN 7
                MOVE CO-FAIL(CO-IX) TO CD-COUNT
            WHEN 8
                MOVE CO-DUPE(CO-IX) TO CD-COUNT
            WHEN OTHER
                MOVE CO-SUSP(CO-IX) TO CD-COUNT
        END-EVALUATE
        PERFORM RATE-FIND
        COMPUTE CD-AMOUNT ROUNDED = CD-COUNT * CD-UNIT
        END-COMPUTE
        IF CD-SIGN IS EQUAL TO "P"
            SUBTRACT CD-AMOUNT FROM CO-NET(CO-IX)
        ELSE
            ADD CD-AMOUNT TO CO-NET(CO-IX)
        END-IF

        MOVE CD-COUNT TO CB-COUNT-ED
        MOVE CD-UNIT TO CB-UNIT-ED
        MOVE CD-AMOUNT TO CB-AMOUNT-ED
        MOVE SPACES TO RPT-LINE
        IF CD-SIGN IS EQUAL TO "P"
            STRING
                "   PENALTY " DELIMITED BY SIZE
                CD-LABEL(CD-IX) DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
        ELSE
            STRING
                "   " DELIMITED BY SIZE
                CD-LABEL(CD-IX) DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
        END-IF
        MOVE CB-COUNT-ED TO RPT-LINE(37:)
        MOVE CB-UNIT-ED TO RPT-LINE(46:)
        MOVE CB-AMOUNT-ED TO RPT-LINE(56:)
        IF CD-SIGN IS EQUAL TO "P"
            MOVE "-" TO RPT-LINE(70:1)
        END-IF
        WRITE RPT-LINE

        MOVE SPACES TO BILL-DETAIL
        MOVE "D" TO BD-TYPE
        MOVE CO-ORIGIN(CO-IX) TO BD-ORIGIN
        MOVE CB-MONTH TO BD-MONTH
        MOVE CD-CODE(CD-IX) TO BD-CODE
        MOVE CD-COUNT TO BD-COUNT
        MOVE CD-UNIT TO BD-UNIT
        IF CD-SIGN IS EQUAL TO "P"
            MOVE "-" TO BD-SIGN
        ELSE
            MOVE "+" TO BD-SIGN
        END-IF
        MOVE CD-AMOUNT TO BD-AMOUNT
        WRITE BILL-DETAIL
        ADD 1 TO CB-BILL-RECS.

      *> Prove the statements account for every batch the register
      *> holds for the month. They fail to tie only when a site could
      *> not be tabled, and then the extract must not be paid blind.
    CONTROL-TOTALS.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "CONTROL TOTALS - MONTH " DELIMITED BY SIZE
            CB-MONTH DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "   REGISTER BATCHES " DELIMITED BY SIZE
            CB-REG-RECV DELIMITED BY SIZE
            "  PROMOTED " DELIMITED BY SIZE
            CB-REG-PROM DELIMITED BY SIZE
            "  REJECTED " DELIMITED BY SIZE
            CB-REG-RJCT DELIMITED BY SIZE
            "  STOPPED " DELIMITED BY SIZE
            CB-REG-STOP DELIMITED BY SIZE
            "  OPEN " DELIMITED BY SIZE
            CB-REG-OPEN DELIMITED BY SIZE
            "  BOARDS " DELIMITED BY SIZE
            CB-REG-BOARDS DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "   STATEMENT BATCHES " DELIMITED BY SIZE
            CB-SITE-RECV DELIMITED BY SIZE
            "  BOARDS " DELIMITED BY SIZE
            CB-SITE-BOARDS DELIMITED BY SIZE
            "  SITES " DELIMITED BY SIZE
            CO-COUNT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE CB-NET-TOTAL TO CB-NET-TOTAL-ED
        MOVE SPACES TO RPT-LINE
        STRING
            "   NET DUE ALL SITES " DELIMITED BY SIZE
            CB-NET-TOTAL-ED DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "   UNATTRIBUTED AUDIT RECORDS " DELIMITED BY SIZE
            CB-UNATTRIB-AUD DELIMITED BY SIZE
            "  SUSPENSE ITEMS " DELIMITED BY SIZE
            CB-UNATTRIB-SUSP DELIMITED BY SIZE
            "  MISSING GENERATIONS " DELIMITED BY SIZE
            GEN-MISS-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        IF CB-SITE-RECV IS EQUAL TO CB-REG-RECV
            AND CB-SITE-BOARDS IS EQUAL TO CB-REG-BOARDS
                MOVE "   STATEMENTS TIE TO CCBATREG.DAT" TO RPT-LINE
                WRITE RPT-LINE
        ELSE
            MOVE "   ** STATEMENTS DO NOT TIE TO CCBATREG.DAT **"
                TO RPT-LINE
            WRITE RPT-LINE
            DISPLAY
                "STATEMENTS DO NOT TIE TO CCBATREG.DAT - REGISTER "
                CB-REG-RECV " STATEMENTS " CB-SITE-RECV
            END-DISPLAY
            MOVE "CB0112" TO EXC-CODE
            MOVE "E" TO EXC-SEVERITY
            MOVE "CHARGEBACK STATEMENTS DO NOT TIE TO CCBATREG.DAT"
                TO EXC-TEXT
            PERFORM EXC-STORE
        END-IF
        IF CB-UNATTRIB-AUD IS GREATER THAN ZERO
            OR CB-UNATTRIB-SUSP IS GREATER THAN ZERO
                MOVE "CB0113" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "AUDIT/SUSPENSE RECORDS FOR BATCHES NOT ON REGISTER - NOT BILLED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
        END-IF
        DISPLAY "CCBILL.RPT WRITTEN".
