IDENTIFICATION DIVISION.
    PROGRAM-ID. SC.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUSP-FILE ASSIGN TO SUSP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSP-STATUS.

            SELECT SUSPNEW-FILE ASSIGN TO SUSPNEW-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSPNEW-STATUS.

            SELECT CTX-FILE ASSIGN TO "CCSUSTXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTX-STATUS.

            SELECT PND-FILE ASSIGN TO PND-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PND-STATUS.

            SELECT PNDNEW-FILE ASSIGN TO PNDNEW-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PNDNEW-STATUS.

            SELECT SCL-FILE ASSIGN TO "CCSUSCOR.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCL-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCSUSCOR.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

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
        FD SUSP-FILE.
            COPY "susp.cpy".

        FD SUSPNEW-FILE.
            01 SUSPNEW-RECORD PIC X(309).

      *> Keyed correction transaction against a board in suspense.
      *> "K" keys a correction: the cell (grid row and column, as the
      *> violation detail and the keying sheet quote them), the digit
      *> it should hold, the operator who keyed it and why. "V" is a
      *> second operator's verification of a keyed correction: same
      *> board, cell and digit, keyed independently. A correction only
      *> reaches CCSUSP.DAT once it has been verified by an operator
      *> other than the one who keyed it.
        FD CTX-FILE.
            01 CTX-RECORD.
                05 CTX-ACTION PIC X(1).
                05 CTX-BATCH-ID PIC X(8).
                05 CTX-BOARD-NO PIC 9(6).
                05 CTX-ROW PIC 9(2).
                05 CTX-COL PIC 9(2).
                05 CTX-DIGIT PIC 9(1).
                05 CTX-OPERATOR PIC X(8).
                05 CTX-REASON PIC X(30).

      *> Keyed corrections still waiting for their verification,
      *> carried from one correction run to the next.
        FD PND-FILE.
            01 PND-RECORD.
                05 PND-BATCH-ID PIC X(8).
                05 PND-BOARD-NO PIC 9(6).
                05 PND-ROW PIC 9(2).
                05 PND-COL PIC 9(2).
                05 PND-DIGIT PIC 9(1).
                05 PND-KEYED-BY PIC X(8).
                05 PND-REASON PIC X(30).
                05 PND-KEYED-TS PIC X(21).

        FD PNDNEW-FILE.
            01 PNDNEW-RECORD PIC X(78).

      *> Correction audit trail: every correction the run touched and
      *> what became of it - applied (with the digit it replaced),
      *> rejected (with the reason) or still pending verification -
      *> so each change to a parked board can be traced to the two
      *> operators who keyed and verified it.
        FD SCL-FILE.
            01 SCL-RECORD.
                05 SCL-TIMESTAMP PIC X(21).
                05 SCL-RUN-OPER PIC X(8).
                05 SCL-ACTION PIC X(1).
                05 SCL-BATCH-ID PIC X(8).
                05 SCL-BOARD-NO PIC 9(6).
                05 SCL-ROW PIC X(2).
                05 SCL-COL PIC X(2).
                05 SCL-OLD-DIGIT PIC X(1).
                05 SCL-NEW-DIGIT PIC X(1).
                05 SCL-KEYED-BY PIC X(8).
                05 SCL-VERIFIED-BY PIC X(8).
                05 SCL-DISP PIC X(8).
                05 SCL-REASON PIC X(30).

        FD RPT-FILE.
            01 RPT-LINE PIC X(132).

        FD GRID-FILE.
            COPY "gridcfg.cpy".

        FD PROG-FILE.
            01 PROG-RECORD PIC X(1548).

        FD OPER-FILE.
            COPY "oper.cpy".

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 SUSP-STATUS PIC X(2) VALUE "00".
        01 SUSP-EOF PIC X(1) VALUE "N".
        01 SUSPNEW-STATUS PIC X(2) VALUE "00".
        01 CTX-STATUS PIC X(2) VALUE "00".
        01 CTX-EOF PIC X(1) VALUE "N".
        01 PND-STATUS PIC X(2) VALUE "00".
        01 PND-EOF PIC X(1) VALUE "N".
        01 PNDNEW-STATUS PIC X(2) VALUE "00".
        01 SCL-STATUS PIC X(2) VALUE "00".
        01 RPT-STATUS PIC X(2) VALUE "00".
        01 GRID-STATUS PIC X(2) VALUE "00".
        01 PROG-STATUS PIC X(2) VALUE "00".
        01 OPR-STATUS PIC X(2) VALUE "00".
        01 OPR-EOF PIC X(1) VALUE "N".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

      *> Suspense file name tracks the same override SA honors, and the
      *> work file tracks the suspense name so side-by-side runs do
      *> not share one.
        01 SUSP-NAME PIC X(30) VALUE "CCSUSP.DAT".
        01 SUSPNEW-NAME PIC X(34) VALUE "CCSUSP.DAT.COR".
        01 NAME-OVERRIDE PIC X(30) VALUE SPACES.
        01 PND-NAME PIC X(30) VALUE "CCSUSPND.DAT".
        01 PNDNEW-NAME PIC X(30) VALUE "CCSUSPND.NEW".

        01 OPERATOR-ID PIC X(8) VALUE SPACES.
        01 OPER-AUTHORIZED PIC X(1) VALUE "N".

        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

      *> Operator master held in core, so the keying and verifying
      *> operator on every transaction can be vouched for without
      *> re-reading CCOPER.DAT.
        01 OM-TABLE.
            05 OM-COUNT PIC 9(3) VALUE 0.
            05 OM-ENTRY OCCURS 500 TIMES.
                10 OM-ID PIC X(8).
                10 OM-FLAG PIC X(1).
        01 OM-IX PIC 9(3).
        01 OM-HIT PIC 9(3).
        01 OM-WHO PIC X(8).
        01 OM-FULL-TOLD PIC X(1) VALUE "N".

      *> Every correction this run knows about: those carried pending
      *> from earlier runs plus those keyed today. CT-STATE is "P"
      *> keyed and awaiting verification, "V" verified and waiting to
      *> be applied, "A" applied, "X" dropped (the board is no longer
      *> in suspense). CT-FOUND says whether the board was seen on the
      *> suspense file this run.
        01 CT-TABLE.
            05 CT-COUNT PIC 9(4) VALUE 0.
            05 CT-ENTRY OCCURS 2000 TIMES.
                10 CT-BATCH PIC X(8).
                10 CT-BOARD PIC 9(6).
                10 CT-ROW PIC 9(2).
                10 CT-COL PIC 9(2).
                10 CT-DIGIT PIC 9(1).
                10 CT-KEYED-BY PIC X(8).
                10 CT-REASON PIC X(30).
                10 CT-KEYED-TS PIC X(21).
                10 CT-VERIFIED-BY PIC X(8).
                10 CT-SOL-IX PIC 9(3).
                10 CT-OLD PIC X(1).
                10 CT-STATE PIC X(1).
                10 CT-FOUND PIC X(1).
        01 CT-IX PIC 9(4).
        01 CT-HIT PIC 9(4).
        01 CT-FULL-TOLD PIC X(1) VALUE "N".

        01 SC-CELL-OK PIC X(1) VALUE "N".
        01 SC-SOL-IX PIC 9(3) VALUE 0.
        01 SC-ROW-ED PIC 9(2).
        01 SC-COL-ED PIC 9(2).

        01 SC-TXN-CT PIC 9(5) VALUE 0.
        01 SC-KEYED-CT PIC 9(5) VALUE 0.
        01 SC-VERIFY-CT PIC 9(5) VALUE 0.
        01 SC-APPLY-CT PIC 9(5) VALUE 0.
        01 SC-RJCT-CT PIC 9(5) VALUE 0.
        01 SC-PEND-CT PIC 9(5) VALUE 0.
        01 SC-SUSP-CT PIC 9(6) VALUE 0.
        01 SC-BOARDS-CHG PIC 9(6) VALUE 0.
        01 SC-BOARD-TOUCHED PIC X(1) VALUE "N".

      *> The production tape, loaded, verified and decoded exactly as
      *> CC's PROG-LOAD does. Row and column on a correction are grid
      *> coordinates; which position of the 264-byte SUSP-SOL image
      *> feeds that cell is decided by the order of the tape's "Y"
      *> opcodes, so the tape is walked once to build that map.
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
    ACCEPT NAME-OVERRIDE FROM ENVIRONMENT "CC_SUSP_FILE"
    IF NAME-OVERRIDE IS NOT EQUAL TO SPACES
        MOVE NAME-OVERRIDE TO SUSP-NAME
    END-IF
    MOVE SPACES TO SUSPNEW-NAME
    STRING
        FUNCTION TRIM(SUSP-NAME) DELIMITED BY SIZE
        ".COR" DELIMITED BY SIZE
        INTO SUSPNEW-NAME
    END-STRING
    PERFORM OPERATOR-LOAD
    PERFORM GRID-LOAD
    PERFORM PROG-LOAD
    PERFORM KEY-MAP
    PERFORM PENDING-LOAD

    OPEN INPUT CTX-FILE
    IF CTX-STATUS IS NOT EQUAL TO "00"
        DISPLAY
            "CCSUSTXN.DAT NOT FOUND - PENDING CORRECTIONS ONLY"
        END-DISPLAY
        MOVE "SC0101" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE "CCSUSTXN.DAT NOT FOUND - PENDING CORRECTIONS ONLY"
            TO EXC-TEXT
        PERFORM EXC-STORE
    END-IF

    OPEN EXTEND SCL-FILE
    IF SCL-STATUS IS EQUAL TO "35" THEN
        OPEN OUTPUT SCL-FILE
    END-IF
    IF SCL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCSUSCOR.LOG OPEN FAILED - CANNOT AUDIT CORRECTIONS"
        MOVE "SC0102" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCSUSCOR.LOG OPEN FAILED - CANNOT AUDIT CORRECTIONS"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCSUSCOR.RPT OPEN FAILED"
        MOVE "SC0103" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCSUSCOR.RPT OPEN FAILED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF
    PERFORM PRINT-HEADING

    IF CTX-STATUS IS EQUAL TO "00"
        PERFORM UNTIL CTX-EOF IS EQUAL TO "Y"
            READ CTX-FILE
                AT END
                    MOVE "Y" TO CTX-EOF
                NOT AT END
                    ADD 1 TO SC-TXN-CT
                    PERFORM TXN-APPLY
            END-READ
        END-PERFORM
        CLOSE CTX-FILE
    END-IF

    PERFORM SUSP-APPLY
    PERFORM SETTLE-CORRECTIONS
    PERFORM PENDING-STORE

    CLOSE SCL-FILE
    PERFORM PRINT-TOTALS
    CLOSE RPT-FILE

    DISPLAY
        "SUSPENSE CORRECTION COMPLETE - TRANSACTIONS " SC-TXN-CT
        " APPLIED " SC-APPLY-CT
        " REJECTED " SC-RJCT-CT
        " PENDING " SC-PEND-CT
    END-DISPLAY
    IF SC-PEND-CT IS GREATER THAN ZERO
        MOVE "SC0104" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "CORRECTIONS AWAITING SECOND-OPERATOR VERIFICATION "
                DELIMITED BY SIZE
            SC-PEND-CT DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
    END-IF
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "SC" TO EXC-PROGRAM
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

    PENDING-LOAD.
        MOVE 0 TO CT-COUNT
        MOVE "N" TO PND-EOF
        OPEN INPUT PND-FILE
        IF PND-STATUS IS EQUAL TO "00"
            PERFORM UNTIL PND-EOF IS EQUAL TO "Y"
                READ PND-FILE
                    AT END
                        MOVE "Y" TO PND-EOF
                    NOT AT END
                        IF CT-COUNT IS LESS THAN 2000
                            ADD 1 TO CT-COUNT
                            INITIALIZE CT-ENTRY(CT-COUNT)
                            MOVE PND-BATCH-ID TO CT-BATCH(CT-COUNT)
                            MOVE PND-BOARD-NO TO CT-BOARD(CT-COUNT)
                            MOVE PND-ROW TO CT-ROW(CT-COUNT)
                            MOVE PND-COL TO CT-COL(CT-COUNT)
                            MOVE PND-DIGIT TO CT-DIGIT(CT-COUNT)
                            MOVE PND-KEYED-BY TO CT-KEYED-BY(CT-COUNT)
                            MOVE PND-REASON TO CT-REASON(CT-COUNT)
                            MOVE PND-KEYED-TS TO CT-KEYED-TS(CT-COUNT)
                            MOVE SPACES TO CT-VERIFIED-BY(CT-COUNT)
                            MOVE SPACES TO CT-OLD(CT-COUNT)
                            MOVE "P" TO CT-STATE(CT-COUNT)
                            MOVE "N" TO CT-FOUND(CT-COUNT)
                            MOVE PND-ROW TO SC-ROW-ED
                            MOVE PND-COL TO SC-COL-ED
                            PERFORM CELL-TO-SOL
                            MOVE SC-SOL-IX TO CT-SOL-IX(CT-COUNT)
                        ELSE
      *> A pending correction the table cannot hold would be lost
      *> when CCSUSPND.DAT is rewritten, so the run stops before
      *> anything is touched.
                            DISPLAY
                                "CCSUSPND.DAT HOLDS MORE THAN 2000"
                                " PENDING CORRECTIONS - RUN REFUSED"
                            END-DISPLAY
                            MOVE "SC0105" TO EXC-CODE
                            MOVE "F" TO EXC-SEVERITY
                            MOVE "CCSUSPND.DAT OVER 2000 ENTRIES - RUN REFUSED"
                                TO EXC-TEXT
                            PERFORM EXC-STORE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PND-FILE
        END-IF.

    TXN-APPLY.
        EVALUATE CTX-ACTION
            WHEN "K"
                ADD 1 TO SC-KEYED-CT
                PERFORM TXN-KEY
            WHEN "V"
                ADD 1 TO SC-VERIFY-CT
                PERFORM TXN-VERIFY
            WHEN OTHER
                MOVE "INVALID ACTION CODE" TO SCL-REASON
                PERFORM TXN-REJECT
        END-EVALUATE.

      *> A keyed correction is screened for everything that can be
      *> known without the suspense file - who keyed it and whether
      *> the cell and digit fit the grid and the tape - and joins the
      *> table as pending. Whether the board is still in suspense is
      *> settled on the suspense pass.
    TXN-KEY.
        MOVE CTX-OPERATOR TO OM-WHO
        PERFORM OPER-FIND
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "KEYING OPERATOR NOT AUTHORIZED" TO SCL-REASON
            PERFORM TXN-REJECT
        ELSE
            PERFORM CELL-CHECK
            IF SC-CELL-OK IS NOT EQUAL TO "Y"
                PERFORM TXN-REJECT
            ELSE
                PERFORM CORR-FIND
                IF CT-HIT IS GREATER THAN ZERO
                    MOVE "CORRECTION ALREADY PENDING FOR CELL"
                        TO SCL-REASON
                    PERFORM TXN-REJECT
                ELSE
                    IF CT-COUNT IS NOT LESS THAN 2000
                        MOVE "CORRECTION TABLE FULL" TO SCL-REASON
                        PERFORM TXN-REJECT
                    ELSE
                        ADD 1 TO CT-COUNT
                        INITIALIZE CT-ENTRY(CT-COUNT)
                        MOVE CTX-BATCH-ID TO CT-BATCH(CT-COUNT)
                        MOVE CTX-BOARD-NO TO CT-BOARD(CT-COUNT)
                        MOVE CTX-ROW TO CT-ROW(CT-COUNT)
                        MOVE CTX-COL TO CT-COL(CT-COUNT)
                        MOVE CTX-DIGIT TO CT-DIGIT(CT-COUNT)
                        MOVE CTX-OPERATOR TO CT-KEYED-BY(CT-COUNT)
                        MOVE CTX-REASON TO CT-REASON(CT-COUNT)
                        MOVE FUNCTION CURRENT-DATE
                            TO CT-KEYED-TS(CT-COUNT)
                        MOVE SPACES TO CT-VERIFIED-BY(CT-COUNT)
                        MOVE SPACES TO CT-OLD(CT-COUNT)
                        MOVE SC-SOL-IX TO CT-SOL-IX(CT-COUNT)
                        MOVE "P" TO CT-STATE(CT-COUNT)
                        MOVE "N" TO CT-FOUND(CT-COUNT)
                    END-IF
                END-IF
            END-IF
        END-IF.

      *> The verifier keys the same board, cell and digit blind. It
      *> only releases the correction if it agrees and comes from a
      *> different authorized operator; a refused verification leaves
      *> the correction pending for a proper one.
    TXN-VERIFY.
        MOVE CTX-OPERATOR TO OM-WHO
        PERFORM OPER-FIND
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "VERIFYING OPERATOR NOT AUTHORIZED" TO SCL-REASON
            PERFORM TXN-REJECT
        ELSE
            PERFORM CELL-CHECK
            IF SC-CELL-OK IS NOT EQUAL TO "Y"
                PERFORM TXN-REJECT
            ELSE
                PERFORM CORR-FIND
                IF CT-HIT IS EQUAL TO ZERO
                    MOVE "NO PENDING CORRECTION TO VERIFY"
                        TO SCL-REASON
                    PERFORM TXN-REJECT
                ELSE
                    IF CT-STATE(CT-HIT) IS NOT EQUAL TO "P"
                        MOVE "CORRECTION ALREADY VERIFIED"
                            TO SCL-REASON
                        PERFORM TXN-REJECT
                    ELSE
                        IF CTX-OPERATOR IS EQUAL TO CT-KEYED-BY(CT-HIT)
                            MOVE "SAME OPERATOR VERIFYING"
                                TO SCL-REASON
                            PERFORM TXN-REJECT
                        ELSE
                            IF CTX-DIGIT IS NOT EQUAL TO
                                CT-DIGIT(CT-HIT)
                                    MOVE "VERIFIER DIGIT DISAGREES"
                                        TO SCL-REASON
                                    PERFORM TXN-REJECT
                            ELSE
                                MOVE CTX-OPERATOR
                                    TO CT-VERIFIED-BY(CT-HIT)
                                MOVE "V" TO CT-STATE(CT-HIT)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

      *> Row, column and digit must be numeric and inside the
      *> configured grid, and the cell must be one the production tape
      *> actually keys from the board image - a cell the tape fills
      *> itself has no position in SUSP-SOL to correct.
    CELL-CHECK.
        MOVE "N" TO SC-CELL-OK
        IF CTX-BATCH-ID IS EQUAL TO SPACES
            OR CTX-BOARD-NO IS NOT NUMERIC
                MOVE "BATCH/BOARD NOT IDENTIFIED" TO SCL-REASON
        ELSE
            IF CTX-ROW IS NOT NUMERIC
                OR CTX-COL IS NOT NUMERIC
                    MOVE "CELL OUTSIDE THE GRID" TO SCL-REASON
            ELSE
                IF CTX-ROW IS LESS THAN 1
                    OR CTX-ROW IS GREATER THAN GRID-SIZE-WS
                    OR CTX-COL IS LESS THAN 1
                    OR CTX-COL IS GREATER THAN GRID-SIZE-WS
                        MOVE "CELL OUTSIDE THE GRID" TO SCL-REASON
                ELSE
                    IF CTX-DIGIT IS NOT NUMERIC
                        OR CTX-DIGIT IS LESS THAN 1
                        OR CTX-DIGIT IS GREATER THAN GRID-SIZE-WS
                            MOVE "DIGIT OUTSIDE THE GRID"
                                TO SCL-REASON
                    ELSE
                        MOVE CTX-ROW TO SC-ROW-ED
                        MOVE CTX-COL TO SC-COL-ED
                        PERFORM CELL-TO-SOL
                        IF SC-SOL-IX IS EQUAL TO ZERO
                            MOVE "CELL IS NOT KEYED ON THIS TAPE"
                                TO SCL-REASON
                        ELSE
                            MOVE "Y" TO SC-CELL-OK
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

      *> SOL-CELL position feeding grid cell SC-ROW-ED/SC-COL-ED; zero
      *> when the tape never keys it. Where the tape keys one cell
      *> twice the later "Y" is the one left standing in the grid.
    CELL-TO-SOL.
        MOVE 0 TO SC-SOL-IX
        PERFORM VARYING KM-IX FROM 1 BY 1
            UNTIL KM-IX IS GREATER THAN KM-COUNT
            IF KM-ROW(KM-IX) IS EQUAL TO SC-ROW-ED
                AND KM-COL(KM-IX) IS EQUAL TO SC-COL-ED
                    MOVE KM-IX TO SC-SOL-IX
            END-IF
        END-PERFORM.

    CORR-FIND.
        MOVE 0 TO CT-HIT
        PERFORM VARYING CT-IX FROM 1 BY 1
            UNTIL CT-IX IS GREATER THAN CT-COUNT
                OR CT-HIT IS GREATER THAN ZERO
            IF CT-BATCH(CT-IX) IS EQUAL TO CTX-BATCH-ID
                AND CT-BOARD(CT-IX) IS EQUAL TO CTX-BOARD-NO
                AND CT-ROW(CT-IX) IS EQUAL TO CTX-ROW
                AND CT-COL(CT-IX) IS EQUAL TO CTX-COL
                AND CT-STATE(CT-IX) IS NOT EQUAL TO "X"
                    MOVE CT-IX TO CT-HIT
            END-IF
        END-PERFORM.

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

    TXN-REJECT.
        ADD 1 TO SC-RJCT-CT
        DISPLAY
            "CORRECTION " CTX-ACTION " " CTX-BATCH-ID " " CTX-BOARD-NO
            " REJECTED - " FUNCTION TRIM(SCL-REASON)
        END-DISPLAY
        MOVE "SC0106" TO EXC-CODE
        MOVE "E" TO EXC-SEVERITY
        MOVE CTX-BATCH-ID TO EXC-BATCH-ID
        IF CTX-BOARD-NO IS NUMERIC
            MOVE CTX-BOARD-NO TO EXC-BOARD-NO
        END-IF
        MOVE SPACES TO EXC-TEXT
        STRING
            "CORRECTION " DELIMITED BY SIZE
            CTX-ACTION DELIMITED BY SIZE
            " REJECTED - " DELIMITED BY SIZE
            SCL-REASON DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
        MOVE CTX-ACTION TO SCL-ACTION
        MOVE CTX-BATCH-ID TO SCL-BATCH-ID
        IF CTX-BOARD-NO IS NUMERIC
            MOVE CTX-BOARD-NO TO SCL-BOARD-NO
        ELSE
            MOVE 0 TO SCL-BOARD-NO
        END-IF
        MOVE CTX-ROW TO SCL-ROW
        MOVE CTX-COL TO SCL-COL
        MOVE SPACES TO SCL-OLD-DIGIT
        MOVE CTX-DIGIT TO SCL-NEW-DIGIT
        IF CTX-ACTION IS EQUAL TO "V"
            MOVE SPACES TO SCL-KEYED-BY
            MOVE CTX-OPERATOR TO SCL-VERIFIED-BY
        ELSE
            MOVE CTX-OPERATOR TO SCL-KEYED-BY
            MOVE SPACES TO SCL-VERIFIED-BY
        END-IF
        MOVE "REJECTED" TO SCL-DISP
        PERFORM SCL-STORE.

      *> One pass of the suspense file, rewritten through a work file
      *> and only then copied over the live file - the same shape
      *> RUN-REPROCESS uses - so an interrupted run leaves CCSUSP.DAT
      *> as it was. Every verified correction for a board is applied
      *> to its SUSP-SOL image; the violation detail, parked time and
      *> attempt count are left alone so aging still runs from the
      *> original failure and REPROCESS revalidates the board.
    SUSP-APPLY.
        OPEN INPUT SUSP-FILE
        IF SUSP-STATUS IS NOT EQUAL TO "00"
            DISPLAY
                FUNCTION TRIM(SUSP-NAME)
                " NOT FOUND - NO BOARDS IN SUSPENSE TO CORRECT"
            END-DISPLAY
            MOVE "SC0107" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE "SUSPENSE FILE NOT FOUND - NO BOARDS TO CORRECT"
                TO EXC-TEXT
            PERFORM EXC-STORE
        ELSE
            OPEN OUTPUT SUSPNEW-FILE
            IF SUSPNEW-STATUS IS NOT EQUAL TO "00"
                DISPLAY
                    FUNCTION TRIM(SUSPNEW-NAME)
                    " OPEN FAILED - SUSPENSE NOT CORRECTED"
                END-DISPLAY
                MOVE "SC0108" TO EXC-CODE
                MOVE "F" TO EXC-SEVERITY
                MOVE "SUSPENSE WORK FILE OPEN FAILED - NOT CORRECTED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
                STOP RUN
            END-IF
            PERFORM UNTIL SUSP-EOF IS EQUAL TO "Y"
                READ SUSP-FILE
                    AT END
                        MOVE "Y" TO SUSP-EOF
                    NOT AT END
                        ADD 1 TO SC-SUSP-CT
                        PERFORM SUSP-CORRECT
                        MOVE SUSP-RECORD TO SUSPNEW-RECORD
                        WRITE SUSPNEW-RECORD
                END-READ
            END-PERFORM
            CLOSE SUSP-FILE
            CLOSE SUSPNEW-FILE
            IF SC-BOARDS-CHG IS GREATER THAN ZERO
                CALL "CBL_COPY_FILE" USING SUSPNEW-NAME SUSP-NAME
            END-IF
            CALL "CBL_DELETE_FILE" USING SUSPNEW-NAME
        END-IF.

    SUSP-CORRECT.
        MOVE "N" TO SC-BOARD-TOUCHED
        PERFORM VARYING CT-IX FROM 1 BY 1
            UNTIL CT-IX IS GREATER THAN CT-COUNT
            IF CT-BATCH(CT-IX) IS EQUAL TO SUSP-BATCH-ID
                AND CT-BOARD(CT-IX) IS EQUAL TO SUSP-BOARD-NO
                    MOVE "Y" TO CT-FOUND(CT-IX)
                    IF CT-STATE(CT-IX) IS EQUAL TO "V"
                        MOVE SUSP-SOL(CT-SOL-IX(CT-IX):1)
                            TO CT-OLD(CT-IX)
                        MOVE CT-DIGIT(CT-IX)
                            TO SUSP-SOL(CT-SOL-IX(CT-IX):1)
                        MOVE "A" TO CT-STATE(CT-IX)
                        MOVE "Y" TO SC-BOARD-TOUCHED
                    END-IF
            END-IF
        END-PERFORM
        IF SC-BOARD-TOUCHED IS EQUAL TO "Y"
            ADD 1 TO SC-BOARDS-CHG
        END-IF.

      *> Every correction on the table is settled onto the audit log
      *> and report: applied, dropped because its board is no longer
      *> in suspense (cleared by REPROCESS or never parked), or still
      *> pending verification.
    SETTLE-CORRECTIONS.
        PERFORM VARYING CT-IX FROM 1 BY 1
            UNTIL CT-IX IS GREATER THAN CT-COUNT
            MOVE "K" TO SCL-ACTION
            MOVE CT-BATCH(CT-IX) TO SCL-BATCH-ID
            MOVE CT-BOARD(CT-IX) TO SCL-BOARD-NO
            MOVE CT-ROW(CT-IX) TO SCL-ROW
            MOVE CT-COL(CT-IX) TO SCL-COL
            MOVE CT-OLD(CT-IX) TO SCL-OLD-DIGIT
            MOVE CT-DIGIT(CT-IX) TO SCL-NEW-DIGIT
            MOVE CT-KEYED-BY(CT-IX) TO SCL-KEYED-BY
            MOVE CT-VERIFIED-BY(CT-IX) TO SCL-VERIFIED-BY
            EVALUATE TRUE
                WHEN CT-STATE(CT-IX) IS EQUAL TO "A"
                    ADD 1 TO SC-APPLY-CT
                    MOVE "APPLIED" TO SCL-DISP
                    MOVE CT-REASON(CT-IX) TO SCL-REASON
                WHEN CT-FOUND(CT-IX) IS NOT EQUAL TO "Y"
                    ADD 1 TO SC-RJCT-CT
                    MOVE "X" TO CT-STATE(CT-IX)
                    MOVE "REJECTED" TO SCL-DISP
                    MOVE "BOARD NOT IN SUSPENSE" TO SCL-REASON
                    MOVE "SC0109" TO EXC-CODE
                    MOVE "E" TO EXC-SEVERITY
                    MOVE CT-BATCH(CT-IX) TO EXC-BATCH-ID
                    MOVE CT-BOARD(CT-IX) TO EXC-BOARD-NO
                    MOVE "CORRECTION REJECTED - BOARD NOT IN SUSPENSE"
                        TO EXC-TEXT
                    PERFORM EXC-STORE
                WHEN OTHER
                    ADD 1 TO SC-PEND-CT
                    MOVE "PENDING" TO SCL-DISP
                    MOVE "AWAITING SECOND-OPERATOR VERIFY"
                        TO SCL-REASON
            END-EVALUATE
            PERFORM SCL-STORE
        END-PERFORM.

      *> Corrections still awaiting verification are carried forward
      *> on a fresh pending file, which then replaces the old one.
    PENDING-STORE.
        OPEN OUTPUT PNDNEW-FILE
        IF PNDNEW-STATUS IS NOT EQUAL TO "00"
            DISPLAY
                FUNCTION TRIM(PNDNEW-NAME)
                " OPEN FAILED - PENDING CORRECTIONS NOT CARRIED"
            END-DISPLAY
            MOVE "SC0110" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "PENDING WORK FILE OPEN FAILED - NOT CARRIED FORWARD"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM VARYING CT-IX FROM 1 BY 1
            UNTIL CT-IX IS GREATER THAN CT-COUNT
            IF CT-STATE(CT-IX) IS EQUAL TO "P"
                MOVE CT-BATCH(CT-IX) TO PND-BATCH-ID
                MOVE CT-BOARD(CT-IX) TO PND-BOARD-NO
                MOVE CT-ROW(CT-IX) TO PND-ROW
                MOVE CT-COL(CT-IX) TO PND-COL
                MOVE CT-DIGIT(CT-IX) TO PND-DIGIT
                MOVE CT-KEYED-BY(CT-IX) TO PND-KEYED-BY
                MOVE CT-REASON(CT-IX) TO PND-REASON
                MOVE CT-KEYED-TS(CT-IX) TO PND-KEYED-TS
                MOVE PND-RECORD TO PNDNEW-RECORD
                WRITE PNDNEW-RECORD
            END-IF
        END-PERFORM
        CLOSE PNDNEW-FILE
        CALL "CBL_COPY_FILE" USING PNDNEW-NAME PND-NAME
        CALL "CBL_DELETE_FILE" USING PNDNEW-NAME.

    SCL-STORE.
        MOVE FUNCTION CURRENT-DATE TO SCL-TIMESTAMP
        MOVE OPERATOR-ID TO SCL-RUN-OPER
        WRITE SCL-RECORD
        PERFORM PRINT-CORR-LINE.

    PRINT-HEADING.
        MOVE "CC SUSPENSE CORRECTIONS" TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "RUN BY " DELIMITED BY SIZE
            OPERATOR-ID DELIMITED BY SIZE
            "  TAPE " DELIMITED BY SIZE
            PH-VERSION DELIMITED BY SIZE
            "  SUSPENSE " DELIMITED BY SIZE
            SUSP-NAME DELIMITED BY SPACE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE
            "ACT BATCH    BOARD  ROW COL OLD NEW KEYED-BY VERIFIER DISP"
            TO RPT-LINE
        MOVE "REASON" TO RPT-LINE(68:6)
        WRITE RPT-LINE.

    PRINT-CORR-LINE.
        MOVE SPACES TO RPT-LINE
        STRING
            " " DELIMITED BY SIZE
            SCL-ACTION DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            SCL-BATCH-ID DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            SCL-BOARD-NO DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            SCL-ROW DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            SCL-COL DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            SCL-OLD-DIGIT DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            SCL-NEW-DIGIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            SCL-KEYED-BY DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            SCL-VERIFIED-BY DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            SCL-DISP DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            SCL-REASON DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        IF SCL-DISP IS EQUAL TO "REJECTED"
            MOVE "**" TO RPT-LINE(99:2)
        END-IF
        WRITE RPT-LINE.

    PRINT-TOTALS.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "TRANSACTIONS " DELIMITED BY SIZE
            SC-TXN-CT DELIMITED BY SIZE
            "  KEYED " DELIMITED BY SIZE
            SC-KEYED-CT DELIMITED BY SIZE
            "  VERIFICATIONS " DELIMITED BY SIZE
            SC-VERIFY-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "CORRECTIONS APPLIED " DELIMITED BY SIZE
            SC-APPLY-CT DELIMITED BY SIZE
            "  REJECTED " DELIMITED BY SIZE
            SC-RJCT-CT DELIMITED BY SIZE
            "  PENDING VERIFICATION " DELIMITED BY SIZE
            SC-PEND-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "BOARDS IN SUSPENSE " DELIMITED BY SIZE
            SC-SUSP-CT DELIMITED BY SIZE
            "  BOARDS CORRECTED " DELIMITED BY SIZE
            SC-BOARDS-CHG DELIMITED BY SIZE
            " - REVALIDATE WITH CC_RUNMODE=REPROCESS"
                DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        DISPLAY "CCSUSCOR.RPT WRITTEN".

    OPERATOR-LOAD.
        MOVE SPACES TO OPERATOR-ID
        ACCEPT OPERATOR-ID FROM ENVIRONMENT "CC_OPERATOR"
        IF OPERATOR-ID IS EQUAL TO SPACES
            MOVE "DEFAULT" TO OPERATOR-ID
        END-IF
        PERFORM OPERATOR-AUTHORIZE.

      *> Sign-on is checked the way CC checks it, and the whole master
      *> is kept in core on the way past for the per-transaction
      *> operator checks.
    OPERATOR-AUTHORIZE.
        MOVE "N" TO OPER-AUTHORIZED
        MOVE "N" TO OPR-EOF
        MOVE 0 TO OM-COUNT
        OPEN INPUT OPER-FILE
        IF OPR-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCOPER.DAT MASTER NOT FOUND - CANNOT AUTHORIZE"
            MOVE "SC0111" TO EXC-CODE
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
                                " BEYOND 500 CANNOT KEY OR VERIFY"
                            END-DISPLAY
                            MOVE "Y" TO OM-FULL-TOLD
                            MOVE "SC0112" TO EXC-CODE
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
                            MOVE "SC0113" TO EXC-CODE
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
            MOVE "SC0114" TO EXC-CODE
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
            MOVE "SC0115" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPROG.DAT NOT FOUND" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        READ PROG-FILE
            AT END
                DISPLAY "CCPROG.DAT EMPTY"
                MOVE "SC0116" TO EXC-CODE
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
                MOVE "SC0117" TO EXC-CODE
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
            MOVE "SC0118" TO EXC-CODE
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
            MOVE "SC0119" TO EXC-CODE
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
      *> straight-line tape can need.
    KEY-MAP.
        MOVE 0 TO KM-COUNT
        MOVE 1 TO KM-P0
        MOVE 0 TO KM-SP
        MOVE 0 TO KM-CYCLES
        MOVE "N" TO KM-DONE
        PERFORM UNTIL KM-DONE IS EQUAL TO "Y"
            PERFORM KEY-MAP-STEP
        END-PERFORM
        IF KM-COUNT IS EQUAL TO ZERO
            DISPLAY
                "CCPROG.DAT TAPE " PH-VERSION
                " KEYS NO CELLS - NOTHING CAN BE CORRECTED"
            END-DISPLAY
            MOVE "SC0120" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPROG.DAT TAPE KEYS NO CELLS - RUN REFUSED"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.

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
