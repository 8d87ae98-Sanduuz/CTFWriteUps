IDENTIFICATION DIVISION.
    PROGRAM-ID. OM.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPER-FILE ASSIGN TO "CCOPER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPR-STATUS.

            SELECT OPRNEW-FILE ASSIGN TO OPRNEW-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPRNEW-STATUS.

            SELECT OTX-FILE ASSIGN TO "CCOPRTXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OTX-STATUS.

            SELECT OCHG-FILE ASSIGN TO "CCOPRCHG.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OCH-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCOPROST.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
        FD OPER-FILE.
            COPY "oper.cpy".

        FD OPRNEW-FILE.
            01 OPRNEW-RECORD PIC X(41).

      *> Keyed maintenance transaction against the operator master:
      *> "A" adds an operator (active), "C" changes the entitlements of
      *> one already on file, "D" disables, "E" re-enables and "X"
      *> deletes an entry. Max grid and resume are only read on "A" and
      *> "C". Every transaction carries the supervisor who keyed it.
        FD OTX-FILE.
            01 OTX-RECORD.
                05 OTX-ACTION PIC X(1).
                05 OTX-OPR-ID PIC X(8).
                05 OTX-MAX-GRID PIC 9(2).
                05 OTX-RESUME PIC X(1).
                05 OTX-SUPERVISOR PIC X(8).

      *> Change log: the entry as it stood before the transaction and
      *> as it stands after, so an access review can see exactly what
      *> each supervisor granted or withdrew. Rejected transactions are
      *> logged with the unchanged entry on both sides.
        FD OCHG-FILE.
            01 OCHG-RECORD.
                05 OCH-TIMESTAMP PIC X(21).
                05 OCH-RUN-OPER PIC X(8).
                05 OCH-SUPERVISOR PIC X(8).
                05 OCH-ACTION PIC X(1).
                05 OCH-OPR-ID PIC X(8).
                05 OCH-DISP PIC X(8).
                05 OCH-REASON PIC X(30).
                05 OCH-BEFORE.
                    10 OCH-BEF-FLAG PIC X(1).
                    10 OCH-BEF-MAX-GRID PIC X(2).
                    10 OCH-BEF-RESUME PIC X(1).
                05 OCH-AFTER.
                    10 OCH-AFT-FLAG PIC X(1).
                    10 OCH-AFT-MAX-GRID PIC X(2).
                    10 OCH-AFT-RESUME PIC X(1).

        FD RPT-FILE.
            01 RPT-LINE PIC X(100).

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 OPR-STATUS PIC X(2) VALUE "00".
        01 OPR-EOF PIC X(1) VALUE "N".
        01 OPRNEW-STATUS PIC X(2) VALUE "00".
        01 OPRNEW-NAME PIC X(30) VALUE "CCOPER.NEW".
        01 OPR-LIVE-NAME PIC X(30) VALUE "CCOPER.DAT".
        01 OTX-STATUS PIC X(2) VALUE "00".
        01 OTX-EOF PIC X(1) VALUE "N".
        01 OCH-STATUS PIC X(2) VALUE "00".
        01 RPT-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 OPERATOR-ID PIC X(8) VALUE SPACES.
        01 OPER-AUTHORIZED PIC X(1) VALUE "N".

        01 MAX-GRID PIC 9(2) VALUE 16.

      *> In-core image of the master. The whole file is rewritten from
      *> it, so a master beyond the table is refused rather than
      *> truncated.
        01 OM-TABLE.
            05 OM-COUNT PIC 9(3) VALUE 0.
            05 OM-ENTRY OCCURS 500 TIMES.
                10 OM-ID PIC X(8).
                10 OM-FLAG PIC X(1).
                10 OM-MAX-GRID PIC 9(2).
                10 OM-RESUME PIC X(1).
                10 OM-CHG-TS PIC X(21).
                10 OM-CHG-BY PIC X(8).
        01 OM-IX PIC 9(3).
        01 OM-HIT PIC 9(3).
        01 OM-SUP-HIT PIC 9(3).
        01 OM-WHO PIC X(8).
        01 OM-OVERFULL PIC X(1) VALUE "N".
        01 OM-CHANGED PIC X(1) VALUE "N".

        01 OTX-READ-CT PIC 9(5) VALUE 0.
        01 OTX-APPLY-CT PIC 9(5) VALUE 0.
        01 OTX-RJCT-CT PIC 9(5) VALUE 0.

        01 ROST-ACTIVE-CT PIC 9(3) VALUE 0.
        01 ROST-DISABLED-CT PIC 9(3) VALUE 0.
        01 ROST-STATUS-TXT PIC X(8).
        01 ROST-CHG-DATE PIC X(10).


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    PERFORM OPERATOR-LOAD
    PERFORM MASTER-LOAD

      *> The master is rewritten from the table; one beyond it would
      *> lose its overflow entries, so nothing is applied.
    IF OM-OVERFULL IS EQUAL TO "Y"
        DISPLAY
            "CCOPER.DAT HOLDS MORE THAN 500 ENTRIES - MASTER NOT"
            " REWRITTEN - RUN REFUSED"
        END-DISPLAY
        MOVE "OM0105" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCOPER.DAT OVER 500 ENTRIES - RUN REFUSED"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

      *> No transactions is a normal quarter-end run: the roster is
      *> still printed for the access review.
    OPEN INPUT OTX-FILE
    IF OTX-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCOPRTXN.DAT NOT FOUND - ROSTER ONLY"
        MOVE "OM0101" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE "CCOPRTXN.DAT NOT FOUND - ROSTER ONLY" TO EXC-TEXT
        PERFORM EXC-STORE
    ELSE
        OPEN EXTEND OCHG-FILE
        IF OCH-STATUS IS EQUAL TO "35" THEN
            OPEN OUTPUT OCHG-FILE
        END-IF
        IF OCH-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCOPRCHG.LOG OPEN FAILED - CANNOT LOG CHANGES"
            MOVE "OM0102" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCOPRCHG.LOG OPEN FAILED - CANNOT LOG CHANGES"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM UNTIL OTX-EOF IS EQUAL TO "Y"
            READ OTX-FILE
                AT END
                    MOVE "Y" TO OTX-EOF
                NOT AT END
                    ADD 1 TO OTX-READ-CT
                    PERFORM TXN-APPLY
            END-READ
        END-PERFORM
        CLOSE OTX-FILE
        CLOSE OCHG-FILE
        IF OM-CHANGED IS EQUAL TO "Y"
            PERFORM MASTER-STORE
        END-IF
    END-IF

    PERFORM ROSTER-PRINT

    DISPLAY
        "OPERATOR MAINTENANCE COMPLETE - READ " OTX-READ-CT
        " APPLIED " OTX-APPLY-CT
        " REJECTED " OTX-RJCT-CT
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.


      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "OM" TO EXC-PROGRAM
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

      *> Segregation of duties: the supervisor must be an active
      *> operator as the master stands at this point in the run - so a
      *> supervisor disabled earlier in the same file can key nothing
      *> after it - and may never key a change to their own entry.
    TXN-APPLY.
        MOVE OTX-SUPERVISOR TO OM-WHO
        PERFORM MASTER-FIND
        MOVE OM-HIT TO OM-SUP-HIT
        MOVE OTX-OPR-ID TO OM-WHO
        PERFORM MASTER-FIND
        PERFORM BEFORE-IMAGE
        EVALUATE TRUE
            WHEN OTX-OPR-ID IS EQUAL TO SPACES
                MOVE "BLANK OPERATOR ID" TO OCH-REASON
                PERFORM TXN-REJECT
            WHEN OTX-SUPERVISOR IS EQUAL TO SPACES
                MOVE "NO SUPERVISOR ON TRANSACTION" TO OCH-REASON
                PERFORM TXN-REJECT
            WHEN OTX-SUPERVISOR IS EQUAL TO OTX-OPR-ID
                MOVE "SUPERVISOR KEYING OWN ID" TO OCH-REASON
                PERFORM TXN-REJECT
            WHEN OM-SUP-HIT IS EQUAL TO ZERO
                MOVE "SUPERVISOR NOT ON MASTER" TO OCH-REASON
                PERFORM TXN-REJECT
            WHEN OM-FLAG(OM-SUP-HIT) IS NOT EQUAL TO "A"
                MOVE "SUPERVISOR IS DISABLED" TO OCH-REASON
                PERFORM TXN-REJECT
            WHEN OTHER
                EVALUATE OTX-ACTION
                    WHEN "A"
                        PERFORM TXN-ADD
                    WHEN "C"
                        PERFORM TXN-CHANGE
                    WHEN "D"
                        PERFORM TXN-DISABLE
                    WHEN "E"
                        PERFORM TXN-ENABLE
                    WHEN "X"
                        PERFORM TXN-DELETE
                    WHEN OTHER
                        MOVE "INVALID ACTION CODE" TO OCH-REASON
                        PERFORM TXN-REJECT
                END-EVALUATE
        END-EVALUATE.

    TXN-ADD.
        IF OM-HIT IS GREATER THAN ZERO
            MOVE "DUPLICATE OPERATOR ID" TO OCH-REASON
            PERFORM TXN-REJECT
        ELSE
            IF OM-COUNT IS NOT LESS THAN 500
                MOVE "MASTER FULL" TO OCH-REASON
                PERFORM TXN-REJECT
            ELSE
                PERFORM ENTITLE-CHECK
                IF OCH-REASON IS NOT EQUAL TO SPACES
                    PERFORM TXN-REJECT
                ELSE
                    ADD 1 TO OM-COUNT
                    MOVE OM-COUNT TO OM-HIT
                    MOVE OTX-OPR-ID TO OM-ID(OM-HIT)
                    MOVE "A" TO OM-FLAG(OM-HIT)
                    MOVE OTX-MAX-GRID TO OM-MAX-GRID(OM-HIT)
                    MOVE OTX-RESUME TO OM-RESUME(OM-HIT)
                    PERFORM TXN-RECORD-APPLIED
                END-IF
            END-IF
        END-IF.

    TXN-CHANGE.
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "OPERATOR NOT ON MASTER" TO OCH-REASON
            PERFORM TXN-REJECT
        ELSE
            PERFORM ENTITLE-CHECK
            IF OCH-REASON IS NOT EQUAL TO SPACES
                PERFORM TXN-REJECT
            ELSE
                MOVE OTX-MAX-GRID TO OM-MAX-GRID(OM-HIT)
                MOVE OTX-RESUME TO OM-RESUME(OM-HIT)
                PERFORM TXN-RECORD-APPLIED
            END-IF
        END-IF.

    TXN-DISABLE.
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "OPERATOR NOT ON MASTER" TO OCH-REASON
            PERFORM TXN-REJECT
        ELSE
            IF OM-FLAG(OM-HIT) IS EQUAL TO "D"
                MOVE "OPERATOR ALREADY DISABLED" TO OCH-REASON
                PERFORM TXN-REJECT
            ELSE
                MOVE "D" TO OM-FLAG(OM-HIT)
                PERFORM TXN-RECORD-APPLIED
            END-IF
        END-IF.

    TXN-ENABLE.
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "OPERATOR NOT ON MASTER" TO OCH-REASON
            PERFORM TXN-REJECT
        ELSE
            IF OM-FLAG(OM-HIT) IS EQUAL TO "A"
                MOVE "OPERATOR ALREADY ACTIVE" TO OCH-REASON
                PERFORM TXN-REJECT
            ELSE
                MOVE "A" TO OM-FLAG(OM-HIT)
                PERFORM TXN-RECORD-APPLIED
            END-IF
        END-IF.

      *> Only a disabled operator may be deleted, so removing access
      *> always takes a disable first and the change log shows both
      *> steps. A deleted entry keeps its slot with a blank ID and
      *> MASTER-STORE skips it, the way PM retires a puzzle.
    TXN-DELETE.
        IF OM-HIT IS EQUAL TO ZERO
            MOVE "OPERATOR NOT ON MASTER" TO OCH-REASON
            PERFORM TXN-REJECT
        ELSE
            IF OM-FLAG(OM-HIT) IS NOT EQUAL TO "D"
                MOVE "DISABLE BEFORE DELETE" TO OCH-REASON
                PERFORM TXN-REJECT
            ELSE
                MOVE SPACES TO OM-ID(OM-HIT)
                PERFORM TXN-RECORD-APPLIED
            END-IF
        END-IF.

      *> Max grid must be a size CC can run (1 to 16) and resume must
      *> be "Y" or "N" - a blank resume would read as "not entitled"
      *> at CC's sign-on without anybody having decided that.
    ENTITLE-CHECK.
        MOVE SPACES TO OCH-REASON
        IF OTX-MAX-GRID IS NOT NUMERIC
            MOVE "MAX GRID NOT NUMERIC" TO OCH-REASON
        ELSE
            IF OTX-MAX-GRID IS LESS THAN 1
                OR OTX-MAX-GRID IS GREATER THAN MAX-GRID
                    MOVE "MAX GRID OUT OF RANGE" TO OCH-REASON
            ELSE
                IF OTX-RESUME IS NOT EQUAL TO "Y"
                    AND OTX-RESUME IS NOT EQUAL TO "N"
                        MOVE "RESUME MUST BE Y OR N" TO OCH-REASON
                END-IF
            END-IF
        END-IF.

    MASTER-FIND.
        MOVE 0 TO OM-HIT
        PERFORM VARYING OM-IX FROM 1 BY 1
            UNTIL OM-IX IS GREATER THAN OM-COUNT
                OR OM-HIT IS GREATER THAN ZERO
            IF OM-ID(OM-IX) IS EQUAL TO OM-WHO
                AND OM-WHO IS NOT EQUAL TO SPACES
                    MOVE OM-IX TO OM-HIT
            END-IF
        END-PERFORM.

    BEFORE-IMAGE.
        MOVE SPACES TO OCH-BEFORE
        IF OM-HIT IS GREATER THAN ZERO
            MOVE OM-FLAG(OM-HIT) TO OCH-BEF-FLAG
            MOVE OM-MAX-GRID(OM-HIT) TO OCH-BEF-MAX-GRID
            MOVE OM-RESUME(OM-HIT) TO OCH-BEF-RESUME
        END-IF.

    TXN-RECORD-APPLIED.
        ADD 1 TO OTX-APPLY-CT
        MOVE "Y" TO OM-CHANGED
        MOVE FUNCTION CURRENT-DATE TO OM-CHG-TS(OM-HIT)
        MOVE OTX-SUPERVISOR TO OM-CHG-BY(OM-HIT)
        MOVE SPACES TO OCH-AFTER
        IF OTX-ACTION IS NOT EQUAL TO "X"
            MOVE OM-FLAG(OM-HIT) TO OCH-AFT-FLAG
            MOVE OM-MAX-GRID(OM-HIT) TO OCH-AFT-MAX-GRID
            MOVE OM-RESUME(OM-HIT) TO OCH-AFT-RESUME
        END-IF
        MOVE "APPLIED" TO OCH-DISP
        MOVE SPACES TO OCH-REASON
        PERFORM OCHG-STORE.

    TXN-REJECT.
        ADD 1 TO OTX-RJCT-CT
        MOVE "REJECTED" TO OCH-DISP
        MOVE OCH-BEFORE TO OCH-AFTER
        DISPLAY
            "TRANSACTION " OTX-ACTION " " OTX-OPR-ID
            " REJECTED - " FUNCTION TRIM(OCH-REASON)
        END-DISPLAY
        MOVE "OM0103" TO EXC-CODE
        MOVE "E" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "TRANSACTION " DELIMITED BY SIZE
            OTX-ACTION DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            OTX-OPR-ID DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE
            OTX-SUPERVISOR DELIMITED BY SIZE
            " REJECTED - " DELIMITED BY SIZE
            OCH-REASON DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
        PERFORM OCHG-STORE.

    OCHG-STORE.
        MOVE FUNCTION CURRENT-DATE TO OCH-TIMESTAMP
        MOVE OPERATOR-ID TO OCH-RUN-OPER
        MOVE OTX-SUPERVISOR TO OCH-SUPERVISOR
        MOVE OTX-ACTION TO OCH-ACTION
        MOVE OTX-OPR-ID TO OCH-OPR-ID
        WRITE OCHG-RECORD.

      *> Rewrite the master through a work file and only then replace
      *> the live file, the same shape PM uses for the puzzle master,
      *> so a failed run leaves CCOPER.DAT untouched.
    MASTER-STORE.
        OPEN OUTPUT OPRNEW-FILE
        IF OPRNEW-STATUS IS NOT EQUAL TO "00"
            DISPLAY
                FUNCTION TRIM(OPRNEW-NAME)
                " OPEN FAILED - MASTER NOT REWRITTEN"
            END-DISPLAY
            MOVE "OM0104" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "OPERATOR WORK FILE OPEN FAILED - MASTER NOT REWRITTEN"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        PERFORM VARYING OM-IX FROM 1 BY 1
            UNTIL OM-IX IS GREATER THAN OM-COUNT
            IF OM-ID(OM-IX) IS NOT EQUAL TO SPACES
                MOVE OM-ENTRY(OM-IX) TO OPRNEW-RECORD
                WRITE OPRNEW-RECORD
            END-IF
        END-PERFORM
        CLOSE OPRNEW-FILE
        CALL "CBL_COPY_FILE" USING OPRNEW-NAME OPR-LIVE-NAME
        CALL "CBL_DELETE_FILE" USING OPRNEW-NAME.

      *> Operator roster for the quarterly access review: every entry
      *> as the master now stands, with its entitlements and the last
      *> maintenance change made to it.
    ROSTER-PRINT.
        OPEN OUTPUT RPT-FILE
        IF RPT-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCOPROST.RPT OPEN FAILED"
            MOVE "OM0110" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCOPROST.RPT OPEN FAILED" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        MOVE "CC OPERATOR ROSTER" TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "PRINTED " DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE
            OPERATOR-ID DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE
            "OPERATOR STATUS   MAX-GRID RESUME LAST CHANGED CHANGED BY"
            TO RPT-LINE
        WRITE RPT-LINE
        PERFORM VARYING OM-IX FROM 1 BY 1
            UNTIL OM-IX IS GREATER THAN OM-COUNT
            IF OM-ID(OM-IX) IS NOT EQUAL TO SPACES
                PERFORM ROSTER-LINE
            END-IF
        END-PERFORM
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "ACTIVE " DELIMITED BY SIZE
            ROST-ACTIVE-CT DELIMITED BY SIZE
            "  DISABLED " DELIMITED BY SIZE
            ROST-DISABLED-CT DELIMITED BY SIZE
            "  CHANGES APPLIED THIS RUN " DELIMITED BY SIZE
            OTX-APPLY-CT DELIMITED BY SIZE
            "  REJECTED " DELIMITED BY SIZE
            OTX-RJCT-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        CLOSE RPT-FILE
        DISPLAY "CCOPROST.RPT WRITTEN".

    ROSTER-LINE.
        IF OM-FLAG(OM-IX) IS EQUAL TO "A"
            ADD 1 TO ROST-ACTIVE-CT
            MOVE "ACTIVE" TO ROST-STATUS-TXT
        ELSE
            ADD 1 TO ROST-DISABLED-CT
            MOVE "DISABLED" TO ROST-STATUS-TXT
        END-IF
        IF OM-CHG-TS(OM-IX) IS EQUAL TO SPACES
            MOVE "NEVER" TO ROST-CHG-DATE
        ELSE
            MOVE SPACES TO ROST-CHG-DATE
            STRING
                OM-CHG-TS(OM-IX)(1:4) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                OM-CHG-TS(OM-IX)(5:2) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                OM-CHG-TS(OM-IX)(7:2) DELIMITED BY SIZE
                INTO ROST-CHG-DATE
            END-STRING
        END-IF
        MOVE SPACES TO RPT-LINE
        STRING
            OM-ID(OM-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ROST-STATUS-TXT DELIMITED BY SIZE
            "    " DELIMITED BY SIZE
            OM-MAX-GRID(OM-IX) DELIMITED BY SIZE
            "     " DELIMITED BY SIZE
            OM-RESUME(OM-IX) DELIMITED BY SIZE
            "      " DELIMITED BY SIZE
            ROST-CHG-DATE DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            OM-CHG-BY(OM-IX) DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE.

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
            MOVE "OM0107" TO EXC-CODE
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
                            MOVE "OM0108" TO EXC-CODE
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
            MOVE "OM0109" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "OPERATOR NOT ON CCOPER.DAT MASTER - RUN REFUSED" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.

    MASTER-LOAD.
        MOVE 0 TO OM-COUNT
        MOVE "N" TO OPR-EOF
        OPEN INPUT OPER-FILE
        IF OPR-STATUS IS EQUAL TO "00"
            PERFORM UNTIL OPR-EOF IS EQUAL TO "Y"
                READ OPER-FILE
                    AT END
                        MOVE "Y" TO OPR-EOF
                    NOT AT END
                        IF OM-COUNT IS LESS THAN 500
                            ADD 1 TO OM-COUNT
                            MOVE OPER-RECORD TO OM-ENTRY(OM-COUNT)
                        ELSE
                            MOVE "Y" TO OM-OVERFULL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPER-FILE
        END-IF.
