IDENTIFICATION DIVISION.
    PROGRAM-ID. PF.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PUZZLE-FILE ASSIGN TO "CCPUZZLE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PZL-ID
                FILE STATUS IS PZL-STATUS.

            SELECT CAT-FILE ASSIGN TO "CCARCH.CAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAT-STATUS.

            SELECT AUDIT-FILE ASSIGN TO AUD-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

            SELECT GRID-FILE ASSIGN TO "CCGRID.CFG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GRID-STATUS.

            SELECT RPT-FILE ASSIGN TO "CCPZLFAIL.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
        FD PUZZLE-FILE.
            COPY "puzzle.cpy".

        FD CAT-FILE.
            01 CAT-RECORD.
                05 CAT-GEN-DATE PIC 9(8).

        FD AUDIT-FILE.
            COPY "audit.cpy".

        FD GRID-FILE.
            COPY "gridcfg.cpy".

        FD RPT-FILE.
            01 RPT-LINE PIC X(132).

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 PZL-STATUS PIC X(2) VALUE "00".
        01 PZL-EOF PIC X(1) VALUE "N".
        01 CAT-STATUS PIC X(2) VALUE "00".
        01 CAT-EOF PIC X(1) VALUE "N".
        01 AUD-STATUS PIC X(2) VALUE "00".
        01 AUD-EOF PIC X(1) VALUE "N".
        01 GRID-STATUS PIC X(2) VALUE "00".
        01 RPT-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

        01 AUD-FILENAME PIC X(30) VALUE "CCAUDIT.LOG".
        01 AUD-LIVE-NAME PIC X(30) VALUE "CCAUDIT.LOG".

        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

      *> Reporting range (YYYYMMDD). CC_PZLF_FROM / CC_PZLF_TO
      *> narrow it; the default is every record still on disk, live
      *> log and archived generations alike.
        01 PF-FROM-IN PIC X(8) VALUE SPACES.
        01 PF-TO-IN PIC X(8) VALUE SPACES.
        01 PF-FROM-DATE PIC 9(8) VALUE 0.
        01 PF-TO-DATE PIC 9(8) VALUE 99999999.
        01 PF-TS PIC X(21).
        01 PF-REC-DATE PIC 9(8).

        01 CAT-TABLE.
            05 CAT-COUNT PIC 9(3) VALUE 0.
            05 CAT-ENTRY OCCURS 400 TIMES.
                10 CAT-DATE PIC 9(8).
        01 CAT-IX PIC 9(3).

      *> One entry per puzzle: every puzzle on the master first, in
      *> puzzle ID order, so a puzzle nobody has submitted still shows
      *> as a line of zeroes; then any puzzle ID the audit trail
      *> quotes that is no longer (or never was) on the master; then
      *> boards with no puzzle ID at all (blank ID), which also picks
      *> up audit records written before the ID was carried.
      *> PF-SUBMIT counts first attempts only, so a board is one
      *> submission however often it is reprocessed; PASS, FAIL (by
      *> kind) and the hot-spot cells count every attempt, and
      *> PF-CLR-ATT / PF-CLEARED are the reprocess attempts out of
      *> suspense and how many of them passed.
        01 PF-TABLE.
            05 PF-COUNT PIC 9(3) VALUE 0.
            05 PF-ENTRY OCCURS 600 TIMES.
                10 PF-ID PIC X(8).
                10 PF-ON-MASTER PIC X(1).
                10 PF-SUBMIT PIC 9(6).
                10 PF-PASS PIC 9(6).
                10 PF-FAIL PIC 9(6).
                10 PF-FAIL-ROW PIC 9(6).
                10 PF-FAIL-COL PIC 9(6).
                10 PF-FAIL-BOX PIC 9(6).
                10 PF-FAIL-GIV PIC 9(6).
                10 PF-FAIL-OTH PIC 9(6).
                10 PF-DUPE PIC 9(6).
                10 PF-CLR-ATT PIC 9(6).
                10 PF-CLEARED PIC 9(6).
                10 PF-CELL-CT PIC 9(6).
                10 PF-CELL PIC 9(5) OCCURS 256 TIMES.
        01 PF-IX PIC 9(3).
        01 PF-HIT PIC 9(3) VALUE 0.
        01 PF-FULL-TOLD PIC X(1) VALUE "N".
        01 PF-MASTER-CT PIC 9(3) VALUE 0.

        01 PF-TOTALS.
            05 PFT-SUBMIT PIC 9(6) VALUE 0.
            05 PFT-PASS PIC 9(6) VALUE 0.
            05 PFT-FAIL PIC 9(6) VALUE 0.
            05 PFT-FAIL-ROW PIC 9(6) VALUE 0.
            05 PFT-FAIL-COL PIC 9(6) VALUE 0.
            05 PFT-FAIL-BOX PIC 9(6) VALUE 0.
            05 PFT-FAIL-GIV PIC 9(6) VALUE 0.
            05 PFT-FAIL-OTH PIC 9(6) VALUE 0.
            05 PFT-DUPE PIC 9(6) VALUE 0.
            05 PFT-CLR-ATT PIC 9(6) VALUE 0.
            05 PFT-CLEARED PIC 9(6) VALUE 0.

        01 PF-ATTEMPT PIC 9(2).
        01 PF-ROW PIC 9(2).
        01 PF-COL PIC 9(2).
        01 PF-CELL-IX PIC 9(3).
        01 PF-R PIC 9(2).
        01 PF-C PIC 9(2).
        01 PF-COL-AT PIC 9(3).
        01 PF-CELL-ED PIC ZZZZ9.
        01 PF-LABEL PIC X(13).
        01 PF-READ-CT PIC 9(7) VALUE 0.

        01 GEN-MISS-CT PIC 9(3) VALUE 0.


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    MOVE FUNCTION CURRENT-DATE TO PF-TS

    ACCEPT PF-FROM-IN FROM ENVIRONMENT "CC_PZLF_FROM"
    ACCEPT PF-TO-IN FROM ENVIRONMENT "CC_PZLF_TO"
    IF PF-FROM-IN IS NUMERIC AND PF-FROM-IN IS NOT EQUAL TO SPACES
        MOVE PF-FROM-IN TO PF-FROM-DATE
    END-IF
    IF PF-TO-IN IS NUMERIC AND PF-TO-IN IS NOT EQUAL TO SPACES
        MOVE PF-TO-IN TO PF-TO-DATE
    END-IF
    IF PF-FROM-DATE IS GREATER THAN PF-TO-DATE
        DISPLAY
            "PUZZLE FAILURE RANGE " PF-FROM-DATE " TO " PF-TO-DATE
            " IS BACKWARDS - NOTHING TO REPORT"
        END-DISPLAY
        MOVE "PF0101" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE "PUZZLE FAILURE DATE RANGE IS BACKWARDS - NOTHING TO REPORT"
            TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    OPEN OUTPUT RPT-FILE
    IF RPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "CCPZLFAIL.RPT OPEN FAILED"
        MOVE "PF0102" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE "CCPZLFAIL.RPT OPEN FAILED" TO EXC-TEXT
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    PERFORM GRID-LOAD
    PERFORM PUZZLE-LOAD
    PERFORM CAT-LOAD
    PERFORM WALK-GENERATIONS

      *> The live log carries whatever has not been cut to a
      *> generation yet.
    ACCEPT AUD-LIVE-NAME FROM ENVIRONMENT "CC_AUDIT_FILE"
    IF AUD-LIVE-NAME IS EQUAL TO SPACES
        MOVE "CCAUDIT.LOG" TO AUD-LIVE-NAME
    END-IF
    MOVE AUD-LIVE-NAME TO AUD-FILENAME
    PERFORM TALLY-AUDIT-FILE

    PERFORM PRINT-SUMMARY
    PERFORM PRINT-HOT-SPOTS

    CLOSE RPT-FILE
    DISPLAY
        "CCPZLFAIL.RPT WRITTEN - PUZZLES " PF-COUNT
        " AUDIT RECORDS READ " PF-READ-CT
    END-DISPLAY
    MOVE EXC-WORST-RC TO RETURN-CODE
    STOP RUN.

      *> Append one event to the central exception log and keep the
      *> run's completion code at the worst severity seen. The log is
      *> opened per event so it survives whatever STOP RUN follows.
    EXC-STORE.
        MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP
        MOVE "PF" TO EXC-PROGRAM
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

      *> Seed the table from the master so every issued puzzle gets a
      *> line, submitted or not.
    PUZZLE-LOAD.
        MOVE "N" TO PZL-EOF
        OPEN INPUT PUZZLE-FILE
        IF PZL-STATUS IS EQUAL TO "00"
            PERFORM UNTIL PZL-EOF IS EQUAL TO "Y"
                READ PUZZLE-FILE
                    AT END
                        MOVE "Y" TO PZL-EOF
                    NOT AT END
                        IF PZL-ID IS NOT EQUAL TO SPACES
                            PERFORM PUZZLE-FIND
                            IF PF-HIT IS GREATER THAN ZERO
                                MOVE "Y" TO PF-ON-MASTER(PF-HIT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PUZZLE-FILE
            MOVE PF-COUNT TO PF-MASTER-CT
        ELSE
            DISPLAY
                "CCPUZZLE.DAT NOT FOUND - ONLY PUZZLES ON THE AUDIT"
                " TRAIL ARE REPORTED"
            END-DISPLAY
            MOVE "PF0103" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE "CCPUZZLE.DAT NOT FOUND - AUDIT-TRAIL PUZZLES ONLY"
                TO EXC-TEXT
            PERFORM EXC-STORE
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
                "CCARCH.CAT NOT FOUND - ANALYSIS COVERS LIVE LOG ONLY"
            END-DISPLAY
        END-IF.

      *> A generation is cut at the end of its business day, so one
      *> dated before the range start holds nothing in range.
    WALK-GENERATIONS.
        PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX IS GREATER THAN CAT-COUNT
            IF CAT-DATE(CAT-IX) IS NOT LESS THAN PF-FROM-DATE
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
                        PERFORM TALLY-AUDIT-RECORD
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
        ELSE
            PERFORM NOTE-MISSING-GEN
        END-IF.

      *> A catalogued generation whose file is gone leaves its boards
      *> out of the counts; say so.
    NOTE-MISSING-GEN.
        IF AUD-FILENAME IS NOT EQUAL TO AUD-LIVE-NAME
            ADD 1 TO GEN-MISS-CT
            DISPLAY
                FUNCTION TRIM(AUD-FILENAME)
                " ON CATALOG BUT NOT ON DISK - GENERATION SKIPPED"
            END-DISPLAY
            MOVE "PF0104" TO EXC-CODE
            MOVE "W" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                FUNCTION TRIM(AUD-FILENAME) DELIMITED BY SIZE
                " ON CATALOG BUT NOT ON DISK" DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
        END-IF.

      *> Find (or open) the table entry for PZL-ID.
    PUZZLE-FIND.
        MOVE 0 TO PF-HIT
        PERFORM VARYING PF-IX FROM 1 BY 1
            UNTIL PF-IX IS GREATER THAN PF-COUNT
                OR PF-HIT IS GREATER THAN ZERO
            IF PF-ID(PF-IX) IS EQUAL TO PZL-ID
                MOVE PF-IX TO PF-HIT
            END-IF
        END-PERFORM
        IF PF-HIT IS EQUAL TO ZERO
            AND PF-COUNT IS LESS THAN 600
                ADD 1 TO PF-COUNT
                MOVE PF-COUNT TO PF-HIT
                INITIALIZE PF-ENTRY(PF-HIT)
                MOVE PZL-ID TO PF-ID(PF-HIT)
                MOVE "N" TO PF-ON-MASTER(PF-HIT)
        END-IF
        IF PF-HIT IS EQUAL TO ZERO
            AND PF-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "PUZZLE TABLE FULL - PUZZLES BEYOND 600 NOT"
                    " ANALYSED"
                END-DISPLAY
                MOVE "Y" TO PF-FULL-TOLD
                MOVE "PF0105" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "PUZZLE TABLE FULL - PUZZLES BEYOND 600 NOT ANALYSED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
        END-IF.

    TALLY-AUDIT-RECORD.
        IF AUD-TIMESTAMP(1:8) IS NOT NUMERIC
            CONTINUE
        ELSE
            MOVE AUD-TIMESTAMP(1:8) TO PF-REC-DATE
            IF PF-REC-DATE IS NOT LESS THAN PF-FROM-DATE
                AND PF-REC-DATE IS NOT GREATER THAN PF-TO-DATE
                AND (AUD-RESULT IS EQUAL TO "PASS"
                    OR AUD-RESULT IS EQUAL TO "FAIL"
                    OR AUD-RESULT IS EQUAL TO "DUPE")
                        PERFORM TALLY-BOARD-RECORD
            END-IF
        END-IF.

    TALLY-BOARD-RECORD.
        ADD 1 TO PF-READ-CT
        MOVE AUD-PZL-ID TO PZL-ID
        PERFORM PUZZLE-FIND
        IF PF-HIT IS GREATER THAN ZERO
            PERFORM TALLY-PUZZLE-ENTRY
        END-IF.

    TALLY-PUZZLE-ENTRY.
        IF AUD-ATTEMPT IS NUMERIC AND AUD-ATTEMPT IS GREATER THAN 1
            MOVE AUD-ATTEMPT TO PF-ATTEMPT
        ELSE
            MOVE 1 TO PF-ATTEMPT
        END-IF
        IF PF-ATTEMPT IS EQUAL TO 1
            ADD 1 TO PF-SUBMIT(PF-HIT)
        ELSE
            ADD 1 TO PF-CLR-ATT(PF-HIT)
        END-IF
        EVALUATE AUD-RESULT
            WHEN "PASS"
                ADD 1 TO PF-PASS(PF-HIT)
                IF PF-ATTEMPT IS GREATER THAN 1
                    ADD 1 TO PF-CLEARED(PF-HIT)
                END-IF
            WHEN "FAIL"
                ADD 1 TO PF-FAIL(PF-HIT)
                EVALUATE AUD-DETAIL(1:3)
                    WHEN "ROW"
                        ADD 1 TO PF-FAIL-ROW(PF-HIT)
                    WHEN "COL"
                        ADD 1 TO PF-FAIL-COL(PF-HIT)
                    WHEN "BOX"
                        ADD 1 TO PF-FAIL-BOX(PF-HIT)
                    WHEN "GIV"
                        ADD 1 TO PF-FAIL-GIV(PF-HIT)
                    WHEN OTHER
                        ADD 1 TO PF-FAIL-OTH(PF-HIT)
                END-EVALUATE
                PERFORM TALLY-FAIL-CELL
            WHEN "DUPE"
                ADD 1 TO PF-DUPE(PF-HIT)
        END-EVALUATE.

      *> Cells are kept row-major over the configured grid, the same
      *> way the master holds a puzzle's givens. A record with no
      *> cell (short board, puzzle not on the master, or written
      *> before the cell was carried) or one outside today's grid
      *> counts in the kind columns only.
    TALLY-FAIL-CELL.
        IF AUD-FAIL-ROW IS NUMERIC AND AUD-FAIL-COL IS NUMERIC
            MOVE AUD-FAIL-ROW TO PF-ROW
            MOVE AUD-FAIL-COL TO PF-COL
            IF PF-ROW IS GREATER THAN ZERO
                AND PF-ROW IS NOT GREATER THAN GRID-SIZE-WS
                AND PF-COL IS GREATER THAN ZERO
                AND PF-COL IS NOT GREATER THAN GRID-SIZE-WS
                    COMPUTE PF-CELL-IX =
                        ((PF-ROW - 1) * GRID-SIZE-WS) + PF-COL
                    END-COMPUTE
                    ADD 1 TO PF-CELL(PF-HIT, PF-CELL-IX)
                    ADD 1 TO PF-CELL-CT(PF-HIT)
            END-IF
        END-IF.

    PRINT-SUMMARY.
        MOVE "CC PER-PUZZLE FAILURE ANALYSIS" TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "RUN " DELIMITED BY SIZE
            PF-TS(1:8) DELIMITED BY SIZE
            "  RANGE " DELIMITED BY SIZE
            PF-FROM-DATE DELIMITED BY SIZE
            " TO " DELIMITED BY SIZE
            PF-TO-DATE DELIMITED BY SIZE
            "  GRID " DELIMITED BY SIZE
            GRID-SIZE-WS DELIMITED BY SIZE
            "  PUZZLES ON MASTER " DELIMITED BY SIZE
            PF-MASTER-CT DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "SUBMIT = FIRST ATTEMPTS; PASS/FAIL COUNT EVERY ATTEMPT;"
                DELIMITED BY SIZE
            " CLRATT/CLEARD = SUSPENSE REPROCESS ATTEMPTS/PASSED;"
                DELIMITED BY SIZE
            " *OFF = NOT ON MASTER" DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "PUZZLE        SUBMIT   PASS   FAIL    ROW    COL"
                DELIMITED BY SIZE
            "    BOX    GIV  SHORT   DUPE CLRATT CLEARD"
                DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE

        PERFORM VARYING PF-IX FROM 1 BY 1
            UNTIL PF-IX IS GREATER THAN PF-COUNT
            PERFORM PRINT-PUZZLE-LINE
        END-PERFORM

        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        STRING
            "TOTAL        " DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-SUBMIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-PASS DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL-ROW DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL-COL DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL-BOX DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL-GIV DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-FAIL-OTH DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-DUPE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-CLR-ATT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PFT-CLEARED DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        IF GEN-MISS-CT IS GREATER THAN ZERO
            MOVE SPACES TO RPT-LINE
            STRING
                "** " DELIMITED BY SIZE
                GEN-MISS-CT DELIMITED BY SIZE
                " CATALOGUED GENERATION(S) MISSING FROM DISK -"
                    DELIMITED BY SIZE
                " COUNTS UNDERSTATED" DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
        END-IF.

    PRINT-PUZZLE-LINE.
        MOVE SPACES TO PF-LABEL
        IF PF-ID(PF-IX) IS EQUAL TO SPACES
            MOVE "(NO-ID)" TO PF-LABEL
        ELSE
            MOVE PF-ID(PF-IX) TO PF-LABEL
            IF PF-ON-MASTER(PF-IX) IS NOT EQUAL TO "Y"
                MOVE "*OFF" TO PF-LABEL(10:4)
            END-IF
        END-IF
        MOVE SPACES TO RPT-LINE
        STRING
            PF-LABEL DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-SUBMIT(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-PASS(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL-ROW(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL-COL(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL-BOX(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL-GIV(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-FAIL-OTH(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-DUPE(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-CLR-ATT(PF-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PF-CLEARED(PF-IX) DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        ADD PF-SUBMIT(PF-IX) TO PFT-SUBMIT
        ADD PF-PASS(PF-IX) TO PFT-PASS
        ADD PF-FAIL(PF-IX) TO PFT-FAIL
        ADD PF-FAIL-ROW(PF-IX) TO PFT-FAIL-ROW
        ADD PF-FAIL-COL(PF-IX) TO PFT-FAIL-COL
        ADD PF-FAIL-BOX(PF-IX) TO PFT-FAIL-BOX
        ADD PF-FAIL-GIV(PF-IX) TO PFT-FAIL-GIV
        ADD PF-FAIL-OTH(PF-IX) TO PFT-FAIL-OTH
        ADD PF-DUPE(PF-IX) TO PFT-DUPE
        ADD PF-CLR-ATT(PF-IX) TO PFT-CLR-ATT
        ADD PF-CLEARED(PF-IX) TO PFT-CLEARED.

      *> One grid per puzzle that has at least one failing cell on
      *> record: rows down, columns across, each figure the number of
      *> failed attempts that were pinned on that cell.
    PRINT-HOT-SPOTS.
        PERFORM VARYING PF-IX FROM 1 BY 1
            UNTIL PF-IX IS GREATER THAN PF-COUNT
            IF PF-CELL-CT(PF-IX) IS GREATER THAN ZERO
                PERFORM PRINT-PUZZLE-GRID
            END-IF
        END-PERFORM.

    PRINT-PUZZLE-GRID.
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
        MOVE SPACES TO PF-LABEL
        IF PF-ID(PF-IX) IS EQUAL TO SPACES
            MOVE "(NO-ID)" TO PF-LABEL
        ELSE
            MOVE PF-ID(PF-IX) TO PF-LABEL
        END-IF
        MOVE SPACES TO RPT-LINE
        STRING
            "FAILING-CELL HOT SPOTS - PUZZLE " DELIMITED BY SIZE
            PF-LABEL DELIMITED BY SPACE
            "  (" DELIMITED BY SIZE
            PF-CELL-CT(PF-IX) DELIMITED BY SIZE
            " FAILS PINNED TO A CELL)" DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        WRITE RPT-LINE
        MOVE SPACES TO RPT-LINE
        MOVE "ROW" TO RPT-LINE(1:3)
        PERFORM VARYING PF-C FROM 1 BY 1
            UNTIL PF-C IS GREATER THAN GRID-SIZE-WS
            COMPUTE PF-COL-AT = 5 + ((PF-C - 1) * 6)
            END-COMPUTE
            MOVE "  C" TO RPT-LINE(PF-COL-AT:3)
            MOVE PF-C TO RPT-LINE(PF-COL-AT + 3:2)
        END-PERFORM
        WRITE RPT-LINE
        PERFORM VARYING PF-R FROM 1 BY 1
            UNTIL PF-R IS GREATER THAN GRID-SIZE-WS
            PERFORM PRINT-GRID-ROW
        END-PERFORM.

    PRINT-GRID-ROW.
        MOVE SPACES TO RPT-LINE
        MOVE "R" TO RPT-LINE(1:1)
        MOVE PF-R TO RPT-LINE(2:2)
        PERFORM VARYING PF-C FROM 1 BY 1
            UNTIL PF-C IS GREATER THAN GRID-SIZE-WS
            COMPUTE PF-CELL-IX =
                ((PF-R - 1) * GRID-SIZE-WS) + PF-C
            END-COMPUTE
            COMPUTE PF-COL-AT = 5 + ((PF-C - 1) * 6)
            END-COMPUTE
            IF PF-CELL(PF-IX, PF-CELL-IX) IS GREATER THAN ZERO
                MOVE PF-CELL(PF-IX, PF-CELL-IX) TO PF-CELL-ED
                MOVE PF-CELL-ED TO RPT-LINE(PF-COL-AT + 1:5)
            ELSE
                MOVE "    ." TO RPT-LINE(PF-COL-AT + 1:5)
            END-IF
        END-PERFORM
        WRITE RPT-LINE.
