IDENTIFICATION DIVISION.
    PROGRAM-ID. TL.


ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROG-FILE ASSIGN TO TL-TAPE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PROG-STATUS.

            SELECT GRID-FILE ASSIGN TO "CCGRID.CFG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GRID-STATUS.

            SELECT LST-FILE ASSIGN TO TL-LST-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LST-STATUS.

            SELECT EXC-FILE ASSIGN TO "CCEXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXC-STATUS.


DATA DIVISION.
    FILE SECTION.
        FD PROG-FILE.
            01 PROG-RECORD PIC X(1548).

        FD GRID-FILE.
            COPY "gridcfg.cpy".

        FD LST-FILE.
            01 LST-LINE PIC X(132).

        FD EXC-FILE.
            COPY "exclog.cpy".

    WORKING-STORAGE SECTION.
        01 PROG-STATUS PIC X(2) VALUE "00".
        01 GRID-STATUS PIC X(2) VALUE "00".
        01 LST-STATUS PIC X(2) VALUE "00".

        01 EXC-STATUS PIC X(2) VALUE "00".
        01 EXC-WORST-RC PIC 9(2) VALUE 0.

      *> Tape to list. CC_LIST_TAPE names a candidate release (the
      *> same file CC_CAND_TAPE would hand CC for certification); the
      *> default is the production tape. The listing is named for the
      *> tape version off the header, so the production and candidate
      *> listings sit next to each other for review.
        01 TL-TAPE-NAME PIC X(30) VALUE "CCPROG.DAT".
        01 TL-TAPE-IN PIC X(30) VALUE SPACES.
        01 TL-LST-NAME PIC X(30) VALUE SPACES.
        01 TL-TS PIC X(21).

        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.
        01 TL-BOXSZ PIC 9(2) VALUE 3.
        01 TL-BOX-ACROSS PIC 9(2) VALUE 3.
        01 TL-CELL-MAX PIC 9(3) VALUE 81.

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

      *> Execution-order walk of the tape, stepping P0 exactly as the
      *> VM does. The VM has no conditional branch - "Z" and "C" only
      *> set the fail flag - so one walk from offset 1 visits every
      *> instruction any board can reach, in the order it reaches
      *> them, and whatever the walk never touches is dead.
        01 TR-P0 PIC 9(8).
        01 TR-AT PIC 9(4).
        01 TR-OP PIC X(11).
        01 TR-LEN PIC 9(2).
        01 TR-JUMP PIC 9(4).
        01 TR-TARGET PIC 9(5).
        01 TR-CYCLES PIC 9(7).
        01 TR-DONE PIC X(1).
        01 TR-SP PIC 9(2).
        01 TR-MAX-SP PIC 9(2) VALUE 0.
        01 TR-RET PIC 9(8) OCCURS 20 TIMES.
        01 TR-FIRST PIC X(1).
        01 TR-STOP PIC X(40) VALUE SPACES.
        01 TR-REACH PIC X(1) OCCURS 1548 TIMES.
        01 TR-REACH-CT PIC 9(4) VALUE 0.

      *> Cell currently fetched by "V" (row-major index over the
      *> grid, zero when none), and the cells marked by "A" since the
      *> last "IA" - the group the next "C" passes judgement on.
        01 TL-ROW PIC 9(2).
        01 TL-COL PIC 9(2).
        01 TL-CELL PIC 9(3).
        01 TL-CELL-OK PIC X(1).
        01 TL-LAST-CELL PIC 9(3) VALUE 0.
        01 TL-BR PIC 9(2).
        01 TL-BC PIC 9(2).
        01 TL-BOX PIC 9(2).
        01 GRP-TABLE.
            05 GRP-COUNT PIC 9(3) VALUE 0.
            05 GRP-CELL PIC 9(3) OCCURS 256 TIMES.
        01 GRP-IX PIC 9(3).
        01 GRP-JX PIC 9(3).
        01 GRP-SAME-ROW PIC X(1).
        01 GRP-SAME-COL PIC X(1).
        01 GRP-SAME-BOX PIC X(1).
        01 GRP-DISTINCT PIC X(1).
        01 GRP-ROW1 PIC 9(2).
        01 GRP-COL1 PIC 9(2).
        01 GRP-BOX1 PIC 9(2).

      *> Per-cell results, row-major over the grid.
        01 CELL-TABLE.
            05 CELL-ENTRY OCCURS 256 TIMES.
                10 KM-SEQ PIC 9(3).
                10 KM-TIMES PIC 9(2).
                10 KM-PRESET PIC X(1).
                10 CK-GROUPS PIC 9(2).
                10 CK-ZERO PIC X(1).
        01 CELL-IX PIC 9(3).

      *> Cells in the order the "Y" instructions key them, which is
      *> the order they are taken off the SOL-CELL positions of a
      *> submission.
        01 KY-TABLE.
            05 KY-COUNT PIC 9(3) VALUE 0.
            05 KY-ENTRY OCCURS 256 TIMES.
                10 KY-ROW PIC 9(2).
                10 KY-COL PIC 9(2).
                10 KY-OFFSET PIC 9(4).
        01 KY-IX PIC 9(3).

      *> One entry per "C" the walk reached, with the shape of the
      *> group of cells it checks.
        01 CG-TABLE.
            05 CG-COUNT PIC 9(3) VALUE 0.
            05 CG-ENTRY OCCURS 200 TIMES.
                10 CG-OFFSET PIC 9(4).
                10 CG-KIND PIC X(9).
                10 CG-INDEX PIC 9(2).
                10 CG-CELLS PIC 9(3).
                10 CG-WHOLE PIC X(1).
        01 CG-IX PIC 9(3).
        01 COV-ROW PIC 9(2) OCCURS 16 TIMES.
        01 COV-COL PIC 9(2) OCCURS 16 TIMES.
        01 COV-BOX PIC 9(2) OCCURS 16 TIMES.
        01 COV-IX PIC 9(2).

      *> Every "J" and "X" on the tape, reached or not.
        01 XR-TABLE.
            05 XR-COUNT PIC 9(3) VALUE 0.
            05 XR-ENTRY OCCURS 400 TIMES.
                10 XR-FROM PIC 9(4).
                10 XR-TO PIC 9(5).
                10 XR-KIND PIC X(4).
        01 XR-IX PIC 9(3).
        01 XR-FULL-TOLD PIC X(1) VALUE "N".
        01 XR-HITS PIC 9(3).

        01 FND-TABLE.
            05 FND-COUNT PIC 9(3) VALUE 0.
            05 FND-ENTRY OCCURS 300 TIMES.
                10 FND-OFFSET PIC 9(4).
                10 FND-TEXT PIC X(70).
        01 FND-IX PIC 9(3).
        01 FND-FULL-TOLD PIC X(1) VALUE "N".
        01 FND-AT PIC 9(4).
        01 FND-MSG PIC X(70).

      *> Linear listing pass.
        01 LS-P0 PIC 9(4).
        01 LS-OP PIC X(11).
        01 LS-LEN PIC 9(2).
        01 LS-SIZE PIC 9(2).
        01 LS-IX PIC 9(2).
        01 LS-RAW PIC X(11).
        01 LS-DESC PIC X(52).
        01 LS-NOTE PIC X(24).
        01 LS-TARGET PIC 9(5).
        01 LS-INSTR-CT PIC 9(4) VALUE 0.
        01 UR-START PIC 9(4) VALUE 0.
        01 UR-END PIC 9(4) VALUE 0.
        01 UR-CT PIC 9(4) VALUE 0.

        01 TL-EDIT3 PIC ZZ9.
        01 TL-COL-AT PIC 9(3).
        01 TL-NUM2 PIC 9(2).
        01 TL-NEVER-KEYED PIC 9(3) VALUE 0.
        01 TL-FIXED-ONLY PIC 9(3) VALUE 0.
        01 TL-NEVER-SET PIC 9(3) VALUE 0.
        01 TL-NEVER-CHECKED PIC 9(3) VALUE 0.
        01 TL-NEVER-ZCHECKED PIC 9(3) VALUE 0.
        01 TL-WORD PIC X(4).


PROCEDURE DIVISION.
    MOVE SPACES TO EXC-BATCH-ID
    MOVE 0 TO EXC-BOARD-NO
    MOVE FUNCTION CURRENT-DATE TO TL-TS

    ACCEPT TL-TAPE-IN FROM ENVIRONMENT "CC_LIST_TAPE"
    IF TL-TAPE-IN IS NOT EQUAL TO SPACES
        MOVE TL-TAPE-IN TO TL-TAPE-NAME
    END-IF

    PERFORM GRID-LOAD
    PERFORM PROG-LOAD

    MOVE SPACES TO TL-LST-NAME
    STRING
        "CCTAPE-" DELIMITED BY SIZE
        PH-VERSION DELIMITED BY SPACE
        ".LST" DELIMITED BY SIZE
        INTO TL-LST-NAME
    END-STRING
    OPEN OUTPUT LST-FILE
    IF LST-STATUS IS NOT EQUAL TO "00"
        DISPLAY FUNCTION TRIM(TL-LST-NAME) " OPEN FAILED"
        MOVE "TL0107" TO EXC-CODE
        MOVE "F" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            FUNCTION TRIM(TL-LST-NAME) DELIMITED BY SIZE
            " OPEN FAILED" DELIMITED BY SIZE
            INTO EXC-TEXT
        END-STRING
        PERFORM EXC-STORE
        STOP RUN
    END-IF

    PERFORM TAPE-WALK
    PERFORM PRINT-HEADING
    PERFORM PRINT-LISTING
    PERFORM PRINT-TARGETS
    PERFORM PRINT-KEY-MAP
    PERFORM PRINT-CHECKS
    PERFORM PRINT-FINDINGS

    CLOSE LST-FILE
    DISPLAY
        FUNCTION TRIM(TL-LST-NAME) " WRITTEN - TAPE " PH-VERSION
        " INSTRUCTIONS " LS-INSTR-CT " FINDINGS " FND-COUNT
    END-DISPLAY
    IF FND-COUNT IS GREATER THAN ZERO
        MOVE "TL0108" TO EXC-CODE
        MOVE "W" TO EXC-SEVERITY
        MOVE SPACES TO EXC-TEXT
        STRING
            "TAPE " DELIMITED BY SIZE
            PH-VERSION DELIMITED BY SPACE
            " LISTED WITH " DELIMITED BY SIZE
            FND-COUNT DELIMITED BY SIZE
            " FINDING(S) - SEE " DELIMITED BY SIZE
            FUNCTION TRIM(TL-LST-NAME) DELIMITED BY SIZE
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
        MOVE "TL" TO EXC-PROGRAM
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
        END-IF
        COMPUTE TL-BOXSZ = FUNCTION INTEGER(FUNCTION SQRT(GRID-SIZE-WS))
        IF TL-BOXSZ IS LESS THAN 1
            MOVE 1 TO TL-BOXSZ
        END-IF
        COMPUTE TL-BOX-ACROSS = GRID-SIZE-WS / TL-BOXSZ
        END-COMPUTE
        COMPUTE TL-CELL-MAX = GRID-SIZE-WS * GRID-SIZE-WS
        END-COMPUTE.

    PROG-LOAD.
        OPEN INPUT PROG-FILE
        IF PROG-STATUS IS NOT EQUAL TO "00"
            DISPLAY FUNCTION TRIM(TL-TAPE-NAME) " NOT FOUND"
            MOVE "TL0101" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE SPACES TO EXC-TEXT
            STRING
                FUNCTION TRIM(TL-TAPE-NAME) DELIMITED BY SIZE
                " NOT FOUND" DELIMITED BY SIZE
                INTO EXC-TEXT
            END-STRING
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        READ PROG-FILE
            AT END
                DISPLAY FUNCTION TRIM(TL-TAPE-NAME) " EMPTY"
                MOVE "TL0102" TO EXC-CODE
                MOVE "F" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    FUNCTION TRIM(TL-TAPE-NAME) DELIMITED BY SIZE
                    " EMPTY" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
                STOP RUN
            NOT AT END
                MOVE PROG-RECORD(1:19) TO PROG-HDR
        END-READ
        READ PROG-FILE
            AT END
                DISPLAY
                    FUNCTION TRIM(TL-TAPE-NAME)
                    " HAS NO TAPE BODY AFTER HEADER"
                END-DISPLAY
                MOVE "TL0103" TO EXC-CODE
                MOVE "F" TO EXC-SEVERITY
                MOVE SPACES TO EXC-TEXT
                STRING
                    FUNCTION TRIM(TL-TAPE-NAME) DELIMITED BY SIZE
                    " HAS NO TAPE BODY AFTER HEADER" DELIMITED BY SIZE
                    INTO EXC-TEXT
                END-STRING
                PERFORM EXC-STORE
                STOP RUN
            NOT AT END
                MOVE PROG-RECORD TO P
        END-READ
        CLOSE PROG-FILE
        PERFORM PROG-VERIFY
        PERFORM PROG-DECODE.

      *> A tape that CC would refuse to run is not listed either: the
      *> listing has to describe exactly what production would
      *> execute.
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
                FUNCTION TRIM(TL-TAPE-NAME) " TAPE " PH-VERSION
                " CHECKSUM " PCK-SUM
                " DOES NOT MATCH HEADER " PH-CHECKSUM
                " - LISTING REFUSED"
            END-DISPLAY
            MOVE "TL0104" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "TAPE CHECKSUM MISMATCH - LISTING REFUSED" TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF
        IF PH-GRID IS NOT EQUAL TO GRID-SIZE-WS
            DISPLAY
                FUNCTION TRIM(TL-TAPE-NAME) " TAPE " PH-VERSION
                " AUTHORED FOR GRID " PH-GRID
                " BUT CONFIGURED GRID IS " GRID-SIZE-WS
                " - LISTING REFUSED"
            END-DISPLAY
            MOVE "TL0105" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "TAPE GRID MISMATCH - LISTING REFUSED" TO EXC-TEXT
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

      *> Note one finding against a tape offset (zero for the tape as
      *> a whole).
    FINDING-ADD.
        IF FND-COUNT IS LESS THAN 300
            ADD 1 TO FND-COUNT
            MOVE FND-AT TO FND-OFFSET(FND-COUNT)
            MOVE FND-MSG TO FND-TEXT(FND-COUNT)
        ELSE
            IF FND-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "FINDING TABLE FULL - FINDINGS BEYOND 300 NOT LISTED"
                END-DISPLAY
                MOVE "Y" TO FND-FULL-TOLD
                MOVE "TL0106" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "FINDING TABLE FULL - FINDINGS BEYOND 300 NOT LISTED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF.

      *> Row and column off a "V"/"Y" operand into TL-ROW/TL-COL and
      *> the row-major TL-CELL. The VM addresses C(op(3), op(2)), so
      *> the third byte is the row and the second the column.
    CELL-DECODE.
        MOVE "N" TO TL-CELL-OK
        MOVE 0 TO TL-CELL
        IF TR-OP(2:2) IS NUMERIC
            MOVE TR-OP(3:1) TO TL-ROW
            MOVE TR-OP(2:1) TO TL-COL
            IF TL-ROW IS GREATER THAN ZERO
                AND TL-ROW IS NOT GREATER THAN GRID-SIZE-WS
                AND TL-COL IS GREATER THAN ZERO
                AND TL-COL IS NOT GREATER THAN GRID-SIZE-WS
                    MOVE "Y" TO TL-CELL-OK
                    COMPUTE TL-CELL =
                        ((TL-ROW - 1) * GRID-SIZE-WS) + TL-COL
                    END-COMPUTE
            END-IF
        END-IF.

      *> Box number the way CC's CHECK-BOXES counts them: left to
      *> right, then down.
    CELL-BOX.
        COMPUTE TL-ROW = ((TL-CELL - 1) / GRID-SIZE-WS) + 1
        END-COMPUTE
        COMPUTE TL-COL = TL-CELL - ((TL-ROW - 1) * GRID-SIZE-WS)
        END-COMPUTE
        COMPUTE TL-BR = (TL-ROW - 1) / TL-BOXSZ
        END-COMPUTE
        COMPUTE TL-BC = (TL-COL - 1) / TL-BOXSZ
        END-COMPUTE
        COMPUTE TL-BOX = (TL-BR * TL-BOX-ACROSS) + TL-BC + 1
        END-COMPUTE.

    TAPE-WALK.
        INITIALIZE CELL-TABLE
        PERFORM VARYING PD-IX FROM 1 BY 1
            UNTIL PD-IX IS GREATER THAN 1548
            MOVE "N" TO TR-REACH(PD-IX)
        END-PERFORM
        MOVE 1 TO TR-P0
        MOVE 0 TO TR-SP
        MOVE 0 TO TR-CYCLES
        MOVE 0 TO TL-LAST-CELL
        MOVE 0 TO GRP-COUNT
        MOVE "N" TO TR-DONE
        PERFORM UNTIL TR-DONE IS EQUAL TO "Y"
            PERFORM TAPE-WALK-STEP
        END-PERFORM
        DISPLAY "TAPE WALK ENDED - " FUNCTION TRIM(TR-STOP).

    TAPE-WALK-STEP.
        ADD 1 TO TR-CYCLES
        IF TR-P0 IS LESS THAN 1
            OR TR-P0 IS GREATER THAN 1548
                MOVE "RAN OFF THE END OF THE TAPE" TO TR-STOP
                MOVE "Y" TO TR-DONE
                MOVE 1548 TO FND-AT
                MOVE "EXECUTION RUNS OFF THE END OF THE TAPE WITHOUT A HALT"
                    TO FND-MSG
                PERFORM FINDING-ADD
        ELSE
            IF TR-CYCLES IS GREATER THAN 100000
                MOVE "CYCLE LIMIT" TO TR-STOP
                MOVE "Y" TO TR-DONE
                MOVE TR-P0 TO FND-AT
                MOVE "TAPE DOES NOT HALT WITHIN 100000 CYCLES - LOOPS"
                    TO FND-MSG
                PERFORM FINDING-ADD
            ELSE
                PERFORM TAPE-WALK-EXEC
            END-IF
        END-IF.

    TAPE-WALK-EXEC.
        MOVE TR-P0 TO TR-AT
        MOVE "N" TO TR-FIRST
        IF TR-REACH(TR-AT) IS NOT EQUAL TO "Y"
            MOVE "Y" TO TR-FIRST
            MOVE "Y" TO TR-REACH(TR-AT)
            ADD 1 TO TR-REACH-CT
        END-IF
        MOVE SPACES TO TR-OP
        IF TR-P0 IS GREATER THAN 1538
            COMPUTE TR-LEN = 1549 - TR-P0
            END-COMPUTE
        ELSE
            MOVE 11 TO TR-LEN
        END-IF
        MOVE PD(TR-P0:TR-LEN) TO TR-OP
        EVALUATE TR-OP(1:1)
            WHEN "W"
                IF TR-OP(2:1) IS NUMERIC
                    AND TR-OP(2:1) IS NOT EQUAL TO "0"
                        MOVE TR-OP(2:1) TO TL-ROW
                        PERFORM WALK-PRESET-ROW
                END-IF
                ADD 11 TO TR-P0
            WHEN "J"
                IF TR-OP(2:4) IS NUMERIC
                    MOVE TR-OP(2:4) TO TR-JUMP
                    COMPUTE TR-P0 = TR-P0 + 5 + TR-JUMP
                    END-COMPUTE
                    IF TR-P0 IS GREATER THAN 1548
                        MOVE "JUMP OUTSIDE THE TAPE" TO TR-STOP
                        MOVE "Y" TO TR-DONE
                    END-IF
                ELSE
                    MOVE "JUMP WITH NON-NUMERIC DISPLACEMENT" TO TR-STOP
                    MOVE "Y" TO TR-DONE
                END-IF
            WHEN "X"
                PERFORM WALK-CALL
            WHEN "R"
                IF TR-SP IS GREATER THAN ZERO
                    MOVE TR-RET(TR-SP) TO TR-P0
                    SUBTRACT 1 FROM TR-SP
                ELSE
                    MOVE "RETURN WITH EMPTY CALL STACK" TO TR-STOP
                    MOVE "Y" TO TR-DONE
                    MOVE TR-AT TO FND-AT
                    MOVE "RETURN WITH EMPTY CALL STACK - CC STOPS THE RUN"
                        TO FND-MSG
                    PERFORM FINDING-ADD
                END-IF
            WHEN "I"
                IF TR-OP(2:1) IS EQUAL TO "A"
                    MOVE 0 TO GRP-COUNT
                END-IF
                ADD 2 TO TR-P0
            WHEN "V"
                PERFORM CELL-DECODE
                MOVE TL-CELL TO TL-LAST-CELL
                ADD 3 TO TR-P0
            WHEN "Y"
                PERFORM CELL-DECODE
                IF TL-CELL-OK IS EQUAL TO "Y"
                    ADD 1 TO KM-TIMES(TL-CELL)
                    IF KY-COUNT IS LESS THAN 256
                        ADD 1 TO KY-COUNT
                        MOVE TL-ROW TO KY-ROW(KY-COUNT)
                        MOVE TL-COL TO KY-COL(KY-COUNT)
                        MOVE TR-AT TO KY-OFFSET(KY-COUNT)
                        IF KM-SEQ(TL-CELL) IS EQUAL TO ZERO
                            MOVE KY-COUNT TO KM-SEQ(TL-CELL)
                        END-IF
                    END-IF
                END-IF
                ADD 3 TO TR-P0
            WHEN "Z"
                IF TL-LAST-CELL IS GREATER THAN ZERO
                    MOVE "Y" TO CK-ZERO(TL-LAST-CELL)
                END-IF
                ADD 1 TO TR-P0
            WHEN "A"
                IF TL-LAST-CELL IS GREATER THAN ZERO
                    AND GRP-COUNT IS LESS THAN 256
                        ADD 1 TO GRP-COUNT
                        MOVE TL-LAST-CELL TO GRP-CELL(GRP-COUNT)
                END-IF
                ADD 1 TO TR-P0
            WHEN "C"
                IF TR-FIRST IS EQUAL TO "Y"
                    PERFORM WALK-GROUP-CHECK
                END-IF
                ADD 1 TO TR-P0
            WHEN "_"
                MOVE "HALT" TO TR-STOP
                MOVE "Y" TO TR-DONE
            WHEN OTHER
                MOVE "OPCODE THE VM DOES NOT KNOW" TO TR-STOP
                MOVE "Y" TO TR-DONE
                MOVE TR-AT TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    "EXECUTION REACHES UNKNOWN OPCODE """ DELIMITED BY SIZE
                    TR-OP(1:1) DELIMITED BY SIZE
                    """ - THE VM NEVER GETS PAST IT" DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
        END-EVALUATE.

      *> "W" moves nine digits into the row, so it fixes columns 1-9
      *> before any "Y" overwrites them from the submission.
    WALK-PRESET-ROW.
        IF TL-ROW IS NOT GREATER THAN GRID-SIZE-WS
            PERFORM VARYING TL-COL FROM 1 BY 1
                UNTIL TL-COL IS GREATER THAN GRID-SIZE-WS
                    OR TL-COL IS GREATER THAN 9
                COMPUTE TL-CELL = ((TL-ROW - 1) * GRID-SIZE-WS) + TL-COL
                END-COMPUTE
                MOVE "Y" TO KM-PRESET(TL-CELL)
            END-PERFORM
        END-IF.

    WALK-CALL.
        IF TR-OP(2:4) IS NOT NUMERIC
            MOVE "CALL WITH NON-NUMERIC TARGET" TO TR-STOP
            MOVE "Y" TO TR-DONE
        ELSE
            MOVE TR-OP(2:4) TO TR-TARGET
            IF TR-SP IS NOT LESS THAN 20
                MOVE "CALL DEEPER THAN THE CALL STACK" TO TR-STOP
                MOVE "Y" TO TR-DONE
                MOVE TR-AT TO FND-AT
                MOVE "CALL NESTS DEEPER THAN THE 20-ENTRY CALL-STACK - CC STOPS"
                    TO FND-MSG
                PERFORM FINDING-ADD
            ELSE
                ADD 1 TO TR-SP
                IF TR-SP IS GREATER THAN TR-MAX-SP
                    MOVE TR-SP TO TR-MAX-SP
                END-IF
                COMPUTE TR-RET(TR-SP) = TR-P0 + 5
                END-COMPUTE
                MOVE TR-TARGET TO TR-P0
                IF TR-P0 IS LESS THAN 1
                    OR TR-P0 IS GREATER THAN 1548
                        MOVE "CALL OUTSIDE THE TAPE" TO TR-STOP
                        MOVE "Y" TO TR-DONE
                END-IF
            END-IF
        END-IF.

      *> Decide what the cells marked since the last "IA" amount to:
      *> one row, one column or one box when every cell shares it,
      *> otherwise an irregular set. A group only counts as covering
      *> its row, column or box when it holds every cell of it once.
    WALK-GROUP-CHECK.
        IF CG-COUNT IS LESS THAN 200
            PERFORM WALK-GROUP-RECORD
        END-IF.

    WALK-GROUP-RECORD.
        ADD 1 TO CG-COUNT
        MOVE TR-AT TO CG-OFFSET(CG-COUNT)
        MOVE GRP-COUNT TO CG-CELLS(CG-COUNT)
        MOVE 0 TO CG-INDEX(CG-COUNT)
        MOVE "N" TO CG-WHOLE(CG-COUNT)
        IF GRP-COUNT IS EQUAL TO ZERO
            MOVE "EMPTY" TO CG-KIND(CG-COUNT)
        ELSE
            PERFORM GROUP-SHAPE
            EVALUATE TRUE
                WHEN GRP-SAME-ROW IS EQUAL TO "Y"
                    MOVE "ROW" TO CG-KIND(CG-COUNT)
                    MOVE GRP-ROW1 TO CG-INDEX(CG-COUNT)
                WHEN GRP-SAME-COL IS EQUAL TO "Y"
                    MOVE "COL" TO CG-KIND(CG-COUNT)
                    MOVE GRP-COL1 TO CG-INDEX(CG-COUNT)
                WHEN GRP-SAME-BOX IS EQUAL TO "Y"
                    MOVE "BOX" TO CG-KIND(CG-COUNT)
                    MOVE GRP-BOX1 TO CG-INDEX(CG-COUNT)
                WHEN OTHER
                    MOVE "IRREGULAR" TO CG-KIND(CG-COUNT)
            END-EVALUATE
            IF GRP-DISTINCT IS EQUAL TO "Y"
                AND GRP-COUNT IS EQUAL TO GRID-SIZE-WS
                AND CG-KIND(CG-COUNT) IS NOT EQUAL TO "IRREGULAR"
                    MOVE "Y" TO CG-WHOLE(CG-COUNT)
            END-IF
        END-IF
        IF CG-WHOLE(CG-COUNT) IS EQUAL TO "Y"
            EVALUATE CG-KIND(CG-COUNT)
                WHEN "ROW"
                    ADD 1 TO COV-ROW(CG-INDEX(CG-COUNT))
                WHEN "COL"
                    ADD 1 TO COV-COL(CG-INDEX(CG-COUNT))
                WHEN "BOX"
                    ADD 1 TO COV-BOX(CG-INDEX(CG-COUNT))
            END-EVALUATE
            PERFORM VARYING GRP-IX FROM 1 BY 1
                UNTIL GRP-IX IS GREATER THAN GRP-COUNT
                ADD 1 TO CK-GROUPS(GRP-CELL(GRP-IX))
            END-PERFORM
        ELSE
            MOVE TR-AT TO FND-AT
            MOVE SPACES TO FND-MSG
            MOVE GRP-COUNT TO TL-EDIT3
            STRING
                "C CHECKS " DELIMITED BY SIZE
                FUNCTION TRIM(CG-KIND(CG-COUNT)) DELIMITED BY SIZE
                " GROUP OF " DELIMITED BY SIZE
                FUNCTION TRIM(TL-EDIT3) DELIMITED BY SIZE
                " CELL(S) - NOT ONE WHOLE ROW, COLUMN OR BOX"
                    DELIMITED BY SIZE
                INTO FND-MSG
            END-STRING
            PERFORM FINDING-ADD
        END-IF.

    GROUP-SHAPE.
        MOVE "Y" TO GRP-SAME-ROW
        MOVE "Y" TO GRP-SAME-COL
        MOVE "Y" TO GRP-SAME-BOX
        MOVE "Y" TO GRP-DISTINCT
        MOVE GRP-CELL(1) TO TL-CELL
        PERFORM CELL-BOX
        MOVE TL-ROW TO GRP-ROW1
        MOVE TL-COL TO GRP-COL1
        MOVE TL-BOX TO GRP-BOX1
        PERFORM VARYING GRP-IX FROM 1 BY 1
            UNTIL GRP-IX IS GREATER THAN GRP-COUNT
            MOVE GRP-CELL(GRP-IX) TO TL-CELL
            PERFORM CELL-BOX
            IF TL-ROW IS NOT EQUAL TO GRP-ROW1
                MOVE "N" TO GRP-SAME-ROW
            END-IF
            IF TL-COL IS NOT EQUAL TO GRP-COL1
                MOVE "N" TO GRP-SAME-COL
            END-IF
            IF TL-BOX IS NOT EQUAL TO GRP-BOX1
                MOVE "N" TO GRP-SAME-BOX
            END-IF
            PERFORM VARYING GRP-JX FROM 1 BY 1
                UNTIL GRP-JX IS NOT LESS THAN GRP-IX
                IF GRP-CELL(GRP-JX) IS EQUAL TO GRP-CELL(GRP-IX)
                    MOVE "N" TO GRP-DISTINCT
                END-IF
            END-PERFORM
        END-PERFORM.

    PRINT-HEADING.
        MOVE SPACES TO LST-LINE
        STRING
            "CC INSTRUCTION TAPE LISTING - TAPE " DELIMITED BY SIZE
            PH-VERSION DELIMITED BY SIZE
            " FROM " DELIMITED BY SIZE
            FUNCTION TRIM(TL-TAPE-NAME) DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE
        MOVE SPACES TO LST-LINE
        STRING
            "RUN " DELIMITED BY SIZE
            TL-TS(1:8) DELIMITED BY SIZE
            "  GRID " DELIMITED BY SIZE
            PH-GRID DELIMITED BY SIZE
            "  CHECKSUM " DELIMITED BY SIZE
            PH-CHECKSUM DELIMITED BY SIZE
            " VERIFIED  EXECUTION ENDS AT " DELIMITED BY SIZE
            FUNCTION TRIM(TR-STOP) DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "OFFSET OP OPERAND    DESCRIPTION" TO LST-LINE
        MOVE "NOTE" TO LST-LINE(77:4)
        WRITE LST-LINE.

      *> Straight pass over the tape from offset 1, one line per
      *> instruction at the VM's own widths. Where execution enters
      *> part-way through what this pass took as one instruction, the
      *> pass breaks it there and picks up in step with the VM.
    PRINT-LISTING.
        MOVE 1 TO LS-P0
        MOVE 0 TO UR-START
        PERFORM UNTIL LS-P0 IS GREATER THAN 1548
            PERFORM LIST-ONE
        END-PERFORM
        PERFORM UNREACH-CLOSE.

    LIST-ONE.
        ADD 1 TO LS-INSTR-CT
        MOVE SPACES TO LS-OP
        IF LS-P0 IS GREATER THAN 1538
            COMPUTE LS-LEN = 1549 - LS-P0
            END-COMPUTE
        ELSE
            MOVE 11 TO LS-LEN
        END-IF
        MOVE PD(LS-P0:LS-LEN) TO LS-OP
        EVALUATE LS-OP(1:1)
            WHEN "W"
                MOVE 11 TO LS-SIZE
            WHEN "J"
                MOVE 5 TO LS-SIZE
            WHEN "X"
                MOVE 5 TO LS-SIZE
            WHEN "I"
                MOVE 2 TO LS-SIZE
            WHEN "V"
                MOVE 3 TO LS-SIZE
            WHEN "Y"
                MOVE 3 TO LS-SIZE
            WHEN OTHER
                MOVE 1 TO LS-SIZE
        END-EVALUATE
        IF LS-SIZE IS GREATER THAN LS-LEN
            MOVE LS-LEN TO LS-SIZE
        END-IF
        PERFORM VARYING LS-IX FROM 1 BY 1
            UNTIL LS-IX IS NOT LESS THAN LS-SIZE
            IF TR-REACH(LS-P0 + LS-IX) IS EQUAL TO "Y"
                MOVE LS-P0 TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    "EXECUTION ENTERS THIS INSTRUCTION PART-WAY, AT "
                        DELIMITED BY SIZE
                    "OFFSET +" DELIMITED BY SIZE
                    LS-IX DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
                MOVE LS-IX TO LS-SIZE
            END-IF
        END-PERFORM
        MOVE SPACES TO LS-RAW
        IF LS-SIZE IS GREATER THAN 1
            MOVE LS-OP(2:LS-SIZE - 1) TO LS-RAW
        END-IF
        PERFORM LIST-DESCRIBE
        MOVE SPACES TO LS-NOTE
        IF TR-REACH(LS-P0) IS EQUAL TO "Y"
            PERFORM UNREACH-CLOSE
        ELSE
            MOVE "UNREACHABLE" TO LS-NOTE
            IF UR-START IS EQUAL TO ZERO
                MOVE LS-P0 TO UR-START
            END-IF
            COMPUTE UR-END = LS-P0 + LS-SIZE - 1
            END-COMPUTE
        END-IF
        MOVE SPACES TO LST-LINE
        STRING
            LS-P0 DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            LS-OP(1:1) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            LS-RAW DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            LS-DESC DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            LS-NOTE DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE
        ADD LS-SIZE TO LS-P0.

    LIST-DESCRIBE.
        MOVE SPACES TO LS-DESC
        MOVE LS-OP TO TR-OP
        EVALUATE LS-OP(1:1)
            WHEN "W"
                IF LS-OP(2:10) IS NUMERIC
                    AND LS-OP(2:1) IS NOT EQUAL TO "0"
                        STRING
                            "LOAD ROW " DELIMITED BY SIZE
                            LS-OP(2:1) DELIMITED BY SIZE
                            " COLS 1-9 WITH " DELIMITED BY SIZE
                            LS-OP(3:9) DELIMITED BY SIZE
                            INTO LS-DESC
                        END-STRING
                ELSE
                    MOVE "LOAD ROW - OPERAND NOT A ROW AND NINE DIGITS"
                        TO LS-DESC
                    PERFORM LIST-BAD-OPERAND
                END-IF
            WHEN "J"
                PERFORM LIST-JUMP
            WHEN "X"
                PERFORM LIST-CALL
            WHEN "R"
                MOVE "RETURN TO CALLER" TO LS-DESC
            WHEN "I"
                EVALUATE TRUE
                    WHEN LS-OP(2:1) IS EQUAL TO "A"
                        MOVE "CLEAR DIGIT-SEEN FLAGS (START CHECK GROUP)"
                            TO LS-DESC
                    WHEN LS-OP(2:1) IS NUMERIC
                        AND LS-OP(2:1) IS NOT EQUAL TO "0"
                            STRING
                                "CLEAR REGISTER PR" DELIMITED BY SIZE
                                LS-OP(2:1) DELIMITED BY SIZE
                                INTO LS-DESC
                            END-STRING
                    WHEN OTHER
                        MOVE "CLEAR - OPERAND NOT A REGISTER OR A"
                            TO LS-DESC
                        PERFORM LIST-BAD-OPERAND
                END-EVALUATE
            WHEN "V"
                PERFORM CELL-DECODE
                IF TL-CELL-OK IS EQUAL TO "Y"
                    STRING
                        "FETCH CELL R" DELIMITED BY SIZE
                        TL-ROW DELIMITED BY SIZE
                        " C" DELIMITED BY SIZE
                        TL-COL DELIMITED BY SIZE
                        " INTO PR1" DELIMITED BY SIZE
                        INTO LS-DESC
                    END-STRING
                ELSE
                    MOVE "FETCH CELL - OPERAND OUTSIDE THE GRID"
                        TO LS-DESC
                    PERFORM LIST-BAD-OPERAND
                END-IF
            WHEN "Y"
                PERFORM CELL-DECODE
                IF TL-CELL-OK IS EQUAL TO "Y"
                    STRING
                        "KEY CELL R" DELIMITED BY SIZE
                        TL-ROW DELIMITED BY SIZE
                        " C" DELIMITED BY SIZE
                        TL-COL DELIMITED BY SIZE
                        " FROM NEXT SUBMITTED DIGIT" DELIMITED BY SIZE
                        INTO LS-DESC
                    END-STRING
                ELSE
                    MOVE "KEY CELL - OPERAND OUTSIDE THE GRID"
                        TO LS-DESC
                    PERFORM LIST-BAD-OPERAND
                END-IF
            WHEN "Z"
                MOVE "FAIL BOARD IF FETCHED DIGIT IS ZERO" TO LS-DESC
            WHEN "A"
                MOVE "MARK FETCHED DIGIT SEEN" TO LS-DESC
            WHEN "C"
                PERFORM LIST-CHECK
            WHEN "_"
                MOVE "HALT" TO LS-DESC
            WHEN OTHER
                MOVE "NOT AN OPCODE" TO LS-DESC
        END-EVALUATE.

    LIST-BAD-OPERAND.
        MOVE LS-P0 TO FND-AT
        MOVE SPACES TO FND-MSG
        STRING
            """" DELIMITED BY SIZE
            LS-OP(1:1) DELIMITED BY SIZE
            """ OPERAND " DELIMITED BY SIZE
            LS-OP(2:LS-SIZE - 1) DELIMITED BY SIZE
            " IS NOT VALID FOR A GRID OF " DELIMITED BY SIZE
            GRID-SIZE-WS DELIMITED BY SIZE
            INTO FND-MSG
        END-STRING
        PERFORM FINDING-ADD.

    LIST-JUMP.
        IF LS-OP(2:4) IS NUMERIC
            MOVE LS-OP(2:4) TO TR-JUMP
            COMPUTE LS-TARGET = LS-P0 + 5 + TR-JUMP
            END-COMPUTE
            STRING
                "JUMP +" DELIMITED BY SIZE
                LS-OP(2:4) DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                LS-TARGET DELIMITED BY SIZE
                INTO LS-DESC
            END-STRING
            MOVE "JUMP" TO TL-WORD
            PERFORM XREF-ADD
        ELSE
            MOVE "JUMP - DISPLACEMENT NOT NUMERIC" TO LS-DESC
            PERFORM LIST-BAD-OPERAND
        END-IF.

    LIST-CALL.
        IF LS-OP(2:4) IS NUMERIC
            MOVE LS-OP(2:4) TO LS-TARGET
            COMPUTE TR-TARGET = LS-P0 + 5
            END-COMPUTE
            STRING
                "CALL " DELIMITED BY SIZE
                LS-TARGET DELIMITED BY SIZE
                " RETURNING TO " DELIMITED BY SIZE
                TR-TARGET DELIMITED BY SIZE
                INTO LS-DESC
            END-STRING
            MOVE "CALL" TO TL-WORD
            PERFORM XREF-ADD
        ELSE
            MOVE "CALL - TARGET NOT NUMERIC" TO LS-DESC
            PERFORM LIST-BAD-OPERAND
        END-IF.

      *> The group a reached "C" checked, from the walk.
    LIST-CHECK.
        MOVE "FAIL BOARD UNLESS EVERY DIGIT SEEN" TO LS-DESC
        PERFORM VARYING CG-IX FROM 1 BY 1
            UNTIL CG-IX IS GREATER THAN CG-COUNT
            IF CG-OFFSET(CG-IX) IS EQUAL TO LS-P0
                IF CG-INDEX(CG-IX) IS GREATER THAN ZERO
                    STRING
                        "FAIL BOARD UNLESS EVERY DIGIT SEEN - "
                            DELIMITED BY SIZE
                        CG-KIND(CG-IX) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        CG-INDEX(CG-IX) DELIMITED BY SIZE
                        INTO LS-DESC
                    END-STRING
                ELSE
                    STRING
                        "FAIL BOARD UNLESS EVERY DIGIT SEEN - "
                            DELIMITED BY SIZE
                        CG-KIND(CG-IX) DELIMITED BY SPACE
                        INTO LS-DESC
                    END-STRING
                END-IF
            END-IF
        END-PERFORM.

      *> Record a jump or call for the target cross-reference, and
      *> flag it here if it lands off the tape - reached or not, a
      *> later edit could bring it into play.
    XREF-ADD.
        IF LS-TARGET IS LESS THAN 1
            OR LS-TARGET IS GREATER THAN 1548
                MOVE LS-P0 TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    TL-WORD DELIMITED BY SIZE
                    " TARGET " DELIMITED BY SIZE
                    LS-TARGET DELIMITED BY SIZE
                    " IS OUTSIDE THE TAPE (1-1548)" DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
        END-IF
        IF XR-COUNT IS LESS THAN 400
            ADD 1 TO XR-COUNT
            MOVE LS-P0 TO XR-FROM(XR-COUNT)
            MOVE LS-TARGET TO XR-TO(XR-COUNT)
            MOVE TL-WORD TO XR-KIND(XR-COUNT)
        ELSE
            IF XR-FULL-TOLD IS NOT EQUAL TO "Y"
                DISPLAY
                    "TARGET TABLE FULL - JUMPS AND CALLS BEYOND 400"
                    " NOT CROSS-REFERENCED"
                END-DISPLAY
                MOVE "Y" TO XR-FULL-TOLD
                MOVE "TL0109" TO EXC-CODE
                MOVE "W" TO EXC-SEVERITY
                MOVE "TARGET TABLE FULL - JUMPS/CALLS BEYOND 400 NOT XREFED"
                    TO EXC-TEXT
                PERFORM EXC-STORE
            END-IF
        END-IF.

    UNREACH-CLOSE.
        IF UR-START IS GREATER THAN ZERO
            ADD 1 TO UR-CT
            MOVE UR-START TO FND-AT
            MOVE SPACES TO FND-MSG
            STRING
                "UNREACHABLE CODE " DELIMITED BY SIZE
                UR-START DELIMITED BY SIZE
                " THROUGH " DELIMITED BY SIZE
                UR-END DELIMITED BY SIZE
                INTO FND-MSG
            END-STRING
            PERFORM FINDING-ADD
            MOVE 0 TO UR-START
        END-IF.

    PRINT-TARGETS.
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "JUMP AND CALL TARGETS" TO LST-LINE
        WRITE LST-LINE
        MOVE "TO    KIND FROM  REACHED" TO LST-LINE
        WRITE LST-LINE
        PERFORM VARYING PD-IX FROM 1 BY 1
            UNTIL PD-IX IS GREATER THAN 1548
            PERFORM VARYING XR-IX FROM 1 BY 1
                UNTIL XR-IX IS GREATER THAN XR-COUNT
                IF XR-TO(XR-IX) IS EQUAL TO PD-IX
                    PERFORM PRINT-TARGET-LINE
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM VARYING XR-IX FROM 1 BY 1
            UNTIL XR-IX IS GREATER THAN XR-COUNT
            IF XR-TO(XR-IX) IS LESS THAN 1
                OR XR-TO(XR-IX) IS GREATER THAN 1548
                    PERFORM PRINT-TARGET-LINE
            END-IF
        END-PERFORM.

    PRINT-TARGET-LINE.
        MOVE SPACES TO LST-LINE
        STRING
            XR-TO(XR-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            XR-KIND(XR-IX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            XR-FROM(XR-IX) DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        IF XR-TO(XR-IX) IS LESS THAN 1
            OR XR-TO(XR-IX) IS GREATER THAN 1548
                MOVE "OUTSIDE THE TAPE" TO LST-LINE(18:)
        ELSE
            IF TR-REACH(XR-FROM(XR-IX)) IS EQUAL TO "Y"
                MOVE "YES" TO LST-LINE(18:)
            ELSE
                MOVE "NO - SOURCE UNREACHABLE" TO LST-LINE(18:)
            END-IF
        END-IF
        WRITE LST-LINE.

      *> Which submitted digit lands in each cell: the SOL-CELL
      *> position the "Y" takes it from, "W" where a load fixes the
      *> cell and no "Y" replaces it, "." where nothing sets it.
    PRINT-KEY-MAP.
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE SPACES TO LST-LINE
        STRING
            "CELLS KEYED BY Y - SOL-CELL POSITION PER CELL  ("
                DELIMITED BY SIZE
            KY-COUNT DELIMITED BY SIZE
            " KEYED, W = FIXED BY LOAD, . = NEVER SET)"
                DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE
        PERFORM PRINT-COL-RULER
        PERFORM VARYING TL-ROW FROM 1 BY 1
            UNTIL TL-ROW IS GREATER THAN GRID-SIZE-WS
            MOVE SPACES TO LST-LINE
            MOVE "R" TO LST-LINE(1:1)
            MOVE TL-ROW TO LST-LINE(2:2)
            PERFORM VARYING TL-COL FROM 1 BY 1
                UNTIL TL-COL IS GREATER THAN GRID-SIZE-WS
                COMPUTE TL-CELL = ((TL-ROW - 1) * GRID-SIZE-WS) + TL-COL
                END-COMPUTE
                COMPUTE TL-COL-AT = 5 + ((TL-COL - 1) * 5)
                END-COMPUTE
                EVALUATE TRUE
                    WHEN KM-SEQ(TL-CELL) IS GREATER THAN ZERO
                        MOVE KM-SEQ(TL-CELL) TO TL-EDIT3
                        MOVE TL-EDIT3 TO LST-LINE(TL-COL-AT + 2:3)
                    WHEN KM-PRESET(TL-CELL) IS EQUAL TO "Y"
                        MOVE "W" TO LST-LINE(TL-COL-AT + 4:1)
                    WHEN OTHER
                        MOVE "." TO LST-LINE(TL-COL-AT + 4:1)
                END-EVALUATE
            END-PERFORM
            WRITE LST-LINE
        END-PERFORM
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "KEY ORDER   POS CELL    OFFSET" TO LST-LINE
        WRITE LST-LINE
        PERFORM VARYING KY-IX FROM 1 BY 1
            UNTIL KY-IX IS GREATER THAN KY-COUNT
            MOVE SPACES TO LST-LINE
            STRING
                "            " DELIMITED BY SIZE
                KY-IX DELIMITED BY SIZE
                " R" DELIMITED BY SIZE
                KY-ROW(KY-IX) DELIMITED BY SIZE
                "C" DELIMITED BY SIZE
                KY-COL(KY-IX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                KY-OFFSET(KY-IX) DELIMITED BY SIZE
                INTO LST-LINE
            END-STRING
            WRITE LST-LINE
        END-PERFORM.

    PRINT-COL-RULER.
        MOVE SPACES TO LST-LINE
        MOVE "ROW" TO LST-LINE(1:3)
        PERFORM VARYING TL-COL FROM 1 BY 1
            UNTIL TL-COL IS GREATER THAN GRID-SIZE-WS
            COMPUTE TL-COL-AT = 5 + ((TL-COL - 1) * 5)
            END-COMPUTE
            MOVE " C" TO LST-LINE(TL-COL-AT + 1:2)
            MOVE TL-COL TO LST-LINE(TL-COL-AT + 3:2)
        END-PERFORM
        WRITE LST-LINE.

      *> The "A"/"C" groups the walk reached, what they cover, and a
      *> per-cell map: how many whole row/column/box checks take the
      *> cell in (a fully checked cell shows 3), with Z where the
      *> tape also fails the board if the cell is left empty.
    PRINT-CHECKS.
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "A/C CHECK GROUPS" TO LST-LINE
        WRITE LST-LINE
        MOVE "C AT     GROUP     NO CELLS WHOLE" TO LST-LINE
        WRITE LST-LINE
        PERFORM VARYING CG-IX FROM 1 BY 1
            UNTIL CG-IX IS GREATER THAN CG-COUNT
            MOVE SPACES TO LST-LINE
            STRING
                CG-OFFSET(CG-IX) DELIMITED BY SIZE
                "     " DELIMITED BY SIZE
                CG-KIND(CG-IX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CG-INDEX(CG-IX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CG-CELLS(CG-IX) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                CG-WHOLE(CG-IX) DELIMITED BY SIZE
                INTO LST-LINE
            END-STRING
            WRITE LST-LINE
        END-PERFORM

        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "ROW" TO TL-WORD
        PERFORM PRINT-COVERAGE-LINE
        MOVE "COL" TO TL-WORD
        PERFORM PRINT-COVERAGE-LINE
        MOVE "BOX" TO TL-WORD
        PERFORM PRINT-COVERAGE-LINE

        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE "CHECKS PER CELL (WHOLE GROUPS; Z = ZERO-CHECKED)"
            TO LST-LINE
        WRITE LST-LINE
        PERFORM PRINT-COL-RULER
        PERFORM VARYING TL-ROW FROM 1 BY 1
            UNTIL TL-ROW IS GREATER THAN GRID-SIZE-WS
            MOVE SPACES TO LST-LINE
            MOVE "R" TO LST-LINE(1:1)
            MOVE TL-ROW TO LST-LINE(2:2)
            PERFORM VARYING TL-COL FROM 1 BY 1
                UNTIL TL-COL IS GREATER THAN GRID-SIZE-WS
                COMPUTE TL-CELL = ((TL-ROW - 1) * GRID-SIZE-WS) + TL-COL
                END-COMPUTE
                COMPUTE TL-COL-AT = 5 + ((TL-COL - 1) * 5)
                END-COMPUTE
                MOVE CK-GROUPS(TL-CELL) TO TL-NUM2
                MOVE TL-NUM2 TO LST-LINE(TL-COL-AT + 2:2)
                IF CK-ZERO(TL-CELL) IS EQUAL TO "Y"
                    MOVE "Z" TO LST-LINE(TL-COL-AT + 4:1)
                END-IF
            END-PERFORM
            WRITE LST-LINE
        END-PERFORM.

    PRINT-COVERAGE-LINE.
        MOVE SPACES TO LST-LINE
        EVALUATE TL-WORD
            WHEN "ROW"
                MOVE "ROWS CHECKED:" TO LST-LINE
            WHEN "COL"
                MOVE "COLUMNS CHECKED:" TO LST-LINE
            WHEN OTHER
                MOVE "BOXES CHECKED:" TO LST-LINE
        END-EVALUATE
        MOVE 20 TO TL-COL-AT
        PERFORM VARYING COV-IX FROM 1 BY 1
            UNTIL COV-IX IS GREATER THAN GRID-SIZE-WS
            EVALUATE TL-WORD
                WHEN "ROW"
                    MOVE COV-ROW(COV-IX) TO TL-NUM2
                WHEN "COL"
                    MOVE COV-COL(COV-IX) TO TL-NUM2
                WHEN OTHER
                    MOVE COV-BOX(COV-IX) TO TL-NUM2
            END-EVALUATE
            IF TL-NUM2 IS GREATER THAN ZERO
                MOVE COV-IX TO LST-LINE(TL-COL-AT:2)
            ELSE
                MOVE "--" TO LST-LINE(TL-COL-AT:2)
                MOVE 0 TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    TL-WORD DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    COV-IX DELIMITED BY SIZE
                    " IS NEVER CHECKED BY A WHOLE A/C GROUP"
                        DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
            END-IF
            ADD 3 TO TL-COL-AT
        END-PERFORM
        WRITE LST-LINE.

      *> Everything that wants a reviewer's eye, in one place. Cells
      *> are reported here, after the maps, so the counts cover the
      *> whole tape.
    PRINT-FINDINGS.
        PERFORM CELL-FINDINGS
        MOVE SPACES TO LST-LINE
        WRITE LST-LINE
        MOVE SPACES TO LST-LINE
        STRING
            "FINDINGS  (DEEPEST CALL NESTING " DELIMITED BY SIZE
            TR-MAX-SP DELIMITED BY SIZE
            " OF 20, INSTRUCTIONS REACHED " DELIMITED BY SIZE
            TR-REACH-CT DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE
        IF FND-COUNT IS EQUAL TO ZERO
            MOVE "NONE" TO LST-LINE
            WRITE LST-LINE
        END-IF
        PERFORM VARYING FND-IX FROM 1 BY 1
            UNTIL FND-IX IS GREATER THAN FND-COUNT
            MOVE SPACES TO LST-LINE
            IF FND-OFFSET(FND-IX) IS GREATER THAN ZERO
                MOVE FND-OFFSET(FND-IX) TO LST-LINE(1:4)
            ELSE
                MOVE "TAPE" TO LST-LINE(1:4)
            END-IF
            MOVE FND-TEXT(FND-IX) TO LST-LINE(7:70)
            WRITE LST-LINE
        END-PERFORM
        MOVE SPACES TO LST-LINE
        STRING
            "CELLS NOT KEYED FROM THE SUBMISSION " DELIMITED BY SIZE
            TL-NEVER-KEYED DELIMITED BY SIZE
            " (FIXED BY LOAD " DELIMITED BY SIZE
            TL-FIXED-ONLY DELIMITED BY SIZE
            ", NEVER SET " DELIMITED BY SIZE
            TL-NEVER-SET DELIMITED BY SIZE
            ")  NOT IN A WHOLE CHECK " DELIMITED BY SIZE
            TL-NEVER-CHECKED DELIMITED BY SIZE
            "  NOT ZERO-CHECKED " DELIMITED BY SIZE
            TL-NEVER-ZCHECKED DELIMITED BY SIZE
            INTO LST-LINE
        END-STRING
        WRITE LST-LINE.

      *> A cell no "Y" keys is never read from the submission - only
      *> worth a finding when no "W" fixes it either, since a tape
      *> that fixes cells by load does so by design and the map above
      *> shows every one. A cell no check group takes in can hold any
      *> digit without failing the board.
    CELL-FINDINGS.
        PERFORM VARYING CELL-IX FROM 1 BY 1
            UNTIL CELL-IX IS GREATER THAN TL-CELL-MAX
            MOVE CELL-IX TO TL-CELL
            PERFORM CELL-BOX
            IF KM-TIMES(CELL-IX) IS EQUAL TO ZERO
                ADD 1 TO TL-NEVER-KEYED
                IF KM-PRESET(CELL-IX) IS EQUAL TO "Y"
                    ADD 1 TO TL-FIXED-ONLY
                ELSE
                    ADD 1 TO TL-NEVER-SET
                    MOVE 0 TO FND-AT
                    MOVE SPACES TO FND-MSG
                    STRING
                        "CELL R" DELIMITED BY SIZE
                        TL-ROW DELIMITED BY SIZE
                        " C" DELIMITED BY SIZE
                        TL-COL DELIMITED BY SIZE
                        " IS NEVER KEYED AND NEVER LOADED"
                            DELIMITED BY SIZE
                        INTO FND-MSG
                    END-STRING
                    PERFORM FINDING-ADD
                END-IF
            END-IF
            IF KM-TIMES(CELL-IX) IS GREATER THAN 1
                MOVE 0 TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    "CELL R" DELIMITED BY SIZE
                    TL-ROW DELIMITED BY SIZE
                    " C" DELIMITED BY SIZE
                    TL-COL DELIMITED BY SIZE
                    " IS KEYED " DELIMITED BY SIZE
                    KM-TIMES(CELL-IX) DELIMITED BY SIZE
                    " TIMES - ONLY THE LAST DIGIT COUNTS"
                        DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
            END-IF
            IF CK-GROUPS(CELL-IX) IS EQUAL TO ZERO
                ADD 1 TO TL-NEVER-CHECKED
                MOVE 0 TO FND-AT
                MOVE SPACES TO FND-MSG
                STRING
                    "CELL R" DELIMITED BY SIZE
                    TL-ROW DELIMITED BY SIZE
                    " C" DELIMITED BY SIZE
                    TL-COL DELIMITED BY SIZE
                    " IS NEVER CHECKED BY ANY A/C GROUP"
                        DELIMITED BY SIZE
                    INTO FND-MSG
                END-STRING
                PERFORM FINDING-ADD
            END-IF
            IF CK-ZERO(CELL-IX) IS NOT EQUAL TO "Y"
                ADD 1 TO TL-NEVER-ZCHECKED
            END-IF
        END-PERFORM.
