    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PUZZLE-FILE ASSIGN TO "CCPUZZLE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PZL-ID
                FILE STATUS IS PZL-STATUS.

            SELECT TXN-FILE ASSIGN TO "CCPZLTXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TXN-STATUS.
        FD PUZZLE-FILE.
            COPY "puzzle.cpy".

      *> Keyed maintenance transaction against the puzzle master:
      *> "A" adds a new puzzle, "C" replaces the givens of one already
      *> issued, "R" retires it. The givens carry the same row-major

    WORKING-STORAGE SECTION.
        01 PZL-STATUS PIC X(2) VALUE "00".
        01 PZL-FOUND PIC X(1) VALUE "N".
        01 TXN-STATUS PIC X(2) VALUE "00".
        01 TXN-EOF PIC X(1) VALUE "N".
        01 PZA-STATUS PIC X(2) VALUE "00".
        01 MAX-GRID PIC 9(2) VALUE 16.
        01 GRID-SIZE-WS PIC 9(2) VALUE 9.

        01 GIV-IX PIC 9(3).
        01 GIV-BAD PIC X(1) VALUE "N".

    MOVE 0 TO EXC-BOARD-NO
    PERFORM OPERATOR-LOAD
    PERFORM GRID-LOAD
    PERFORM PUZZLE-OPEN

    OPEN INPUT TXN-FILE
    IF TXN-STATUS IS NOT EQUAL TO "00"
    END-PERFORM
    CLOSE TXN-FILE
    CLOSE PZAUD-FILE
    CLOSE PUZZLE-FILE

    DISPLAY
        "PUZZLE MAINTENANCE COMPLETE - READ " TXN-READ-CT
        END-IF.

    TXN-ADD.
        IF PZL-FOUND IS EQUAL TO "Y"
            MOVE "DUPLICATE PUZZLE ID" TO PZA-REASON
            PERFORM TXN-REJECT
        ELSE
            PERFORM GIVENS-CHECK
            IF GIV-BAD IS EQUAL TO "Y"
                PERFORM TXN-REJECT
            ELSE
                MOVE TXN-PZL-ID TO PZL-ID
                MOVE TXN-RECORD(10:256) TO PUZZLE-RECORD(9:256)
                WRITE PUZZLE-RECORD
                    INVALID KEY
                        MOVE "MASTER WRITE FAILED" TO PZA-REASON
                        PERFORM TXN-REJECT
                    NOT INVALID KEY
                        PERFORM TXN-RECORD-APPLIED
                END-WRITE
            END-IF
        END-IF.

    TXN-CHANGE.
        IF PZL-FOUND IS NOT EQUAL TO "Y"
            MOVE "PUZZLE NOT ON MASTER" TO PZA-REASON
            PERFORM TXN-REJECT
        ELSE
            IF GIV-BAD IS EQUAL TO "Y"
                PERFORM TXN-REJECT
            ELSE
                MOVE TXN-RECORD(10:256) TO PUZZLE-RECORD(9:256)
                REWRITE PUZZLE-RECORD
                    INVALID KEY
                        MOVE "MASTER REWRITE FAILED" TO PZA-REASON
                        PERFORM TXN-REJECT
                    NOT INVALID KEY
                        PERFORM TXN-RECORD-APPLIED
                END-REWRITE
            END-IF
        END-IF.

      *> A retired puzzle is deleted from the master by key.
    TXN-RETIRE.
        IF PZL-FOUND IS NOT EQUAL TO "Y"
            MOVE "PUZZLE NOT ON MASTER" TO PZA-REASON
            PERFORM TXN-REJECT
        ELSE
            DELETE PUZZLE-FILE RECORD
                INVALID KEY
                    MOVE "MASTER DELETE FAILED" TO PZA-REASON
                    PERFORM TXN-REJECT
                NOT INVALID KEY
                    PERFORM TXN-RECORD-APPLIED
            END-DELETE
        END-IF.

    MASTER-FIND.
        MOVE "N" TO PZL-FOUND
        MOVE TXN-PZL-ID TO PZL-ID
        READ PUZZLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO PZL-FOUND
        END-READ.

      *> Every given position must be a digit - a short or mis-keyed
      *> transaction line reads trailing spaces into the givens, and
        MOVE TXN-PZL-ID TO PZA-PZL-ID
        WRITE PZAUD-RECORD.

    OPERATOR-LOAD.
        MOVE SPACES TO OPERATOR-ID
        ACCEPT OPERATOR-ID FROM ENVIRONMENT "CC_OPERATOR"
            CLOSE GRID-FILE
        END-IF.

      *> The master is keyed on puzzle ID and each transaction is
      *> applied to it directly as it is read. Every one is written to
      *> CCPZLAUD.LOG as it is applied or rejected, so a run that stops
      *> part way leaves the master exactly as the change trail says.
      *> The first run on a new installation creates the master.
    PUZZLE-OPEN.
        OPEN I-O PUZZLE-FILE
        IF PZL-STATUS IS EQUAL TO "35" THEN
            OPEN OUTPUT PUZZLE-FILE
            IF PZL-STATUS IS EQUAL TO "00"
                CLOSE PUZZLE-FILE
                OPEN I-O PUZZLE-FILE
            END-IF
        END-IF
        IF PZL-STATUS IS NOT EQUAL TO "00"
            DISPLAY "CCPUZZLE.DAT OPEN FAILED - NO TRANSACTIONS APPLIED"
            MOVE "PM0110" TO EXC-CODE
            MOVE "F" TO EXC-SEVERITY
            MOVE "CCPUZZLE.DAT OPEN FAILED - NO TRANSACTIONS APPLIED"
                TO EXC-TEXT
            PERFORM EXC-STORE
            STOP RUN
        END-IF.
