               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCMATL.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-STK-STATUS.
                   SELECT RECEIPT-FILE ASSIGN TO "MATSTOCK.RCV"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RCV-STATUS.
                   SELECT BILLING-FILE ASSIGN TO "CIRCUM.BIL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BIL-STATUS.
                   SELECT HISTORY-FILE ASSIGN TO "CIRCUM.HST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCMATL.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  STOCK-FILE.
               COPY MATREC.
      *> Material receipts keyed by purchasing, appended as stock
      *> arrives.  Each run takes up the receipts dated after the
      *> last consumption run and not after its own billing date,
      *> so the file never needs clearing and a receipt is never
      *> counted twice.
               FD  RECEIPT-FILE.
               01 RECEIPT-RECORD.
                   05 RCV-BRANCH-CODE PIC XX.
                   05 RCV-MATERIAL-CODE PIC X.
                   05 RCV-RECEIPT-DATE PIC 9(8).
                   05 RCV-WEIGHT PIC 9(11)V99.
                   05 RCV-REFERENCE PIC X(10).
               FD  BILLING-FILE.
               COPY BILREC.
               FD  HISTORY-FILE.
               COPY HISTREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-STK-STATUS PIC XX VALUE ZEROES.
                   05 WS-RCV-STATUS PIC XX VALUE ZEROES.
                   05 WS-BIL-STATUS PIC XX VALUE ZEROES.
                   05 WS-HST-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-STK-EOF-SWITCH PIC X VALUE "N".
                   05 WS-RCV-EOF-SWITCH PIC X VALUE "N".
                   05 WS-BIL-EOF-SWITCH PIC X VALUE "N".
                   05 WS-HIST-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-HIST-SCAN-SWITCH PIC X VALUE "N".
                   05 WS-STOCK-ERROR-SWITCH PIC X VALUE "N".
               01 WS-RUN-DATE.
                   05 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-CONSUMPTION-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-LAST-RUN-DATE PIC 9(8) VALUE ZEROES.
      *> Working copy of the stock file in branch/material order.
      *> A branch/material first met on a receipt or a piece is
      *> inserted in its place with a zero reorder point and listed
      *> so stores can set one.
               01 WS-STOCK-TABLE.
                   05 WS-STOCK-COUNT PIC 9(3) VALUE ZEROES.
                   05 WS-STOCK-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-STOCK-FOUND PIC 9(3) VALUE ZEROES.
                   05 WS-SHIFT-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-LOOKUP-KEY.
                       10 WS-LOOKUP-BRANCH-CODE PIC XX VALUE SPACES.
                       10 WS-LOOKUP-MATERIAL-CODE PIC X VALUE SPACE.
                   05 WS-PRIOR-KEY PIC XXX VALUE LOW-VALUES.
                   05 WS-STOCK-ENTRY OCCURS 200 TIMES.
                       10 WS-STK-KEY.
                           15 WS-STK-BRANCH-CODE PIC XX.
                           15 WS-STK-MATERIAL-CODE PIC X.
                       10 WS-STK-ON-HAND PIC S9(11)V99.
                       10 WS-STK-RECEIPTS PIC 9(11)V99.
                       10 WS-STK-ISSUES PIC S9(11)V99.
                       10 WS-STK-REORDER-POINT PIC 9(11)V99.
                       10 WS-STK-LAST-RUN-DATE PIC 9(8).
                       10 WS-STK-DAY-RECEIPTS PIC 9(11)V99.
                       10 WS-STK-DAY-ISSUED PIC 9(11)V99.
                       10 WS-STK-DAY-RETURNED PIC 9(11)V99.
                       10 WS-STK-NEW-SWITCH PIC X.
               01 WS-BRANCH-CONTROL.
                   05 WS-CUR-BRANCH PIC XX VALUE SPACES.
                   05 WS-BRN-RECEIPTS PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BRN-ISSUED PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BRN-RETURNED PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BRN-LOW-COUNT PIC 9(3) VALUE ZEROES.
               01 WS-COUNTERS.
                   05 WS-RECEIPTS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-RECEIPTS-APPLIED PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-PIECES-ISSUED PIC 9(8) VALUE ZEROES.
                   05 WS-PIECES-RETURNED PIC 9(8) VALUE ZEROES.
                   05 WS-EXCEPTION-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-NEW-ENTRIES PIC 9(8) VALUE ZEROES.
                   05 WS-LOW-STOCK-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-RECEIPTS PIC 9(11)V99 VALUE ZEROES.
                   05 WS-TOT-ISSUED PIC 9(11)V99 VALUE ZEROES.
                   05 WS-TOT-RETURNED PIC 9(11)V99 VALUE ZEROES.
               01 WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.
               01 WS-STOCK-FLAG PIC X(17) VALUE SPACES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-RECEIPTS PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-ISSUED PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-RETURNED PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-ON-HAND PIC -ZZZZZZZ9.99.
                   05 WS-DISPLAY-REORDER PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-TOT-RECEIPTS PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-TOT-ISSUED PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-TOT-RETURNED PIC ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-POST-CONSUMPTION.

        ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCMATL: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM 0010-LOAD-STOCK-FILE

        OPEN INPUT BILLING-FILE
        IF WS-BIL-STATUS NOT = "00"
            DISPLAY "CIRCMATL: BILLING-FILE OPEN FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0030-READ-BILLING-ROW
        IF WS-BIL-EOF-SWITCH = "Y"
            MOVE WS-TODAY-YYYYMMDD TO WS-CONSUMPTION-DATE
        ELSE
            MOVE BIL-RUN-DATE TO WS-CONSUMPTION-DATE
        END-IF
        PERFORM 0040-CHECK-CONSUMPTION-DATE

        MOVE SPACES TO REPORT-RECORD
        STRING "BRANCH MATERIAL USAGE  BILLING DATE "
            WS-CONSUMPTION-DATE "  RUN DATE " WS-TODAY-YYYYMMDD
            "  PREVIOUS RUN " WS-LAST-RUN-DATE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        PERFORM 0050-APPLY-RECEIPTS

        OPEN INPUT HISTORY-FILE
        IF WS-HST-STATUS NOT = "00"
            DISPLAY "CIRCMATL: HISTORY-FILE OPEN FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-BIL-EOF-SWITCH = "Y"
            PERFORM 0100-POST-BILLING-ROW
            PERFORM 0030-READ-BILLING-ROW
        END-PERFORM
        CLOSE BILLING-FILE
        CLOSE HISTORY-FILE

        PERFORM 0300-REWRITE-STOCK-FILE
        PERFORM 0400-PRINT-USAGE
        PERFORM 9000-WRITE-USAGE-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-LOW-STOCK-COUNT > 0 OR WS-EXCEPTION-ROWS > 0
                OR WS-NEW-ENTRIES > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> The stock file must be in strict branch/material order with
      *> numeric quantities; anything else stops the run before any
      *> stock moves, since the file is rewritten in place.
               0010-LOAD-STOCK-FILE.

        OPEN INPUT STOCK-FILE
        IF WS-STK-STATUS = "35"
            MOVE "Y" TO WS-STK-EOF-SWITCH
        ELSE
            IF WS-STK-STATUS NOT = "00"
                DISPLAY "CIRCMATL: STOCK-FILE OPEN FAILED, STATUS="
                    WS-STK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM UNTIL WS-STK-EOF-SWITCH = "Y"
            READ STOCK-FILE
                AT END
                    MOVE "Y" TO WS-STK-EOF-SWITCH
                NOT AT END
                    PERFORM 0015-STORE-STOCK-ENTRY
            END-READ
            PERFORM 9120-CHECK-STOCK-STATUS
        END-PERFORM
        IF WS-STK-STATUS NOT = "35"
            CLOSE STOCK-FILE
        END-IF
        IF WS-STOCK-ERROR-SWITCH = "Y"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0015-STORE-STOCK-ENTRY.

        IF MAT-ON-HAND IS NOT NUMERIC
                OR MAT-RECEIPTS IS NOT NUMERIC
                OR MAT-ISSUES IS NOT NUMERIC
                OR MAT-REORDER-POINT IS NOT NUMERIC
                OR MAT-LAST-RUN-DATE IS NOT NUMERIC
            DISPLAY "CIRCMATL: STOCK-FILE ROW NOT NUMERIC: "
                MAT-BRANCH-CODE "/" MAT-MATERIAL-CODE
            MOVE "Y" TO WS-STOCK-ERROR-SWITCH
        ELSE
            MOVE MAT-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE
            MOVE MAT-MATERIAL-CODE TO WS-LOOKUP-MATERIAL-CODE
            IF WS-LOOKUP-KEY NOT > WS-PRIOR-KEY
                DISPLAY "CIRCMATL: STOCK-FILE OUT OF SEQUENCE AT "
                    MAT-BRANCH-CODE "/" MAT-MATERIAL-CODE
                MOVE "Y" TO WS-STOCK-ERROR-SWITCH
            ELSE
                IF WS-STOCK-COUNT NOT < 200
                    DISPLAY "CIRCMATL: STOCK-FILE HAS MORE THAN 200 "
                        "ROWS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-STOCK-COUNT
                MOVE WS-LOOKUP-KEY TO WS-STK-KEY (WS-STOCK-COUNT)
                MOVE MAT-ON-HAND TO WS-STK-ON-HAND (WS-STOCK-COUNT)
                MOVE MAT-RECEIPTS
                    TO WS-STK-RECEIPTS (WS-STOCK-COUNT)
                MOVE MAT-ISSUES TO WS-STK-ISSUES (WS-STOCK-COUNT)
                MOVE MAT-REORDER-POINT
                    TO WS-STK-REORDER-POINT (WS-STOCK-COUNT)
                MOVE MAT-LAST-RUN-DATE
                    TO WS-STK-LAST-RUN-DATE (WS-STOCK-COUNT)
                MOVE ZEROES TO WS-STK-DAY-RECEIPTS (WS-STOCK-COUNT)
                    WS-STK-DAY-ISSUED (WS-STOCK-COUNT)
                    WS-STK-DAY-RETURNED (WS-STOCK-COUNT)
                MOVE "N" TO WS-STK-NEW-SWITCH (WS-STOCK-COUNT)
                IF MAT-LAST-RUN-DATE > WS-LAST-RUN-DATE
                    MOVE MAT-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                END-IF
            END-IF
            MOVE WS-LOOKUP-KEY TO WS-PRIOR-KEY
        END-IF.

               0030-READ-BILLING-ROW.

        READ BILLING-FILE
            AT END
                MOVE "Y" TO WS-BIL-EOF-SWITCH
        END-READ
        IF WS-BIL-STATUS NOT = "00" AND WS-BIL-STATUS NOT = "10"
            DISPLAY "CIRCMATL: BILLING-FILE READ FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Stock is drawn down once per billing date.  A date not
      *> after the newest one already posted to the stock file
      *> would take the same pieces off a second time, so the run
      *> stops with the stock file untouched.
               0040-CHECK-CONSUMPTION-DATE.

        IF WS-CONSUMPTION-DATE NOT > WS-LAST-RUN-DATE
            DISPLAY "CIRCMATL: BILLING DATE " WS-CONSUMPTION-DATE
                " ALREADY POSTED TO STOCK (LAST "
                WS-LAST-RUN-DATE ")"
            MOVE SPACES TO REPORT-RECORD
            STRING "STOCK NOT UPDATED - BILLING DATE "
                WS-CONSUMPTION-DATE " ALREADY POSTED"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
            CLOSE BILLING-FILE
            CLOSE REPORT-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0050-APPLY-RECEIPTS.

        OPEN INPUT RECEIPT-FILE
        IF WS-RCV-STATUS = "35"
            MOVE "Y" TO WS-RCV-EOF-SWITCH
        ELSE
            IF WS-RCV-STATUS NOT = "00"
                DISPLAY "CIRCMATL: RECEIPT-FILE OPEN FAILED, STATUS="
                    WS-RCV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM UNTIL WS-RCV-EOF-SWITCH = "Y"
            READ RECEIPT-FILE
                AT END
                    MOVE "Y" TO WS-RCV-EOF-SWITCH
                NOT AT END
                    PERFORM 0055-APPLY-RECEIPT
            END-READ
            PERFORM 9130-CHECK-RECEIPT-STATUS
        END-PERFORM
        IF WS-RCV-STATUS NOT = "35"
            CLOSE RECEIPT-FILE
        END-IF.

               0055-APPLY-RECEIPT.

        ADD 1 TO WS-RECEIPTS-READ
        IF RCV-RECEIPT-DATE IS NOT NUMERIC
                OR RCV-WEIGHT IS NOT NUMERIC
            MOVE SPACES TO REPORT-RECORD
            STRING "RECEIPT BRANCH=" RCV-BRANCH-CODE
                " MATERIAL=" RCV-MATERIAL-CODE
                " REF=" RCV-REFERENCE
                " DATE OR WEIGHT NOT NUMERIC - NOT APPLIED"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
            ADD 1 TO WS-EXCEPTION-ROWS
        ELSE
            IF RCV-RECEIPT-DATE > WS-LAST-RUN-DATE
                    AND RCV-RECEIPT-DATE NOT > WS-CONSUMPTION-DATE
                MOVE RCV-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE
                MOVE RCV-MATERIAL-CODE TO WS-LOOKUP-MATERIAL-CODE
                PERFORM 0120-LOCATE-STOCK-ENTRY
                ADD RCV-WEIGHT TO WS-STK-ON-HAND (WS-STOCK-FOUND)
                    WS-STK-RECEIPTS (WS-STOCK-FOUND)
                    WS-STK-DAY-RECEIPTS (WS-STOCK-FOUND)
                    WS-TOT-RECEIPTS
                ADD 1 TO WS-RECEIPTS-APPLIED
            END-IF
        END-IF.

      *> A charge row takes its piece's lot weight off the branch
      *> stock; a credit row puts the reversed piece's lot weight
      *> back.  The weight comes from the history row the piece was
      *> posted under.
               0100-POST-BILLING-ROW.

        ADD 1 TO WS-ROWS-READ
        IF BIL-CREDIT-FLAG = "C"
            PERFORM 0115-FIND-REVERSED-PIECE
        ELSE
            PERFORM 0110-FIND-POSTED-PIECE
        END-IF
        EVALUATE TRUE
            WHEN BIL-RUN-DATE NOT = WS-CONSUMPTION-DATE
                MOVE "BILLING DATE DIFFERS - NOT POSTED"
                    TO WS-EXCEPTION-REASON
                PERFORM 0130-LIST-EXCEPTION
            WHEN WS-HIST-FOUND-SWITCH = "N"
                MOVE "NO HISTORY ROW - NOT POSTED"
                    TO WS-EXCEPTION-REASON
                PERFORM 0130-LIST-EXCEPTION
            WHEN HIST-LOT-WEIGHT IS NOT NUMERIC
                MOVE "NO LOT WEIGHT ON HISTORY - NOT POSTED"
                    TO WS-EXCEPTION-REASON
                PERFORM 0130-LIST-EXCEPTION
            WHEN OTHER
                MOVE HIST-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE
                MOVE HIST-SHAPE-CODE TO WS-LOOKUP-MATERIAL-CODE
                PERFORM 0120-LOCATE-STOCK-ENTRY
                IF BIL-CREDIT-FLAG = "C"
                    ADD HIST-LOT-WEIGHT
                        TO WS-STK-ON-HAND (WS-STOCK-FOUND)
                        WS-STK-DAY-RETURNED (WS-STOCK-FOUND)
                        WS-TOT-RETURNED
                    SUBTRACT HIST-LOT-WEIGHT
                        FROM WS-STK-ISSUES (WS-STOCK-FOUND)
                    ADD 1 TO WS-PIECES-RETURNED
                ELSE
                    SUBTRACT HIST-LOT-WEIGHT
                        FROM WS-STK-ON-HAND (WS-STOCK-FOUND)
                    ADD HIST-LOT-WEIGHT
                        TO WS-STK-ISSUES (WS-STOCK-FOUND)
                        WS-STK-DAY-ISSUED (WS-STOCK-FOUND)
                        WS-TOT-ISSUED
                    ADD 1 TO WS-PIECES-ISSUED
                END-IF
        END-EVALUATE.

               0110-FIND-POSTED-PIECE.

        MOVE "N" TO WS-HIST-FOUND-SWITCH
        MOVE BIL-RECORD-KEY TO HIST-RECORD-KEY
        MOVE BIL-RUN-DATE TO HIST-RUN-DATE
        READ HISTORY-FILE
        EVALUATE TRUE
            WHEN WS-HST-STATUS = "23"
                CONTINUE
            WHEN WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                PERFORM 9140-CHECK-HISTORY-STATUS
            WHEN OTHER
                MOVE "Y" TO WS-HIST-FOUND-SWITCH
        END-EVALUATE.

      *> A credit row carries the reversed piece's key but the
      *> reversal date, so the piece is found by reading forward
      *> from its key to the row the reversal flagged.
               0115-FIND-REVERSED-PIECE.

        MOVE "N" TO WS-HIST-FOUND-SWITCH
        MOVE "N" TO WS-HIST-SCAN-SWITCH
        MOVE BIL-RECORD-KEY TO HIST-RECORD-KEY
        MOVE ZEROES TO HIST-RUN-DATE
        START HISTORY-FILE KEY IS >= HIST-KEY
            INVALID KEY
                MOVE "Y" TO WS-HIST-SCAN-SWITCH
        END-START
        PERFORM UNTIL WS-HIST-SCAN-SWITCH = "Y"
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-HIST-SCAN-SWITCH
                NOT AT END
                    IF HIST-RECORD-KEY NOT = BIL-RECORD-KEY
                        MOVE "Y" TO WS-HIST-SCAN-SWITCH
                    ELSE
                        IF HIST-REVERSED-FLAG = "R"
                            MOVE "Y" TO WS-HIST-FOUND-SWITCH
                            MOVE "Y" TO WS-HIST-SCAN-SWITCH
                        END-IF
                    END-IF
            END-READ
            PERFORM 9140-CHECK-HISTORY-STATUS
        END-PERFORM.

      *> Finds the branch/material in the stock table, inserting a
      *> new zero row in key order when it is not there.
               0120-LOCATE-STOCK-ENTRY.

        MOVE ZEROES TO WS-STOCK-FOUND
        PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
                OR WS-STOCK-FOUND > 0
            IF WS-STK-KEY (WS-STOCK-SUB) NOT < WS-LOOKUP-KEY
                MOVE WS-STOCK-SUB TO WS-STOCK-FOUND
            END-IF
        END-PERFORM
        IF WS-STOCK-FOUND = 0
            MOVE WS-STOCK-COUNT TO WS-STOCK-FOUND
            ADD 1 TO WS-STOCK-FOUND
            PERFORM 0125-INSERT-STOCK-ENTRY
        ELSE
            IF WS-STK-KEY (WS-STOCK-FOUND) NOT = WS-LOOKUP-KEY
                PERFORM 0125-INSERT-STOCK-ENTRY
            END-IF
        END-IF.

               0125-INSERT-STOCK-ENTRY.

        IF WS-STOCK-COUNT NOT < 200
            DISPLAY "CIRCMATL: STOCK TABLE FULL AT 200 ROWS, "
                "CANNOT ADD " WS-LOOKUP-BRANCH-CODE "/"
                WS-LOOKUP-MATERIAL-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-SHIFT-SUB FROM WS-STOCK-COUNT BY -1
                UNTIL WS-SHIFT-SUB < WS-STOCK-FOUND
            MOVE WS-STOCK-ENTRY (WS-SHIFT-SUB)
                TO WS-STOCK-ENTRY (WS-SHIFT-SUB + 1)
        END-PERFORM
        ADD 1 TO WS-STOCK-COUNT
        ADD 1 TO WS-NEW-ENTRIES
        MOVE WS-LOOKUP-KEY TO WS-STK-KEY (WS-STOCK-FOUND)
        MOVE ZEROES TO WS-STK-ON-HAND (WS-STOCK-FOUND)
            WS-STK-RECEIPTS (WS-STOCK-FOUND)
            WS-STK-ISSUES (WS-STOCK-FOUND)
            WS-STK-REORDER-POINT (WS-STOCK-FOUND)
            WS-STK-LAST-RUN-DATE (WS-STOCK-FOUND)
            WS-STK-DAY-RECEIPTS (WS-STOCK-FOUND)
            WS-STK-DAY-ISSUED (WS-STOCK-FOUND)
            WS-STK-DAY-RETURNED (WS-STOCK-FOUND)
        MOVE "Y" TO WS-STK-NEW-SWITCH (WS-STOCK-FOUND).

               0130-LIST-EXCEPTION.

        ADD 1 TO WS-EXCEPTION-ROWS
        MOVE SPACES TO REPORT-RECORD
        STRING "KEY=" BIL-RECORD-KEY
            " DATE=" BIL-RUN-DATE
            " BRANCH=" BIL-BRANCH-CODE
            " SHAPE=" BIL-SHAPE-CODE
            " CREDIT=" BIL-CREDIT-FLAG
            " " WS-EXCEPTION-REASON
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> Every row, touched or not, is stamped with this billing
      *> date so the next run can tell the date has been posted.
               0300-REWRITE-STOCK-FILE.

        OPEN OUTPUT STOCK-FILE
        PERFORM 9120-CHECK-STOCK-STATUS
        PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
            MOVE WS-STK-BRANCH-CODE (WS-STOCK-SUB) TO MAT-BRANCH-CODE
            MOVE WS-STK-MATERIAL-CODE (WS-STOCK-SUB)
                TO MAT-MATERIAL-CODE
            MOVE WS-STK-ON-HAND (WS-STOCK-SUB) TO MAT-ON-HAND
            MOVE WS-STK-RECEIPTS (WS-STOCK-SUB) TO MAT-RECEIPTS
            MOVE WS-STK-ISSUES (WS-STOCK-SUB) TO MAT-ISSUES
            MOVE WS-STK-REORDER-POINT (WS-STOCK-SUB)
                TO MAT-REORDER-POINT
            MOVE WS-CONSUMPTION-DATE TO MAT-LAST-RUN-DATE
            WRITE MATERIAL-STOCK-RECORD
            PERFORM 9120-CHECK-STOCK-STATUS
        END-PERFORM
        CLOSE STOCK-FILE
        PERFORM 9120-CHECK-STOCK-STATUS.

      *> One line per branch/material with the day's movements, and
      *> a total line at each change of branch.  On-hand below the
      *> reorder point is flagged for purchasing.
               0400-PRINT-USAGE.

        PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
            IF WS-STK-BRANCH-CODE (WS-STOCK-SUB) NOT = WS-CUR-BRANCH
                IF WS-STOCK-SUB > 1
                    PERFORM 0420-WRITE-BRANCH-TOTAL
                END-IF
                MOVE WS-STK-BRANCH-CODE (WS-STOCK-SUB)
                    TO WS-CUR-BRANCH
            END-IF
            PERFORM 0410-WRITE-USAGE-LINE
        END-PERFORM
        IF WS-STOCK-COUNT > 0
            PERFORM 0420-WRITE-BRANCH-TOTAL
        END-IF.

               0410-WRITE-USAGE-LINE.

        MOVE SPACES TO WS-STOCK-FLAG
        IF WS-STK-ON-HAND (WS-STOCK-SUB)
                < WS-STK-REORDER-POINT (WS-STOCK-SUB)
            MOVE "** BELOW REORDER" TO WS-STOCK-FLAG
            ADD 1 TO WS-LOW-STOCK-COUNT WS-BRN-LOW-COUNT
        ELSE
            IF WS-STK-NEW-SWITCH (WS-STOCK-SUB) = "Y"
                MOVE "** NEW STOCK ROW" TO WS-STOCK-FLAG
            END-IF
        END-IF
        ADD WS-STK-DAY-RECEIPTS (WS-STOCK-SUB) TO WS-BRN-RECEIPTS
        ADD WS-STK-DAY-ISSUED (WS-STOCK-SUB) TO WS-BRN-ISSUED
        ADD WS-STK-DAY-RETURNED (WS-STOCK-SUB) TO WS-BRN-RETURNED
        MOVE WS-STK-DAY-RECEIPTS (WS-STOCK-SUB)
            TO WS-DISPLAY-RECEIPTS
        MOVE WS-STK-DAY-ISSUED (WS-STOCK-SUB) TO WS-DISPLAY-ISSUED
        MOVE WS-STK-DAY-RETURNED (WS-STOCK-SUB)
            TO WS-DISPLAY-RETURNED
        MOVE WS-STK-ON-HAND (WS-STOCK-SUB) TO WS-DISPLAY-ON-HAND
        MOVE WS-STK-REORDER-POINT (WS-STOCK-SUB)
            TO WS-DISPLAY-REORDER
        MOVE SPACES TO REPORT-RECORD
        STRING "BRANCH=" WS-STK-BRANCH-CODE (WS-STOCK-SUB)
            " MAT=" WS-STK-MATERIAL-CODE (WS-STOCK-SUB)
            " RCVD=" WS-DISPLAY-RECEIPTS
            " USED=" WS-DISPLAY-ISSUED
            " RETD=" WS-DISPLAY-RETURNED
            " ON-HAND=" WS-DISPLAY-ON-HAND
            " REORDER=" WS-DISPLAY-REORDER
            " " WS-STOCK-FLAG
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               0420-WRITE-BRANCH-TOTAL.

        MOVE WS-BRN-RECEIPTS TO WS-DISPLAY-TOT-RECEIPTS
        MOVE WS-BRN-ISSUED TO WS-DISPLAY-TOT-ISSUED
        MOVE WS-BRN-RETURNED TO WS-DISPLAY-TOT-RETURNED
        MOVE SPACES TO REPORT-RECORD
        STRING "BRANCH " WS-CUR-BRANCH
            " TOTALS: RECEIVED=" WS-DISPLAY-TOT-RECEIPTS
            " USED=" WS-DISPLAY-TOT-ISSUED
            " RETURNED=" WS-DISPLAY-TOT-RETURNED
            " BELOW REORDER=" WS-BRN-LOW-COUNT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE ZEROES TO WS-BRN-RECEIPTS WS-BRN-ISSUED
            WS-BRN-RETURNED WS-BRN-LOW-COUNT.

               9000-WRITE-USAGE-TOTALS.

        MOVE WS-TOT-RECEIPTS TO WS-DISPLAY-TOT-RECEIPTS
        MOVE WS-TOT-ISSUED TO WS-DISPLAY-TOT-ISSUED
        MOVE WS-TOT-RETURNED TO WS-DISPLAY-TOT-RETURNED
        MOVE SPACES TO REPORT-RECORD
        STRING "USAGE TOTALS: BILLING ROWS=" WS-ROWS-READ
            " ISSUED=" WS-PIECES-ISSUED
            " RETURNED=" WS-PIECES-RETURNED
            " EXCEPTIONS=" WS-EXCEPTION-ROWS
            " RECEIPTS=" WS-RECEIPTS-APPLIED
            " NEW ROWS=" WS-NEW-ENTRIES
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "USAGE TOTALS: RECEIVED=" WS-DISPLAY-TOT-RECEIPTS
            " USED=" WS-DISPLAY-TOT-ISSUED
            " RETURNED=" WS-DISPLAY-TOT-RETURNED
            " BELOW REORDER=" WS-LOW-STOCK-COUNT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCMATL: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-STOCK-STATUS.

        IF WS-STK-STATUS NOT = "00" AND WS-STK-STATUS NOT = "10"
            DISPLAY "CIRCMATL: STOCK-FILE I-O FAILED, STATUS="
                WS-STK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-RECEIPT-STATUS.

        IF WS-RCV-STATUS NOT = "00" AND WS-RCV-STATUS NOT = "10"
            DISPLAY "CIRCMATL: RECEIPT-FILE READ FAILED, STATUS="
                WS-RCV-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Status 02 is a clean read that found other rows on the same
      *> branch and source key; the alternate key allows duplicates.
               9140-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                AND WS-HST-STATUS NOT = "10"
            DISPLAY "CIRCMATL: HISTORY-FILE READ FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCMATL.
