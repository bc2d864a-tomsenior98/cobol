               IDENTIFICATION DIVISION.
               PROGRAM-ID. RATEMNT.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TRANS-FILE ASSIGN TO "COSTRATE.TRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TRN-STATUS.
                   SELECT OLD-RATE-FILE ASSIGN TO "COSTRATE.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ORT-STATUS.
                   SELECT NEW-RATE-FILE ASSIGN TO "COSTRATE.NEW"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-NRT-STATUS.
                   SELECT SHAPE-MASTER-FILE ASSIGN TO "SHAPE.MST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SHM-STATUS.
                   SELECT RUN-REGISTRY-FILE ASSIGN TO "CIRCUM.REG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REG-STATUS.
                   SELECT MONTHLY-BILLING-FILE ASSIGN TO
                           "CIRCUM.BLM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BLM-STATUS.
                   SELECT SORT-FILE ASSIGN TO "RATEMNT.TMP".
                   SELECT REPORT-FILE ASSIGN TO "RATEMNT.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
                   SELECT IMPACT-FILE ASSIGN TO "RATEIMP.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-IMP-STATUS.
                   SELECT REJECT-FILE ASSIGN TO "RATEMNT.REJ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REJ-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  TRANS-FILE.
      *> Keyed maintenance transaction: an action code followed by a
      *> full rate card image.  A rate row is addressed by its shape
      *> and effective date together; change replaces the two rates
      *> on an existing row and expire withdraws the row, ignoring
      *> the rate fields.
               01 TRANS-RECORD.
                   05 MNT-ACTION PIC X.
                   05 MNT-SHAPE-CODE PIC X.
                   05 MNT-EFFECTIVE-DATE PIC 9(8).
                   05 MNT-EFFECTIVE-PARTS
                           REDEFINES MNT-EFFECTIVE-DATE.
                       10 MNT-EFFECTIVE-YYYY PIC 9(4).
                       10 MNT-EFFECTIVE-MM PIC 99.
                       10 MNT-EFFECTIVE-DD PIC 99.
                   05 MNT-PER-SQ-IN PIC 999V9999.
                   05 MNT-PER-CU-IN PIC 999V9999.
               FD  OLD-RATE-FILE.
               COPY RATEREC.
               FD  NEW-RATE-FILE.
               01 NEW-RATE-RECORD PIC X(23).
               FD  SHAPE-MASTER-FILE.
               COPY SHMREC.
               FD  RUN-REGISTRY-FILE.
               COPY RUNREG.
               FD  MONTHLY-BILLING-FILE.
               COPY BILREC.
               SD  SORT-FILE.
               01 SORT-RECORD.
                   05 S-BRANCH-CODE PIC XX.
                   05 S-SHAPE-CODE PIC X.
                   05 S-QUANTITY PIC 9(5).
                   05 S-BILLED-COST PIC S9(11)V99.
                   05 S-CURRENT-COST PIC S9(11)V99.
                   05 S-PROPOSED-COST PIC S9(11)V99.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               FD  IMPACT-FILE.
               01 IMPACT-RECORD PIC X(132).
               FD  REJECT-FILE.
      *> Rejected maintenance transaction: the full transaction image
      *> followed by the coded reject reason, so it can be repaired
      *> in place and resubmitted without re-keying.
      *> Reason codes:
      *>   01  ACTION CODE NOT RECOGNIZED
      *>   02  ADD DUPLICATES EXISTING SHAPE/DATE ROW
      *>   03  SHAPE/DATE ROW NOT ON RATE CARD
      *>   04  EFFECTIVE DATE ON OR BEFORE LAST BILLED DAY
      *>   05  EFFECTIVE DATE NOT A VALID DATE
      *>   06  RATE FIELD NOT NUMERIC
      *>   07  RATE CARD TABLE FULL (50 ROWS)
      *>   08  SHAPE NOT ON SHAPE MASTER
      *>   09  BOTH RATES ZERO
               01 REJECT-RECORD.
                   05 REJ-MNT-IMAGE PIC X(24).
                   05 REJ-MNT-REASON-CODE PIC XX.
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-TRN-STATUS PIC XX VALUE ZEROES.
                   05 WS-ORT-STATUS PIC XX VALUE ZEROES.
                   05 WS-NRT-STATUS PIC XX VALUE ZEROES.
                   05 WS-SHM-STATUS PIC XX VALUE ZEROES.
                   05 WS-REG-STATUS PIC XX VALUE ZEROES.
                   05 WS-BLM-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
                   05 WS-IMP-STATUS PIC XX VALUE ZEROES.
                   05 WS-REJ-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD
                       PIC X(8).
               01 WS-SWITCHES.
                   05 WS-TRN-EOF-SWITCH PIC X VALUE "N".
                   05 WS-ORT-EOF-SWITCH PIC X VALUE "N".
                   05 WS-SHM-EOF-SWITCH PIC X VALUE "N".
                   05 WS-REG-EOF-SWITCH PIC X VALUE "N".
                   05 WS-BLM-EOF-SWITCH PIC X VALUE "N".
                   05 WS-SORT-EOF-SWITCH PIC X VALUE "N".
                   05 WS-FIRST-DETAIL-SWITCH PIC X VALUE "Y".
                   05 WS-TRANS-VALID-SWITCH PIC X VALUE "Y".
               01 WS-REJECT-REASON PIC XX VALUE "00".
      *> The newest run date already billed, taken from both the run
      *> registry and the month-to-date billing accumulation.  A
      *> rate row dated on or before it has priced billed pieces,
      *> and a later reversal of any of them is credited at that
      *> same row, so the row must stand as it is: a correction is
      *> keyed as a new row effective after the last billed day.
               01 WS-BILLED-CONTROL.
                   05 WS-LAST-BILLED-DATE PIC 9(8) VALUE ZEROES.
      *> Shape codes registered on SHAPE.MST; a rate for a shape the
      *> calc run cannot produce is keying noise.
               01 WS-SHAPE-CODES.
                   05 WS-SHAPE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-FOUND PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-ENTRY OCCURS 10 TIMES.
                       10 WS-SHP-CODE PIC X VALUE SPACES.
      *> Working copy of the rate card, maintained in place as each
      *> transaction applies; the new card is written from the
      *> surviving entries at end of job.  The card as it stood on
      *> entry is kept alongside, untouched, so the impact report
      *> can price the month under both.
               01 WS-RATE-TABLE.
                   05 WS-RATE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-RATE-LIVE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-RATE-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-FOUND-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-AUDIT-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-RATE-ENTRY OCCURS 50 TIMES.
                       10 WS-RTE-SHAPE-CODE PIC X VALUE SPACES.
                       10 WS-RTE-EXPIRED-SWITCH PIC X VALUE "N".
                       10 WS-RTE-EFFECTIVE-DATE PIC 9(8)
                           VALUE ZEROES.
                       10 WS-RTE-PER-SQ-IN PIC 999V9999
                           VALUE ZEROES.
                       10 WS-RTE-PER-CU-IN PIC 999V9999
                           VALUE ZEROES.
               01 WS-OLD-RATE-TABLE.
                   05 WS-OLD-RATE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-OLD-RATE-ENTRY OCCURS 50 TIMES.
                       10 WS-ORT-SHAPE-CODE PIC X VALUE SPACES.
                       10 WS-ORT-EFFECTIVE-DATE PIC 9(8)
                           VALUE ZEROES.
                       10 WS-ORT-PER-SQ-IN PIC 999V9999
                           VALUE ZEROES.
                       10 WS-ORT-PER-CU-IN PIC 999V9999
                           VALUE ZEROES.
      *> The impact month YYYYMM comes from environment variable
      *> CIRCUM-IMPACT-MONTH when set, otherwise the current month.
      *> Its billed rows are priced under the current and proposed
      *> cards as both would stand on the impact date: the latest
      *> effective date applied by this run, or today if later, so
      *> every proposed row is in force.
               01 WS-IMPACT-CONTROL.
                   05 WS-IMPACT-MONTH PIC 9(6) VALUE ZEROES.
                   05 WS-IMPACT-MONTH-X PIC X(6) VALUE SPACES.
                   05 WS-RECORD-MONTH PIC 9(6) VALUE ZEROES.
                   05 WS-IMPACT-DATE PIC 9(8) VALUE ZEROES.
               01 WS-PRICING.
                   05 WS-PRICING-SHAPE PIC X VALUE SPACE.
                   05 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-BEST-EFFECTIVE-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-RATE-SQ-APPLIED PIC 999V9999 VALUE ZEROES.
                   05 WS-RATE-CU-APPLIED PIC 999V9999 VALUE ZEROES.
                   05 WS-PRICED-COST PIC 9(9)V99 VALUE ZEROES.
               01 WS-LOT-WORK.
                   05 WS-LOT-QUANTITY PIC 9(5) VALUE ZEROES.
                   05 WS-LOT-AREA PIC 9(12)V99 VALUE ZEROES.
                   05 WS-LOT-VOLUME PIC 9(15)V99 VALUE ZEROES.
               01 WS-BREAK-CONTROL.
                   05 WS-CUR-BRANCH PIC XX VALUE SPACES.
                   05 WS-CUR-SHAPE PIC X VALUE SPACES.
               01 WS-LINE-TOTALS.
                   05 WS-LIN-PIECES PIC 9(8) VALUE ZEROES.
                   05 WS-LIN-BILLED PIC S9(11)V99 VALUE ZEROES.
                   05 WS-LIN-CURRENT PIC S9(11)V99 VALUE ZEROES.
                   05 WS-LIN-PROPOSED PIC S9(11)V99 VALUE ZEROES.
               01 WS-BRANCH-TOTALS.
                   05 WS-BRN-BILLED PIC S9(11)V99 VALUE ZEROES.
                   05 WS-BRN-CURRENT PIC S9(11)V99 VALUE ZEROES.
                   05 WS-BRN-PROPOSED PIC S9(11)V99 VALUE ZEROES.
               01 WS-GRAND-TOTALS.
                   05 WS-GRD-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-GRD-BILLED PIC S9(11)V99 VALUE ZEROES.
                   05 WS-GRD-CURRENT PIC S9(11)V99 VALUE ZEROES.
                   05 WS-GRD-PROPOSED PIC S9(11)V99 VALUE ZEROES.
               01 WS-CHANGE-AMOUNT PIC S9(11)V99 VALUE ZEROES.
               01 WS-COUNTERS.
                   05 WS-TRANS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-TRANS-APPLIED PIC 9(8) VALUE ZEROES.
                   05 WS-TRANS-REJECTED PIC 9(8) VALUE ZEROES.
                   05 WS-ADDED-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-CHANGED-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-EXPIRED-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-BEFORE PIC 9(2) VALUE ZEROES.
                   05 WS-ROWS-AFTER PIC 9(2) VALUE ZEROES.
               01 WS-AUDIT-TAG PIC X(8) VALUE SPACES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-RATE-SQ PIC ZZ9.9999.
                   05 WS-DISPLAY-RATE-CU PIC ZZ9.9999.
                   05 WS-DISPLAY-PIECES PIC ZZZZZZZ9.
                   05 WS-DISPLAY-BILLED PIC -ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-CURRENT PIC -ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-PROPOSED PIC -ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-CHANGE PIC -ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-MAINTAIN-RATE-CARD.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
        ACCEPT WS-IMPACT-MONTH-X
            FROM ENVIRONMENT "CIRCUM-IMPACT-MONTH"
        IF WS-IMPACT-MONTH-X IS NUMERIC
            MOVE WS-IMPACT-MONTH-X TO WS-IMPACT-MONTH
        ELSE
            MOVE WS-RUN-DATE-X (1:6) TO WS-IMPACT-MONTH
        END-IF
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-IMPACT-DATE

        PERFORM 0005-FIND-LAST-BILLED-DATE
        PERFORM 0008-LOAD-SHAPE-CODES
        PERFORM 0010-LOAD-OLD-CARD

        OPEN INPUT TRANS-FILE
        IF WS-TRN-STATUS NOT = "00"
            DISPLAY "RATEMNT: TRANS-FILE OPEN FAILED, STATUS="
                WS-TRN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "RATEMNT: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT REJECT-FILE
        PERFORM 9125-CHECK-REJECT-STATUS

        MOVE SPACES TO REPORT-RECORD
        STRING "COST RATE CARD MAINTENANCE AUDIT  RUN DATE "
            WS-RUN-DATE-YYYYMMDD
            "  LAST BILLED DAY " WS-LAST-BILLED-DATE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        PERFORM UNTIL WS-TRN-EOF-SWITCH = "Y"
            READ TRANS-FILE
                AT END
                    MOVE "Y" TO WS-TRN-EOF-SWITCH
                NOT AT END
                    PERFORM 0030-APPLY-TRANSACTION
            END-READ
            PERFORM 9145-CHECK-TRANS-STATUS
        END-PERFORM

        PERFORM 0060-WRITE-NEW-CARD
        PERFORM 9000-WRITE-MAINT-TOTALS

        CLOSE TRANS-FILE
        PERFORM 9145-CHECK-TRANS-STATUS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS
        CLOSE REJECT-FILE
        PERFORM 9125-CHECK-REJECT-STATUS

        SORT SORT-FILE
            ON ASCENDING KEY S-BRANCH-CODE S-SHAPE-CODE
            INPUT PROCEDURE IS 1000-SELECT-MONTH-ROWS
            OUTPUT PROCEDURE IS 2000-PRINT-IMPACT

        IF WS-TRANS-REJECTED > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> Every run date that reached the registry counts as billed
      *> unless the run died outright (return code 16) before any
      *> billing extract could be released.  A site without a
      *> registry or a month-to-date file yet has billed nothing.
               0005-FIND-LAST-BILLED-DATE.

        OPEN INPUT RUN-REGISTRY-FILE
        IF WS-REG-STATUS = "35"
            CONTINUE
        ELSE
            IF WS-REG-STATUS NOT = "00"
                DISPLAY "RATEMNT: RUN-REGISTRY-FILE OPEN FAILED, "
                    "STATUS=" WS-REG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                READ RUN-REGISTRY-FILE
                    AT END
                        MOVE "Y" TO WS-REG-EOF-SWITCH
                    NOT AT END
                        IF REG-RETURN-CODE < 16
                                AND REG-RUN-DATE
                                    > WS-LAST-BILLED-DATE
                            MOVE REG-RUN-DATE
                                TO WS-LAST-BILLED-DATE
                        END-IF
                END-READ
                PERFORM 9130-CHECK-REGISTRY-STATUS
            END-PERFORM
            CLOSE RUN-REGISTRY-FILE
        END-IF
        OPEN INPUT MONTHLY-BILLING-FILE
        IF WS-BLM-STATUS = "35"
            CONTINUE
        ELSE
            IF WS-BLM-STATUS NOT = "00"
                DISPLAY "RATEMNT: MONTHLY-BILLING-FILE OPEN FAILED, "
                    "STATUS=" WS-BLM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-BLM-EOF-SWITCH = "Y"
                READ MONTHLY-BILLING-FILE
                    AT END
                        MOVE "Y" TO WS-BLM-EOF-SWITCH
                    NOT AT END
                        IF BIL-RUN-DATE > WS-LAST-BILLED-DATE
                            MOVE BIL-RUN-DATE
                                TO WS-LAST-BILLED-DATE
                        END-IF
                END-READ
                PERFORM 9135-CHECK-MONTHLY-BIL-STATUS
            END-PERFORM
            CLOSE MONTHLY-BILLING-FILE
        END-IF.

               0008-LOAD-SHAPE-CODES.

        OPEN INPUT SHAPE-MASTER-FILE
        IF WS-SHM-STATUS NOT = "00"
            DISPLAY "RATEMNT: SHAPE-MASTER-FILE OPEN FAILED, "
                "STATUS=" WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SHM-EOF-SWITCH = "Y"
            READ SHAPE-MASTER-FILE
                AT END
                    MOVE "Y" TO WS-SHM-EOF-SWITCH
                NOT AT END
                    IF WS-SHAPE-COUNT < 10
                        ADD 1 TO WS-SHAPE-COUNT
                        MOVE SHM-SHAPE-CODE
                            TO WS-SHP-CODE (WS-SHAPE-COUNT)
                    END-IF
            END-READ
            PERFORM 9155-CHECK-SHM-STATUS
        END-PERFORM
        CLOSE SHAPE-MASTER-FILE
        PERFORM 9155-CHECK-SHM-STATUS.

               0010-LOAD-OLD-CARD.

        OPEN INPUT OLD-RATE-FILE
        IF WS-ORT-STATUS NOT = "00"
            DISPLAY "RATEMNT: OLD-RATE-FILE OPEN FAILED, "
                "STATUS=" WS-ORT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-ORT-EOF-SWITCH = "Y"
            READ OLD-RATE-FILE
                AT END
                    MOVE "Y" TO WS-ORT-EOF-SWITCH
                NOT AT END
                    IF WS-RATE-COUNT >= 50
                        DISPLAY "RATEMNT: OLD-RATE-FILE EXCEEDS "
                            "50 RATE ROWS"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-RATE-COUNT
                    MOVE WS-RATE-COUNT TO WS-RATE-SUB
                    PERFORM 0015-LOAD-CARD-ENTRY
            END-READ
            PERFORM 9160-CHECK-OLD-RATE-STATUS
        END-PERFORM
        CLOSE OLD-RATE-FILE
        PERFORM 9160-CHECK-OLD-RATE-STATUS
        MOVE WS-RATE-COUNT TO WS-ROWS-BEFORE
        MOVE WS-RATE-COUNT TO WS-RATE-LIVE-COUNT
        MOVE WS-RATE-COUNT TO WS-OLD-RATE-COUNT.

               0015-LOAD-CARD-ENTRY.

        MOVE RATE-SHAPE-CODE TO WS-RTE-SHAPE-CODE (WS-RATE-SUB)
        MOVE "N" TO WS-RTE-EXPIRED-SWITCH (WS-RATE-SUB)
        MOVE RATE-EFFECTIVE-DATE
            TO WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
        MOVE RATE-PER-SQ-IN TO WS-RTE-PER-SQ-IN (WS-RATE-SUB)
        MOVE RATE-PER-CU-IN TO WS-RTE-PER-CU-IN (WS-RATE-SUB)
        MOVE RATE-SHAPE-CODE TO WS-ORT-SHAPE-CODE (WS-RATE-SUB)
        MOVE RATE-EFFECTIVE-DATE
            TO WS-ORT-EFFECTIVE-DATE (WS-RATE-SUB)
        MOVE RATE-PER-SQ-IN TO WS-ORT-PER-SQ-IN (WS-RATE-SUB)
        MOVE RATE-PER-CU-IN TO WS-ORT-PER-CU-IN (WS-RATE-SUB).

               0030-APPLY-TRANSACTION.

        ADD 1 TO WS-TRANS-READ
        MOVE "Y" TO WS-TRANS-VALID-SWITCH
        MOVE 0 TO WS-FOUND-SUB
        IF MNT-EFFECTIVE-DATE IS NUMERIC
            PERFORM 0035-FIND-RATE-ENTRY
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT
        END-IF
        EVALUATE MNT-ACTION
            WHEN "A"
                PERFORM 0040-APPLY-ADD
            WHEN "C"
                PERFORM 0042-APPLY-CHANGE
            WHEN "E"
                PERFORM 0044-APPLY-EXPIRE
            WHEN OTHER
                MOVE "01" TO WS-REJECT-REASON
                PERFORM 0050-REJECT-TRANSACTION
        END-EVALUATE.

      *> Expired entries are invisible to the match: an add may
      *> legitimately re-key a row expired earlier in the same
      *> transaction file.
               0035-FIND-RATE-ENTRY.

        IF WS-RTE-SHAPE-CODE (WS-RATE-SUB) = MNT-SHAPE-CODE
                AND WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                    = MNT-EFFECTIVE-DATE
                AND WS-RTE-EXPIRED-SWITCH (WS-RATE-SUB) = "N"
            MOVE WS-RATE-SUB TO WS-FOUND-SUB
        END-IF.

      *> The 51st live row is refused here rather than at the calc
      *> run, which would otherwise stop at 0025-LOAD-COST-RATES.
      *> Once the table is used up, a slot expired earlier in the
      *> run is taken over by the new row.
               0040-APPLY-ADD.

        IF WS-FOUND-SUB > 0
            MOVE "02" TO WS-REJECT-REASON
            PERFORM 0050-REJECT-TRANSACTION
        ELSE
            PERFORM 0046-VALIDATE-RATE-ROW
            IF WS-TRANS-VALID-SWITCH = "Y"
                IF WS-RATE-LIVE-COUNT >= 50
                    MOVE "07" TO WS-REJECT-REASON
                    PERFORM 0050-REJECT-TRANSACTION
                ELSE
                    IF WS-RATE-COUNT < 50
                        ADD 1 TO WS-RATE-COUNT
                        MOVE WS-RATE-COUNT TO WS-FOUND-SUB
                    ELSE
                        PERFORM 0041-FIND-EXPIRED-SLOT
                            VARYING WS-RATE-SUB FROM 1 BY 1
                            UNTIL WS-RATE-SUB > WS-RATE-COUNT
                                OR WS-FOUND-SUB > 0
                    END-IF
                    ADD 1 TO WS-RATE-LIVE-COUNT
                    PERFORM 0048-MOVE-TRANS-TO-ENTRY
                    ADD 1 TO WS-ADDED-COUNT
                    ADD 1 TO WS-TRANS-APPLIED
                    PERFORM 0049-ADVANCE-IMPACT-DATE
                    MOVE "ADDED" TO WS-AUDIT-TAG
                    MOVE WS-FOUND-SUB TO WS-AUDIT-SUB
                    PERFORM 0055-PRINT-ENTRY-LINE
                END-IF
            ELSE
                PERFORM 0050-REJECT-TRANSACTION
            END-IF
        END-IF.

               0041-FIND-EXPIRED-SLOT.

        IF WS-RTE-EXPIRED-SWITCH (WS-RATE-SUB) = "Y"
            MOVE WS-RATE-SUB TO WS-FOUND-SUB
        END-IF.

               0042-APPLY-CHANGE.

        IF WS-FOUND-SUB = 0
            MOVE "03" TO WS-REJECT-REASON
            PERFORM 0050-REJECT-TRANSACTION
        ELSE
            PERFORM 0046-VALIDATE-RATE-ROW
            IF WS-TRANS-VALID-SWITCH = "Y"
                MOVE "BEFORE" TO WS-AUDIT-TAG
                MOVE WS-FOUND-SUB TO WS-AUDIT-SUB
                PERFORM 0055-PRINT-ENTRY-LINE
                PERFORM 0048-MOVE-TRANS-TO-ENTRY
                ADD 1 TO WS-CHANGED-COUNT
                ADD 1 TO WS-TRANS-APPLIED
                PERFORM 0049-ADVANCE-IMPACT-DATE
                MOVE "AFTER" TO WS-AUDIT-TAG
                PERFORM 0055-PRINT-ENTRY-LINE
            ELSE
                PERFORM 0050-REJECT-TRANSACTION
            END-IF
        END-IF.

      *> Only a row that has not yet priced a billed day may be
      *> withdrawn; an older row is superseded by adding a newer
      *> one, never removed, so reversal credits still find it.
               0044-APPLY-EXPIRE.

        EVALUATE TRUE
            WHEN WS-FOUND-SUB = 0
                MOVE "03" TO WS-REJECT-REASON
                PERFORM 0050-REJECT-TRANSACTION
            WHEN MNT-EFFECTIVE-DATE <= WS-LAST-BILLED-DATE
                MOVE "04" TO WS-REJECT-REASON
                PERFORM 0050-REJECT-TRANSACTION
            WHEN OTHER
                MOVE "EXPIRED" TO WS-AUDIT-TAG
                MOVE WS-FOUND-SUB TO WS-AUDIT-SUB
                PERFORM 0055-PRINT-ENTRY-LINE
                MOVE "Y" TO WS-RTE-EXPIRED-SWITCH (WS-FOUND-SUB)
                SUBTRACT 1 FROM WS-RATE-LIVE-COUNT
                ADD 1 TO WS-EXPIRED-COUNT
                ADD 1 TO WS-TRANS-APPLIED
        END-EVALUATE.

      *> Finance's rate rules: a real calendar date, a shape the
      *> calc run knows, numeric rates that are not both zero (the
      *> calc run would bill the shape at nothing), and no
      *> effective date on a day that has already been billed.
               0046-VALIDATE-RATE-ROW.

        MOVE 0 TO WS-SHAPE-FOUND
        PERFORM 0047-FIND-SHAPE-CODE
            VARYING WS-SHAPE-SUB FROM 1 BY 1
            UNTIL WS-SHAPE-SUB > WS-SHAPE-COUNT
        EVALUATE TRUE
            WHEN MNT-EFFECTIVE-DATE IS NOT NUMERIC
                    OR MNT-EFFECTIVE-YYYY < 1900
                    OR FUNCTION TEST-DATE-YYYYMMDD
                        (MNT-EFFECTIVE-DATE) NOT = 0
                MOVE "N" TO WS-TRANS-VALID-SWITCH
                MOVE "05" TO WS-REJECT-REASON
            WHEN WS-SHAPE-FOUND = 0
                MOVE "N" TO WS-TRANS-VALID-SWITCH
                MOVE "08" TO WS-REJECT-REASON
            WHEN MNT-PER-SQ-IN IS NOT NUMERIC
                    OR MNT-PER-CU-IN IS NOT NUMERIC
                MOVE "N" TO WS-TRANS-VALID-SWITCH
                MOVE "06" TO WS-REJECT-REASON
            WHEN MNT-PER-SQ-IN = 0 AND MNT-PER-CU-IN = 0
                MOVE "N" TO WS-TRANS-VALID-SWITCH
                MOVE "09" TO WS-REJECT-REASON
            WHEN MNT-EFFECTIVE-DATE <= WS-LAST-BILLED-DATE
                MOVE "N" TO WS-TRANS-VALID-SWITCH
                MOVE "04" TO WS-REJECT-REASON
        END-EVALUATE.

               0047-FIND-SHAPE-CODE.

        IF WS-SHP-CODE (WS-SHAPE-SUB) = MNT-SHAPE-CODE
            MOVE WS-SHAPE-SUB TO WS-SHAPE-FOUND
        END-IF.

               0048-MOVE-TRANS-TO-ENTRY.

        MOVE MNT-SHAPE-CODE TO WS-RTE-SHAPE-CODE (WS-FOUND-SUB)
        MOVE "N" TO WS-RTE-EXPIRED-SWITCH (WS-FOUND-SUB)
        MOVE MNT-EFFECTIVE-DATE
            TO WS-RTE-EFFECTIVE-DATE (WS-FOUND-SUB)
        MOVE MNT-PER-SQ-IN TO WS-RTE-PER-SQ-IN (WS-FOUND-SUB)
        MOVE MNT-PER-CU-IN TO WS-RTE-PER-CU-IN (WS-FOUND-SUB).

               0049-ADVANCE-IMPACT-DATE.

        IF MNT-EFFECTIVE-DATE > WS-IMPACT-DATE
            MOVE MNT-EFFECTIVE-DATE TO WS-IMPACT-DATE
        END-IF.

               0050-REJECT-TRANSACTION.

        MOVE SPACES TO REPORT-RECORD
        STRING "REJECTED ACTION=" MNT-ACTION
            " SHAPE=" MNT-SHAPE-CODE
            " EFFECTIVE=" MNT-EFFECTIVE-DATE
            " REASON=" WS-REJECT-REASON
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE TRANS-RECORD TO REJ-MNT-IMAGE
        MOVE WS-REJECT-REASON TO REJ-MNT-REASON-CODE
        WRITE REJECT-RECORD
        PERFORM 9125-CHECK-REJECT-STATUS
        ADD 1 TO WS-TRANS-REJECTED.

      *> One audit line per rate row; the tag column marks the image
      *> as the before, after, added, expired or new-card state.
               0055-PRINT-ENTRY-LINE.

        MOVE WS-RTE-PER-SQ-IN (WS-AUDIT-SUB) TO WS-DISPLAY-RATE-SQ
        MOVE WS-RTE-PER-CU-IN (WS-AUDIT-SUB) TO WS-DISPLAY-RATE-CU
        MOVE SPACES TO REPORT-RECORD
        STRING WS-AUDIT-TAG
            " SHAPE=" WS-RTE-SHAPE-CODE (WS-AUDIT-SUB)
            " EFFECTIVE=" WS-RTE-EFFECTIVE-DATE (WS-AUDIT-SUB)
            " RATE-SQ=" WS-DISPLAY-RATE-SQ
            " RATE-CU=" WS-DISPLAY-RATE-CU
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> The maintained card is written to COSTRATE.NEW, never over
      *> COSTRATE.DAT in place: finance signs off this audit and
      *> the impact report first, then operations renames the new
      *> file into place ahead of the nightly calc run.
               0060-WRITE-NEW-CARD.

        OPEN OUTPUT NEW-RATE-FILE
        IF WS-NRT-STATUS NOT = "00"
            DISPLAY "RATEMNT: NEW-RATE-FILE OPEN FAILED, "
                "STATUS=" WS-NRT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "NEW RATE CARD CONTENTS FOLLOW"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        PERFORM 0065-WRITE-CARD-ENTRY
            VARYING WS-RATE-SUB FROM 1 BY 1
            UNTIL WS-RATE-SUB > WS-RATE-COUNT
        CLOSE NEW-RATE-FILE
        IF WS-NRT-STATUS NOT = "00"
            DISPLAY "RATEMNT: NEW-RATE-FILE CLOSE FAILED, "
                "STATUS=" WS-NRT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0065-WRITE-CARD-ENTRY.

        IF WS-RTE-EXPIRED-SWITCH (WS-RATE-SUB) = "N"
            MOVE WS-RTE-SHAPE-CODE (WS-RATE-SUB) TO RATE-SHAPE-CODE
            MOVE WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                TO RATE-EFFECTIVE-DATE
            MOVE WS-RTE-PER-SQ-IN (WS-RATE-SUB) TO RATE-PER-SQ-IN
            MOVE WS-RTE-PER-CU-IN (WS-RATE-SUB) TO RATE-PER-CU-IN
            MOVE RATE-RECORD TO NEW-RATE-RECORD
            WRITE NEW-RATE-RECORD
            IF WS-NRT-STATUS NOT = "00"
                DISPLAY "RATEMNT: NEW-RATE-FILE WRITE FAILED, "
                    "STATUS=" WS-NRT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ROWS-AFTER
            MOVE "CARD" TO WS-AUDIT-TAG
            MOVE WS-RATE-SUB TO WS-AUDIT-SUB
            PERFORM 0055-PRINT-ENTRY-LINE
        END-IF.

      *> Impact input: every row billed in the impact month, with
      *> its lot priced under the card as it stood on entry and
      *> under the proposed card.  Credit rows carry negative
      *> amounts so each line nets charges against credits the way
      *> the month-end statement does.
               1000-SELECT-MONTH-ROWS.

        MOVE "N" TO WS-BLM-EOF-SWITCH
        OPEN INPUT MONTHLY-BILLING-FILE
        IF WS-BLM-STATUS = "35"
            MOVE "Y" TO WS-BLM-EOF-SWITCH
        ELSE
            IF WS-BLM-STATUS NOT = "00"
                DISPLAY "RATEMNT: MONTHLY-BILLING-FILE OPEN FAILED, "
                    "STATUS=" WS-BLM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM UNTIL WS-BLM-EOF-SWITCH = "Y"
            READ MONTHLY-BILLING-FILE
                AT END
                    MOVE "Y" TO WS-BLM-EOF-SWITCH
                NOT AT END
                    COMPUTE WS-RECORD-MONTH = BIL-RUN-DATE / 100
                    IF WS-RECORD-MONTH = WS-IMPACT-MONTH
                        PERFORM 1010-RELEASE-BILLING-ROW
                    END-IF
            END-READ
            PERFORM 9135-CHECK-MONTHLY-BIL-STATUS
        END-PERFORM
        IF WS-BLM-STATUS NOT = "35"
            CLOSE MONTHLY-BILLING-FILE
        END-IF.

               1010-RELEASE-BILLING-ROW.

        IF BIL-QUANTITY IS NOT NUMERIC OR BIL-QUANTITY = 0
            MOVE 1 TO WS-LOT-QUANTITY
        ELSE
            MOVE BIL-QUANTITY TO WS-LOT-QUANTITY
        END-IF
        COMPUTE WS-LOT-AREA = BIL-AREA * WS-LOT-QUANTITY
        COMPUTE WS-LOT-VOLUME = BIL-VOLUME * WS-LOT-QUANTITY
        MOVE BIL-SHAPE-CODE TO WS-PRICING-SHAPE
        MOVE BIL-BRANCH-CODE TO S-BRANCH-CODE
        MOVE BIL-SHAPE-CODE TO S-SHAPE-CODE
        MOVE WS-LOT-QUANTITY TO S-QUANTITY
        PERFORM 1020-PRICE-AT-OLD-CARD
        IF BIL-CREDIT-FLAG = "C"
            COMPUTE S-BILLED-COST = 0 - BIL-EXTENDED-COST
            COMPUTE S-CURRENT-COST = 0 - WS-PRICED-COST
        ELSE
            MOVE BIL-EXTENDED-COST TO S-BILLED-COST
            MOVE WS-PRICED-COST TO S-CURRENT-COST
        END-IF
        PERFORM 1030-PRICE-AT-NEW-CARD
        IF BIL-CREDIT-FLAG = "C"
            COMPUTE S-PROPOSED-COST = 0 - WS-PRICED-COST
        ELSE
            MOVE WS-PRICED-COST TO S-PROPOSED-COST
        END-IF
        RELEASE SORT-RECORD.

      *> Both pricings follow the calc run's 0170-PRICE-RECORD rule:
      *> the newest row for the shape not later than the pricing
      *> date, and zero when no row is in effect.
               1020-PRICE-AT-OLD-CARD.

        MOVE "N" TO WS-RATE-FOUND-SWITCH
        MOVE ZEROES TO WS-BEST-EFFECTIVE-DATE
        MOVE ZEROES TO WS-RATE-SQ-APPLIED WS-RATE-CU-APPLIED
        PERFORM 1025-SCAN-OLD-CARD-ENTRY
            VARYING WS-RATE-SUB FROM 1 BY 1
            UNTIL WS-RATE-SUB > WS-OLD-RATE-COUNT
        PERFORM 1040-EXTEND-PRICED-COST.

               1025-SCAN-OLD-CARD-ENTRY.

        IF WS-ORT-SHAPE-CODE (WS-RATE-SUB) = WS-PRICING-SHAPE
                AND WS-ORT-EFFECTIVE-DATE (WS-RATE-SUB)
                    <= WS-IMPACT-DATE
                AND WS-ORT-EFFECTIVE-DATE (WS-RATE-SUB)
                    >= WS-BEST-EFFECTIVE-DATE
            MOVE "Y" TO WS-RATE-FOUND-SWITCH
            MOVE WS-ORT-EFFECTIVE-DATE (WS-RATE-SUB)
                TO WS-BEST-EFFECTIVE-DATE
            MOVE WS-ORT-PER-SQ-IN (WS-RATE-SUB)
                TO WS-RATE-SQ-APPLIED
            MOVE WS-ORT-PER-CU-IN (WS-RATE-SUB)
                TO WS-RATE-CU-APPLIED
        END-IF.

               1030-PRICE-AT-NEW-CARD.

        MOVE "N" TO WS-RATE-FOUND-SWITCH
        MOVE ZEROES TO WS-BEST-EFFECTIVE-DATE
        MOVE ZEROES TO WS-RATE-SQ-APPLIED WS-RATE-CU-APPLIED
        PERFORM 1035-SCAN-NEW-CARD-ENTRY
            VARYING WS-RATE-SUB FROM 1 BY 1
            UNTIL WS-RATE-SUB > WS-RATE-COUNT
        PERFORM 1040-EXTEND-PRICED-COST.

               1035-SCAN-NEW-CARD-ENTRY.

        IF WS-RTE-SHAPE-CODE (WS-RATE-SUB) = WS-PRICING-SHAPE
                AND WS-RTE-EXPIRED-SWITCH (WS-RATE-SUB) = "N"
                AND WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                    <= WS-IMPACT-DATE
                AND WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                    >= WS-BEST-EFFECTIVE-DATE
            MOVE "Y" TO WS-RATE-FOUND-SWITCH
            MOVE WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                TO WS-BEST-EFFECTIVE-DATE
            MOVE WS-RTE-PER-SQ-IN (WS-RATE-SUB)
                TO WS-RATE-SQ-APPLIED
            MOVE WS-RTE-PER-CU-IN (WS-RATE-SUB)
                TO WS-RATE-CU-APPLIED
        END-IF.

               1040-EXTEND-PRICED-COST.

        IF WS-RATE-FOUND-SWITCH = "Y"
            COMPUTE WS-PRICED-COST ROUNDED =
                WS-LOT-AREA * WS-RATE-SQ-APPLIED
                + WS-LOT-VOLUME * WS-RATE-CU-APPLIED
        ELSE
            MOVE ZEROES TO WS-PRICED-COST
        END-IF.

               2000-PRINT-IMPACT.

        OPEN OUTPUT IMPACT-FILE
        IF WS-IMP-STATUS NOT = "00"
            DISPLAY "RATEMNT: IMPACT-FILE OPEN FAILED, STATUS="
                WS-IMP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO IMPACT-RECORD
        STRING "RATE CARD REPRICING IMPACT FOR MONTH "
            WS-IMPACT-MONTH
            "  CARDS AS OF " WS-IMPACT-DATE
            "  PREPARED " WS-RUN-DATE-YYYYMMDD
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS
        PERFORM UNTIL WS-SORT-EOF-SWITCH = "Y"
            RETURN SORT-FILE
                AT END
                    MOVE "Y" TO WS-SORT-EOF-SWITCH
                NOT AT END
                    PERFORM 2010-HANDLE-SORTED-ROW
            END-RETURN
        END-PERFORM
        IF WS-FIRST-DETAIL-SWITCH = "N"
            PERFORM 2040-WRITE-IMPACT-LINE
            PERFORM 2050-WRITE-BRANCH-TOTAL
        ELSE
            MOVE SPACES TO IMPACT-RECORD
            STRING "NO BILLING ROWS FOR MONTH " WS-IMPACT-MONTH
                DELIMITED BY SIZE INTO IMPACT-RECORD
            WRITE IMPACT-RECORD
            PERFORM 9120-CHECK-IMPACT-STATUS
        END-IF
        PERFORM 2060-WRITE-GRAND-TOTAL
        CLOSE IMPACT-FILE
        PERFORM 9120-CHECK-IMPACT-STATUS.

               2010-HANDLE-SORTED-ROW.

        IF WS-FIRST-DETAIL-SWITCH = "Y"
            MOVE "N" TO WS-FIRST-DETAIL-SWITCH
            PERFORM 2030-WRITE-BRANCH-HEADING
            PERFORM 2020-START-NEW-LINE
        ELSE
            IF S-BRANCH-CODE NOT = WS-CUR-BRANCH
                PERFORM 2040-WRITE-IMPACT-LINE
                PERFORM 2050-WRITE-BRANCH-TOTAL
                PERFORM 2030-WRITE-BRANCH-HEADING
                PERFORM 2020-START-NEW-LINE
            ELSE
                IF S-SHAPE-CODE NOT = WS-CUR-SHAPE
                    PERFORM 2040-WRITE-IMPACT-LINE
                    PERFORM 2020-START-NEW-LINE
                END-IF
            END-IF
        END-IF
        ADD S-QUANTITY TO WS-LIN-PIECES
        ADD S-BILLED-COST TO WS-LIN-BILLED
        ADD S-CURRENT-COST TO WS-LIN-CURRENT
        ADD S-PROPOSED-COST TO WS-LIN-PROPOSED
        ADD S-BILLED-COST TO WS-BRN-BILLED
        ADD S-CURRENT-COST TO WS-BRN-CURRENT
        ADD S-PROPOSED-COST TO WS-BRN-PROPOSED
        ADD 1 TO WS-GRD-ROWS
        ADD S-BILLED-COST TO WS-GRD-BILLED
        ADD S-CURRENT-COST TO WS-GRD-CURRENT
        ADD S-PROPOSED-COST TO WS-GRD-PROPOSED.

               2020-START-NEW-LINE.

        MOVE S-BRANCH-CODE TO WS-CUR-BRANCH
        MOVE S-SHAPE-CODE TO WS-CUR-SHAPE
        MOVE ZEROES TO WS-LIN-PIECES WS-LIN-BILLED
            WS-LIN-CURRENT WS-LIN-PROPOSED.

               2030-WRITE-BRANCH-HEADING.

        MOVE SPACES TO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS
        MOVE SPACES TO IMPACT-RECORD
        STRING "BRANCH " S-BRANCH-CODE
            " REPRICING IMPACT"
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS
        MOVE ZEROES TO WS-BRN-BILLED WS-BRN-CURRENT
            WS-BRN-PROPOSED.

               2040-WRITE-IMPACT-LINE.

        COMPUTE WS-CHANGE-AMOUNT = WS-LIN-PROPOSED - WS-LIN-CURRENT
        MOVE WS-LIN-PIECES TO WS-DISPLAY-PIECES
        MOVE WS-LIN-BILLED TO WS-DISPLAY-BILLED
        MOVE WS-LIN-CURRENT TO WS-DISPLAY-CURRENT
        MOVE WS-LIN-PROPOSED TO WS-DISPLAY-PROPOSED
        MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-CHANGE
        MOVE SPACES TO IMPACT-RECORD
        STRING "  SHAPE " WS-CUR-SHAPE
            " PIECES=" WS-DISPLAY-PIECES
            " BILLED=" WS-DISPLAY-BILLED
            " CURRENT=" WS-DISPLAY-CURRENT
            " PROPOSED=" WS-DISPLAY-PROPOSED
            " CHANGE=" WS-DISPLAY-CHANGE
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS.

               2050-WRITE-BRANCH-TOTAL.

        COMPUTE WS-CHANGE-AMOUNT = WS-BRN-PROPOSED - WS-BRN-CURRENT
        MOVE WS-BRN-BILLED TO WS-DISPLAY-BILLED
        MOVE WS-BRN-CURRENT TO WS-DISPLAY-CURRENT
        MOVE WS-BRN-PROPOSED TO WS-DISPLAY-PROPOSED
        MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-CHANGE
        MOVE SPACES TO IMPACT-RECORD
        STRING "  BRANCH " WS-CUR-BRANCH
            " TOTAL: BILLED=" WS-DISPLAY-BILLED
            " CURRENT=" WS-DISPLAY-CURRENT
            " PROPOSED=" WS-DISPLAY-PROPOSED
            " CHANGE=" WS-DISPLAY-CHANGE
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS.

               2060-WRITE-GRAND-TOTAL.

        COMPUTE WS-CHANGE-AMOUNT = WS-GRD-PROPOSED - WS-GRD-CURRENT
        MOVE WS-GRD-BILLED TO WS-DISPLAY-BILLED
        MOVE WS-GRD-CURRENT TO WS-DISPLAY-CURRENT
        MOVE WS-GRD-PROPOSED TO WS-DISPLAY-PROPOSED
        MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-CHANGE
        MOVE SPACES TO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS
        MOVE SPACES TO IMPACT-RECORD
        STRING "COMPANY TOTAL: BILLING-ROWS=" WS-GRD-ROWS
            " BILLED=" WS-DISPLAY-BILLED
            " CURRENT=" WS-DISPLAY-CURRENT
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS
        MOVE SPACES TO IMPACT-RECORD
        STRING "               PROPOSED=" WS-DISPLAY-PROPOSED
            " CHANGE=" WS-DISPLAY-CHANGE
            DELIMITED BY SIZE INTO IMPACT-RECORD
        WRITE IMPACT-RECORD
        PERFORM 9120-CHECK-IMPACT-STATUS.

               9000-WRITE-MAINT-TOTALS.

        MOVE SPACES TO REPORT-RECORD
        STRING "MAINT TOTALS: TRANS-READ=" WS-TRANS-READ
            " APPLIED=" WS-TRANS-APPLIED
            " REJECTED=" WS-TRANS-REJECTED
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "              ADDED=" WS-ADDED-COUNT
            " CHANGED=" WS-CHANGED-COUNT
            " EXPIRED=" WS-EXPIRED-COUNT
            " ROWS-BEFORE=" WS-ROWS-BEFORE
            " ROWS-AFTER=" WS-ROWS-AFTER
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00" AND WS-RPT-STATUS NOT = "10"
            DISPLAY "RATEMNT: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-IMPACT-STATUS.

        IF WS-IMP-STATUS NOT = "00" AND WS-IMP-STATUS NOT = "10"
            DISPLAY "RATEMNT: IMPACT-FILE I-O FAILED, STATUS="
                WS-IMP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9125-CHECK-REJECT-STATUS.

        IF WS-REJ-STATUS NOT = "00" AND WS-REJ-STATUS NOT = "10"
            DISPLAY "RATEMNT: REJECT-FILE I-O FAILED, STATUS="
                WS-REJ-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-REGISTRY-STATUS.

        IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
            DISPLAY "RATEMNT: RUN-REGISTRY-FILE I-O FAILED, STATUS="
                WS-REG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9135-CHECK-MONTHLY-BIL-STATUS.

        IF WS-BLM-STATUS NOT = "00" AND WS-BLM-STATUS NOT = "10"
            DISPLAY "RATEMNT: MONTHLY-BILLING-FILE I-O FAILED, "
                "STATUS=" WS-BLM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9145-CHECK-TRANS-STATUS.

        IF WS-TRN-STATUS NOT = "00" AND WS-TRN-STATUS NOT = "10"
            DISPLAY "RATEMNT: TRANS-FILE I-O FAILED, STATUS="
                WS-TRN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9155-CHECK-SHM-STATUS.

        IF WS-SHM-STATUS NOT = "00" AND WS-SHM-STATUS NOT = "10"
            DISPLAY "RATEMNT: SHAPE-MASTER-FILE I-O FAILED, STATUS="
                WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9160-CHECK-OLD-RATE-STATUS.

        IF WS-ORT-STATUS NOT = "00" AND WS-ORT-STATUS NOT = "10"
            DISPLAY "RATEMNT: OLD-RATE-FILE I-O FAILED, STATUS="
                WS-ORT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM RATEMNT.
