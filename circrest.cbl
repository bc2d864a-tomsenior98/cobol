               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCREST.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT REST-CONTROL-FILE ASSIGN TO "CIRCREST.CTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RCT-STATUS.
                   SELECT HISTORY-FILE ASSIGN TO "CIRCUM.HST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT SHAPE-MASTER-FILE ASSIGN TO "SHAPE.MST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SHM-STATUS.
                   SELECT RATE-FILE ASSIGN TO "COSTRATE.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RATE-STATUS.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "CIRCUM.CTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CTL-STATUS.
                   SELECT ADJUSTMENT-FILE ASSIGN TO "CIRCREST.ADJ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ADJ-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCREST.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  REST-CONTROL-FILE.
      *> Restatement selection, maintained by operations the same
      *> way CIRCPURG.CTL parameterizes the purge.  History rows
      *> whose run date falls in the range (inclusive) are
      *> selected; a space shape or branch selects every one.  Mode
      *> "U" queues the adjustments; anything else is a trial that
      *> only reports.
               01 REST-CONTROL-RECORD.
                   05 RCT-FROM-DATE PIC 9(8).
                   05 RCT-TO-DATE PIC 9(8).
                   05 RCT-SHAPE-CODE PIC X.
                   05 RCT-BRANCH-CODE PIC XX.
                   05 RCT-MODE PIC X.
               FD  HISTORY-FILE.
               COPY HISTREC.
               FD  SHAPE-MASTER-FILE.
               COPY SHMREC.
               FD  RATE-FILE.
               COPY RATEREC.
               FD  RUN-CONTROL-FILE.
               COPY RUNCTL.
      *> Adjustments are queued in the consolidated input layout and
      *> delivered by CIRCMERGE into the next RADIUS.DAT, so they
      *> reach the feed and billing through the calculation run
      *> like any other transaction: a REV row backs out the posted
      *> piece and a repost row brings it back on the corrected
      *> figures, priced as of the date the original was priced.
               FD  ADJUSTMENT-FILE.
               COPY RADREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               COPY WSPI.
               01 WS-FILE-STATUS.
                   05 WS-RCT-STATUS PIC XX VALUE ZEROES.
                   05 WS-HST-STATUS PIC XX VALUE ZEROES.
                   05 WS-SHM-STATUS PIC XX VALUE ZEROES.
                   05 WS-RATE-STATUS PIC XX VALUE ZEROES.
                   05 WS-CTL-STATUS PIC XX VALUE ZEROES.
                   05 WS-ADJ-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
               01 WS-SELECTION.
                   05 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-TO-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-SEL-SHAPE-CODE PIC X VALUE SPACE.
                   05 WS-SEL-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-MODE-FLAG PIC X VALUE "T".
                   05 WS-SHOW-SHAPE PIC X(3) VALUE SPACES.
                   05 WS-SHOW-BRANCH PIC X(3) VALUE SPACES.
                   05 WS-SHOW-MODE PIC X(6) VALUE SPACES.
      *> The repost is keyed in the unit the calculation run will
      *> read it in, so in a centimetre run the stored inch
      *> dimensions are converted back before they are queued.
               01 WS-UOM-GROUP.
                   05 WS-UOM-FLAG PIC X VALUE "I".
                   05 WS-CM-PER-INCH PIC 9V99 VALUE 2.54.
               01 WS-CONVERT-WORK.
                   05 WS-CONV-RADIUS PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-HEIGHT PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-INNER-RADIUS PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-LENGTH PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-WIDTH PIC 9(5)V99 VALUE ZEROES.
               01 WS-VALIDATION.
                   05 WS-RADIUS-CHECK PIC S9(5)V99 VALUE ZEROES.
                   05 WS-VALID-SWITCH PIC X VALUE "Y".
                   05 WS-REJECT-REASON PIC XX VALUE "00".
               01 WS-SHAPE-GROUP.
                   05 WS-SHAPE-CODE PIC X VALUE "C".
                   05 WS-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-WIDTH PIC 999V99 VALUE ZEROES.
               01 WS-CIRCLE.
                   05 WS-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-AREA PIC 9(7)V99 VALUE ZEROES.
                   05 WS-CIRCUMFERENCE PIC 99999V99 VALUE ZEROES.
                   05 WS-VOLUME PIC 9(10)V99 VALUE ZEROES.
                   05 WS-WEIGHT PIC 9(10)V99 VALUE ZEROES.
               01 WS-LOT-VALUES.
                   05 WS-QUANTITY PIC 9(5) VALUE ZEROES.
                   05 WS-LOT-CIRCUMFERENCE PIC 9(10)V99 VALUE ZEROES.
                   05 WS-LOT-AREA PIC 9(12)V99 VALUE ZEROES.
                   05 WS-LOT-VOLUME PIC 9(15)V99 VALUE ZEROES.
                   05 WS-LOT-WEIGHT PIC 9(15)V99 VALUE ZEROES.
      *> The figures on file for the piece.  A row posted before the
      *> lot weight or the billed cost were kept on history has no
      *> stored value: its weight is left out of the comparison and
      *> its cost is taken as the stored area and volume priced at
      *> the original run date, which is what a reversal credits.
               01 WS-OLD-VALUES.
                   05 WS-OLD-CIRCUMFERENCE PIC 99999V99 VALUE ZEROES.
                   05 WS-OLD-AREA PIC 9(7)V99 VALUE ZEROES.
                   05 WS-OLD-VOLUME PIC 9(10)V99 VALUE ZEROES.
                   05 WS-OLD-WEIGHT PIC 9(15)V99 VALUE ZEROES.
                   05 WS-OLD-COST PIC 9(9)V99 VALUE ZEROES.
                   05 WS-OLD-WEIGHT-SWITCH PIC X VALUE "N".
                   05 WS-OLD-COST-SWITCH PIC X VALUE "N".
               01 WS-NEW-VALUES.
                   05 WS-NEW-COST PIC 9(9)V99 VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-HST-EOF-SWITCH PIC X VALUE "N".
                   05 WS-SHM-EOF-SWITCH PIC X VALUE "N".
                   05 WS-CHANGED-SWITCH PIC X VALUE "N".
               01 WS-SHAPE-MASTER-TABLE.
                   05 WS-SHAPE-ENTRY-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-ENTRY OCCURS 10 TIMES
                           INDEXED BY SHM-IDX.
                       10 WS-TBL-SHAPE-CODE PIC X.
                       10 WS-TBL-MIN-RADIUS PIC 999V99.
                       10 WS-TBL-MAX-RADIUS PIC 999V99.
                       10 WS-TBL-MIN-INNER-RADIUS PIC 999V99.
                       10 WS-TBL-MAX-INNER-RADIUS PIC 999V99.
                       10 WS-TBL-MIN-LENGTH PIC 999V99.
                       10 WS-TBL-MAX-LENGTH PIC 999V99.
                       10 WS-TBL-MIN-WIDTH PIC 999V99.
                       10 WS-TBL-MAX-WIDTH PIC 999V99.
                       10 WS-TBL-MIN-HEIGHT PIC 999V99.
                       10 WS-TBL-MAX-HEIGHT PIC 999V99.
                       10 WS-TBL-DENSITY PIC 9V9999.
               01 WS-RATE-TABLE.
                   05 WS-RATE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-RATE-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-RATE-EOF-SWITCH PIC X VALUE "N".
                   05 WS-RATE-ENTRY OCCURS 50 TIMES.
                       10 WS-RTE-SHAPE-CODE PIC X VALUE SPACES.
                       10 WS-RTE-EFFECTIVE-DATE PIC 9(8)
                           VALUE ZEROES.
                       10 WS-RTE-PER-SQ-IN PIC 999V9999
                           VALUE ZEROES.
                       10 WS-RTE-PER-CU-IN PIC 999V9999
                           VALUE ZEROES.
      *> Both the old and the new cost are priced as of the date
      *> the piece was originally priced (its stored pricing date,
      *> or its run date on a row written before that was kept),
      *> so a backdated rate correction shows up and a rate change
      *> since then does not; a repost that is itself restated
      *> later keeps the date of the piece it replaced.  A piece
      *> converted from a quote keeps the quoted rates on its row.
               01 WS-PRICING.
                   05 WS-PRICING-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-QUOTED-SWITCH PIC X VALUE "N".
                   05 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-BEST-EFFECTIVE-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-RATE-SQ-APPLIED PIC 999V9999 VALUE ZEROES.
                   05 WS-RATE-CU-APPLIED PIC 999V9999 VALUE ZEROES.
                   05 WS-EXTENDED-COST PIC 9(9)V99 VALUE ZEROES.
               01 WS-SHAPE-LIMITS.
                   05 WS-LIM-MIN-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-DENSITY PIC 9V9999 VALUE ZEROES.
      *> One old/new/difference line of the piece detail.
               01 WS-DETAIL-LINE.
                   05 WS-DETAIL-LABEL PIC X(13) VALUE SPACES.
                   05 WS-DETAIL-OLD PIC S9(13)V99 VALUE ZEROES.
                   05 WS-DETAIL-NEW PIC S9(13)V99 VALUE ZEROES.
                   05 WS-DETAIL-DIFF PIC S9(13)V99 VALUE ZEROES.
                   05 WS-DETAIL-NOTE PIC X(26) VALUE SPACES.
      *> Lot differences and cost by branch, reported under the grand
      *> totals the way the calculation run reports its branches.
               01 WS-BRANCH-TOTALS.
                   05 WS-BRANCH-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-BRANCH-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-BRANCH-FOUND PIC 9(2) VALUE ZEROES.
                   05 WS-BRANCH-ENTRY OCCURS 10 TIMES.
                       10 WS-BRN-CODE PIC XX VALUE SPACES.
                       10 WS-BRN-SELECTED PIC 9(8) VALUE ZEROES.
                       10 WS-BRN-RESTATED PIC 9(8) VALUE ZEROES.
                       10 WS-BRN-EXCEPTIONS PIC 9(8) VALUE ZEROES.
                       10 WS-BRN-DIFF-CIRCUMFERENCE PIC S9(11)V99
                           VALUE ZEROES.
                       10 WS-BRN-DIFF-AREA PIC S9(13)V99
                           VALUE ZEROES.
                       10 WS-BRN-DIFF-VOLUME PIC S9(15)V99
                           VALUE ZEROES.
                       10 WS-BRN-DIFF-WEIGHT PIC S9(15)V99
                           VALUE ZEROES.
                       10 WS-BRN-OLD-COST PIC S9(11)V99 VALUE ZEROES.
                       10 WS-BRN-NEW-COST PIC S9(11)V99 VALUE ZEROES.
               01 WS-TOTALS-WORK.
                   05 WS-TOT-LABEL PIC X(20) VALUE SPACES.
                   05 WS-TOT-SELECTED PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-RESTATED PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-EXCEPTIONS PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-DIFF-CIRCUMFERENCE PIC S9(11)V99
                       VALUE ZEROES.
                   05 WS-TOT-DIFF-AREA PIC S9(13)V99 VALUE ZEROES.
                   05 WS-TOT-DIFF-VOLUME PIC S9(15)V99 VALUE ZEROES.
                   05 WS-TOT-DIFF-WEIGHT PIC S9(15)V99 VALUE ZEROES.
                   05 WS-TOT-OLD-COST PIC S9(11)V99 VALUE ZEROES.
                   05 WS-TOT-NEW-COST PIC S9(11)V99 VALUE ZEROES.
               01 WS-GRAND-TOTALS.
                   05 WS-GRD-SELECTED PIC 9(8) VALUE ZEROES.
                   05 WS-GRD-RESTATED PIC 9(8) VALUE ZEROES.
                   05 WS-GRD-EXCEPTIONS PIC 9(8) VALUE ZEROES.
                   05 WS-GRD-DIFF-CIRCUMFERENCE PIC S9(11)V99
                       VALUE ZEROES.
                   05 WS-GRD-DIFF-AREA PIC S9(13)V99 VALUE ZEROES.
                   05 WS-GRD-DIFF-VOLUME PIC S9(15)V99 VALUE ZEROES.
                   05 WS-GRD-DIFF-WEIGHT PIC S9(15)V99 VALUE ZEROES.
                   05 WS-GRD-OLD-COST PIC S9(11)V99 VALUE ZEROES.
                   05 WS-GRD-NEW-COST PIC S9(11)V99 VALUE ZEROES.
               01 WS-COUNTERS.
                   05 WS-ROWS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-UNCHANGED PIC 9(8) VALUE ZEROES.
                   05 WS-ADJUSTMENTS-WRITTEN PIC 9(8) VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-OLD PIC -ZZZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-NEW PIC -ZZZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-DIFF PIC -ZZZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-CIRCUMFERENCE PIC -ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-AREA PIC -ZZZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-VOLUME PIC -ZZZZZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-WEIGHT PIC -ZZZZZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-RESTATE-HISTORY.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

        PERFORM 0005-READ-REST-CONTROL
        PERFORM 0008-READ-RUN-CONTROL
        PERFORM 0020-LOAD-SHAPE-MASTER
        PERFORM 0025-LOAD-COST-RATES

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCREST: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "HISTORY RESTATEMENT  RUN DATE " WS-RUN-DATE-YYYYMMDD
            "  MODE " WS-SHOW-MODE
            "  RUN DATES " WS-FROM-DATE " TO " WS-TO-DATE
            "  SHAPE " WS-SHOW-SHAPE
            "  BRANCH " WS-SHOW-BRANCH
            "  UOM " WS-UOM-FLAG
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-MODE-FLAG = "U"
            OPEN EXTEND ADJUSTMENT-FILE
            IF WS-ADJ-STATUS = "35"
                OPEN OUTPUT ADJUSTMENT-FILE
            END-IF
            PERFORM 9120-CHECK-ADJUSTMENT-STATUS
        END-IF
        OPEN INPUT HISTORY-FILE
        IF WS-HST-STATUS NOT = "00"
            DISPLAY "CIRCREST: HISTORY-FILE OPEN FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM UNTIL WS-HST-EOF-SWITCH = "Y"
            READ HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-HST-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-ROWS-READ
                    IF HIST-RUN-DATE >= WS-FROM-DATE
                            AND HIST-RUN-DATE <= WS-TO-DATE
                            AND HIST-REVERSED-FLAG NOT = "R"
                            AND (WS-SEL-SHAPE-CODE = SPACE
                                OR HIST-SHAPE-CODE
                                    = WS-SEL-SHAPE-CODE)
                            AND (WS-SEL-BRANCH-CODE = SPACES
                                OR HIST-BRANCH-CODE
                                    = WS-SEL-BRANCH-CODE)
                        PERFORM 0030-RESTATE-HISTORY-ROW
                    END-IF
            END-READ
            PERFORM 9130-CHECK-HISTORY-STATUS
        END-PERFORM

        PERFORM 9000-WRITE-RESTATEMENT-TOTALS

        CLOSE HISTORY-FILE
        PERFORM 9130-CHECK-HISTORY-STATUS
        IF WS-MODE-FLAG = "U"
            CLOSE ADJUSTMENT-FILE
            PERFORM 9120-CHECK-ADJUSTMENT-STATUS
        END-IF
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-GRD-EXCEPTIONS > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> The selection must be complete and in order: an open-ended
      *> or reversed date range would restate far more of the
      *> master than anyone meant to.
               0005-READ-REST-CONTROL.

        OPEN INPUT REST-CONTROL-FILE
        IF WS-RCT-STATUS NOT = "00"
            DISPLAY "CIRCREST: REST-CONTROL-FILE OPEN FAILED, "
                "STATUS=" WS-RCT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ REST-CONTROL-FILE
            AT END
                DISPLAY "CIRCREST: REST-CONTROL-FILE IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        IF WS-RCT-STATUS NOT = "00"
            DISPLAY "CIRCREST: REST-CONTROL-FILE READ FAILED, "
                "STATUS=" WS-RCT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE REST-CONTROL-FILE
        IF RCT-FROM-DATE IS NOT NUMERIC
                OR RCT-TO-DATE IS NOT NUMERIC
                OR RCT-FROM-DATE = 0
                OR RCT-FROM-DATE > RCT-TO-DATE
            DISPLAY "CIRCREST: REST-CONTROL-FILE DATE RANGE "
                "INVALID"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RCT-FROM-DATE TO WS-FROM-DATE
        MOVE RCT-TO-DATE TO WS-TO-DATE
        MOVE RCT-SHAPE-CODE TO WS-SEL-SHAPE-CODE
        MOVE RCT-BRANCH-CODE TO WS-SEL-BRANCH-CODE
        IF RCT-MODE = "U"
            MOVE "U" TO WS-MODE-FLAG
            MOVE "UPDATE" TO WS-SHOW-MODE
        ELSE
            MOVE "T" TO WS-MODE-FLAG
            MOVE "TRIAL" TO WS-SHOW-MODE
        END-IF
        IF WS-SEL-SHAPE-CODE = SPACE
            MOVE "ALL" TO WS-SHOW-SHAPE
        ELSE
            MOVE WS-SEL-SHAPE-CODE TO WS-SHOW-SHAPE
        END-IF
        IF WS-SEL-BRANCH-CODE = SPACES
            MOVE "ALL" TO WS-SHOW-BRANCH
        ELSE
            MOVE WS-SEL-BRANCH-CODE TO WS-SHOW-BRANCH
        END-IF.

      *> Only the unit-of-measure flag is wanted.  A trial can run
      *> without the nightly control file (inches); an update cannot,
      *> since the reposts must be keyed in the unit the calculation
      *> run will read them in.
               0008-READ-RUN-CONTROL.

        OPEN INPUT RUN-CONTROL-FILE
        IF WS-CTL-STATUS = "35" AND WS-MODE-FLAG NOT = "U"
            CONTINUE
        ELSE
            IF WS-CTL-STATUS NOT = "00"
                DISPLAY "CIRCREST: RUN-CONTROL-FILE OPEN FAILED, "
                    "STATUS=" WS-CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ RUN-CONTROL-FILE
                NOT AT END
                    IF CTL-UOM-FLAG = "C"
                        MOVE "C" TO WS-UOM-FLAG
                    END-IF
            END-READ
            CLOSE RUN-CONTROL-FILE
        END-IF.

               0020-LOAD-SHAPE-MASTER.

        OPEN INPUT SHAPE-MASTER-FILE
        IF WS-SHM-STATUS NOT = "00"
            DISPLAY "CIRCREST: SHAPE-MASTER-FILE OPEN FAILED, "
                "STATUS=" WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SHM-EOF-SWITCH = "Y"
            READ SHAPE-MASTER-FILE
                AT END
                    MOVE "Y" TO WS-SHM-EOF-SWITCH
                NOT AT END
                    IF WS-SHAPE-ENTRY-COUNT >= 10
                        DISPLAY "CIRCREST: SHAPE-MASTER-FILE "
                            "EXCEEDS 10 SHAPES"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-SHAPE-ENTRY-COUNT
                    SET SHM-IDX TO WS-SHAPE-ENTRY-COUNT
                    MOVE SHM-SHAPE-CODE
                        TO WS-TBL-SHAPE-CODE (SHM-IDX)
                    MOVE SHM-MIN-RADIUS
                        TO WS-TBL-MIN-RADIUS (SHM-IDX)
                    MOVE SHM-MAX-RADIUS
                        TO WS-TBL-MAX-RADIUS (SHM-IDX)
                    MOVE SHM-MIN-INNER-RADIUS
                        TO WS-TBL-MIN-INNER-RADIUS (SHM-IDX)
                    MOVE SHM-MAX-INNER-RADIUS
                        TO WS-TBL-MAX-INNER-RADIUS (SHM-IDX)
                    MOVE SHM-MIN-LENGTH
                        TO WS-TBL-MIN-LENGTH (SHM-IDX)
                    MOVE SHM-MAX-LENGTH
                        TO WS-TBL-MAX-LENGTH (SHM-IDX)
                    MOVE SHM-MIN-WIDTH
                        TO WS-TBL-MIN-WIDTH (SHM-IDX)
                    MOVE SHM-MAX-WIDTH
                        TO WS-TBL-MAX-WIDTH (SHM-IDX)
                    MOVE SHM-MIN-HEIGHT
                        TO WS-TBL-MIN-HEIGHT (SHM-IDX)
                    MOVE SHM-MAX-HEIGHT
                        TO WS-TBL-MAX-HEIGHT (SHM-IDX)
                    MOVE SHM-DENSITY
                        TO WS-TBL-DENSITY (SHM-IDX)
            END-READ
            PERFORM 9155-CHECK-SHM-STATUS
        END-PERFORM
        CLOSE SHAPE-MASTER-FILE
        IF WS-SHAPE-ENTRY-COUNT = 0
            DISPLAY "CIRCREST: SHAPE-MASTER-FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0025-LOAD-COST-RATES.

        OPEN INPUT RATE-FILE
        IF WS-RATE-STATUS NOT = "00"
            DISPLAY "CIRCREST: RATE-FILE OPEN FAILED, STATUS="
                WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-RATE-EOF-SWITCH = "Y"
            READ RATE-FILE
                AT END
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                NOT AT END
                    IF WS-RATE-COUNT >= 50
                        DISPLAY "CIRCREST: RATE-FILE EXCEEDS 50 "
                            "RATE ROWS"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-RATE-COUNT
                    MOVE RATE-SHAPE-CODE
                        TO WS-RTE-SHAPE-CODE (WS-RATE-COUNT)
                    MOVE RATE-EFFECTIVE-DATE
                        TO WS-RTE-EFFECTIVE-DATE (WS-RATE-COUNT)
                    MOVE RATE-PER-SQ-IN
                        TO WS-RTE-PER-SQ-IN (WS-RATE-COUNT)
                    MOVE RATE-PER-CU-IN
                        TO WS-RTE-PER-CU-IN (WS-RATE-COUNT)
            END-READ
            PERFORM 9160-CHECK-RATE-STATUS
        END-PERFORM
        CLOSE RATE-FILE
        IF WS-RATE-COUNT = 0
            DISPLAY "CIRCREST: RATE-FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> A selected piece is recalculated from its stored (inch)
      *> dimensions with today's shape master and formulas, then
      *> compared with what was posted.  Only a piece whose figures
      *> moved is listed and, in update mode, adjusted.
               0030-RESTATE-HISTORY-ROW.

        IF HIST-QUANTITY IS NOT NUMERIC OR HIST-QUANTITY = 0
            MOVE 1 TO WS-QUANTITY
        ELSE
            MOVE HIST-QUANTITY TO WS-QUANTITY
        END-IF
        PERFORM 0080-LOCATE-BRANCH-ENTRY
        ADD 1 TO WS-BRN-SELECTED (WS-BRANCH-FOUND)
        MOVE HIST-SHAPE-CODE TO WS-SHAPE-CODE
        IF HIST-PRICING-DATE IS NUMERIC AND HIST-PRICING-DATE > 0
            MOVE HIST-PRICING-DATE TO WS-PRICING-DATE
        ELSE
            MOVE HIST-RUN-DATE TO WS-PRICING-DATE
        END-IF
        IF HIST-QUOTE-NUMBER IS NUMERIC
                AND HIST-QUOTE-LINE IS NUMERIC
                AND HIST-RATE-PER-SQ-IN IS NUMERIC
                AND HIST-RATE-PER-CU-IN IS NUMERIC
                AND HIST-QUOTE-NUMBER > 0
            MOVE "Y" TO WS-QUOTED-SWITCH
        ELSE
            MOVE "N" TO WS-QUOTED-SWITCH
        END-IF
        PERFORM 0035-TAKE-OLD-VALUES
        PERFORM 0040-DISPATCH-SHAPE
        IF WS-VALID-SWITCH = "N"
            PERFORM 0120-WRITE-EXCEPTION
        ELSE
            PERFORM 0060-COMPARE-VALUES
            IF WS-CHANGED-SWITCH = "N"
                ADD 1 TO WS-ROWS-UNCHANGED
            ELSE
                IF WS-MODE-FLAG = "U"
                    PERFORM 0065-CONVERT-REPOST-UNITS
                END-IF
                IF WS-VALID-SWITCH = "N"
                    PERFORM 0120-WRITE-EXCEPTION
                ELSE
                    PERFORM 0070-WRITE-PIECE-DETAIL
                    PERFORM 0075-ACCUMULATE-BRANCH
                    IF WS-MODE-FLAG = "U"
                        PERFORM 0150-WRITE-ADJUSTMENT
                    END-IF
                END-IF
            END-IF
        END-IF.

               0035-TAKE-OLD-VALUES.

        MOVE HIST-CIRCUMFERENCE TO WS-OLD-CIRCUMFERENCE
        MOVE HIST-AREA TO WS-OLD-AREA
        MOVE HIST-VOLUME TO WS-OLD-VOLUME
        IF HIST-LOT-WEIGHT IS NUMERIC
            MOVE HIST-LOT-WEIGHT TO WS-OLD-WEIGHT
            MOVE "Y" TO WS-OLD-WEIGHT-SWITCH
        ELSE
            MOVE ZEROES TO WS-OLD-WEIGHT
            MOVE "N" TO WS-OLD-WEIGHT-SWITCH
        END-IF
        IF HIST-EXTENDED-COST IS NUMERIC
            MOVE HIST-EXTENDED-COST TO WS-OLD-COST
            MOVE "Y" TO WS-OLD-COST-SWITCH
        ELSE
            COMPUTE WS-LOT-AREA = HIST-AREA * WS-QUANTITY
            COMPUTE WS-LOT-VOLUME = HIST-VOLUME * WS-QUANTITY
            PERFORM 0170-PRICE-RECORD
            MOVE WS-EXTENDED-COST TO WS-OLD-COST
            MOVE "N" TO WS-OLD-COST-SWITCH
        END-IF.

               0040-DISPATCH-SHAPE.

        MOVE ZEROES TO WS-INNER-RADIUS WS-LENGTH WS-WIDTH
        MOVE "Y" TO WS-VALID-SWITCH
        SET SHM-IDX TO 1
        SEARCH WS-SHAPE-ENTRY
            AT END
                MOVE "04" TO WS-REJECT-REASON
                MOVE "N" TO WS-VALID-SWITCH
            WHEN WS-TBL-SHAPE-CODE (SHM-IDX) = WS-SHAPE-CODE
                PERFORM 0050-SELECT-SHAPE-LIMITS
                EVALUATE WS-SHAPE-CODE
                    WHEN "C"
                        PERFORM 0100-CALCULATE-CIRCLE
                    WHEN "R"
                        PERFORM 0200-CALCULATE-RECTANGLE
                    WHEN "A"
                        PERFORM 0300-CALCULATE-ANNULUS
                    WHEN OTHER
                        MOVE "04" TO WS-REJECT-REASON
                        MOVE "N" TO WS-VALID-SWITCH
                END-EVALUATE
        END-SEARCH.

               0050-SELECT-SHAPE-LIMITS.

        MOVE WS-TBL-MIN-RADIUS (SHM-IDX) TO WS-LIM-MIN-RADIUS
        MOVE WS-TBL-MAX-RADIUS (SHM-IDX) TO WS-LIM-MAX-RADIUS
        MOVE WS-TBL-MIN-INNER-RADIUS (SHM-IDX)
            TO WS-LIM-MIN-INNER-RADIUS
        MOVE WS-TBL-MAX-INNER-RADIUS (SHM-IDX)
            TO WS-LIM-MAX-INNER-RADIUS
        MOVE WS-TBL-MIN-LENGTH (SHM-IDX) TO WS-LIM-MIN-LENGTH
        MOVE WS-TBL-MAX-LENGTH (SHM-IDX) TO WS-LIM-MAX-LENGTH
        MOVE WS-TBL-MIN-WIDTH (SHM-IDX) TO WS-LIM-MIN-WIDTH
        MOVE WS-TBL-MAX-WIDTH (SHM-IDX) TO WS-LIM-MAX-WIDTH
        MOVE WS-TBL-MIN-HEIGHT (SHM-IDX) TO WS-LIM-MIN-HEIGHT
        MOVE WS-TBL-MAX-HEIGHT (SHM-IDX) TO WS-LIM-MAX-HEIGHT
        MOVE WS-TBL-DENSITY (SHM-IDX) TO WS-LIM-DENSITY.

      *> Any difference at all restates the piece: the comparison
      *> is on the per-piece figures history keeps, plus the lot
      *> weight and the lot cost.
               0060-COMPARE-VALUES.

        MOVE "N" TO WS-CHANGED-SWITCH
        IF WS-CIRCUMFERENCE NOT = WS-OLD-CIRCUMFERENCE
                OR WS-AREA NOT = WS-OLD-AREA
                OR WS-VOLUME NOT = WS-OLD-VOLUME
                OR WS-NEW-COST NOT = WS-OLD-COST
            MOVE "Y" TO WS-CHANGED-SWITCH
        END-IF
        IF WS-OLD-WEIGHT-SWITCH = "Y"
                AND WS-LOT-WEIGHT NOT = WS-OLD-WEIGHT
            MOVE "Y" TO WS-CHANGED-SWITCH
        END-IF.

      *> The calculation run divides centimetre input by 2.54 and
      *> rounds to the hundredth, which returns exactly the inch
      *> figure converted here.  A dimension too large for its
      *> input field once in centimetres cannot be reposted.
               0065-CONVERT-REPOST-UNITS.

        MOVE HIST-RADIUS TO WS-CONV-RADIUS
        MOVE HIST-HEIGHT TO WS-CONV-HEIGHT
        MOVE HIST-INNER-RADIUS TO WS-CONV-INNER-RADIUS
        MOVE HIST-LENGTH TO WS-CONV-LENGTH
        MOVE HIST-WIDTH TO WS-CONV-WIDTH
        IF WS-UOM-FLAG = "C"
            COMPUTE WS-CONV-RADIUS ROUNDED =
                HIST-RADIUS * WS-CM-PER-INCH
            COMPUTE WS-CONV-HEIGHT ROUNDED =
                HIST-HEIGHT * WS-CM-PER-INCH
            COMPUTE WS-CONV-INNER-RADIUS ROUNDED =
                HIST-INNER-RADIUS * WS-CM-PER-INCH
            COMPUTE WS-CONV-LENGTH ROUNDED =
                HIST-LENGTH * WS-CM-PER-INCH
            COMPUTE WS-CONV-WIDTH ROUNDED =
                HIST-WIDTH * WS-CM-PER-INCH
            IF WS-CONV-HEIGHT > 999.99
                    OR WS-CONV-INNER-RADIUS > 999.99
                    OR WS-CONV-LENGTH > 999.99
                    OR WS-CONV-WIDTH > 999.99
                MOVE "N" TO WS-VALID-SWITCH
                MOVE "CM" TO WS-REJECT-REASON
            END-IF
        END-IF.

               0070-WRITE-PIECE-DETAIL.

        MOVE SPACES TO REPORT-RECORD
        STRING "KEY=" HIST-RECORD-KEY
            " RUNDATE=" HIST-RUN-DATE
            " BRANCH=" HIST-BRANCH-CODE
            " SOURCE=" HIST-SOURCE-KEY
            " SHAPE=" HIST-SHAPE-CODE
            " QTY=" WS-QUANTITY
            DELIMITED BY SIZE INTO REPORT-RECORD
        IF WS-MODE-FLAG = "U"
            MOVE "REVERSED AND REPOSTED" TO REPORT-RECORD (80:21)
        ELSE
            MOVE "RESTATEMENT DUE" TO REPORT-RECORD (80:15)
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE "CIRCUMFERENCE" TO WS-DETAIL-LABEL
        MOVE WS-OLD-CIRCUMFERENCE TO WS-DETAIL-OLD
        MOVE WS-CIRCUMFERENCE TO WS-DETAIL-NEW
        MOVE SPACES TO WS-DETAIL-NOTE
        PERFORM 0072-WRITE-DETAIL-LINE
        MOVE "AREA" TO WS-DETAIL-LABEL
        MOVE WS-OLD-AREA TO WS-DETAIL-OLD
        MOVE WS-AREA TO WS-DETAIL-NEW
        PERFORM 0072-WRITE-DETAIL-LINE
        MOVE "VOLUME" TO WS-DETAIL-LABEL
        MOVE WS-OLD-VOLUME TO WS-DETAIL-OLD
        MOVE WS-VOLUME TO WS-DETAIL-NEW
        PERFORM 0072-WRITE-DETAIL-LINE
        MOVE "LOT WEIGHT" TO WS-DETAIL-LABEL
        MOVE WS-OLD-WEIGHT TO WS-DETAIL-OLD
        MOVE WS-LOT-WEIGHT TO WS-DETAIL-NEW
        IF WS-OLD-WEIGHT-SWITCH = "N"
            MOVE "(OLD NOT ON FILE)" TO WS-DETAIL-NOTE
        END-IF
        PERFORM 0072-WRITE-DETAIL-LINE
        MOVE "LOT COST" TO WS-DETAIL-LABEL
        MOVE WS-OLD-COST TO WS-DETAIL-OLD
        MOVE WS-NEW-COST TO WS-DETAIL-NEW
        MOVE SPACES TO WS-DETAIL-NOTE
        IF WS-OLD-COST-SWITCH = "N"
            MOVE "(OLD REPRICED, NOT ON FILE)" TO WS-DETAIL-NOTE
        END-IF
        PERFORM 0072-WRITE-DETAIL-LINE.

               0072-WRITE-DETAIL-LINE.

        COMPUTE WS-DETAIL-DIFF = WS-DETAIL-NEW - WS-DETAIL-OLD
        MOVE WS-DETAIL-OLD TO WS-DISPLAY-OLD
        MOVE WS-DETAIL-NEW TO WS-DISPLAY-NEW
        MOVE WS-DETAIL-DIFF TO WS-DISPLAY-DIFF
        MOVE SPACES TO REPORT-RECORD
        STRING "    " WS-DETAIL-LABEL
            " OLD=" WS-DISPLAY-OLD
            " NEW=" WS-DISPLAY-NEW
            " DIFF=" WS-DISPLAY-DIFF
            " " WS-DETAIL-NOTE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> Branch totals carry lot differences (per-piece figure times
      *> quantity) so they tie to what the adjustments move on the
      *> feed and the billing extract.
               0075-ACCUMULATE-BRANCH.

        ADD 1 TO WS-BRN-RESTATED (WS-BRANCH-FOUND)
        COMPUTE WS-BRN-DIFF-CIRCUMFERENCE (WS-BRANCH-FOUND) =
            WS-BRN-DIFF-CIRCUMFERENCE (WS-BRANCH-FOUND)
            + (WS-CIRCUMFERENCE - WS-OLD-CIRCUMFERENCE) * WS-QUANTITY
        COMPUTE WS-BRN-DIFF-AREA (WS-BRANCH-FOUND) =
            WS-BRN-DIFF-AREA (WS-BRANCH-FOUND)
            + (WS-AREA - WS-OLD-AREA) * WS-QUANTITY
        COMPUTE WS-BRN-DIFF-VOLUME (WS-BRANCH-FOUND) =
            WS-BRN-DIFF-VOLUME (WS-BRANCH-FOUND)
            + (WS-VOLUME - WS-OLD-VOLUME) * WS-QUANTITY
        IF WS-OLD-WEIGHT-SWITCH = "Y"
            COMPUTE WS-BRN-DIFF-WEIGHT (WS-BRANCH-FOUND) =
                WS-BRN-DIFF-WEIGHT (WS-BRANCH-FOUND)
                + WS-LOT-WEIGHT - WS-OLD-WEIGHT
        END-IF
        ADD WS-OLD-COST TO WS-BRN-OLD-COST (WS-BRANCH-FOUND)
        ADD WS-NEW-COST TO WS-BRN-NEW-COST (WS-BRANCH-FOUND).

      *> Finds the totals entry for the history row's branch,
      *> registering it on first sight; WS-BRANCH-FOUND holds the
      *> entry on exit.
               0080-LOCATE-BRANCH-ENTRY.

        MOVE 0 TO WS-BRANCH-FOUND
        PERFORM 0082-FIND-BRANCH-ENTRY
            VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
        IF WS-BRANCH-FOUND = 0
            IF WS-BRANCH-COUNT >= 10
                DISPLAY "CIRCREST: MORE THAN 10 BRANCH CODES "
                    "SELECTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-BRANCH-COUNT
            MOVE HIST-BRANCH-CODE TO WS-BRN-CODE (WS-BRANCH-COUNT)
            MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
        END-IF.

               0082-FIND-BRANCH-ENTRY.

        IF WS-BRN-CODE (WS-BRANCH-SUB) = HIST-BRANCH-CODE
            MOVE WS-BRANCH-SUB TO WS-BRANCH-FOUND
        END-IF.

               0100-CALCULATE-CIRCLE.

        MOVE HIST-RADIUS TO WS-RADIUS-CHECK
        MOVE HIST-HEIGHT TO WS-HEIGHT
        PERFORM 1000-VALIDATE-RADIUS
        IF WS-VALID-SWITCH = "Y"
            PERFORM 1100-VALIDATE-HEIGHT
        END-IF
        IF WS-VALID-SWITCH = "Y"
            MOVE WS-RADIUS-CHECK TO WS-RADIUS
            COMPUTE WS-CIRCUMFERENCE ROUNDED =
                2 * WS-PI * WS-RADIUS
            COMPUTE WS-AREA ROUNDED = WS-PI * WS-RADIUS * WS-RADIUS
            COMPUTE WS-VOLUME ROUNDED = WS-AREA * WS-HEIGHT
            PERFORM 0110-EXTEND-AND-PRICE
        END-IF.

               0200-CALCULATE-RECTANGLE.

        MOVE HIST-LENGTH TO WS-LENGTH
        MOVE HIST-WIDTH TO WS-WIDTH
        MOVE HIST-HEIGHT TO WS-HEIGHT
        IF WS-LENGTH <= 0 OR WS-WIDTH <= 0
                OR WS-LENGTH < WS-LIM-MIN-LENGTH
                OR WS-LENGTH > WS-LIM-MAX-LENGTH
                OR WS-WIDTH < WS-LIM-MIN-WIDTH
                OR WS-WIDTH > WS-LIM-MAX-WIDTH
            MOVE "02" TO WS-REJECT-REASON
            MOVE "N" TO WS-VALID-SWITCH
        ELSE
            PERFORM 1100-VALIDATE-HEIGHT
            IF WS-VALID-SWITCH = "Y"
                MOVE ZEROES TO WS-RADIUS
                COMPUTE WS-AREA ROUNDED = WS-LENGTH * WS-WIDTH
                COMPUTE WS-CIRCUMFERENCE ROUNDED =
                    2 * (WS-LENGTH + WS-WIDTH)
                COMPUTE WS-VOLUME ROUNDED = WS-AREA * WS-HEIGHT
                PERFORM 0110-EXTEND-AND-PRICE
            END-IF
        END-IF.

               0300-CALCULATE-ANNULUS.

        MOVE HIST-RADIUS TO WS-RADIUS-CHECK
        MOVE HIST-INNER-RADIUS TO WS-INNER-RADIUS
        MOVE HIST-HEIGHT TO WS-HEIGHT
        PERFORM 1000-VALIDATE-RADIUS
        EVALUATE TRUE
            WHEN WS-VALID-SWITCH = "N"
                MOVE "01" TO WS-REJECT-REASON
            WHEN WS-INNER-RADIUS <= 0
                    OR WS-INNER-RADIUS >= WS-RADIUS-CHECK
                    OR WS-INNER-RADIUS < WS-LIM-MIN-INNER-RADIUS
                    OR WS-INNER-RADIUS > WS-LIM-MAX-INNER-RADIUS
                MOVE "03" TO WS-REJECT-REASON
                MOVE "N" TO WS-VALID-SWITCH
            WHEN OTHER
                PERFORM 1100-VALIDATE-HEIGHT
                IF WS-VALID-SWITCH = "Y"
                    MOVE WS-RADIUS-CHECK TO WS-RADIUS
                    COMPUTE WS-AREA ROUNDED = WS-PI *
                        (WS-RADIUS * WS-RADIUS
                        - WS-INNER-RADIUS * WS-INNER-RADIUS)
                    COMPUTE WS-CIRCUMFERENCE ROUNDED =
                        2 * WS-PI * WS-RADIUS
                    COMPUTE WS-VOLUME ROUNDED = WS-AREA * WS-HEIGHT
                    PERFORM 0110-EXTEND-AND-PRICE
                END-IF
        END-EVALUATE.

      *> Weight, lot extension and price exactly as the calculation
      *> run makes them (0115, 0118, 0170), priced as of the
      *> piece's original pricing date.
               0110-EXTEND-AND-PRICE.

        COMPUTE WS-WEIGHT ROUNDED = WS-VOLUME * WS-LIM-DENSITY
        COMPUTE WS-LOT-CIRCUMFERENCE =
            WS-CIRCUMFERENCE * WS-QUANTITY
        COMPUTE WS-LOT-AREA = WS-AREA * WS-QUANTITY
        COMPUTE WS-LOT-VOLUME = WS-VOLUME * WS-QUANTITY
        COMPUTE WS-LOT-WEIGHT = WS-WEIGHT * WS-QUANTITY
        PERFORM 0170-PRICE-RECORD
        MOVE WS-EXTENDED-COST TO WS-NEW-COST.

      *> A piece today's rules would refuse is not restated: the
      *> reversal would go through and the repost be rejected,
      *> leaving the piece backed out.  It is listed for a person
      *> to decide, with the calculation run's reject reason (or CM
      *> for a repost that will not fit in centimetres).
               0120-WRITE-EXCEPTION.

        ADD 1 TO WS-BRN-EXCEPTIONS (WS-BRANCH-FOUND)
        MOVE SPACES TO REPORT-RECORD
        STRING "KEY=" HIST-RECORD-KEY
            " RUNDATE=" HIST-RUN-DATE
            " BRANCH=" HIST-BRANCH-CODE
            " SOURCE=" HIST-SOURCE-KEY
            " SHAPE=" HIST-SHAPE-CODE
            " QTY=" WS-QUANTITY
            DELIMITED BY SIZE INTO REPORT-RECORD
        STRING "** NOT RESTATED - REASON=" WS-REJECT-REASON
            DELIMITED BY SIZE INTO REPORT-RECORD (80:28)
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> The reversal backs out the posted piece, addressed by its
      *> key and run date; the repost carries the same branch,
      *> source key and quantity with the stored dimensions, and
      *> the original pricing date as its own.  The repost has
      *> no key yet: CIRCMERGE assigns one when it delivers it.
               0150-WRITE-ADJUSTMENT.

        MOVE SPACES TO RADIUS-RECORD
        MOVE "REV" TO REV-RECORD-ID
        MOVE HIST-RECORD-KEY TO REV-ORIGINAL-KEY
        MOVE HIST-RUN-DATE TO REV-ORIGINAL-RUN-DATE
        MOVE HIST-BRANCH-CODE TO REV-BRANCH-CODE
        MOVE HIST-SOURCE-KEY TO REV-SOURCE-KEY
        WRITE RADIUS-REV-RECORD
        PERFORM 9120-CHECK-ADJUSTMENT-STATUS

        MOVE SPACES TO RADIUS-RECORD
        MOVE ZEROES TO IN-RECORD-KEY
        MOVE HIST-SHAPE-CODE TO IN-SHAPE-CODE
        MOVE WS-CONV-RADIUS TO IN-RADIUS
        MOVE WS-CONV-HEIGHT TO IN-HEIGHT
        MOVE WS-CONV-INNER-RADIUS TO IN-INNER-RADIUS
        MOVE WS-CONV-LENGTH TO IN-LENGTH
        MOVE WS-CONV-WIDTH TO IN-WIDTH
        MOVE HIST-BRANCH-CODE TO IN-BRANCH-CODE
        MOVE HIST-SOURCE-KEY TO IN-SOURCE-KEY
        MOVE WS-QUANTITY TO IN-QUANTITY
        MOVE WS-PRICING-DATE TO IN-PRICING-DATE
        IF WS-QUOTED-SWITCH = "Y"
            MOVE HIST-QUOTE-NUMBER TO IN-QUOTE-NUMBER
            MOVE HIST-QUOTE-LINE TO IN-QUOTE-LINE
            MOVE HIST-RATE-PER-SQ-IN TO IN-QUOTED-RATE-SQ
            MOVE HIST-RATE-PER-CU-IN TO IN-QUOTED-RATE-CU
        ELSE
            MOVE ZEROES TO IN-QUOTE-NUMBER IN-QUOTE-LINE
                IN-QUOTED-RATE-SQ IN-QUOTED-RATE-CU
        END-IF
        WRITE RADIUS-RECORD
        PERFORM 9120-CHECK-ADJUSTMENT-STATUS
        ADD 1 TO WS-ADJUSTMENTS-WRITTEN.

               0170-PRICE-RECORD.

        MOVE "N" TO WS-RATE-FOUND-SWITCH
        MOVE ZEROES TO WS-BEST-EFFECTIVE-DATE
        MOVE ZEROES TO WS-RATE-SQ-APPLIED WS-RATE-CU-APPLIED
        IF WS-QUOTED-SWITCH = "Y"
            MOVE "Y" TO WS-RATE-FOUND-SWITCH
            MOVE HIST-RATE-PER-SQ-IN TO WS-RATE-SQ-APPLIED
            MOVE HIST-RATE-PER-CU-IN TO WS-RATE-CU-APPLIED
        ELSE
            PERFORM 0172-SCAN-RATE-ENTRY
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT
        END-IF
        IF WS-RATE-FOUND-SWITCH = "Y"
            COMPUTE WS-EXTENDED-COST ROUNDED =
                WS-LOT-AREA * WS-RATE-SQ-APPLIED
                + WS-LOT-VOLUME * WS-RATE-CU-APPLIED
        ELSE
            MOVE ZEROES TO WS-EXTENDED-COST
        END-IF.

               0172-SCAN-RATE-ENTRY.

        IF WS-RTE-SHAPE-CODE (WS-RATE-SUB) = WS-SHAPE-CODE
                AND WS-RTE-EFFECTIVE-DATE (WS-RATE-SUB)
                    <= WS-PRICING-DATE
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

               9000-WRITE-RESTATEMENT-TOTALS.

        PERFORM 9010-ADD-BRANCH-TO-GRAND
            VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
        MOVE "RESTATEMENT TOTALS:" TO WS-TOT-LABEL
        MOVE WS-GRD-SELECTED TO WS-TOT-SELECTED
        MOVE WS-GRD-RESTATED TO WS-TOT-RESTATED
        MOVE WS-GRD-EXCEPTIONS TO WS-TOT-EXCEPTIONS
        MOVE WS-GRD-DIFF-CIRCUMFERENCE TO WS-TOT-DIFF-CIRCUMFERENCE
        MOVE WS-GRD-DIFF-AREA TO WS-TOT-DIFF-AREA
        MOVE WS-GRD-DIFF-VOLUME TO WS-TOT-DIFF-VOLUME
        MOVE WS-GRD-DIFF-WEIGHT TO WS-TOT-DIFF-WEIGHT
        MOVE WS-GRD-OLD-COST TO WS-TOT-OLD-COST
        MOVE WS-GRD-NEW-COST TO WS-TOT-NEW-COST
        PERFORM 9030-WRITE-TOTALS-LINES
        MOVE SPACES TO REPORT-RECORD
        STRING "                    HISTORY ROWS READ=" WS-ROWS-READ
            " UNCHANGED=" WS-ROWS-UNCHANGED
            " ADJUSTMENT PAIRS QUEUED=" WS-ADJUSTMENTS-WRITTEN
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        PERFORM 9020-WRITE-BRANCH-TOTAL
            VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.

               9010-ADD-BRANCH-TO-GRAND.

        ADD WS-BRN-SELECTED (WS-BRANCH-SUB) TO WS-GRD-SELECTED
        ADD WS-BRN-RESTATED (WS-BRANCH-SUB) TO WS-GRD-RESTATED
        ADD WS-BRN-EXCEPTIONS (WS-BRANCH-SUB) TO WS-GRD-EXCEPTIONS
        ADD WS-BRN-DIFF-CIRCUMFERENCE (WS-BRANCH-SUB)
            TO WS-GRD-DIFF-CIRCUMFERENCE
        ADD WS-BRN-DIFF-AREA (WS-BRANCH-SUB) TO WS-GRD-DIFF-AREA
        ADD WS-BRN-DIFF-VOLUME (WS-BRANCH-SUB)
            TO WS-GRD-DIFF-VOLUME
        ADD WS-BRN-DIFF-WEIGHT (WS-BRANCH-SUB)
            TO WS-GRD-DIFF-WEIGHT
        ADD WS-BRN-OLD-COST (WS-BRANCH-SUB) TO WS-GRD-OLD-COST
        ADD WS-BRN-NEW-COST (WS-BRANCH-SUB) TO WS-GRD-NEW-COST.

               9020-WRITE-BRANCH-TOTAL.

        MOVE SPACES TO WS-TOT-LABEL
        STRING "BRANCH " WS-BRN-CODE (WS-BRANCH-SUB) " TOTALS:"
            DELIMITED BY SIZE INTO WS-TOT-LABEL
        MOVE WS-BRN-SELECTED (WS-BRANCH-SUB) TO WS-TOT-SELECTED
        MOVE WS-BRN-RESTATED (WS-BRANCH-SUB) TO WS-TOT-RESTATED
        MOVE WS-BRN-EXCEPTIONS (WS-BRANCH-SUB) TO WS-TOT-EXCEPTIONS
        MOVE WS-BRN-DIFF-CIRCUMFERENCE (WS-BRANCH-SUB)
            TO WS-TOT-DIFF-CIRCUMFERENCE
        MOVE WS-BRN-DIFF-AREA (WS-BRANCH-SUB) TO WS-TOT-DIFF-AREA
        MOVE WS-BRN-DIFF-VOLUME (WS-BRANCH-SUB)
            TO WS-TOT-DIFF-VOLUME
        MOVE WS-BRN-DIFF-WEIGHT (WS-BRANCH-SUB)
            TO WS-TOT-DIFF-WEIGHT
        MOVE WS-BRN-OLD-COST (WS-BRANCH-SUB) TO WS-TOT-OLD-COST
        MOVE WS-BRN-NEW-COST (WS-BRANCH-SUB) TO WS-TOT-NEW-COST
        PERFORM 9030-WRITE-TOTALS-LINES.

               9030-WRITE-TOTALS-LINES.

        MOVE SPACES TO REPORT-RECORD
        STRING WS-TOT-LABEL
            " SELECTED=" WS-TOT-SELECTED
            " RESTATED=" WS-TOT-RESTATED
            " EXCEPTIONS=" WS-TOT-EXCEPTIONS
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-OLD-COST TO WS-DISPLAY-OLD
        MOVE WS-TOT-NEW-COST TO WS-DISPLAY-NEW
        COMPUTE WS-DISPLAY-DIFF = WS-TOT-NEW-COST - WS-TOT-OLD-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "                    LOT COST OLD=" WS-DISPLAY-OLD
            " NEW=" WS-DISPLAY-NEW
            " DIFF=" WS-DISPLAY-DIFF
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-DIFF-CIRCUMFERENCE TO WS-DISPLAY-CIRCUMFERENCE
        MOVE WS-TOT-DIFF-AREA TO WS-DISPLAY-AREA
        MOVE SPACES TO REPORT-RECORD
        STRING "                    LOT DIFF CIRCUMFERENCE="
            WS-DISPLAY-CIRCUMFERENCE
            " AREA=" WS-DISPLAY-AREA
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-DIFF-VOLUME TO WS-DISPLAY-VOLUME
        MOVE WS-TOT-DIFF-WEIGHT TO WS-DISPLAY-WEIGHT
        MOVE SPACES TO REPORT-RECORD
        STRING "                    LOT DIFF VOLUME="
            WS-DISPLAY-VOLUME
            " WEIGHT=" WS-DISPLAY-WEIGHT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               1000-VALIDATE-RADIUS.

        MOVE "Y" TO WS-VALID-SWITCH
        IF WS-RADIUS-CHECK <= 0
                OR WS-RADIUS-CHECK < WS-LIM-MIN-RADIUS
                OR WS-RADIUS-CHECK > WS-LIM-MAX-RADIUS
            MOVE "N" TO WS-VALID-SWITCH
            MOVE "01" TO WS-REJECT-REASON
        END-IF.

               1100-VALIDATE-HEIGHT.

        MOVE "Y" TO WS-VALID-SWITCH
        IF WS-HEIGHT < WS-LIM-MIN-HEIGHT
                OR WS-HEIGHT > WS-LIM-MAX-HEIGHT
            MOVE "N" TO WS-VALID-SWITCH
            MOVE "05" TO WS-REJECT-REASON
        END-IF.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00" AND WS-RPT-STATUS NOT = "10"
            DISPLAY "CIRCREST: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-ADJUSTMENT-STATUS.

        IF WS-ADJ-STATUS NOT = "00" AND WS-ADJ-STATUS NOT = "10"
            DISPLAY "CIRCREST: ADJUSTMENT-FILE I-O FAILED, STATUS="
                WS-ADJ-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Status 02 is a clean read reporting a duplicate alternate
      *> key value, which the master is built to allow.
               9130-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                AND WS-HST-STATUS NOT = "10"
            DISPLAY "CIRCREST: HISTORY-FILE I-O FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9155-CHECK-SHM-STATUS.

        IF WS-SHM-STATUS NOT = "00" AND WS-SHM-STATUS NOT = "10"
            DISPLAY "CIRCREST: SHAPE-MASTER-FILE I-O FAILED, "
                "STATUS=" WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9160-CHECK-RATE-STATUS.

        IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "10"
            DISPLAY "CIRCREST: RATE-FILE I-O FAILED, STATUS="
                WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCREST.
