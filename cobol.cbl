                       FILE STATUS IS WS-BRD-STATUS.
                   SELECT HISTORY-FILE ASSIGN TO "CIRCUM.HST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> Coded reject reasons carried on CIRCUM.REJ; the code list
      *> is documented in REJREC.
                   05 WS-REJECT-REASON PIC XX VALUE "00".
      *> The posted, unreversed piece an incoming piece duplicates,
      *> found on the history master by branch and source key.
               01 WS-POSTED-PIECE.
                   05 WS-POSTED-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-POSTED-SCAN-SWITCH PIC X VALUE "N".
                   05 WS-POSTED-KEY PIC 9(6) VALUE ZEROES.
                   05 WS-POSTED-RUN-DATE PIC 9(8) VALUE ZEROES.
               01 WS-SHAPE-GROUP.
                   05 WS-SHAPE-CODE PIC X VALUE "C".
                   05 WS-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LOT-CIRCUMFERENCE PIC 9(10)V99 VALUE ZEROES.
                   05 WS-LOT-AREA PIC 9(12)V99 VALUE ZEROES.
                   05 WS-LOT-VOLUME PIC 9(15)V99 VALUE ZEROES.
                   05 WS-LOT-WEIGHT PIC 9(15)V99 VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-CIRCUMFERENCE PIC ZZ99.99.
                   05 WS-DISPLAY-AREA PIC ZZZZZZ9.99.
                       10 WS-RTE-PER-CU-IN PIC 999V9999
                           VALUE ZEROES.
      *> Rates are looked up against WS-PRICING-DATE: the run date
      *> for the day's pieces, the pricing date a restatement
      *> repost carries, and the original pricing date for a
      *> reversal of a piece billed before its rates were kept on
      *> history.
               01 WS-PRICING.
                   05 WS-PRICING-DATE PIC 9(8) VALUE ZEROES.
      *> Key of the piece being priced, carried here because the
      *> FD buffer holds a REV image when a reversal is priced.
                   05 WS-PRICING-KEY PIC 9(6) VALUE ZEROES.
      *> "Y" when the piece came from a quote and carries its quoted
      *> rates, which are billed in place of the rate card.
                   05 WS-QUOTED-SWITCH PIC X VALUE "N".
                   05 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-BEST-EFFECTIVE-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-RATE-SQ-APPLIED PIC 999V9999 VALUE ZEROES.
        IF IN-QUANTITY IS NOT NUMERIC OR IN-QUANTITY = 0
            MOVE 1 TO IN-QUANTITY
        END-IF
        IF IN-PRICING-DATE IS NOT NUMERIC
            MOVE ZEROES TO IN-PRICING-DATE
        END-IF
        IF IN-QUOTE-NUMBER IS NOT NUMERIC
                OR IN-QUOTE-LINE IS NOT NUMERIC
                OR IN-QUOTED-RATE-SQ IS NOT NUMERIC
                OR IN-QUOTED-RATE-CU IS NOT NUMERIC
            MOVE ZEROES TO IN-QUOTE-NUMBER IN-QUOTE-LINE
                IN-QUOTED-RATE-SQ IN-QUOTED-RATE-CU
        END-IF
        IF IN-RECORD-KEY > WS-RESTART-KEY
            IF WS-PREV-KEY-SET = "Y"
                    AND IN-RECORD-KEY = WS-PREV-KEY
                    PERFORM 0038-LOG-SEQUENCE-BREAK
                END-IF
                ADD 1 TO WS-TOTAL-RECORDS
                PERFORM 0033-FIND-POSTED-PIECE
                IF WS-POSTED-FOUND-SWITCH = "Y"
                    PERFORM 0034-REJECT-POSTED-PIECE
                ELSE
                    PERFORM 0040-DISPATCH-SHAPE
                END-IF
                PERFORM 0900-WRITE-CHECKPOINT
            END-IF
            PERFORM 9200-CHECK-REJECT-THRESHOLD
        WRITE LOG-RECORD
        PERFORM 9115-CHECK-LOG-STATUS.

      *> CIRCMERGE gives every piece a fresh consolidated key, so a
      *> branch re-sending a piece from an earlier day is only seen
      *> by its branch and source key.  Every history row on that
      *> alternate key is examined; a row that has been reversed no
      *> longer counts, and the row this same piece left on an
      *> earlier attempt of today's run (same key, same run date) is
      *> the one a rerun replaces, not a duplicate.
               0033-FIND-POSTED-PIECE.

        MOVE "N" TO WS-POSTED-FOUND-SWITCH
        MOVE "N" TO WS-POSTED-SCAN-SWITCH
        MOVE IN-BRANCH-CODE TO HIST-BRANCH-CODE
        MOVE IN-SOURCE-KEY TO HIST-SOURCE-KEY
        START HISTORY-FILE KEY IS = HIST-BRANCH-SOURCE-KEY
            INVALID KEY
                MOVE "Y" TO WS-POSTED-SCAN-SWITCH
        END-START
        PERFORM UNTIL WS-POSTED-SCAN-SWITCH = "Y"
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-POSTED-SCAN-SWITCH
                NOT AT END
                    IF HIST-BRANCH-CODE NOT = IN-BRANCH-CODE
                            OR HIST-SOURCE-KEY NOT = IN-SOURCE-KEY
                        MOVE "Y" TO WS-POSTED-SCAN-SWITCH
                    ELSE
                        IF HIST-REVERSED-FLAG NOT = "R"
                                AND (HIST-RECORD-KEY
                                        NOT = IN-RECORD-KEY
                                    OR HIST-RUN-DATE NOT =
                                        WS-RUN-DATE-YYYYMMDD)
                            MOVE "Y" TO WS-POSTED-FOUND-SWITCH
                            MOVE "Y" TO WS-POSTED-SCAN-SWITCH
                            MOVE HIST-RECORD-KEY TO WS-POSTED-KEY
                            MOVE HIST-RUN-DATE TO WS-POSTED-RUN-DATE
                        END-IF
                    END-IF
            END-READ
            PERFORM 9135-CHECK-HISTORY-STATUS
        END-PERFORM.

               0034-REJECT-POSTED-PIECE.

        MOVE "09" TO WS-REJECT-REASON
        MOVE SPACES TO PRINT-RECORD
        STRING "REJECTED KEY=" IN-RECORD-KEY
            " SHAPE=" IN-SHAPE-CODE
            " REASON=" WS-REJECT-REASON
            " BRANCH=" IN-BRANCH-CODE
            " SOURCE=" IN-SOURCE-KEY
            " ALREADY POSTED AS KEY=" WS-POSTED-KEY
            " RUNDATE=" WS-POSTED-RUN-DATE
            DELIMITED BY SIZE INTO PRINT-RECORD
        WRITE PRINT-RECORD
        PERFORM 9110-CHECK-PRINT-STATUS
        PERFORM 0125-WRITE-REJECT-RECORD.

      *> Backs out a piece already posted: the original history row
      *> (addressed by the key and run date on the reversal) is
      *> flagged reversed, a negating row goes on the feed so
      *> inventory can unwind it, and a credit row goes on the
      *> billing extract for what the piece was billed (see 0136).
      *> On a checkpoint restart the reversals the checkpointed run
      *> already processed - whose effects and counts are in the
      *> checkpoint - are skipped by count, the way data records
      *> are skipped by restart key.
               0036-PROCESS-REVERSAL.

        ADD 1 TO WS-REVERSALS-SEEN
                        MOVE "07" TO WS-REJECT-REASON
                        PERFORM 0126-REJECT-REVERSAL
                    WHEN WS-HST-STATUS NOT = "00"
                            AND WS-HST-STATUS NOT = "02"
                        PERFORM 9135-CHECK-HISTORY-STATUS
                    WHEN HIST-REVERSED-FLAG = "R"
                        MOVE "08" TO WS-REJECT-REASON

        MOVE IN-SHAPE-CODE TO WS-SHAPE-CODE
        MOVE IN-RECORD-KEY TO WS-PRICING-KEY
        IF IN-PRICING-DATE > 0
            MOVE IN-PRICING-DATE TO WS-PRICING-DATE
        ELSE
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-PRICING-DATE
        END-IF
        IF IN-QUOTE-NUMBER > 0
            MOVE "Y" TO WS-QUOTED-SWITCH
        ELSE
            MOVE "N" TO WS-QUOTED-SWITCH
        END-IF
        MOVE ZEROES TO WS-INNER-RADIUS WS-LENGTH WS-WIDTH
        SET SHM-IDX TO 1
        SEARCH WS-SHAPE-ENTRY
        COMPUTE WS-LOT-CIRCUMFERENCE =
            WS-CIRCUMFERENCE * IN-QUANTITY
        COMPUTE WS-LOT-AREA = WS-AREA * IN-QUANTITY
        COMPUTE WS-LOT-VOLUME = WS-VOLUME * IN-QUANTITY
        COMPUTE WS-LOT-WEIGHT = WS-WEIGHT * IN-QUANTITY.

               0200-CALCULATE-RECTANGLE.

        MOVE IN-BRANCH-CODE TO REJ-BRANCH-CODE
        MOVE IN-SOURCE-KEY TO REJ-SOURCE-KEY
        MOVE IN-QUANTITY TO REJ-QUANTITY
        MOVE IN-PRICING-DATE TO REJ-PRICING-DATE
        MOVE IN-QUOTE-NUMBER TO REJ-QUOTE-NUMBER
        MOVE IN-QUOTE-LINE TO REJ-QUOTE-LINE
        MOVE IN-QUOTED-RATE-SQ TO REJ-QUOTED-RATE-SQ
        MOVE IN-QUOTED-RATE-CU TO REJ-QUOTED-RATE-CU
        IF WS-REJECT-REASON = "09"
            MOVE WS-POSTED-RUN-DATE TO REJ-ORIGINAL-RUN-DATE
            MOVE WS-POSTED-KEY TO REJ-ORIGINAL-KEY
        ELSE
            MOVE ZEROES TO REJ-ORIGINAL-RUN-DATE
            MOVE ZEROES TO REJ-ORIGINAL-KEY
        END-IF
        MOVE WS-REJECT-REASON TO REJ-REASON-CODE
        WRITE REJECT-RECORD
        PERFORM 9125-CHECK-REJECT-STATUS
        MOVE REV-SOURCE-KEY TO REJ-SOURCE-KEY
        MOVE ZEROES TO REJ-QUANTITY
        MOVE REV-ORIGINAL-RUN-DATE TO REJ-ORIGINAL-RUN-DATE
        MOVE ZEROES TO REJ-ORIGINAL-KEY
        MOVE ZEROES TO REJ-PRICING-DATE
        MOVE ZEROES TO REJ-QUOTE-NUMBER REJ-QUOTE-LINE
            REJ-QUOTED-RATE-SQ REJ-QUOTED-RATE-CU
        MOVE WS-REJECT-REASON TO REJ-REASON-CODE
        WRITE REJECT-RECORD
        PERFORM 9125-CHECK-REJECT-STATUS
        ADD 1 TO WS-REJECTED-RECORDS.

      *> The credit backs out exactly what was billed: the rates and
      *> cost kept on the history row when it was posted.  A row
      *> posted before those were kept is priced with the rate card
      *> as it stood on the date the row was priced as of (its
      *> pricing date, or its run date on an older row) instead, not
      *> at what the piece would cost today.
               0136-APPLY-REVERSAL.

        IF HIST-QUANTITY IS NOT NUMERIC OR HIST-QUANTITY = 0
        MOVE HIST-RECORD-KEY TO WS-PRICING-KEY
        COMPUTE WS-LOT-AREA = HIST-AREA * HIST-QUANTITY
        COMPUTE WS-LOT-VOLUME = HIST-VOLUME * HIST-QUANTITY
        IF HIST-EXTENDED-COST IS NUMERIC
                AND HIST-RATE-PER-SQ-IN IS NUMERIC
                AND HIST-RATE-PER-CU-IN IS NUMERIC
            MOVE HIST-RATE-PER-SQ-IN TO WS-RATE-SQ-APPLIED
            MOVE HIST-RATE-PER-CU-IN TO WS-RATE-CU-APPLIED
            MOVE HIST-EXTENDED-COST TO WS-EXTENDED-COST
            MOVE WS-EXTENDED-COST TO WS-DISPLAY-COST
        ELSE
            MOVE "N" TO WS-QUOTED-SWITCH
            IF HIST-PRICING-DATE IS NUMERIC AND HIST-PRICING-DATE > 0
                MOVE HIST-PRICING-DATE TO WS-PRICING-DATE
            ELSE
                MOVE HIST-RUN-DATE TO WS-PRICING-DATE
            END-IF
            PERFORM 0170-PRICE-RECORD
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-PRICING-DATE
        END-IF
        PERFORM 0152-WRITE-FEED-REVERSAL
        PERFORM 0176-WRITE-BILLING-CREDIT
        MOVE "R" TO HIST-REVERSED-FLAG
        PERFORM 9120-CHECK-FEED-STATUS.

      *> Prices the piece using the newest rate row for the shape
      *> whose effective date is not after the pricing date.  A shape
      *> with no rate in effect bills at zero and is noted on the
      *> audit log so the rate card can be repaired.  A piece
      *> converted from a quote is billed at the rates quoted to the
      *> customer, whatever the card says now.
               0170-PRICE-RECORD.

        MOVE "N" TO WS-RATE-FOUND-SWITCH
        MOVE ZEROES TO WS-BEST-EFFECTIVE-DATE
        MOVE ZEROES TO WS-RATE-SQ-APPLIED WS-RATE-CU-APPLIED
        IF WS-QUOTED-SWITCH = "Y"
            MOVE "Y" TO WS-RATE-FOUND-SWITCH
            MOVE IN-QUOTED-RATE-SQ TO WS-RATE-SQ-APPLIED
            MOVE IN-QUOTED-RATE-CU TO WS-RATE-CU-APPLIED
        ELSE
            PERFORM 0172-SCAN-RATE-ENTRY
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT
        END-IF
        IF WS-RATE-FOUND-SWITCH = "Y"
            COMPUTE WS-EXTENDED-COST ROUNDED =
                WS-LOT-AREA * WS-RATE-SQ-APPLIED
        MOVE WS-VOLUME TO HIST-VOLUME
        MOVE IN-QUANTITY TO HIST-QUANTITY
        MOVE SPACE TO HIST-REVERSED-FLAG
        MOVE WS-LOT-WEIGHT TO HIST-LOT-WEIGHT
        MOVE WS-RATE-SQ-APPLIED TO HIST-RATE-PER-SQ-IN
        MOVE WS-RATE-CU-APPLIED TO HIST-RATE-PER-CU-IN
        MOVE WS-EXTENDED-COST TO HIST-EXTENDED-COST
        MOVE IN-QUOTE-NUMBER TO HIST-QUOTE-NUMBER
        MOVE IN-QUOTE-LINE TO HIST-QUOTE-LINE
        MOVE WS-PRICING-DATE TO HIST-PRICING-DATE
        WRITE HISTORY-RECORD
        IF WS-HST-STATUS = "22"
            REWRITE HISTORY-RECORD
            PERFORM 9100-FILE-STATUS-ABORT
        END-IF.

      *> Status 02 on the history master is a clean write, rewrite
      *> or read-next that found other rows on the same branch and
      *> source key; the alternate key allows duplicates.
               9135-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                AND WS-HST-STATUS NOT = "10"
            MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME
            MOVE WS-HST-STATUS TO WS-CHECK-STATUS
            PERFORM 9100-FILE-STATUS-ABORT
