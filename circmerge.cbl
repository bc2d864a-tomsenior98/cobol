                   SELECT DIRECTORY-FILE ASSIGN TO "BRANCH.DIR"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DIR-STATUS.
                   SELECT ADJUSTMENT-FILE ASSIGN TO "CIRCREST.ADJ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ADJ-STATUS.
                   SELECT ORDER-FILE ASSIGN TO "CIRCQUOT.ORD"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ORD-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> Branch extracts arrive in the legacy layout without the
               01 REPORT-RECORD PIC X(132).
               FD  DIRECTORY-FILE.
               COPY BRDREC.
               FD  ADJUSTMENT-FILE.
      *> Restatement adjustments queued by CIRCREST, already in the
      *> consolidated layout: REV rows backing out the posted
      *> pieces, and repost data rows carrying the original branch,
      *> source key and pricing date but no key of their own.  The
      *> file is optional and is emptied once the merge has taken
      *> it, so each adjustment is delivered exactly once.
               01 ADJUSTMENT-RECORD PIC X(79).
               FD  ORDER-FILE.
      *> Quote lines converted to production by CIRCQCNV, in the
      *> consolidated layout with the producing branch, an order
      *> source key, the quote line and the quoted rates, but no key
      *> of their own.  Optional, and emptied once taken, like the
      *> restatement queue.
               01 ORDER-RECORD PIC X(79).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-BR1-STATUS PIC XX VALUE ZEROES.
                   05 WS-SEQ-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
                   05 WS-DIR-STATUS PIC XX VALUE ZEROES.
                   05 WS-ADJ-STATUS PIC XX VALUE ZEROES.
                   05 WS-ORD-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-TODAY-DOW PIC 9 VALUE ZEROES.
                   05 WS-BR2-MISSING-SWITCH PIC X VALUE "N".
                   05 WS-BR3-MISSING-SWITCH PIC X VALUE "N".
                   05 WS-DIR-EOF-SWITCH PIC X VALUE "N".
                   05 WS-ADJ-EOF-SWITCH PIC X VALUE "N".
                   05 WS-ORD-EOF-SWITCH PIC X VALUE "N".
      *> Directory of registered branches, loaded at startup; the
      *> merge refuses to run short when an extract expected today
      *> is missing, unless the operator overrides on record.
                   05 WS-BR1-PREV-KEY PIC 9(6) VALUE ZEROES.
                   05 WS-BR2-PREV-KEY PIC 9(6) VALUE ZEROES.
                   05 WS-BR3-PREV-KEY PIC 9(6) VALUE ZEROES.
      *> Source keys above 900000 belong to quote orders queued by
      *> CIRCQCNV; a branch piece keyed there would be taken for an
      *> order's piece by the calculation run's duplicate check.
                   05 WS-MAX-PIECE-KEY PIC 9(6) VALUE 900000.
                   05 WS-RESERVED-KEY PIC 9(6) VALUE ZEROES.
               01 WS-MERGE-CONTROL.
                   05 WS-PICK-BRANCH PIC 9 VALUE ZEROES.
                   05 WS-PICK-KEY PIC 9(7) VALUE 9999999.
                   05 WS-BR2-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-BR3-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-WRITTEN-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-ADJ-REV-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-ADJ-REPOST-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-QUOTE-ORDER-COUNT PIC 9(8) VALUE ZEROES.

               PROCEDURE DIVISION.
               0000-MERGE-BRANCHES.
        PERFORM 0003-LOAD-BRANCH-DIRECTORY
        PERFORM 0008-LOAD-KEY-SEQUENCE
        PERFORM 0010-COUNT-BRANCH-INPUTS
        PERFORM 0016-COUNT-ADJUSTMENTS
        PERFORM 0017-COUNT-QUOTE-ORDERS
        PERFORM 0012-VERIFY-EXPECTED-EXTRACTS

      *> The key sequence wraps between runs, never inside one: a
        WRITE RADIUS-HDR-RECORD
        PERFORM 9100-CHECK-RADIUS-STATUS

        IF WS-ADJ-REV-COUNT > 0
            PERFORM 0090-COPY-ADJUSTMENT-REVERSALS
        END-IF

        PERFORM 0030-READ-BRANCH1
        PERFORM 0040-READ-BRANCH2
        PERFORM 0050-READ-BRANCH3
            PERFORM 0060-EMIT-LOWEST-KEY
        END-PERFORM

        IF WS-ADJ-REPOST-COUNT > 0
            PERFORM 0095-COPY-ADJUSTMENT-REPOSTS
        END-IF
        IF WS-QUOTE-ORDER-COUNT > 0
            PERFORM 0096-COPY-QUOTE-ORDERS
        END-IF

        MOVE "TRL" TO TRL-RECORD-ID
        MOVE WS-WRITTEN-COUNT TO TRL-ACTUAL-COUNT
        MOVE WS-KEY-HASH TO TRL-KEY-HASH
        PERFORM 9100-CHECK-RADIUS-STATUS

        PERFORM 0080-SAVE-KEY-SEQUENCE
        IF WS-ADJ-REV-COUNT + WS-ADJ-REPOST-COUNT > 0
            PERFORM 0098-CLEAR-ADJUSTMENTS
        END-IF
        IF WS-QUOTE-ORDER-COUNT > 0
            PERFORM 0099-CLEAR-QUOTE-ORDERS
        END-IF
        PERFORM 9000-WRITE-MERGE-TOTALS

        CLOSE BRANCH1-FILE

      *> First pass: count every branch record so the consolidated
      *> header can carry the expected count, and prove each branch
      *> extract ascends by key, and keeps below the quote-order
      *> keys, before anything is written.
               0010-COUNT-BRANCH-INPUTS.

        PERFORM 0020-OPEN-BRANCH-INPUTS
                    IF B1-RECORD-KEY < WS-BR1-PREV-KEY
                        PERFORM 0015-SEQUENCE-FAILURE
                    END-IF
                    IF B1-RECORD-KEY > WS-MAX-PIECE-KEY
                        MOVE "01" TO WS-CHECK-BRANCH-CODE
                        MOVE B1-RECORD-KEY TO WS-RESERVED-KEY
                        PERFORM 0014-RESERVED-KEY-FAILURE
                    END-IF
                    MOVE B1-RECORD-KEY TO WS-BR1-PREV-KEY
            END-READ
        END-PERFORM
                    IF B2-RECORD-KEY < WS-BR2-PREV-KEY
                        PERFORM 0015-SEQUENCE-FAILURE
                    END-IF
                    IF B2-RECORD-KEY > WS-MAX-PIECE-KEY
                        MOVE "02" TO WS-CHECK-BRANCH-CODE
                        MOVE B2-RECORD-KEY TO WS-RESERVED-KEY
                        PERFORM 0014-RESERVED-KEY-FAILURE
                    END-IF
                    MOVE B2-RECORD-KEY TO WS-BR2-PREV-KEY
            END-READ
        END-PERFORM
                    IF B3-RECORD-KEY < WS-BR3-PREV-KEY
                        PERFORM 0015-SEQUENCE-FAILURE
                    END-IF
                    IF B3-RECORD-KEY > WS-MAX-PIECE-KEY
                        MOVE "03" TO WS-CHECK-BRANCH-CODE
                        MOVE B3-RECORD-KEY TO WS-RESERVED-KEY
                        PERFORM 0014-RESERVED-KEY-FAILURE
                    END-IF
                    MOVE B3-RECORD-KEY TO WS-BR3-PREV-KEY
            END-READ
        END-PERFORM
        COMPUTE WS-EXPECTED-COUNT =
            WS-BR1-COUNT + WS-BR2-COUNT + WS-BR3-COUNT.

      *> The restatement adjustments join the batch controls like
      *> branch records.  Anything that is neither a REV row nor a
      *> numeric-keyed repost means the queue has been damaged by
      *> hand, and the merge refuses rather than guess.
               0016-COUNT-ADJUSTMENTS.

        OPEN INPUT ADJUSTMENT-FILE
        IF WS-ADJ-STATUS = "35"
            MOVE "Y" TO WS-ADJ-EOF-SWITCH
        ELSE
            IF WS-ADJ-STATUS NOT = "00"
                DISPLAY "CIRCMERGE: ADJUSTMENT-FILE OPEN FAILED, "
                    "STATUS=" WS-ADJ-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM UNTIL WS-ADJ-EOF-SWITCH = "Y"
            READ ADJUSTMENT-FILE
                AT END
                    MOVE "Y" TO WS-ADJ-EOF-SWITCH
                NOT AT END
                    MOVE ADJUSTMENT-RECORD TO RADIUS-RECORD
                    EVALUATE TRUE
                        WHEN HDR-RECORD-ID = "REV"
                                AND REV-ORIGINAL-KEY IS NUMERIC
                            ADD 1 TO WS-ADJ-REV-COUNT
                        WHEN IN-RECORD-KEY IS NUMERIC
                            ADD 1 TO WS-ADJ-REPOST-COUNT
                        WHEN OTHER
                            DISPLAY "CIRCMERGE: ADJUSTMENT-FILE "
                                "HOLDS AN UNRECOGNIZED RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
            END-READ
            PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        END-PERFORM
        IF WS-ADJ-STATUS NOT = "35"
            CLOSE ADJUSTMENT-FILE
        END-IF
        ADD WS-ADJ-REV-COUNT WS-ADJ-REPOST-COUNT
            TO WS-EXPECTED-COUNT.

      *> Converted quote lines join the batch controls the same way.
      *> Only numeric-keyed data rows belong on the queue.
               0017-COUNT-QUOTE-ORDERS.

        OPEN INPUT ORDER-FILE
        IF WS-ORD-STATUS = "35"
            MOVE "Y" TO WS-ORD-EOF-SWITCH
        ELSE
            IF WS-ORD-STATUS NOT = "00"
                DISPLAY "CIRCMERGE: ORDER-FILE OPEN FAILED, "
                    "STATUS=" WS-ORD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM UNTIL WS-ORD-EOF-SWITCH = "Y"
            READ ORDER-FILE
                AT END
                    MOVE "Y" TO WS-ORD-EOF-SWITCH
                NOT AT END
                    MOVE ORDER-RECORD TO RADIUS-RECORD
                    IF IN-RECORD-KEY IS NUMERIC
                            AND IN-QUOTE-NUMBER IS NUMERIC
                            AND IN-QUOTE-NUMBER > 0
                        ADD 1 TO WS-QUOTE-ORDER-COUNT
                    ELSE
                        DISPLAY "CIRCMERGE: ORDER-FILE "
                            "HOLDS AN UNRECOGNIZED RECORD"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
            PERFORM 9106-CHECK-ORDER-STATUS
        END-PERFORM
        IF WS-ORD-STATUS NOT = "35"
            CLOSE ORDER-FILE
        END-IF
        ADD WS-QUOTE-ORDER-COUNT TO WS-EXPECTED-COUNT.

               0014-RESERVED-KEY-FAILURE.

        DISPLAY "CIRCMERGE: BRANCH " WS-CHECK-BRANCH-CODE
            " EXTRACT HOLDS PIECE KEY " WS-RESERVED-KEY
        DISPLAY "CIRCMERGE: KEYS ABOVE " WS-MAX-PIECE-KEY
            " ARE RESERVED FOR QUOTE ORDERS"
        MOVE 16 TO RETURN-CODE
        STOP RUN.

               0015-SEQUENCE-FAILURE.

        DISPLAY "CIRCMERGE: BRANCH EXTRACT NOT IN ASCENDING KEY "
                MOVE "01" TO IN-BRANCH-CODE
                MOVE B1-RECORD-KEY TO IN-SOURCE-KEY
                MOVE B1-QUANTITY TO IN-QUANTITY
                MOVE ZEROES TO IN-PRICING-DATE
                MOVE ZEROES TO IN-QUOTE-NUMBER IN-QUOTE-LINE
                    IN-QUOTED-RATE-SQ IN-QUOTED-RATE-CU
                PERFORM 0070-WRITE-MERGED-RECORD
                PERFORM 0030-READ-BRANCH1
            WHEN 2
                MOVE "02" TO IN-BRANCH-CODE
                MOVE B2-RECORD-KEY TO IN-SOURCE-KEY
                MOVE B2-QUANTITY TO IN-QUANTITY
                MOVE ZEROES TO IN-PRICING-DATE
                MOVE ZEROES TO IN-QUOTE-NUMBER IN-QUOTE-LINE
                    IN-QUOTED-RATE-SQ IN-QUOTED-RATE-CU
                PERFORM 0070-WRITE-MERGED-RECORD
                PERFORM 0040-READ-BRANCH2
            WHEN 3
                MOVE "03" TO IN-BRANCH-CODE
                MOVE B3-RECORD-KEY TO IN-SOURCE-KEY
                MOVE B3-QUANTITY TO IN-QUANTITY
                MOVE ZEROES TO IN-PRICING-DATE
                MOVE ZEROES TO IN-QUOTE-NUMBER IN-QUOTE-LINE
                    IN-QUOTED-RATE-SQ IN-QUOTED-RATE-CU
                PERFORM 0070-WRITE-MERGED-RECORD
                PERFORM 0050-READ-BRANCH3
        END-EVALUATE.
        WRITE RADIUS-RECORD
        PERFORM 9100-CHECK-RADIUS-STATUS.

      *> Restatement reversals go out straight after the header,
      *> ahead of every data record, so the calculation run has
      *> flagged each original piece reversed before its repost
      *> (same branch and source key) reaches the duplicate check.
      *> Each is counted and hashed on its original key.
               0090-COPY-ADJUSTMENT-REVERSALS.

        MOVE "N" TO WS-ADJ-EOF-SWITCH
        OPEN INPUT ADJUSTMENT-FILE
        PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        PERFORM UNTIL WS-ADJ-EOF-SWITCH = "Y"
            READ ADJUSTMENT-FILE
                AT END
                    MOVE "Y" TO WS-ADJ-EOF-SWITCH
                NOT AT END
                    MOVE ADJUSTMENT-RECORD TO RADIUS-RECORD
                    IF HDR-RECORD-ID = "REV"
                        ADD REV-ORIGINAL-KEY TO WS-KEY-HASH
                        ADD 1 TO WS-WRITTEN-COUNT
                        WRITE RADIUS-REV-RECORD
                        PERFORM 9100-CHECK-RADIUS-STATUS
                    END-IF
            END-READ
            PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        END-PERFORM
        CLOSE ADJUSTMENT-FILE.

      *> Reposts follow the day's branch records and take the next
      *> consolidated keys, so the batch still ascends.
               0095-COPY-ADJUSTMENT-REPOSTS.

        MOVE "N" TO WS-ADJ-EOF-SWITCH
        OPEN INPUT ADJUSTMENT-FILE
        PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        PERFORM UNTIL WS-ADJ-EOF-SWITCH = "Y"
            READ ADJUSTMENT-FILE
                AT END
                    MOVE "Y" TO WS-ADJ-EOF-SWITCH
                NOT AT END
                    MOVE ADJUSTMENT-RECORD TO RADIUS-RECORD
                    IF HDR-RECORD-ID NOT = "REV"
                        PERFORM 0070-WRITE-MERGED-RECORD
                    END-IF
            END-READ
            PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        END-PERFORM
        CLOSE ADJUSTMENT-FILE.

      *> Converted quote lines go last and take the next keys.
               0096-COPY-QUOTE-ORDERS.

        MOVE "N" TO WS-ORD-EOF-SWITCH
        OPEN INPUT ORDER-FILE
        PERFORM 9106-CHECK-ORDER-STATUS
        PERFORM UNTIL WS-ORD-EOF-SWITCH = "Y"
            READ ORDER-FILE
                AT END
                    MOVE "Y" TO WS-ORD-EOF-SWITCH
                NOT AT END
                    MOVE ORDER-RECORD TO RADIUS-RECORD
                    PERFORM 0070-WRITE-MERGED-RECORD
            END-READ
            PERFORM 9106-CHECK-ORDER-STATUS
        END-PERFORM
        CLOSE ORDER-FILE.

      *> Emptied only after the batch and the key sequence are both
      *> safely written; a merge that stops earlier leaves the
      *> queue in place for the rerun.
               0098-CLEAR-ADJUSTMENTS.

        OPEN OUTPUT ADJUSTMENT-FILE
        PERFORM 9105-CHECK-ADJUSTMENT-STATUS
        CLOSE ADJUSTMENT-FILE.

               0099-CLEAR-QUOTE-ORDERS.

        OPEN OUTPUT ORDER-FILE
        PERFORM 9106-CHECK-ORDER-STATUS
        CLOSE ORDER-FILE.

      *> A consolidated-file write that fails must stop the run
      *> BEFORE the key sequence is saved: a truncated RADIUS.DAT
      *> with a burned key range would only surface the next
            STOP RUN
        END-IF.

               9105-CHECK-ADJUSTMENT-STATUS.

        IF WS-ADJ-STATUS NOT = "00" AND WS-ADJ-STATUS NOT = "10"
            DISPLAY "CIRCMERGE: ADJUSTMENT-FILE I-O FAILED, STATUS="
                WS-ADJ-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9106-CHECK-ORDER-STATUS.

        IF WS-ORD-STATUS NOT = "00" AND WS-ORD-STATUS NOT = "10"
            DISPLAY "CIRCMERGE: ORDER-FILE I-O FAILED, STATUS="
                WS-ORD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9000-WRITE-MERGE-TOTALS.

        MOVE SPACES TO REPORT-RECORD
            " BRANCH 03=" WS-BR3-COUNT
            " CONSOLIDATED=" WS-WRITTEN-COUNT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        IF WS-ADJ-REV-COUNT + WS-ADJ-REPOST-COUNT > 0
            MOVE SPACES TO REPORT-RECORD
            STRING "              RESTATEMENT REVERSALS="
                WS-ADJ-REV-COUNT
                " REPOSTS=" WS-ADJ-REPOST-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
        END-IF
        IF WS-QUOTE-ORDER-COUNT > 0
            MOVE SPACES TO REPORT-RECORD
            STRING "              CONVERTED QUOTE LINES="
                WS-QUOTE-ORDER-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
        END-IF.

               END PROGRAM CIRCMERGE.
