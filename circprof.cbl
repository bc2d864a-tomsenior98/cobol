               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCPROF.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RUN-REGISTRY-FILE ASSIGN TO "CIRCUM.REG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REG-STATUS.
                   SELECT FEED-FILE ASSIGN TO "CIRCUM.FEED"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FEED-STATUS.
                   SELECT BILLING-FILE ASSIGN TO "CIRCUM.BIL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BIL-STATUS.
                   SELECT HISTORY-FILE ASSIGN TO "CIRCUM.HST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT REJECT-FILE ASSIGN TO "CIRCUM.REJ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REJ-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCPROF.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  RUN-REGISTRY-FILE.
               COPY RUNREG.
               FD  FEED-FILE.
               01 FEED-RECORD PIC X(80).
               FD  BILLING-FILE.
               COPY BILREC.
               FD  HISTORY-FILE.
               COPY HISTREC.
               FD  REJECT-FILE.
               COPY REJREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-REG-STATUS PIC XX VALUE ZEROES.
                   05 WS-FEED-STATUS PIC XX VALUE ZEROES.
                   05 WS-BIL-STATUS PIC XX VALUE ZEROES.
                   05 WS-HST-STATUS PIC XX VALUE ZEROES.
                   05 WS-REJ-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-REG-EOF-SWITCH PIC X VALUE "N".
                   05 WS-FEED-EOF-SWITCH PIC X VALUE "N".
                   05 WS-BIL-EOF-SWITCH PIC X VALUE "N".
                   05 WS-HST-EOF-SWITCH PIC X VALUE "N".
                   05 WS-REJ-EOF-SWITCH PIC X VALUE "N".
                   05 WS-REG-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-HEADER-SEEN-SWITCH PIC X VALUE "N".
                   05 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
               01 WS-RUN-DATE.
                   05 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZEROES.
      *> The run date being proved comes from environment variable
      *> CIRCUM-PROOF-DATE when set, otherwise the newest run date
      *> on the registry, so a stream step that runs after midnight
      *> or on a rerun still proves the run it follows.  Today is
      *> used only when there is no registry at all.
               01 WS-PROOF-CONTROL.
                   05 WS-PROOF-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-PROOF-DATE-X PIC X(8) VALUE SPACES.
                   05 WS-OUT-OF-BALANCE-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-PROOF-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-LATEST-RUN-DATE PIC 9(8) VALUE ZEROES.
      *> The newest registry row for the date is the run whose
      *> outputs are on the extract files; an earlier row for the
      *> same date is a run that was restarted or rerun.
               01 WS-REGISTRY-TOTALS.
                   05 WS-REG-ROWS-FOR-DATE PIC 9(4) VALUE ZEROES.
                   05 WS-REG-RUN-NUMBER PIC 9(6) VALUE ZEROES.
                   05 WS-REG-READ PIC 9(8) VALUE ZEROES.
                   05 WS-REG-ACCEPTED PIC 9(8) VALUE ZEROES.
                   05 WS-REG-REJECTED PIC 9(8) VALUE ZEROES.
                   05 WS-REG-RETURN-CODE PIC 9(2) VALUE ZEROES.
               01 WS-FEED-FIELDS.
                   05 WS-FD-KEY-X PIC X(6) VALUE SPACES.
                   05 WS-FD-RADIUS-X PIC X(10) VALUE SPACES.
                   05 WS-FD-CIRC-X PIC X(10) VALUE SPACES.
                   05 WS-FD-AREA-X PIC X(12) VALUE SPACES.
                   05 WS-FD-SHAPE-X PIC X(2) VALUE SPACES.
                   05 WS-FD-BRANCH-X PIC X(2) VALUE SPACES.
                   05 WS-FD-QTY-X PIC X(5) VALUE SPACES.
                   05 WS-FEED-AREA PIC 9(7)V99 VALUE ZEROES.
                   05 WS-FEED-QTY PIC 9(5) VALUE ZEROES.
                   05 WS-FEED-LOT-AREA PIC 9(11)V99 VALUE ZEROES.
                   05 WS-MINUS-COUNT PIC 9(2) VALUE ZEROES.
               01 WS-FEED-TOTALS.
                   05 WS-HDR-RUN-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-HDR-RUN-NUMBER PIC 9(6) VALUE ZEROES.
                   05 WS-TRL-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-TRL-AREA-HASH-X PIC X(13) VALUE ZEROES.
                   05 WS-TRL-AREA-HASH REDEFINES WS-TRL-AREA-HASH-X
                       PIC 9(11)V99.
                   05 WS-FEED-DETAIL-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-FEED-CHARGE-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-FEED-REVERSAL-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-FEED-AREA-HASH PIC 9(11)V99 VALUE ZEROES.
                   05 WS-FEED-CHARGE-AREA PIC 9(11)V99 VALUE ZEROES.
                   05 WS-FEED-REVERSAL-AREA PIC 9(11)V99 VALUE ZEROES.
               01 WS-BILLING-TOTALS.
                   05 WS-BIL-CHARGE-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-BIL-CREDIT-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-BIL-ROW-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-BIL-OTHER-DATE-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-BIL-CHARGE-AREA PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BIL-CREDIT-AREA PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BIL-CHARGE-COST PIC 9(11)V99 VALUE ZEROES.
                   05 WS-BIL-CREDIT-COST PIC 9(11)V99 VALUE ZEROES.
               01 WS-HISTORY-TOTALS.
                   05 WS-HST-ROW-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-HST-REVERSED-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-HST-LOT-AREA PIC 9(11)V99 VALUE ZEROES.
               01 WS-REJECT-TOTALS.
                   05 WS-REJ-ROW-COUNT PIC 9(8) VALUE ZEROES.
               01 WS-LOT-WORK.
                   05 WS-REC-QUANTITY PIC 9(5) VALUE ZEROES.
                   05 WS-LOT-AREA PIC 9(12)V99 VALUE ZEROES.
      *> One proof line: the left and right figures, what each is,
      *> and whether the figures are counts or areas.
               01 WS-PROOF-LINE.
                   05 WS-PRF-LEFT-NAME PIC X(26) VALUE SPACES.
                   05 WS-PRF-RIGHT-NAME PIC X(26) VALUE SPACES.
                   05 WS-PRF-LEFT PIC 9(11)V99 VALUE ZEROES.
                   05 WS-PRF-RIGHT PIC 9(11)V99 VALUE ZEROES.
                   05 WS-PRF-AREA-SWITCH PIC X VALUE "N".
                   05 WS-PRF-RESULT PIC X(14) VALUE SPACES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-COUNT PIC ZZZZZZZZZZZ9.
                   05 WS-DISPLAY-AREA PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-LEFT PIC X(14) VALUE SPACES.
                   05 WS-DISPLAY-RIGHT PIC X(14) VALUE SPACES.
                   05 WS-DISPLAY-COST PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-CREDIT PIC ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-PROVE-RUN-DATE.

        ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
        ACCEPT WS-PROOF-DATE-X FROM ENVIRONMENT "CIRCUM-PROOF-DATE"
        IF WS-PROOF-DATE-X IS NUMERIC
            MOVE WS-PROOF-DATE-X TO WS-PROOF-DATE
        ELSE
            PERFORM 0005-FIND-LATEST-RUN-DATE
        END-IF

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCPROF: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "DAILY BALANCING PROOF  RUN DATE=" WS-PROOF-DATE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        PERFORM 0010-READ-REGISTRY
        PERFORM 0020-READ-FEED
        PERFORM 0030-READ-BILLING
        PERFORM 0040-READ-HISTORY
        PERFORM 0050-READ-REJECTS

        PERFORM 0100-WRITE-SOURCE-LINES
        PERFORM 0200-PROVE-REGISTRY
        PERFORM 0300-PROVE-FEED
        PERFORM 0400-PROVE-BILLING
        PERFORM 0500-PROVE-HISTORY

        PERFORM 9000-WRITE-PROOF-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-OUT-OF-BALANCE-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF

        STOP RUN.

               0005-FIND-LATEST-RUN-DATE.

        OPEN INPUT RUN-REGISTRY-FILE
        IF WS-REG-STATUS NOT = "35"
            PERFORM 9120-CHECK-REGISTRY-STATUS
            PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                READ RUN-REGISTRY-FILE
                    AT END
                        MOVE "Y" TO WS-REG-EOF-SWITCH
                    NOT AT END
                        IF REG-RUN-DATE IS NUMERIC
                                AND REG-RUN-DATE > WS-LATEST-RUN-DATE
                            MOVE REG-RUN-DATE TO WS-LATEST-RUN-DATE
                        END-IF
                END-READ
                PERFORM 9120-CHECK-REGISTRY-STATUS
            END-PERFORM
            CLOSE RUN-REGISTRY-FILE
            PERFORM 9120-CHECK-REGISTRY-STATUS
            MOVE "N" TO WS-REG-EOF-SWITCH
        END-IF
        IF WS-LATEST-RUN-DATE > 0
            MOVE WS-LATEST-RUN-DATE TO WS-PROOF-DATE
        ELSE
            MOVE WS-TODAY-YYYYMMDD TO WS-PROOF-DATE
        END-IF.

               0010-READ-REGISTRY.

        OPEN INPUT RUN-REGISTRY-FILE
        IF WS-REG-STATUS = "35"
            MOVE "Y" TO WS-REG-EOF-SWITCH
        ELSE
            PERFORM 9120-CHECK-REGISTRY-STATUS
            PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                READ RUN-REGISTRY-FILE
                    AT END
                        MOVE "Y" TO WS-REG-EOF-SWITCH
                    NOT AT END
                        IF REG-RUN-DATE = WS-PROOF-DATE
                            PERFORM 0015-KEEP-REGISTRY-ROW
                        END-IF
                END-READ
                PERFORM 9120-CHECK-REGISTRY-STATUS
            END-PERFORM
            CLOSE RUN-REGISTRY-FILE
        END-IF.

               0015-KEEP-REGISTRY-ROW.

        MOVE "Y" TO WS-REG-FOUND-SWITCH
        ADD 1 TO WS-REG-ROWS-FOR-DATE
        MOVE REG-RUN-NUMBER TO WS-REG-RUN-NUMBER
        MOVE REG-RECORDS-READ TO WS-REG-READ
        MOVE REG-ACCEPTED TO WS-REG-ACCEPTED
        MOVE REG-REJECTED TO WS-REG-REJECTED
        MOVE REG-RETURN-CODE TO WS-REG-RETURN-CODE.

      *> The feed is parsed the way CIRCRECON parses it.  A row
      *> whose area carries a minus sign is a reversal; the trailer
      *> hash counts its area unsigned like any other row.
               0020-READ-FEED.

        OPEN INPUT FEED-FILE
        IF WS-FEED-STATUS = "35"
            MOVE "Y" TO WS-FEED-EOF-SWITCH
        ELSE
            PERFORM 9130-CHECK-FEED-STATUS
            PERFORM UNTIL WS-FEED-EOF-SWITCH = "Y"
                READ FEED-FILE
                    AT END
                        MOVE "Y" TO WS-FEED-EOF-SWITCH
                    NOT AT END
                        PERFORM 0025-APPLY-FEED-ROW
                END-READ
                PERFORM 9130-CHECK-FEED-STATUS
            END-PERFORM
            CLOSE FEED-FILE
        END-IF.

               0025-APPLY-FEED-ROW.

        EVALUATE TRUE
            WHEN FEED-RECORD (1:1) = "H"
                MOVE "Y" TO WS-HEADER-SEEN-SWITCH
                MOVE FEED-RECORD (2:8) TO WS-HDR-RUN-DATE
                MOVE FEED-RECORD (10:6) TO WS-HDR-RUN-NUMBER
            WHEN FEED-RECORD (1:1) = "T"
                MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                MOVE FEED-RECORD (2:8) TO WS-TRL-COUNT
                MOVE FEED-RECORD (10:13) TO WS-TRL-AREA-HASH-X
            WHEN OTHER
                PERFORM 0027-PARSE-FEED-DETAIL
        END-EVALUATE.

               0027-PARSE-FEED-DETAIL.

        MOVE SPACES TO WS-FD-KEY-X WS-FD-RADIUS-X WS-FD-CIRC-X
            WS-FD-AREA-X WS-FD-SHAPE-X WS-FD-BRANCH-X WS-FD-QTY-X
        UNSTRING FEED-RECORD DELIMITED BY ","
            INTO WS-FD-KEY-X WS-FD-RADIUS-X WS-FD-CIRC-X
                WS-FD-AREA-X WS-FD-SHAPE-X WS-FD-BRANCH-X
                WS-FD-QTY-X
        COMPUTE WS-FEED-AREA = FUNCTION NUMVAL(WS-FD-AREA-X)
        IF WS-FD-QTY-X IS NUMERIC
            MOVE WS-FD-QTY-X TO WS-FEED-QTY
        ELSE
            MOVE 1 TO WS-FEED-QTY
        END-IF
        IF WS-FEED-QTY = 0
            MOVE 1 TO WS-FEED-QTY
        END-IF
        COMPUTE WS-FEED-LOT-AREA = WS-FEED-AREA * WS-FEED-QTY
        ADD 1 TO WS-FEED-DETAIL-COUNT
        ADD WS-FEED-LOT-AREA TO WS-FEED-AREA-HASH
        MOVE ZEROES TO WS-MINUS-COUNT
        INSPECT WS-FD-AREA-X TALLYING WS-MINUS-COUNT FOR ALL "-"
        IF WS-MINUS-COUNT > 0
            ADD 1 TO WS-FEED-REVERSAL-COUNT
            ADD WS-FEED-LOT-AREA TO WS-FEED-REVERSAL-AREA
        ELSE
            ADD 1 TO WS-FEED-CHARGE-COUNT
            ADD WS-FEED-LOT-AREA TO WS-FEED-CHARGE-AREA
        END-IF.

      *> Only rows billed on the proof date are counted; rows left
      *> on the extract from another date are reported separately.
               0030-READ-BILLING.

        OPEN INPUT BILLING-FILE
        IF WS-BIL-STATUS = "35"
            MOVE "Y" TO WS-BIL-EOF-SWITCH
        ELSE
            PERFORM 9140-CHECK-BILLING-STATUS
            PERFORM UNTIL WS-BIL-EOF-SWITCH = "Y"
                READ BILLING-FILE
                    AT END
                        MOVE "Y" TO WS-BIL-EOF-SWITCH
                    NOT AT END
                        PERFORM 0035-APPLY-BILLING-ROW
                END-READ
                PERFORM 9140-CHECK-BILLING-STATUS
            END-PERFORM
            CLOSE BILLING-FILE
        END-IF.

               0035-APPLY-BILLING-ROW.

        IF BIL-RUN-DATE NOT = WS-PROOF-DATE
            ADD 1 TO WS-BIL-OTHER-DATE-COUNT
        ELSE
            ADD 1 TO WS-BIL-ROW-COUNT
            IF BIL-QUANTITY IS NOT NUMERIC OR BIL-QUANTITY = 0
                MOVE 1 TO WS-REC-QUANTITY
            ELSE
                MOVE BIL-QUANTITY TO WS-REC-QUANTITY
            END-IF
            COMPUTE WS-LOT-AREA = BIL-AREA * WS-REC-QUANTITY
            IF BIL-CREDIT-FLAG = "C"
                ADD 1 TO WS-BIL-CREDIT-COUNT
                ADD WS-LOT-AREA TO WS-BIL-CREDIT-AREA
                ADD BIL-EXTENDED-COST TO WS-BIL-CREDIT-COST
            ELSE
                ADD 1 TO WS-BIL-CHARGE-COUNT
                ADD WS-LOT-AREA TO WS-BIL-CHARGE-AREA
                ADD BIL-EXTENDED-COST TO WS-BIL-CHARGE-COST
            END-IF
        END-IF.

      *> Every piece posted on the date stays on the master whether
      *> or not it has since been reversed, so all rows for the date
      *> count; the reversed ones are shown for information.
               0040-READ-HISTORY.

        OPEN INPUT HISTORY-FILE
        IF WS-HST-STATUS = "35"
            MOVE "Y" TO WS-HST-EOF-SWITCH
        ELSE
            PERFORM 9150-CHECK-HISTORY-STATUS
            PERFORM UNTIL WS-HST-EOF-SWITCH = "Y"
                READ HISTORY-FILE
                    AT END
                        MOVE "Y" TO WS-HST-EOF-SWITCH
                    NOT AT END
                        IF HIST-RUN-DATE = WS-PROOF-DATE
                            PERFORM 0045-APPLY-HISTORY-ROW
                        END-IF
                END-READ
                PERFORM 9150-CHECK-HISTORY-STATUS
            END-PERFORM
            CLOSE HISTORY-FILE
        END-IF.

               0045-APPLY-HISTORY-ROW.

        ADD 1 TO WS-HST-ROW-COUNT
        IF HIST-REVERSED-FLAG = "R"
            ADD 1 TO WS-HST-REVERSED-COUNT
        END-IF
        IF HIST-QUANTITY IS NOT NUMERIC OR HIST-QUANTITY = 0
            MOVE 1 TO WS-REC-QUANTITY
        ELSE
            MOVE HIST-QUANTITY TO WS-REC-QUANTITY
        END-IF
        COMPUTE WS-LOT-AREA = HIST-AREA * WS-REC-QUANTITY
        ADD WS-LOT-AREA TO WS-HST-LOT-AREA.

               0050-READ-REJECTS.

        OPEN INPUT REJECT-FILE
        IF WS-REJ-STATUS = "35"
            MOVE "Y" TO WS-REJ-EOF-SWITCH
        ELSE
            PERFORM 9160-CHECK-REJECT-STATUS
            PERFORM UNTIL WS-REJ-EOF-SWITCH = "Y"
                READ REJECT-FILE
                    AT END
                        MOVE "Y" TO WS-REJ-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-REJ-ROW-COUNT
                END-READ
                PERFORM 9160-CHECK-REJECT-STATUS
            END-PERFORM
            CLOSE REJECT-FILE
        END-IF.

               0100-WRITE-SOURCE-LINES.

        MOVE SPACES TO REPORT-RECORD
        IF WS-REG-FOUND-SWITCH = "Y"
            STRING "REGISTRY: RUN=" WS-REG-RUN-NUMBER
                " READ=" WS-REG-READ
                " ACCEPTED=" WS-REG-ACCEPTED
                " REJECTED=" WS-REG-REJECTED
                " RC=" WS-REG-RETURN-CODE
                " ROWS FOR DATE=" WS-REG-ROWS-FOR-DATE
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "REGISTRY: NO RUN ON FILE FOR " WS-PROOF-DATE
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-FEED-AREA-HASH TO WS-DISPLAY-AREA
        MOVE SPACES TO REPORT-RECORD
        STRING "FEED:     RUN=" WS-HDR-RUN-NUMBER
            " DATE=" WS-HDR-RUN-DATE
            " DETAILS=" WS-FEED-DETAIL-COUNT
            " CHARGES=" WS-FEED-CHARGE-COUNT
            " REVERSALS=" WS-FEED-REVERSAL-COUNT
            " AREA-HASH=" WS-DISPLAY-AREA
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-BIL-CHARGE-COST TO WS-DISPLAY-COST
        MOVE WS-BIL-CREDIT-COST TO WS-DISPLAY-CREDIT
        MOVE SPACES TO REPORT-RECORD
        STRING "BILLING:  CHARGES=" WS-BIL-CHARGE-COUNT
            " CREDITS=" WS-BIL-CREDIT-COUNT
            " OTHER DATES=" WS-BIL-OTHER-DATE-COUNT
            " CHARGED=" WS-DISPLAY-COST
            " CREDITED=" WS-DISPLAY-CREDIT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-HST-LOT-AREA TO WS-DISPLAY-AREA
        MOVE SPACES TO REPORT-RECORD
        STRING "HISTORY:  ROWS=" WS-HST-ROW-COUNT
            " SINCE REVERSED=" WS-HST-REVERSED-COUNT
            " LOT AREA=" WS-DISPLAY-AREA
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "REJECTS:  ROWS=" WS-REJ-ROW-COUNT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> The calculation run records ACCEPTED as read less rejected,
      *> so both halves are proved against what it actually wrote:
      *> an accepted charge leaves a history row dated the run
      *> date and an applied reversal a billing credit, and every
      *> reject is a row on CIRCUM.REJ, which a fresh run starts
      *> empty and only a restart of the same run extends.
               0200-PROVE-REGISTRY.

        MOVE "REGISTRY RUNS ON FILE" TO WS-PRF-LEFT-NAME
        MOVE "EXPECTED" TO WS-PRF-RIGHT-NAME
        MOVE ZEROES TO WS-PRF-LEFT
        IF WS-REG-FOUND-SWITCH = "Y"
            MOVE 1 TO WS-PRF-LEFT
        END-IF
        MOVE 1 TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "REGISTRY ACCEPTED" TO WS-PRF-LEFT-NAME
        MOVE "HISTORY ROWS + CREDITS" TO WS-PRF-RIGHT-NAME
        MOVE WS-REG-ACCEPTED TO WS-PRF-LEFT
        COMPUTE WS-PRF-RIGHT =
            WS-HST-ROW-COUNT + WS-BIL-CREDIT-COUNT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "REGISTRY REJECTED" TO WS-PRF-LEFT-NAME
        MOVE "REJECT FILE ROWS" TO WS-PRF-RIGHT-NAME
        MOVE WS-REG-REJECTED TO WS-PRF-LEFT
        MOVE WS-REJ-ROW-COUNT TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF.

               0300-PROVE-FEED.

        MOVE "FEED HEADER RUN DATE" TO WS-PRF-LEFT-NAME
        MOVE "PROOF DATE" TO WS-PRF-RIGHT-NAME
        MOVE WS-HDR-RUN-DATE TO WS-PRF-LEFT
        MOVE WS-PROOF-DATE TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "FEED DETAIL ROWS" TO WS-PRF-LEFT-NAME
        MOVE "FEED TRAILER COUNT" TO WS-PRF-RIGHT-NAME
        MOVE WS-FEED-DETAIL-COUNT TO WS-PRF-LEFT
        MOVE WS-TRL-COUNT TO WS-PRF-RIGHT
        IF WS-TRAILER-SEEN-SWITCH = "N"
            MOVE "FEED TRAILER MISSING" TO WS-PRF-RIGHT-NAME
            MOVE ZEROES TO WS-PRF-RIGHT
            ADD 1 TO WS-PRF-LEFT
        END-IF
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "FEED DETAIL AREA HASH" TO WS-PRF-LEFT-NAME
        MOVE "FEED TRAILER AREA HASH" TO WS-PRF-RIGHT-NAME
        MOVE WS-FEED-AREA-HASH TO WS-PRF-LEFT
        MOVE WS-TRL-AREA-HASH TO WS-PRF-RIGHT
        IF WS-TRL-AREA-HASH-X IS NOT NUMERIC
            MOVE ZEROES TO WS-PRF-RIGHT
        END-IF
        PERFORM 0910-WRITE-AREA-PROOF
        MOVE "FEED DETAIL ROWS" TO WS-PRF-LEFT-NAME
        MOVE "REGISTRY ACCEPTED" TO WS-PRF-RIGHT-NAME
        MOVE WS-FEED-DETAIL-COUNT TO WS-PRF-LEFT
        MOVE WS-REG-ACCEPTED TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF.

               0400-PROVE-BILLING.

        MOVE "BILLING ROWS FOR DATE" TO WS-PRF-LEFT-NAME
        MOVE "REGISTRY ACCEPTED" TO WS-PRF-RIGHT-NAME
        MOVE WS-BIL-ROW-COUNT TO WS-PRF-LEFT
        MOVE WS-REG-ACCEPTED TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "BILLING CHARGE ROWS" TO WS-PRF-LEFT-NAME
        MOVE "FEED CHARGE ROWS" TO WS-PRF-RIGHT-NAME
        MOVE WS-BIL-CHARGE-COUNT TO WS-PRF-LEFT
        MOVE WS-FEED-CHARGE-COUNT TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "BILLING CREDIT ROWS" TO WS-PRF-LEFT-NAME
        MOVE "FEED REVERSAL ROWS" TO WS-PRF-RIGHT-NAME
        MOVE WS-BIL-CREDIT-COUNT TO WS-PRF-LEFT
        MOVE WS-FEED-REVERSAL-COUNT TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "BILLING CREDIT LOT AREA" TO WS-PRF-LEFT-NAME
        MOVE "FEED REVERSAL LOT AREA" TO WS-PRF-RIGHT-NAME
        MOVE WS-BIL-CREDIT-AREA TO WS-PRF-LEFT
        MOVE WS-FEED-REVERSAL-AREA TO WS-PRF-RIGHT
        PERFORM 0910-WRITE-AREA-PROOF.

               0500-PROVE-HISTORY.

        MOVE "HISTORY ROWS FOR DATE" TO WS-PRF-LEFT-NAME
        MOVE "BILLING CHARGE ROWS" TO WS-PRF-RIGHT-NAME
        MOVE WS-HST-ROW-COUNT TO WS-PRF-LEFT
        MOVE WS-BIL-CHARGE-COUNT TO WS-PRF-RIGHT
        PERFORM 0900-WRITE-COUNT-PROOF
        MOVE "HISTORY LOT AREA" TO WS-PRF-LEFT-NAME
        MOVE "FEED CHARGE LOT AREA" TO WS-PRF-RIGHT-NAME
        MOVE WS-HST-LOT-AREA TO WS-PRF-LEFT
        MOVE WS-FEED-CHARGE-AREA TO WS-PRF-RIGHT
        PERFORM 0910-WRITE-AREA-PROOF
        MOVE "HISTORY LOT AREA" TO WS-PRF-LEFT-NAME
        MOVE "BILLING CHARGE LOT AREA" TO WS-PRF-RIGHT-NAME
        MOVE WS-HST-LOT-AREA TO WS-PRF-LEFT
        MOVE WS-BIL-CHARGE-AREA TO WS-PRF-RIGHT
        PERFORM 0910-WRITE-AREA-PROOF.

               0900-WRITE-COUNT-PROOF.

        MOVE "N" TO WS-PRF-AREA-SWITCH
        PERFORM 0920-WRITE-PROOF-LINE.

               0910-WRITE-AREA-PROOF.

        MOVE "Y" TO WS-PRF-AREA-SWITCH
        PERFORM 0920-WRITE-PROOF-LINE.

               0920-WRITE-PROOF-LINE.

        ADD 1 TO WS-PROOF-COUNT
        IF WS-PRF-LEFT = WS-PRF-RIGHT
            MOVE "IN BALANCE" TO WS-PRF-RESULT
        ELSE
            MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
            ADD 1 TO WS-OUT-OF-BALANCE-COUNT
        END-IF
        IF WS-PRF-AREA-SWITCH = "Y"
            MOVE WS-PRF-LEFT TO WS-DISPLAY-AREA
            MOVE WS-DISPLAY-AREA TO WS-DISPLAY-LEFT
            MOVE WS-PRF-RIGHT TO WS-DISPLAY-AREA
            MOVE WS-DISPLAY-AREA TO WS-DISPLAY-RIGHT
        ELSE
            MOVE WS-PRF-LEFT TO WS-DISPLAY-COUNT
            MOVE WS-DISPLAY-COUNT TO WS-DISPLAY-LEFT
            MOVE WS-PRF-RIGHT TO WS-DISPLAY-COUNT
            MOVE WS-DISPLAY-COUNT TO WS-DISPLAY-RIGHT
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "PROOF " WS-PROOF-COUNT " "
            WS-PRF-LEFT-NAME WS-DISPLAY-LEFT
            "  VS  " WS-PRF-RIGHT-NAME WS-DISPLAY-RIGHT
            "  " WS-PRF-RESULT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9000-WRITE-PROOF-TOTALS.

        MOVE SPACES TO REPORT-RECORD
        IF WS-OUT-OF-BALANCE-COUNT = 0
            STRING "PROOF TOTALS: PROOFS=" WS-PROOF-COUNT
                " OUT OF BALANCE=" WS-OUT-OF-BALANCE-COUNT
                " - RUN DATE " WS-PROOF-DATE " IN BALANCE"
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "PROOF TOTALS: PROOFS=" WS-PROOF-COUNT
                " OUT OF BALANCE=" WS-OUT-OF-BALANCE-COUNT
                " - RUN DATE " WS-PROOF-DATE " DOES NOT BALANCE"
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCPROF: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-REGISTRY-STATUS.

        IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
            DISPLAY "CIRCPROF: RUN-REGISTRY-FILE I-O FAILED, STATUS="
                WS-REG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-FEED-STATUS.

        IF WS-FEED-STATUS NOT = "00" AND WS-FEED-STATUS NOT = "10"
            DISPLAY "CIRCPROF: FEED-FILE I-O FAILED, STATUS="
                WS-FEED-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9140-CHECK-BILLING-STATUS.

        IF WS-BIL-STATUS NOT = "00" AND WS-BIL-STATUS NOT = "10"
            DISPLAY "CIRCPROF: BILLING-FILE I-O FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9150-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "10"
            DISPLAY "CIRCPROF: HISTORY-FILE I-O FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9160-CHECK-REJECT-STATUS.

        IF WS-REJ-STATUS NOT = "00" AND WS-REJ-STATUS NOT = "10"
            DISPLAY "CIRCPROF: REJECT-FILE I-O FAILED, STATUS="
                WS-REJ-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCPROF.
