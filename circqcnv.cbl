               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCQCNV.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ACCEPTANCE-FILE ASSIGN TO "CIRCQUOT.ACC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ACC-STATUS.
                   SELECT REGISTER-FILE ASSIGN TO "CIRCQUOT.REG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REG-STATUS.
                   SELECT WORK-FILE ASSIGN TO "CIRCQCNV.WRK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-WRK-STATUS.
                   SELECT ORDER-WORK-FILE ASSIGN TO "CIRCQCNV.OWK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OWK-STATUS.
                   SELECT ORDER-FILE ASSIGN TO "CIRCQUOT.ORD"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ORD-STATUS.
                   SELECT DIRECTORY-FILE ASSIGN TO "BRANCH.DIR"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DIR-STATUS.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "CIRCUM.CTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CTL-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCQCNV.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> Customer acceptances keyed by sales: the quote, the line
      *> accepted (zero for every line of the quote), the branch
      *> that is to make the pieces and the date the customer
      *> accepted (zero for the run date).  The file is emptied once
      *> the run has taken it; what it refused is on the report.
               FD  ACCEPTANCE-FILE.
               01 ACCEPTANCE-RECORD.
                   05 ACC-QUOTE-NUMBER PIC 9(6).
                   05 ACC-LINE-NUMBER PIC 9(3).
                   05 ACC-BRANCH-CODE PIC XX.
                   05 ACC-ACCEPTED-DATE PIC 9(8).
               FD  REGISTER-FILE.
               COPY QTEREC.
      *> The register as updated by this run, copied back over the
      *> register once every line has been through.
               FD  WORK-FILE.
               01 WORK-RECORD PIC X(132).
      *> Production records staged here while the register is
      *> passed.  They are queued for the merge before the updated
      *> register is copied back, so a run that stops in between
      *> leaves its lines open on the register with their orders
      *> already queued; the rerun finds them queued (see 0025) and
      *> converts the lines without queueing them twice.
               FD  ORDER-WORK-FILE.
               COPY RADREC.
               FD  ORDER-FILE.
               01 ORDER-RECORD PIC X(79).
               FD  DIRECTORY-FILE.
               COPY BRDREC.
               FD  RUN-CONTROL-FILE.
               COPY RUNCTL.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-ACC-STATUS PIC XX VALUE ZEROES.
                   05 WS-REG-STATUS PIC XX VALUE ZEROES.
                   05 WS-WRK-STATUS PIC XX VALUE ZEROES.
                   05 WS-OWK-STATUS PIC XX VALUE ZEROES.
                   05 WS-ORD-STATUS PIC XX VALUE ZEROES.
                   05 WS-DIR-STATUS PIC XX VALUE ZEROES.
                   05 WS-CTL-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-ACC-EOF-SWITCH PIC X VALUE "N".
                   05 WS-REG-EOF-SWITCH PIC X VALUE "N".
                   05 WS-WRK-EOF-SWITCH PIC X VALUE "N".
                   05 WS-OWK-EOF-SWITCH PIC X VALUE "N".
                   05 WS-ORD-EOF-SWITCH PIC X VALUE "N".
                   05 WS-DIR-EOF-SWITCH PIC X VALUE "N".
                   05 WS-REGISTER-MISSING-SWITCH PIC X VALUE "N".
      *> The register is in inches; production records must be in
      *> the unit the calculation run reads, so a centimetre run
      *> gets the dimensions converted back, as CIRCREST does.
               01 WS-UOM-GROUP.
                   05 WS-UOM-FLAG PIC X VALUE "I".
                   05 WS-CM-PER-INCH PIC 9V99 VALUE 2.54.
               01 WS-CONVERT-WORK.
                   05 WS-CONV-RADIUS PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-HEIGHT PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-INNER-RADIUS PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-LENGTH PIC 9(5)V99 VALUE ZEROES.
                   05 WS-CONV-WIDTH PIC 9(5)V99 VALUE ZEROES.
               01 WS-BRANCH-DIRECTORY.
                   05 WS-DIR-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-FOUND PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-ENTRY OCCURS 10 TIMES.
                       10 WS-DIR-CODE PIC XX VALUE SPACES.
                       10 WS-DIR-ACTIVE-FLAG PIC X VALUE "N".
      *> Acceptances are held for the pass over the register.  An
      *> acceptance refused on loading takes no part in the match.
               01 WS-ACCEPTANCE-TABLE.
                   05 WS-ACC-COUNT PIC 9(4) VALUE ZEROES.
                   05 WS-ACC-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-ACC-FOUND PIC 9(4) VALUE ZEROES.
                   05 WS-ACC-ENTRY OCCURS 500 TIMES.
                       10 WS-ACT-QUOTE-NUMBER PIC 9(6).
                       10 WS-ACT-LINE-NUMBER PIC 9(3).
                       10 WS-ACT-BRANCH-CODE PIC XX.
                       10 WS-ACT-ACCEPTED-DATE PIC 9(8).
                       10 WS-ACT-LINES-MATCHED PIC 9(4).
      *> Orders already waiting for the merge, by quote line, left
      *> by a run that queued them but stopped before the register
      *> was copied back.
               01 WS-QUEUED-TABLE.
                   05 WS-QUE-COUNT PIC 9(4) VALUE ZEROES.
                   05 WS-QUE-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-QUE-FOUND PIC 9(4) VALUE ZEROES.
                   05 WS-QUE-ENTRY OCCURS 500 TIMES.
                       10 WS-QUE-QUOTE-NUMBER PIC 9(6).
                       10 WS-QUE-LINE-NUMBER PIC 9(3).
                       10 WS-QUE-BRANCH-CODE PIC XX.
                       10 WS-QUE-ORDER-KEY PIC 9(6).
               01 WS-CHECK-BRANCH-CODE PIC XX VALUE SPACES.
               01 WS-ORDER-CONTROL.
      *> Converted lines go to production under source keys from
      *> 900001 up.  That range is kept clear of branch pieces:
      *> CIRCENTR refuses a piece key above 900000 and CIRCMERGE
      *> stops on a branch extract holding one, so a quote order
      *> cannot be taken for a branch's own piece by the
      *> duplicate-piece check.
                   05 WS-LAST-ORDER-KEY PIC 9(6) VALUE 900000.
                   05 WS-REFUSAL-REASON PIC X(30) VALUE SPACES.
                   05 WS-CONVERT-SWITCH PIC X VALUE "N".
               01 WS-COUNTERS.
                   05 WS-ACCEPTANCES-READ PIC 9(8) VALUE ZEROES.
                   05 WS-ACCEPTANCES-REFUSED PIC 9(8) VALUE ZEROES.
                   05 WS-REGISTER-LINES PIC 9(8) VALUE ZEROES.
                   05 WS-LINES-CONVERTED PIC 9(8) VALUE ZEROES.
                   05 WS-LINES-REFUSED PIC 9(8) VALUE ZEROES.
                   05 WS-PIECES-CONVERTED PIC 9(10) VALUE ZEROES.
                   05 WS-VALUE-CONVERTED PIC 9(11)V99 VALUE ZEROES.
                   05 WS-ORDERS-QUEUED PIC 9(8) VALUE ZEROES.
                   05 WS-ORDERS-FOUND-QUEUED PIC 9(8) VALUE ZEROES.
                   05 WS-LINES-COPIED PIC 9(8) VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-COST PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-TOTAL-COST PIC ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-CONVERT-QUOTES.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCQCNV: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "QUOTE CONVERSION REPORT  RUN DATE "
            WS-RUN-DATE-YYYYMMDD
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        PERFORM 0005-READ-RUN-CONTROL
        PERFORM 0008-LOAD-BRANCH-DIRECTORY
        PERFORM 0010-LOAD-ACCEPTANCES
        PERFORM 0020-FIND-LAST-ORDER-KEY
        PERFORM 0025-LOAD-QUEUED-ORDERS

        IF WS-ACC-COUNT > 0 AND WS-REGISTER-MISSING-SWITCH = "N"
            PERFORM 0030-PASS-REGISTER
        END-IF
        PERFORM 0060-REPORT-UNMATCHED
            VARYING WS-ACC-SUB FROM 1 BY 1
            UNTIL WS-ACC-SUB > WS-ACC-COUNT

        IF WS-LINES-CONVERTED > 0
            PERFORM 0075-QUEUE-ORDERS
            PERFORM 0070-COPY-BACK-REGISTER
        END-IF
        IF WS-ACCEPTANCES-READ > 0
            PERFORM 0080-CLEAR-ACCEPTANCES
        END-IF

        PERFORM 9000-WRITE-CONVERSION-TOTALS
        CLOSE REPORT-FILE

        IF WS-ACCEPTANCES-REFUSED > 0 OR WS-LINES-REFUSED > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> The unit-of-measure flag is required: the orders must be
      *> keyed in the unit the calculation run will read them in.
               0005-READ-RUN-CONTROL.

        OPEN INPUT RUN-CONTROL-FILE
        IF WS-CTL-STATUS NOT = "00"
            DISPLAY "CIRCQCNV: RUN-CONTROL-FILE OPEN FAILED, "
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
        CLOSE RUN-CONTROL-FILE.

      *> A quote can only be made by a branch registered active;
      *> the directory is required, as it is for the merge.
               0008-LOAD-BRANCH-DIRECTORY.

        OPEN INPUT DIRECTORY-FILE
        IF WS-DIR-STATUS NOT = "00"
            DISPLAY "CIRCQCNV: DIRECTORY-FILE OPEN FAILED, "
                "STATUS=" WS-DIR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-DIR-EOF-SWITCH = "Y"
            READ DIRECTORY-FILE
                AT END
                    MOVE "Y" TO WS-DIR-EOF-SWITCH
                NOT AT END
                    IF WS-DIR-COUNT >= 10
                        DISPLAY "CIRCQCNV: DIRECTORY-FILE "
                            "EXCEEDS 10 BRANCHES"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-DIR-COUNT
                    MOVE BRD-BRANCH-CODE
                        TO WS-DIR-CODE (WS-DIR-COUNT)
                    MOVE BRD-ACTIVE-FLAG
                        TO WS-DIR-ACTIVE-FLAG (WS-DIR-COUNT)
            END-READ
        END-PERFORM
        CLOSE DIRECTORY-FILE.

      *> An acceptance that cannot be acted on whatever the
      *> register says is refused here and listed; the rest are
      *> held for the match.
               0010-LOAD-ACCEPTANCES.

        OPEN INPUT ACCEPTANCE-FILE
        IF WS-ACC-STATUS = "35"
            MOVE "Y" TO WS-ACC-EOF-SWITCH
        ELSE
            PERFORM 9140-CHECK-ACCEPTANCE-STATUS
        END-IF
        PERFORM UNTIL WS-ACC-EOF-SWITCH = "Y"
            READ ACCEPTANCE-FILE
                AT END
                    MOVE "Y" TO WS-ACC-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-ACCEPTANCES-READ
                    PERFORM 0015-CHECK-ACCEPTANCE
            END-READ
            PERFORM 9140-CHECK-ACCEPTANCE-STATUS
        END-PERFORM
        IF WS-ACC-STATUS NOT = "35"
            CLOSE ACCEPTANCE-FILE
        END-IF.

               0015-CHECK-ACCEPTANCE.

        MOVE SPACES TO WS-REFUSAL-REASON
        IF ACC-ACCEPTED-DATE IS NUMERIC AND ACC-ACCEPTED-DATE = 0
            MOVE WS-RUN-DATE-YYYYMMDD TO ACC-ACCEPTED-DATE
        END-IF
        MOVE ACC-BRANCH-CODE TO WS-CHECK-BRANCH-CODE
        MOVE 0 TO WS-DIR-FOUND
        PERFORM 0018-FIND-DIRECTORY-ENTRY
            VARYING WS-DIR-SUB FROM 1 BY 1
            UNTIL WS-DIR-SUB > WS-DIR-COUNT
        EVALUATE TRUE
            WHEN ACC-QUOTE-NUMBER IS NOT NUMERIC
                    OR ACC-LINE-NUMBER IS NOT NUMERIC
                    OR ACC-QUOTE-NUMBER = 0
                MOVE "QUOTE OR LINE NOT NUMERIC" TO WS-REFUSAL-REASON
            WHEN ACC-ACCEPTED-DATE IS NOT NUMERIC
                    OR ACC-ACCEPTED-DATE > WS-RUN-DATE-YYYYMMDD
                MOVE "ACCEPTED DATE INVALID" TO WS-REFUSAL-REASON
            WHEN WS-DIR-FOUND = 0
                    OR WS-DIR-ACTIVE-FLAG (WS-DIR-FOUND) NOT = "Y"
                MOVE "BRANCH NOT REGISTERED ACTIVE"
                    TO WS-REFUSAL-REASON
            WHEN WS-ACC-COUNT >= 500
                MOVE "OVER 500 ACCEPTANCES IN RUN"
                    TO WS-REFUSAL-REASON
            WHEN OTHER
                ADD 1 TO WS-ACC-COUNT
                MOVE ACC-QUOTE-NUMBER
                    TO WS-ACT-QUOTE-NUMBER (WS-ACC-COUNT)
                MOVE ACC-LINE-NUMBER
                    TO WS-ACT-LINE-NUMBER (WS-ACC-COUNT)
                MOVE ACC-BRANCH-CODE
                    TO WS-ACT-BRANCH-CODE (WS-ACC-COUNT)
                MOVE ACC-ACCEPTED-DATE
                    TO WS-ACT-ACCEPTED-DATE (WS-ACC-COUNT)
                MOVE ZEROES TO WS-ACT-LINES-MATCHED (WS-ACC-COUNT)
        END-EVALUATE
        IF WS-REFUSAL-REASON NOT = SPACES
            ADD 1 TO WS-ACCEPTANCES-REFUSED
            MOVE SPACES TO REPORT-RECORD
            STRING "REFUSED ACCEPTANCE " ACCEPTANCE-RECORD
                " - " WS-REFUSAL-REASON
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.

               0018-FIND-DIRECTORY-ENTRY.

        IF WS-DIR-CODE (WS-DIR-SUB) = WS-CHECK-BRANCH-CODE
            MOVE WS-DIR-SUB TO WS-DIR-FOUND
        END-IF.

      *> First pass: the highest order key already handed out, so
      *> this run's orders continue the series.
               0020-FIND-LAST-ORDER-KEY.

        OPEN INPUT REGISTER-FILE
        IF WS-REG-STATUS = "35"
            MOVE "Y" TO WS-REGISTER-MISSING-SWITCH
        ELSE
            PERFORM 9120-CHECK-REGISTER-STATUS
            MOVE "N" TO WS-REG-EOF-SWITCH
            PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                READ REGISTER-FILE
                    AT END
                        MOVE "Y" TO WS-REG-EOF-SWITCH
                    NOT AT END
                        IF QTR-ORDER-KEY IS NUMERIC
                                AND QTR-ORDER-KEY
                                    > WS-LAST-ORDER-KEY
                            MOVE QTR-ORDER-KEY
                                TO WS-LAST-ORDER-KEY
                        END-IF
                END-READ
                PERFORM 9120-CHECK-REGISTER-STATUS
            END-PERFORM
            CLOSE REGISTER-FILE
        END-IF.

      *> An order still on the queue keeps its key: it must not be
      *> issued again to a new conversion, even though the register
      *> may not yet show it.
               0025-LOAD-QUEUED-ORDERS.

        OPEN INPUT ORDER-FILE
        IF WS-ORD-STATUS NOT = "35"
            PERFORM 9160-CHECK-ORDER-STATUS
            MOVE "N" TO WS-ORD-EOF-SWITCH
            PERFORM UNTIL WS-ORD-EOF-SWITCH = "Y"
                READ ORDER-FILE
                    AT END
                        MOVE "Y" TO WS-ORD-EOF-SWITCH
                    NOT AT END
                        MOVE ORDER-RECORD TO RADIUS-RECORD
                        PERFORM 0028-HOLD-QUEUED-ORDER
                END-READ
                PERFORM 9160-CHECK-ORDER-STATUS
            END-PERFORM
            CLOSE ORDER-FILE
        END-IF.

               0028-HOLD-QUEUED-ORDER.

        IF IN-SOURCE-KEY IS NUMERIC
                AND IN-SOURCE-KEY > WS-LAST-ORDER-KEY
            MOVE IN-SOURCE-KEY TO WS-LAST-ORDER-KEY
        END-IF
        IF IN-QUOTE-NUMBER IS NUMERIC AND IN-QUOTE-NUMBER > 0
            IF WS-QUE-COUNT = 500
                DISPLAY "CIRCQCNV: MORE THAN 500 ORDERS AWAITING "
                    "THE MERGE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QUE-COUNT
            MOVE IN-QUOTE-NUMBER TO WS-QUE-QUOTE-NUMBER (WS-QUE-COUNT)
            MOVE IN-QUOTE-LINE TO WS-QUE-LINE-NUMBER (WS-QUE-COUNT)
            MOVE IN-BRANCH-CODE TO WS-QUE-BRANCH-CODE (WS-QUE-COUNT)
            MOVE IN-SOURCE-KEY TO WS-QUE-ORDER-KEY (WS-QUE-COUNT)
        END-IF.

      *> Second pass: every register line is copied to the work
      *> file, converted on the way if an acceptance covers it.
               0030-PASS-REGISTER.

        OPEN INPUT REGISTER-FILE
        PERFORM 9120-CHECK-REGISTER-STATUS
        OPEN OUTPUT WORK-FILE
        PERFORM 9130-CHECK-WORK-STATUS
        OPEN OUTPUT ORDER-WORK-FILE
        PERFORM 9150-CHECK-ORDER-WORK-STATUS
        MOVE "N" TO WS-REG-EOF-SWITCH
        PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
            READ REGISTER-FILE
                AT END
                    MOVE "Y" TO WS-REG-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-REGISTER-LINES
                    PERFORM 0035-MATCH-REGISTER-LINE
                    MOVE QUOTE-REGISTER-RECORD TO WORK-RECORD
                    WRITE WORK-RECORD
                    PERFORM 9130-CHECK-WORK-STATUS
            END-READ
            PERFORM 9120-CHECK-REGISTER-STATUS
        END-PERFORM
        CLOSE REGISTER-FILE
        CLOSE WORK-FILE
        PERFORM 9130-CHECK-WORK-STATUS
        CLOSE ORDER-WORK-FILE
        PERFORM 9150-CHECK-ORDER-WORK-STATUS.

               0035-MATCH-REGISTER-LINE.

        MOVE 0 TO WS-ACC-FOUND
        PERFORM 0038-FIND-ACCEPTANCE
            VARYING WS-ACC-SUB FROM 1 BY 1
            UNTIL WS-ACC-SUB > WS-ACC-COUNT
                OR WS-ACC-FOUND > 0
        IF WS-ACC-FOUND > 0
            ADD 1 TO WS-ACT-LINES-MATCHED (WS-ACC-FOUND)
            PERFORM 0040-CONVERT-QUOTE-LINE
        END-IF.

               0038-FIND-ACCEPTANCE.

        IF WS-ACT-QUOTE-NUMBER (WS-ACC-SUB) = QTR-QUOTE-NUMBER
                AND (WS-ACT-LINE-NUMBER (WS-ACC-SUB) = 0
                    OR WS-ACT-LINE-NUMBER (WS-ACC-SUB)
                        = QTR-LINE-NUMBER)
            MOVE WS-ACC-SUB TO WS-ACC-FOUND
        END-IF.

      *> Only an open line accepted on or before its expiry date is
      *> converted.  The production record carries the quote line
      *> and quoted rates, which the calculation run bills in place
      *> of the rate card, and the quote's pricing date.
               0040-CONVERT-QUOTE-LINE.

        MOVE SPACES TO WS-REFUSAL-REASON
        MOVE 0 TO WS-QUE-FOUND
        PERFORM 0042-FIND-QUEUED-ORDER
            VARYING WS-QUE-SUB FROM 1 BY 1
            UNTIL WS-QUE-SUB > WS-QUE-COUNT
                OR WS-QUE-FOUND > 0
        EVALUATE TRUE
            WHEN QTR-STATUS = "C"
                MOVE "ALREADY CONVERTED" TO WS-REFUSAL-REASON
            WHEN QTR-STATUS NOT = "O"
                MOVE "LINE STATUS NOT OPEN" TO WS-REFUSAL-REASON
            WHEN WS-QUE-FOUND > 0
                CONTINUE
            WHEN WS-ACT-ACCEPTED-DATE (WS-ACC-FOUND)
                    > QTR-EXPIRY-DATE
                MOVE "QUOTE EXPIRED" TO WS-REFUSAL-REASON
            WHEN WS-ACT-ACCEPTED-DATE (WS-ACC-FOUND)
                    < QTR-QUOTE-DATE
                MOVE "ACCEPTED BEFORE QUOTED" TO WS-REFUSAL-REASON
            WHEN WS-LAST-ORDER-KEY = 999999
                MOVE "ORDER KEYS EXHAUSTED" TO WS-REFUSAL-REASON
            WHEN OTHER
                PERFORM 0045-CONVERT-ORDER-UNITS
        END-EVALUATE
        IF WS-REFUSAL-REASON NOT = SPACES
            ADD 1 TO WS-LINES-REFUSED
            MOVE SPACES TO REPORT-RECORD
            STRING "REFUSED QUOTE=" QTR-QUOTE-NUMBER
                " LINE=" QTR-LINE-NUMBER
                " CUSTOMER=" QTR-CUSTOMER-REF
                " EXPIRES=" QTR-EXPIRY-DATE
                " ACCEPTED=" WS-ACT-ACCEPTED-DATE (WS-ACC-FOUND)
                " - " WS-REFUSAL-REASON
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        ELSE
            IF WS-QUE-FOUND > 0
                PERFORM 0055-MARK-QUEUED-LINE
            ELSE
                PERFORM 0050-WRITE-ORDER
            END-IF
        END-IF.

               0042-FIND-QUEUED-ORDER.

        IF WS-QUE-QUOTE-NUMBER (WS-QUE-SUB) = QTR-QUOTE-NUMBER
                AND WS-QUE-LINE-NUMBER (WS-QUE-SUB) = QTR-LINE-NUMBER
            MOVE WS-QUE-SUB TO WS-QUE-FOUND
        END-IF.

      *> A dimension too large for its input field once in
      *> centimetres cannot be sent to production.
               0045-CONVERT-ORDER-UNITS.

        MOVE QTR-RADIUS TO WS-CONV-RADIUS
        MOVE QTR-HEIGHT TO WS-CONV-HEIGHT
        MOVE QTR-INNER-RADIUS TO WS-CONV-INNER-RADIUS
        MOVE QTR-LENGTH TO WS-CONV-LENGTH
        MOVE QTR-WIDTH TO WS-CONV-WIDTH
        IF WS-UOM-FLAG = "C"
            COMPUTE WS-CONV-RADIUS ROUNDED =
                QTR-RADIUS * WS-CM-PER-INCH
            COMPUTE WS-CONV-HEIGHT ROUNDED =
                QTR-HEIGHT * WS-CM-PER-INCH
            COMPUTE WS-CONV-INNER-RADIUS ROUNDED =
                QTR-INNER-RADIUS * WS-CM-PER-INCH
            COMPUTE WS-CONV-LENGTH ROUNDED =
                QTR-LENGTH * WS-CM-PER-INCH
            COMPUTE WS-CONV-WIDTH ROUNDED =
                QTR-WIDTH * WS-CM-PER-INCH
            IF WS-CONV-HEIGHT > 999.99
                    OR WS-CONV-INNER-RADIUS > 999.99
                    OR WS-CONV-LENGTH > 999.99
                    OR WS-CONV-WIDTH > 999.99
                MOVE "TOO LARGE IN CENTIMETRES"
                    TO WS-REFUSAL-REASON
            END-IF
        END-IF.

               0050-WRITE-ORDER.

        ADD 1 TO WS-LAST-ORDER-KEY
        MOVE SPACES TO RADIUS-RECORD
        MOVE ZEROES TO IN-RECORD-KEY
        MOVE QTR-SHAPE-CODE TO IN-SHAPE-CODE
        MOVE WS-CONV-RADIUS TO IN-RADIUS
        MOVE WS-CONV-HEIGHT TO IN-HEIGHT
        MOVE WS-CONV-INNER-RADIUS TO IN-INNER-RADIUS
        MOVE WS-CONV-LENGTH TO IN-LENGTH
        MOVE WS-CONV-WIDTH TO IN-WIDTH
        MOVE WS-ACT-BRANCH-CODE (WS-ACC-FOUND) TO IN-BRANCH-CODE
        MOVE WS-LAST-ORDER-KEY TO IN-SOURCE-KEY
        MOVE QTR-QUANTITY TO IN-QUANTITY
        MOVE QTR-PRICING-DATE TO IN-PRICING-DATE
        MOVE QTR-QUOTE-NUMBER TO IN-QUOTE-NUMBER
        MOVE QTR-LINE-NUMBER TO IN-QUOTE-LINE
        MOVE QTR-RATE-PER-SQ-IN TO IN-QUOTED-RATE-SQ
        MOVE QTR-RATE-PER-CU-IN TO IN-QUOTED-RATE-CU
        WRITE RADIUS-RECORD
        PERFORM 9150-CHECK-ORDER-WORK-STATUS

        MOVE "C" TO QTR-STATUS
        MOVE WS-ACT-BRANCH-CODE (WS-ACC-FOUND) TO QTR-BRANCH-CODE
        MOVE WS-ACT-ACCEPTED-DATE (WS-ACC-FOUND)
            TO QTR-ACCEPTED-DATE
        MOVE WS-RUN-DATE-YYYYMMDD TO QTR-CONVERTED-DATE
        MOVE WS-LAST-ORDER-KEY TO QTR-ORDER-KEY
        ADD 1 TO WS-LINES-CONVERTED
        ADD QTR-QUANTITY TO WS-PIECES-CONVERTED
        ADD QTR-EXTENDED-COST TO WS-VALUE-CONVERTED
        MOVE QTR-EXTENDED-COST TO WS-DISPLAY-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "CONVERTED QUOTE=" QTR-QUOTE-NUMBER
            " LINE=" QTR-LINE-NUMBER
            " CUSTOMER=" QTR-CUSTOMER-REF
            " BRANCH=" QTR-BRANCH-CODE
            " ORDER=" QTR-ORDER-KEY
            " SHAPE=" QTR-SHAPE-CODE
            " QTY=" QTR-QUANTITY
            " PRICE=" WS-DISPLAY-COST
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> An open line whose order is already on the queue is shown
      *> converted under the queued order's key and branch; no
      *> second order is staged for it.
               0055-MARK-QUEUED-LINE.

        MOVE "C" TO QTR-STATUS
        MOVE WS-QUE-BRANCH-CODE (WS-QUE-FOUND) TO QTR-BRANCH-CODE
        MOVE WS-ACT-ACCEPTED-DATE (WS-ACC-FOUND)
            TO QTR-ACCEPTED-DATE
        MOVE WS-RUN-DATE-YYYYMMDD TO QTR-CONVERTED-DATE
        MOVE WS-QUE-ORDER-KEY (WS-QUE-FOUND) TO QTR-ORDER-KEY
        ADD 1 TO WS-LINES-CONVERTED
        ADD 1 TO WS-ORDERS-FOUND-QUEUED
        ADD QTR-QUANTITY TO WS-PIECES-CONVERTED
        ADD QTR-EXTENDED-COST TO WS-VALUE-CONVERTED
        MOVE QTR-EXTENDED-COST TO WS-DISPLAY-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "CONVERTED QUOTE=" QTR-QUOTE-NUMBER
            " LINE=" QTR-LINE-NUMBER
            " CUSTOMER=" QTR-CUSTOMER-REF
            " BRANCH=" QTR-BRANCH-CODE
            " ORDER=" QTR-ORDER-KEY
            " PRICE=" WS-DISPLAY-COST
            " - ORDER ALREADY QUEUED"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               0060-REPORT-UNMATCHED.

        IF WS-ACT-LINES-MATCHED (WS-ACC-SUB) = 0
            ADD 1 TO WS-ACCEPTANCES-REFUSED
            MOVE SPACES TO REPORT-RECORD
            STRING "REFUSED ACCEPTANCE QUOTE="
                WS-ACT-QUOTE-NUMBER (WS-ACC-SUB)
                " LINE=" WS-ACT-LINE-NUMBER (WS-ACC-SUB)
                " - NOT ON QUOTE REGISTER"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.

      *> The updated register replaces the old one whole, once the
      *> orders are queued.  The copy must account for every line
      *> read, or the run stops; the rerun finds the orders queued.
               0070-COPY-BACK-REGISTER.

        OPEN INPUT WORK-FILE
        PERFORM 9130-CHECK-WORK-STATUS
        OPEN OUTPUT REGISTER-FILE
        PERFORM 9120-CHECK-REGISTER-STATUS
        MOVE "N" TO WS-WRK-EOF-SWITCH
        PERFORM UNTIL WS-WRK-EOF-SWITCH = "Y"
            READ WORK-FILE
                AT END
                    MOVE "Y" TO WS-WRK-EOF-SWITCH
                NOT AT END
                    MOVE WORK-RECORD TO QUOTE-REGISTER-RECORD
                    WRITE QUOTE-REGISTER-RECORD
                    PERFORM 9120-CHECK-REGISTER-STATUS
                    ADD 1 TO WS-LINES-COPIED
            END-READ
            PERFORM 9130-CHECK-WORK-STATUS
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE REGISTER-FILE
        PERFORM 9120-CHECK-REGISTER-STATUS
        IF WS-LINES-COPIED NOT = WS-REGISTER-LINES
            DISPLAY "CIRCQCNV: REGISTER COPY-BACK INCOMPLETE, "
                WS-LINES-COPIED " OF " WS-REGISTER-LINES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Orders are added to whatever the merge has not yet taken.
               0075-QUEUE-ORDERS.

        OPEN EXTEND ORDER-FILE
        IF WS-ORD-STATUS = "35"
            OPEN OUTPUT ORDER-FILE
        END-IF
        PERFORM 9160-CHECK-ORDER-STATUS
        OPEN INPUT ORDER-WORK-FILE
        PERFORM 9150-CHECK-ORDER-WORK-STATUS
        MOVE "N" TO WS-OWK-EOF-SWITCH
        PERFORM UNTIL WS-OWK-EOF-SWITCH = "Y"
            READ ORDER-WORK-FILE
                AT END
                    MOVE "Y" TO WS-OWK-EOF-SWITCH
                NOT AT END
                    MOVE RADIUS-RECORD TO ORDER-RECORD
                    WRITE ORDER-RECORD
                    PERFORM 9160-CHECK-ORDER-STATUS
                    ADD 1 TO WS-ORDERS-QUEUED
            END-READ
            PERFORM 9150-CHECK-ORDER-WORK-STATUS
        END-PERFORM
        CLOSE ORDER-WORK-FILE
        CLOSE ORDER-FILE
        PERFORM 9160-CHECK-ORDER-STATUS.

               0080-CLEAR-ACCEPTANCES.

        OPEN OUTPUT ACCEPTANCE-FILE
        PERFORM 9140-CHECK-ACCEPTANCE-STATUS
        CLOSE ACCEPTANCE-FILE.

               9000-WRITE-CONVERSION-TOTALS.

        MOVE WS-VALUE-CONVERTED TO WS-DISPLAY-TOTAL-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "CONVERSION TOTALS: ACCEPTANCES=" WS-ACCEPTANCES-READ
            " REFUSED=" WS-ACCEPTANCES-REFUSED
            " LINES CONVERTED=" WS-LINES-CONVERTED
            " LINES REFUSED=" WS-LINES-REFUSED
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "                   PIECES=" WS-PIECES-CONVERTED
            " VALUE=" WS-DISPLAY-TOTAL-COST
            " ORDERS QUEUED=" WS-ORDERS-QUEUED
            " FOUND QUEUED=" WS-ORDERS-FOUND-QUEUED
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00" AND WS-RPT-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-REGISTER-STATUS.

        IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: REGISTER-FILE I-O FAILED, STATUS="
                WS-REG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-WORK-STATUS.

        IF WS-WRK-STATUS NOT = "00" AND WS-WRK-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: WORK-FILE I-O FAILED, STATUS="
                WS-WRK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9140-CHECK-ACCEPTANCE-STATUS.

        IF WS-ACC-STATUS NOT = "00" AND WS-ACC-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: ACCEPTANCE-FILE I-O FAILED, STATUS="
                WS-ACC-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9150-CHECK-ORDER-WORK-STATUS.

        IF WS-OWK-STATUS NOT = "00" AND WS-OWK-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: ORDER-WORK-FILE I-O FAILED, STATUS="
                WS-OWK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9160-CHECK-ORDER-STATUS.

        IF WS-ORD-STATUS NOT = "00" AND WS-ORD-STATUS NOT = "10"
            DISPLAY "CIRCQCNV: ORDER-FILE I-O FAILED, STATUS="
                WS-ORD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCQCNV.
