               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCQSTS.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT REGISTER-FILE ASSIGN TO "CIRCQUOT.REG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REG-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCQSTS.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  REGISTER-FILE.
               COPY QTEREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(160).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-REG-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
      *> Lines are judged open or expired as of today, or as of
      *> CIRCUM-QSTS-DATE when operations ask for another date.
      *> CIRCUM-QSTS-SELECT of O, E or C lists only the open,
      *> expired or converted lines; the totals always cover all.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-REPORT-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-REPORT-DATE-X PIC X(8) VALUE SPACES.
                   05 WS-SELECT-FLAG PIC X VALUE SPACE.
                   05 WS-REPORT-DAY PIC 9(7) VALUE ZEROES.
                   05 WS-DAYS-LEFT PIC S9(7) VALUE ZEROES.
      *> An open line this close to expiry is flagged for sales.
                   05 WS-WARNING-DAYS PIC 9(3) VALUE 7.
               01 WS-SWITCHES.
                   05 WS-REG-EOF-SWITCH PIC X VALUE "N".
               01 WS-LINE-WORK.
                   05 WS-LINE-STATUS PIC X VALUE SPACE.
                   05 WS-SHOW-STATUS PIC X(9) VALUE SPACES.
                   05 WS-EXPIRY-FLAG PIC X(24) VALUE SPACES.
               01 WS-QUOTE-TOTALS.
                   05 WS-CUR-QUOTE PIC 9(6) VALUE ZEROES.
                   05 WS-CUR-CUSTOMER PIC X(12) VALUE SPACES.
                   05 WS-QTE-LINES PIC 9(4) VALUE ZEROES.
                   05 WS-QTE-OPEN PIC 9(4) VALUE ZEROES.
                   05 WS-QTE-EXPIRED PIC 9(4) VALUE ZEROES.
                   05 WS-QTE-CONVERTED PIC 9(4) VALUE ZEROES.
                   05 WS-QTE-VALUE PIC 9(11)V99 VALUE ZEROES.
                   05 WS-QTE-STATUS PIC X(14) VALUE SPACES.
               01 WS-STATUS-TOTALS.
                   05 WS-TOT-QUOTES PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-OPEN-LINES PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-OPEN-VALUE PIC 9(11)V99 VALUE ZEROES.
                   05 WS-TOT-EXPIRED-LINES PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-EXPIRED-VALUE PIC 9(11)V99 VALUE ZEROES.
                   05 WS-TOT-CONVERTED-LINES PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-CONVERTED-VALUE PIC 9(11)V99
                       VALUE ZEROES.
                   05 WS-TOT-EXPIRING-LINES PIC 9(8) VALUE ZEROES.
                   05 WS-TOT-UNREADABLE PIC 9(8) VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-COST PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-TOTAL-COST PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-DAYS PIC ZZ9.

               PROCEDURE DIVISION.
               0000-REPORT-QUOTE-STATUS.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-REPORT-DATE
        ACCEPT WS-REPORT-DATE-X FROM ENVIRONMENT "CIRCUM-QSTS-DATE"
        IF WS-REPORT-DATE-X IS NUMERIC
            MOVE WS-REPORT-DATE-X TO WS-REPORT-DATE
        END-IF
        ACCEPT WS-SELECT-FLAG FROM ENVIRONMENT "CIRCUM-QSTS-SELECT"
        COMPUTE WS-REPORT-DAY =
            FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCQSTS: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "QUOTE STATUS REPORT  RUN DATE " WS-RUN-DATE-YYYYMMDD
            "  STATUS AS OF " WS-REPORT-DATE
            "  SELECT " WS-SELECT-FLAG
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        OPEN INPUT REGISTER-FILE
        IF WS-REG-STATUS = "35"
            MOVE "Y" TO WS-REG-EOF-SWITCH
            MOVE "NO QUOTE REGISTER ON FILE" TO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        ELSE
            PERFORM 9120-CHECK-REGISTER-STATUS
        END-IF
        PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
            READ REGISTER-FILE
                AT END
                    MOVE "Y" TO WS-REG-EOF-SWITCH
                NOT AT END
                    PERFORM 0020-REPORT-REGISTER-LINE
            END-READ
            PERFORM 9120-CHECK-REGISTER-STATUS
        END-PERFORM
        IF WS-REG-STATUS NOT = "35"
            CLOSE REGISTER-FILE
        END-IF
        IF WS-TOT-QUOTES > 0
            PERFORM 0050-WRITE-QUOTE-TOTAL
        END-IF

        PERFORM 9000-WRITE-STATUS-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-TOT-UNREADABLE > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> The register is in quote number order, so a change of
      *> number closes off the previous quote.
               0020-REPORT-REGISTER-LINE.

        IF QTR-QUOTE-NUMBER IS NOT NUMERIC
                OR QTR-EXPIRY-DATE IS NOT NUMERIC
                OR QTR-EXTENDED-COST IS NOT NUMERIC
            ADD 1 TO WS-TOT-UNREADABLE
            MOVE SPACES TO REPORT-RECORD
            STRING "** UNREADABLE REGISTER ROW: "
                QUOTE-REGISTER-RECORD (1:60)
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        ELSE
            IF WS-TOT-QUOTES = 0
                    OR QTR-QUOTE-NUMBER NOT = WS-CUR-QUOTE
                IF WS-TOT-QUOTES > 0
                    PERFORM 0050-WRITE-QUOTE-TOTAL
                END-IF
                ADD 1 TO WS-TOT-QUOTES
                MOVE QTR-QUOTE-NUMBER TO WS-CUR-QUOTE
                MOVE QTR-CUSTOMER-REF TO WS-CUR-CUSTOMER
                MOVE ZEROES TO WS-QTE-LINES WS-QTE-OPEN
                    WS-QTE-EXPIRED WS-QTE-CONVERTED WS-QTE-VALUE
            END-IF
            PERFORM 0030-CLASSIFY-LINE
            IF WS-SELECT-FLAG = SPACE
                    OR WS-SELECT-FLAG = WS-LINE-STATUS
                PERFORM 0040-WRITE-LINE-DETAIL
            END-IF
        END-IF.

      *> Converted is final; an open line is expired once its
      *> expiry date is behind the report date.
               0030-CLASSIFY-LINE.

        ADD 1 TO WS-QTE-LINES
        ADD QTR-EXTENDED-COST TO WS-QTE-VALUE
        MOVE SPACES TO WS-EXPIRY-FLAG
        EVALUATE TRUE
            WHEN QTR-STATUS = "C"
                MOVE "C" TO WS-LINE-STATUS
                MOVE "CONVERTED" TO WS-SHOW-STATUS
                ADD 1 TO WS-QTE-CONVERTED WS-TOT-CONVERTED-LINES
                ADD QTR-EXTENDED-COST TO WS-TOT-CONVERTED-VALUE
            WHEN QTR-EXPIRY-DATE < WS-REPORT-DATE
                MOVE "E" TO WS-LINE-STATUS
                MOVE "EXPIRED" TO WS-SHOW-STATUS
                ADD 1 TO WS-QTE-EXPIRED WS-TOT-EXPIRED-LINES
                ADD QTR-EXTENDED-COST TO WS-TOT-EXPIRED-VALUE
            WHEN OTHER
                MOVE "O" TO WS-LINE-STATUS
                MOVE "OPEN" TO WS-SHOW-STATUS
                ADD 1 TO WS-QTE-OPEN WS-TOT-OPEN-LINES
                ADD QTR-EXTENDED-COST TO WS-TOT-OPEN-VALUE
                COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE (QTR-EXPIRY-DATE)
                    - WS-REPORT-DAY
                IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                    ADD 1 TO WS-TOT-EXPIRING-LINES
                    MOVE WS-DAYS-LEFT TO WS-DISPLAY-DAYS
                    STRING "** EXPIRES IN " WS-DISPLAY-DAYS " DAYS"
                        DELIMITED BY SIZE INTO WS-EXPIRY-FLAG
                END-IF
        END-EVALUATE.

               0040-WRITE-LINE-DETAIL.

        MOVE QTR-EXTENDED-COST TO WS-DISPLAY-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "QUOTE=" QTR-QUOTE-NUMBER
            " LINE=" QTR-LINE-NUMBER
            " CUSTOMER=" QTR-CUSTOMER-REF
            " QUOTED=" QTR-QUOTE-DATE
            " EXPIRES=" QTR-EXPIRY-DATE
            " SHAPE=" QTR-SHAPE-CODE
            " QTY=" QTR-QUANTITY
            " PRICE=" WS-DISPLAY-COST
            " " WS-SHOW-STATUS
            DELIMITED BY SIZE INTO REPORT-RECORD
        IF WS-LINE-STATUS = "C"
            STRING "BRANCH=" QTR-BRANCH-CODE
                " ORDER=" QTR-ORDER-KEY
                " ON " QTR-CONVERTED-DATE
                DELIMITED BY SIZE INTO REPORT-RECORD (125:36)
        ELSE
            MOVE WS-EXPIRY-FLAG TO REPORT-RECORD (125:36)
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> A quote is shown by the state of its lines: all one state,
      *> or part converted when some lines went to production and
      *> the rest did not.
               0050-WRITE-QUOTE-TOTAL.

        EVALUATE TRUE
            WHEN WS-QTE-CONVERTED = WS-QTE-LINES
                MOVE "CONVERTED" TO WS-QTE-STATUS
            WHEN WS-QTE-CONVERTED > 0
                MOVE "PART CONVERTED" TO WS-QTE-STATUS
            WHEN WS-QTE-EXPIRED = WS-QTE-LINES
                MOVE "EXPIRED" TO WS-QTE-STATUS
            WHEN OTHER
                MOVE "OPEN" TO WS-QTE-STATUS
        END-EVALUATE
        IF WS-SELECT-FLAG = SPACE
            MOVE WS-QTE-VALUE TO WS-DISPLAY-TOTAL-COST
            MOVE SPACES TO REPORT-RECORD
            STRING "  QUOTE " WS-CUR-QUOTE " TOTAL:"
                " CUSTOMER=" WS-CUR-CUSTOMER
                " LINES=" WS-QTE-LINES
                " OPEN=" WS-QTE-OPEN
                " EXPIRED=" WS-QTE-EXPIRED
                " CONVERTED=" WS-QTE-CONVERTED
                " VALUE=" WS-DISPLAY-TOTAL-COST
                " " WS-QTE-STATUS
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.

               9000-WRITE-STATUS-TOTALS.

        MOVE SPACES TO REPORT-RECORD
        STRING "STATUS TOTALS: QUOTES=" WS-TOT-QUOTES
            " UNREADABLE ROWS=" WS-TOT-UNREADABLE
            " OPEN LINES EXPIRING WITHIN " WS-WARNING-DAYS
            " DAYS=" WS-TOT-EXPIRING-LINES
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-OPEN-VALUE TO WS-DISPLAY-TOTAL-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "               OPEN      LINES=" WS-TOT-OPEN-LINES
            " VALUE=" WS-DISPLAY-TOTAL-COST
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-EXPIRED-VALUE TO WS-DISPLAY-TOTAL-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "               EXPIRED   LINES=" WS-TOT-EXPIRED-LINES
            " VALUE=" WS-DISPLAY-TOTAL-COST
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE WS-TOT-CONVERTED-VALUE TO WS-DISPLAY-TOTAL-COST
        MOVE SPACES TO REPORT-RECORD
        STRING "               CONVERTED LINES="
            WS-TOT-CONVERTED-LINES
            " VALUE=" WS-DISPLAY-TOTAL-COST
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00" AND WS-RPT-STATUS NOT = "10"
            DISPLAY "CIRCQSTS: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-REGISTER-STATUS.

        IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
            DISPLAY "CIRCQSTS: REGISTER-FILE I-O FAILED, STATUS="
                WS-REG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCQSTS.
