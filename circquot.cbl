                   SELECT REPORT-FILE ASSIGN TO "CIRCQUOT.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
                   SELECT REGISTER-FILE ASSIGN TO "CIRCQUOT.REG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REG-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> The what-if file uses the same layout as the real input so
      *> sales can copy a production record straight into a quote.
      *> Nothing here posts anywhere: no feed, no history, no
      *> billing, no extract date, no key burned from CIRCUM.SEQ.
      *> A quote made for a customer is kept on the quote register,
      *> and reaches production only through CIRCQCNV.
               FD  QUOTE-FILE.
               COPY RADREC.
               FD  SHAPE-MASTER-FILE.
               COPY RUNCTL.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(160).
               FD  REGISTER-FILE.
               COPY QTEREC.
               WORKING-STORAGE SECTION.
               COPY WSPI.
               01 WS-FILE-STATUS.
                   05 WS-RATE-STATUS PIC XX VALUE ZEROES.
                   05 WS-CTL-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
                   05 WS-REG-STATUS PIC XX VALUE ZEROES.
      *> Quotes price as of today unless CIRCUM-QUOTE-DATE asks for
      *> another effective date, so sales can quote against a rate
      *> change already on the card but not yet in effect.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-PRICING-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-QUOTE-DATE-X PIC X(8) VALUE SPACES.
      *> A run given a customer reference in CIRCUM-QUOTE-CUSTOMER
      *> is a quote to that customer: it takes the next quote number
      *> and its priced lines go on the register, open until the
      *> expiry date (CIRCUM-QUOTE-DAYS days on, 30 by default).
      *> Without one the run is a price check and registers nothing.
               01 WS-QUOTE-CONTROL.
                   05 WS-CUSTOMER-REF PIC X(12) VALUE SPACES.
                   05 WS-VALID-DAYS-X PIC X(3) VALUE SPACES.
                   05 WS-VALID-DAYS PIC 9(3) VALUE 30.
                   05 WS-EXPIRY-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-QUOTE-NUMBER PIC 9(6) VALUE ZEROES.
                   05 WS-QUOTE-LINE PIC 9(3) VALUE ZEROES.
                   05 WS-REGISTER-SWITCH PIC X VALUE "N".
                   05 WS-REG-EOF-SWITCH PIC X VALUE "N".
               01 WS-UOM-GROUP.
                   05 WS-UOM-FLAG PIC X VALUE "I".
                   05 WS-CM-PER-INCH PIC 9V99 VALUE 2.54.
                   05 WS-UNQUOTABLE-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-QUOTED-PIECES PIC 9(10) VALUE ZEROES.
                   05 WS-TOTAL-QUOTED-COST PIC 9(11)V99 VALUE ZEROES.
                   05 WS-REGISTERED-COUNT PIC 9(8) VALUE ZEROES.

               PROCEDURE DIVISION.
               0000-QUOTE-RECORDS.
            MOVE WS-QUOTE-DATE-X TO WS-PRICING-DATE
        END-IF

        ACCEPT WS-CUSTOMER-REF
            FROM ENVIRONMENT "CIRCUM-QUOTE-CUSTOMER"
        IF WS-CUSTOMER-REF NOT = SPACES
            MOVE "Y" TO WS-REGISTER-SWITCH
        END-IF

        PERFORM 0005-READ-RUN-CONTROL
        PERFORM 0020-LOAD-SHAPE-MASTER
        PERFORM 0025-LOAD-COST-RATES
        IF WS-REGISTER-SWITCH = "Y"
            PERFORM 0010-OPEN-QUOTE-REGISTER
        END-IF

        OPEN INPUT QUOTE-FILE
        IF WS-QTE-STATUS NOT = "00"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        IF WS-REGISTER-SWITCH = "Y"
            STRING "QUOTE NUMBER " WS-QUOTE-NUMBER
                "  CUSTOMER " WS-CUSTOMER-REF
                "  VALID UNTIL " WS-EXPIRY-DATE
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            MOVE "PRICE CHECK ONLY - NOT REGISTERED"
                TO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        PERFORM UNTIL WS-EOF-SWITCH = "Y"
            READ QUOTE-FILE
        PERFORM 9145-CHECK-QUOTE-STATUS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS
        IF WS-REGISTER-SWITCH = "Y"
            CLOSE REGISTER-FILE
            PERFORM 9165-CHECK-REGISTER-STATUS
        END-IF

        IF WS-UNQUOTABLE-COUNT > 0
            MOVE 4 TO RETURN-CODE
            CLOSE RUN-CONTROL-FILE
        END-IF.

      *> The register is read through once for the highest quote
      *> number issued, then opened to append this quote's lines.
      *> A missing register is simply the first quote.
               0010-OPEN-QUOTE-REGISTER.

        OPEN INPUT REGISTER-FILE
        IF WS-REG-STATUS = "35"
            MOVE "Y" TO WS-REG-EOF-SWITCH
        ELSE
            PERFORM 9165-CHECK-REGISTER-STATUS
        END-IF
        PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
            READ REGISTER-FILE
                AT END
                    MOVE "Y" TO WS-REG-EOF-SWITCH
                NOT AT END
                    IF QTR-QUOTE-NUMBER IS NUMERIC
                            AND QTR-QUOTE-NUMBER > WS-QUOTE-NUMBER
                        MOVE QTR-QUOTE-NUMBER TO WS-QUOTE-NUMBER
                    END-IF
            END-READ
            PERFORM 9165-CHECK-REGISTER-STATUS
        END-PERFORM
        IF WS-REG-STATUS = "35"
            OPEN OUTPUT REGISTER-FILE
        ELSE
            CLOSE REGISTER-FILE
            OPEN EXTEND REGISTER-FILE
        END-IF
        PERFORM 9165-CHECK-REGISTER-STATUS
        IF WS-QUOTE-NUMBER = 999999
            DISPLAY "CIRCQUOT: QUOTE NUMBERS EXHAUSTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-QUOTE-NUMBER

        ACCEPT WS-VALID-DAYS-X FROM ENVIRONMENT "CIRCUM-QUOTE-DAYS"
        IF WS-VALID-DAYS-X IS NUMERIC
            MOVE WS-VALID-DAYS-X TO WS-VALID-DAYS
        END-IF
        IF WS-VALID-DAYS = 0
            MOVE 30 TO WS-VALID-DAYS
        END-IF
        COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
            + WS-VALID-DAYS).

               0020-LOAD-SHAPE-MASTER.

        OPEN INPUT SHAPE-MASTER-FILE
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF
        IF WS-REGISTER-SWITCH = "Y"
            IF WS-RATE-FOUND-SWITCH = "Y"
                PERFORM 0115-REGISTER-QUOTE-LINE
            ELSE
                MOVE SPACES TO REPORT-RECORD
                MOVE "        NOT REGISTERED - NO RATE TO QUOTE"
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
                PERFORM 9110-CHECK-REPORT-STATUS
            END-IF
        END-IF
        ADD 1 TO WS-QUOTED-COUNT
        ADD IN-QUANTITY TO WS-QUOTED-PIECES
        ADD WS-EXTENDED-COST TO WS-TOTAL-QUOTED-COST.

      *> The line goes on the register as validated, in inches,
      *> with the rates it was priced at, so the conversion run
      *> can hand production the exact piece and price quoted.
               0115-REGISTER-QUOTE-LINE.

        ADD 1 TO WS-QUOTE-LINE
        MOVE WS-QUOTE-NUMBER TO QTR-QUOTE-NUMBER
        MOVE WS-QUOTE-LINE TO QTR-LINE-NUMBER
        MOVE WS-CUSTOMER-REF TO QTR-CUSTOMER-REF
        MOVE WS-RUN-DATE-YYYYMMDD TO QTR-QUOTE-DATE
        MOVE WS-PRICING-DATE TO QTR-PRICING-DATE
        MOVE WS-EXPIRY-DATE TO QTR-EXPIRY-DATE
        MOVE IN-RECORD-KEY TO QTR-LINE-KEY
        MOVE WS-SHAPE-CODE TO QTR-SHAPE-CODE
        MOVE WS-RADIUS TO QTR-RADIUS
        MOVE WS-INNER-RADIUS TO QTR-INNER-RADIUS
        MOVE WS-LENGTH TO QTR-LENGTH
        MOVE WS-WIDTH TO QTR-WIDTH
        MOVE WS-HEIGHT TO QTR-HEIGHT
        MOVE IN-QUANTITY TO QTR-QUANTITY
        MOVE WS-RATE-SQ-APPLIED TO QTR-RATE-PER-SQ-IN
        MOVE WS-RATE-CU-APPLIED TO QTR-RATE-PER-CU-IN
        MOVE WS-EXTENDED-COST TO QTR-EXTENDED-COST
        MOVE "O" TO QTR-STATUS
        MOVE SPACES TO QTR-BRANCH-CODE
        MOVE ZEROES TO QTR-ACCEPTED-DATE QTR-CONVERTED-DATE
            QTR-ORDER-KEY
        WRITE QUOTE-REGISTER-RECORD
        PERFORM 9165-CHECK-REGISTER-STATUS
        ADD 1 TO WS-REGISTERED-COUNT
        MOVE SPACES TO REPORT-RECORD
        STRING "        REGISTERED QUOTE=" WS-QUOTE-NUMBER
            " LINE=" WS-QUOTE-LINE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               0120-WRITE-UNQUOTABLE-LINE.

        MOVE SPACES TO REPORT-RECORD
            " TOTAL-COST=" WS-DISPLAY-TOTAL-COST
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        IF WS-REGISTER-SWITCH = "Y"
            MOVE SPACES TO REPORT-RECORD
            STRING "              QUOTE=" WS-QUOTE-NUMBER
                " LINES REGISTERED=" WS-REGISTERED-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.

               1000-VALIDATE-RADIUS.

            STOP RUN
        END-IF.

               9165-CHECK-REGISTER-STATUS.

        IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
            DISPLAY "CIRCQUOT: REGISTER-FILE I-O FAILED, STATUS="
                WS-REG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCQUOT.
