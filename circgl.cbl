               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCGL.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT BILLING-FILE ASSIGN TO "CIRCUM.BIL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BIL-STATUS.
                   SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MAP-STATUS.
                   SELECT WORK-FILE ASSIGN TO "CIRCGL.WRK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-WRK-STATUS.
                   SELECT JOURNAL-FILE ASSIGN TO "CIRCGL.JNL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-JNL-STATUS.
                   SELECT JOURNAL-DATE-FILE ASSIGN TO "CIRCGL.LJD"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LJD-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCGL.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  BILLING-FILE.
               COPY BILREC.
               FD  GL-MAP-FILE.
               COPY GLMREC.
      *> Journal lines are staged here while the billing extract is
      *> posted.  Only a batch whose debits equal its credits is
      *> copied to CIRCGL.JNL, so the ledger never sees a half batch.
               FD  WORK-FILE.
               01 WORK-RECORD PIC X(80).
      *> Journal batch for the ledger: an "H" header naming the
      *> journal date and batch, one "D" line per debit or credit,
      *> and a "T" trailer carrying the line count and the debit and
      *> credit totals.
               FD  JOURNAL-FILE.
               01 JOURNAL-RECORD PIC X(80).
      *> Newest billing run date already journalled.  A second run
      *> for the same date would post the day's revenue twice, so it
      *> is refused unless CIRCUM-GL-RERUN=Y says the ledger has
      *> rejected or backed out the earlier batch.
               FD  JOURNAL-DATE-FILE.
               01 JOURNAL-DATE-RECORD.
                   05 LJD-JOURNAL-DATE PIC 9(8).
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-BIL-STATUS PIC XX VALUE ZEROES.
                   05 WS-MAP-STATUS PIC XX VALUE ZEROES.
                   05 WS-WRK-STATUS PIC XX VALUE ZEROES.
                   05 WS-JNL-STATUS PIC XX VALUE ZEROES.
                   05 WS-LJD-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-BIL-EOF-SWITCH PIC X VALUE "N".
                   05 WS-MAP-EOF-SWITCH PIC X VALUE "N".
                   05 WS-WRK-EOF-SWITCH PIC X VALUE "N".
                   05 WS-MAP-ERROR-SWITCH PIC X VALUE "N".
                   05 WS-ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-WITHHOLD-SWITCH PIC X VALUE "N".
                   05 WS-RERUN-SWITCH PIC X VALUE "N".
               01 WS-RUN-DATE.
                   05 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-TODAY-TIME PIC 9(8) VALUE ZEROES.
                   05 WS-JOURNAL-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-LAST-JOURNAL-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-RERUN-X PIC X VALUE SPACE.
      *> Revenue account per branch and shape, loaded from the "R"
      *> rows of the mapping file, plus the two single accounts.
               01 WS-GL-MAP-TABLE.
                   05 WS-MAP-COUNT PIC 9(3) VALUE ZEROES.
                   05 WS-MAP-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-MAP-ENTRY OCCURS 300 TIMES.
                       10 WS-MAP-BRANCH-CODE PIC XX.
                       10 WS-MAP-SHAPE-CODE PIC X.
                       10 WS-MAP-ACCOUNT PIC X(10).
                   05 WS-LOOKUP-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-LOOKUP-SHAPE-CODE PIC X VALUE SPACE.
                   05 WS-OFFSET-ACCOUNT PIC X(10) VALUE SPACES.
                   05 WS-SUSPENSE-ACCOUNT PIC X(10) VALUE SPACES.
                   05 WS-REVENUE-ACCOUNT PIC X(10) VALUE SPACES.
                   05 WS-DEBIT-ACCOUNT PIC X(10) VALUE SPACES.
                   05 WS-CREDIT-ACCOUNT PIC X(10) VALUE SPACES.
               01 WS-COUNTERS.
                   05 WS-ROWS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-CHARGE-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-CREDIT-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-SUSPENSE-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-UNPOSTED-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-ZERO-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-LINES-STAGED PIC 9(8) VALUE ZEROES.
                   05 WS-LINES-COPIED PIC 9(8) VALUE ZEROES.
                   05 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
                   05 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
                   05 WS-SUSPENSE-TOTAL PIC 9(11)V99 VALUE ZEROES.
               01 WS-WITHHOLD-REASON PIC X(60) VALUE SPACES.
               01 WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.
      *> Journal line images, moved whole into JOURNAL-RECORD.
               01 WS-JOURNAL-HEADER.
                   05 WS-JNH-RECORD-TYPE PIC X VALUE "H".
                   05 WS-JNH-JOURNAL-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-JNH-SOURCE PIC X(6) VALUE "CIRCUM".
                   05 WS-JNH-BATCH-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-JNH-CREATED-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-JNH-CREATED-TIME PIC 9(6) VALUE ZEROES.
               01 WS-JOURNAL-DETAIL.
                   05 WS-JND-RECORD-TYPE PIC X VALUE "D".
                   05 WS-JND-LINE-NUMBER PIC 9(6) VALUE ZEROES.
                   05 WS-JND-JOURNAL-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-JND-ACCOUNT PIC X(10) VALUE SPACES.
      *> "D" debit or "C" credit.
                   05 WS-JND-DEBIT-CREDIT PIC X VALUE SPACE.
                   05 WS-JND-AMOUNT PIC 9(9)V99 VALUE ZEROES.
                   05 WS-JND-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-JND-SHAPE-CODE PIC X VALUE SPACE.
                   05 WS-JND-RECORD-KEY PIC 9(6) VALUE ZEROES.
      *> CHG for a charge, REV for the reversing entry of a credit.
                   05 WS-JND-ENTRY-TYPE PIC X(3) VALUE SPACES.
               01 WS-JOURNAL-TRAILER.
                   05 WS-JNT-RECORD-TYPE PIC X VALUE "T".
                   05 WS-JNT-LINE-COUNT PIC 9(8) VALUE ZEROES.
                   05 WS-JNT-DEBIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
                   05 WS-JNT-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-AMOUNT PIC ZZZZZZZZ9.99.
                   05 WS-DISPLAY-DEBITS PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-CREDITS PIC ZZZZZZZZZZ9.99.
                   05 WS-DISPLAY-SUSPENSE PIC ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-BUILD-JOURNAL.

        ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
        ACCEPT WS-TODAY-TIME FROM TIME
        ACCEPT WS-RERUN-X FROM ENVIRONMENT "CIRCUM-GL-RERUN"
        IF WS-RERUN-X = "Y"
            MOVE "Y" TO WS-RERUN-SWITCH
        END-IF

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCGL: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM 0010-LOAD-GL-MAP
        PERFORM 0020-LOAD-LAST-JOURNAL-DATE

        OPEN INPUT BILLING-FILE
        IF WS-BIL-STATUS NOT = "00"
            DISPLAY "CIRCGL: BILLING-FILE OPEN FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0030-READ-BILLING-ROW
        IF WS-BIL-EOF-SWITCH = "Y"
            MOVE WS-TODAY-YYYYMMDD TO WS-JOURNAL-DATE
        ELSE
            MOVE BIL-RUN-DATE TO WS-JOURNAL-DATE
        END-IF
        PERFORM 0040-CHECK-JOURNAL-DATE

        MOVE SPACES TO REPORT-RECORD
        STRING "GL JOURNAL INTERFACE EXCEPTIONS  JOURNAL DATE "
            WS-JOURNAL-DATE "  RUN DATE " WS-TODAY-YYYYMMDD
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        OPEN OUTPUT WORK-FILE
        PERFORM 9120-CHECK-WORK-STATUS
        PERFORM UNTIL WS-BIL-EOF-SWITCH = "Y"
            PERFORM 0100-POST-BILLING-ROW
            PERFORM 0030-READ-BILLING-ROW
        END-PERFORM
        CLOSE BILLING-FILE
        PERFORM 9160-CHECK-BILLING-STATUS
        CLOSE WORK-FILE
        PERFORM 9120-CHECK-WORK-STATUS

        IF WS-WITHHOLD-SWITCH = "N"
            IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                MOVE "Y" TO WS-WITHHOLD-SWITCH
                MOVE "DEBITS DO NOT EQUAL CREDITS"
                    TO WS-WITHHOLD-REASON
            END-IF
        END-IF
        IF WS-WITHHOLD-SWITCH = "N"
            PERFORM 0200-RELEASE-JOURNAL
            IF WS-LINES-COPIED NOT = WS-LINES-STAGED
                MOVE "Y" TO WS-WITHHOLD-SWITCH
                MOVE "STAGED LINE COUNT DOES NOT MATCH JOURNAL"
                    TO WS-WITHHOLD-REASON
            END-IF
        END-IF
        IF WS-WITHHOLD-SWITCH = "Y"
            PERFORM 0220-WITHHOLD-JOURNAL
        ELSE
            IF WS-ROWS-READ > 0
                PERFORM 0300-UPDATE-LAST-JOURNAL-DATE
            END-IF
        END-IF

        PERFORM 9000-WRITE-JOURNAL-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-WITHHOLD-SWITCH = "Y"
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-SUSPENSE-ROWS > 0 OR WS-UNPOSTED-ROWS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF

        STOP RUN.

      *> Loads the mapping file.  Any row that cannot be used, a
      *> branch/shape mapped twice, or a missing offset or suspense
      *> account stops the run before anything is posted: a journal
      *> built on a bad map would post to the wrong accounts.
               0010-LOAD-GL-MAP.

        OPEN INPUT GL-MAP-FILE
        IF WS-MAP-STATUS NOT = "00"
            DISPLAY "CIRCGL: GL-MAP-FILE OPEN FAILED, STATUS="
                WS-MAP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-MAP-EOF-SWITCH = "Y"
            READ GL-MAP-FILE
                AT END
                    MOVE "Y" TO WS-MAP-EOF-SWITCH
                NOT AT END
                    PERFORM 0015-STORE-MAP-ENTRY
            END-READ
            PERFORM 9130-CHECK-MAP-STATUS
        END-PERFORM
        CLOSE GL-MAP-FILE

        IF WS-OFFSET-ACCOUNT = SPACES
            DISPLAY "CIRCGL: GL-MAP-FILE HAS NO OFFSET ACCOUNT"
            MOVE "Y" TO WS-MAP-ERROR-SWITCH
        END-IF
        IF WS-SUSPENSE-ACCOUNT = SPACES
            DISPLAY "CIRCGL: GL-MAP-FILE HAS NO SUSPENSE ACCOUNT"
            MOVE "Y" TO WS-MAP-ERROR-SWITCH
        END-IF
        IF WS-MAP-ERROR-SWITCH = "Y"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0015-STORE-MAP-ENTRY.

        IF GLM-ACCOUNT = SPACES
            DISPLAY "CIRCGL: GL-MAP-FILE ROW HAS NO ACCOUNT: "
                GL-MAP-RECORD
            MOVE "Y" TO WS-MAP-ERROR-SWITCH
        ELSE
            EVALUATE GLM-ENTRY-TYPE
                WHEN "R"
                    PERFORM 0016-STORE-REVENUE-ACCOUNT
                WHEN "O"
                    IF WS-OFFSET-ACCOUNT NOT = SPACES
                        DISPLAY "CIRCGL: GL-MAP-FILE HAS MORE THAN "
                            "ONE OFFSET ACCOUNT"
                        MOVE "Y" TO WS-MAP-ERROR-SWITCH
                    END-IF
                    MOVE GLM-ACCOUNT TO WS-OFFSET-ACCOUNT
                WHEN "S"
                    IF WS-SUSPENSE-ACCOUNT NOT = SPACES
                        DISPLAY "CIRCGL: GL-MAP-FILE HAS MORE THAN "
                            "ONE SUSPENSE ACCOUNT"
                        MOVE "Y" TO WS-MAP-ERROR-SWITCH
                    END-IF
                    MOVE GLM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                WHEN OTHER
                    DISPLAY "CIRCGL: GL-MAP-FILE ROW TYPE INVALID: "
                        GL-MAP-RECORD
                    MOVE "Y" TO WS-MAP-ERROR-SWITCH
            END-EVALUATE
        END-IF.

               0016-STORE-REVENUE-ACCOUNT.

        MOVE GLM-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE
        MOVE GLM-SHAPE-CODE TO WS-LOOKUP-SHAPE-CODE
        PERFORM 0110-FIND-REVENUE-ACCOUNT
        IF WS-ACCOUNT-FOUND-SWITCH = "Y"
            DISPLAY "CIRCGL: GL-MAP-FILE MAPS BRANCH/SHAPE TWICE: "
                GLM-BRANCH-CODE "/" GLM-SHAPE-CODE
            MOVE "Y" TO WS-MAP-ERROR-SWITCH
        ELSE
            IF WS-MAP-COUNT NOT < 300
                DISPLAY "CIRCGL: GL-MAP-FILE HAS MORE THAN 300 "
                    "REVENUE ROWS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-MAP-COUNT
            MOVE GLM-BRANCH-CODE TO WS-MAP-BRANCH-CODE (WS-MAP-COUNT)
            MOVE GLM-SHAPE-CODE TO WS-MAP-SHAPE-CODE (WS-MAP-COUNT)
            MOVE GLM-ACCOUNT TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
        END-IF.

               0020-LOAD-LAST-JOURNAL-DATE.

        OPEN INPUT JOURNAL-DATE-FILE
        IF WS-LJD-STATUS NOT = "00" AND WS-LJD-STATUS NOT = "35"
            PERFORM 9150-CHECK-LJD-STATUS
        END-IF
        IF WS-LJD-STATUS = "00"
            READ JOURNAL-DATE-FILE
                AT END
                    MOVE ZEROES TO LJD-JOURNAL-DATE
            END-READ
            PERFORM 9155-CHECK-LJD-READ
            IF LJD-JOURNAL-DATE IS NUMERIC
                MOVE LJD-JOURNAL-DATE TO WS-LAST-JOURNAL-DATE
            END-IF
            CLOSE JOURNAL-DATE-FILE
            PERFORM 9150-CHECK-LJD-STATUS
        END-IF.

               0030-READ-BILLING-ROW.

        READ BILLING-FILE
            AT END
                MOVE "Y" TO WS-BIL-EOF-SWITCH
        END-READ
        IF WS-BIL-STATUS NOT = "00" AND WS-BIL-STATUS NOT = "10"
            DISPLAY "CIRCGL: BILLING-FILE READ FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> A billing date already journalled is not posted again
      *> unless the rerun switch is set.  Nothing has been written
      *> to CIRCGL.JNL at this point, so the earlier batch is still
      *> there untouched for the ledger to collect.
               0040-CHECK-JOURNAL-DATE.

        IF WS-BIL-EOF-SWITCH = "N"
                AND WS-JOURNAL-DATE NOT > WS-LAST-JOURNAL-DATE
                AND WS-RERUN-SWITCH = "N"
            DISPLAY "CIRCGL: BILLING DATE " WS-JOURNAL-DATE
                " ALREADY JOURNALLED (LAST " WS-LAST-JOURNAL-DATE
                "), SET CIRCUM-GL-RERUN=Y TO POST IT AGAIN"
            MOVE SPACES TO REPORT-RECORD
            STRING "JOURNAL NOT BUILT - BILLING DATE "
                WS-JOURNAL-DATE " ALREADY JOURNALLED"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
            CLOSE BILLING-FILE
            CLOSE REPORT-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Each billing row posts as one balanced pair.  A charge
      *> debits receivables and credits revenue; a credit row
      *> ("C") reverses that, debiting revenue and crediting
      *> receivables.  Revenue for an unmapped branch/shape goes to
      *> the suspense account and the row is listed.
               0100-POST-BILLING-ROW.

        ADD 1 TO WS-ROWS-READ
        IF BIL-RUN-DATE NOT = WS-JOURNAL-DATE
            MOVE "BILLING DATE DIFFERS FROM JOURNAL DATE"
                TO WS-EXCEPTION-REASON
            PERFORM 0130-LIST-EXCEPTION
            ADD 1 TO WS-UNPOSTED-ROWS
            IF WS-WITHHOLD-SWITCH = "N"
                MOVE "Y" TO WS-WITHHOLD-SWITCH
                MOVE "CIRCUM.BIL HOLDS MORE THAN ONE BILLING DATE"
                    TO WS-WITHHOLD-REASON
            END-IF
        ELSE
            IF BIL-EXTENDED-COST IS NOT NUMERIC
                MOVE "COST NOT NUMERIC - NOT POSTED"
                    TO WS-EXCEPTION-REASON
                PERFORM 0130-LIST-EXCEPTION
                ADD 1 TO WS-UNPOSTED-ROWS
            ELSE
                IF BIL-CREDIT-FLAG NOT = "C"
                        AND BIL-CREDIT-FLAG NOT = SPACE
                    MOVE "CREDIT FLAG INVALID - NOT POSTED"
                        TO WS-EXCEPTION-REASON
                    PERFORM 0130-LIST-EXCEPTION
                    ADD 1 TO WS-UNPOSTED-ROWS
                ELSE
                    IF BIL-EXTENDED-COST = 0
                        ADD 1 TO WS-ZERO-ROWS
                    ELSE
                        PERFORM 0120-POST-JOURNAL-PAIR
                    END-IF
                END-IF
            END-IF
        END-IF.

               0110-FIND-REVENUE-ACCOUNT.

        MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
        MOVE SPACES TO WS-REVENUE-ACCOUNT
        PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                UNTIL WS-MAP-SUB > WS-MAP-COUNT
                OR WS-ACCOUNT-FOUND-SWITCH = "Y"
            IF WS-MAP-BRANCH-CODE (WS-MAP-SUB)
                        = WS-LOOKUP-BRANCH-CODE
                    AND WS-MAP-SHAPE-CODE (WS-MAP-SUB)
                        = WS-LOOKUP-SHAPE-CODE
                MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
                MOVE WS-MAP-ACCOUNT (WS-MAP-SUB)
                    TO WS-REVENUE-ACCOUNT
            END-IF
        END-PERFORM.

               0120-POST-JOURNAL-PAIR.

        MOVE BIL-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE
        MOVE BIL-SHAPE-CODE TO WS-LOOKUP-SHAPE-CODE
        PERFORM 0110-FIND-REVENUE-ACCOUNT
        IF WS-ACCOUNT-FOUND-SWITCH = "N"
            MOVE WS-SUSPENSE-ACCOUNT TO WS-REVENUE-ACCOUNT
            MOVE "NO ACCOUNT MAPPING - POSTED TO SUSPENSE"
                TO WS-EXCEPTION-REASON
            PERFORM 0130-LIST-EXCEPTION
            ADD 1 TO WS-SUSPENSE-ROWS
            ADD BIL-EXTENDED-COST TO WS-SUSPENSE-TOTAL
        END-IF

        IF BIL-CREDIT-FLAG = "C"
            ADD 1 TO WS-CREDIT-ROWS
            MOVE WS-REVENUE-ACCOUNT TO WS-DEBIT-ACCOUNT
            MOVE WS-OFFSET-ACCOUNT TO WS-CREDIT-ACCOUNT
            MOVE "REV" TO WS-JND-ENTRY-TYPE
        ELSE
            ADD 1 TO WS-CHARGE-ROWS
            MOVE WS-OFFSET-ACCOUNT TO WS-DEBIT-ACCOUNT
            MOVE WS-REVENUE-ACCOUNT TO WS-CREDIT-ACCOUNT
            MOVE "CHG" TO WS-JND-ENTRY-TYPE
        END-IF

        MOVE WS-JOURNAL-DATE TO WS-JND-JOURNAL-DATE
        MOVE BIL-EXTENDED-COST TO WS-JND-AMOUNT
        MOVE BIL-BRANCH-CODE TO WS-JND-BRANCH-CODE
        MOVE BIL-SHAPE-CODE TO WS-JND-SHAPE-CODE
        MOVE BIL-RECORD-KEY TO WS-JND-RECORD-KEY

        MOVE WS-DEBIT-ACCOUNT TO WS-JND-ACCOUNT
        MOVE "D" TO WS-JND-DEBIT-CREDIT
        PERFORM 0125-STAGE-JOURNAL-LINE
        ADD BIL-EXTENDED-COST TO WS-DEBIT-TOTAL

        MOVE WS-CREDIT-ACCOUNT TO WS-JND-ACCOUNT
        MOVE "C" TO WS-JND-DEBIT-CREDIT
        PERFORM 0125-STAGE-JOURNAL-LINE
        ADD BIL-EXTENDED-COST TO WS-CREDIT-TOTAL.

               0125-STAGE-JOURNAL-LINE.

        ADD 1 TO WS-LINES-STAGED
        MOVE WS-LINES-STAGED TO WS-JND-LINE-NUMBER
        MOVE WS-JOURNAL-DETAIL TO WORK-RECORD
        WRITE WORK-RECORD
        PERFORM 9120-CHECK-WORK-STATUS.

               0130-LIST-EXCEPTION.

        IF BIL-EXTENDED-COST IS NUMERIC
            MOVE BIL-EXTENDED-COST TO WS-DISPLAY-AMOUNT
        ELSE
            MOVE ZEROES TO WS-DISPLAY-AMOUNT
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "KEY=" BIL-RECORD-KEY
            " DATE=" BIL-RUN-DATE
            " BRANCH=" BIL-BRANCH-CODE
            " SHAPE=" BIL-SHAPE-CODE
            " CREDIT=" BIL-CREDIT-FLAG
            " AMOUNT=" WS-DISPLAY-AMOUNT
            " " WS-EXCEPTION-REASON
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

      *> Copies the staged lines between a header and a trailer.
      *> The trailer totals are the totals the staged lines were
      *> proved against, so the batch balances to its own trailer.
               0200-RELEASE-JOURNAL.

        OPEN OUTPUT JOURNAL-FILE
        PERFORM 9140-CHECK-JOURNAL-STATUS
        MOVE WS-JOURNAL-DATE TO WS-JNH-JOURNAL-DATE
        MOVE WS-JOURNAL-DATE TO WS-JNH-BATCH-DATE
        MOVE WS-TODAY-YYYYMMDD TO WS-JNH-CREATED-DATE
        MOVE WS-TODAY-TIME (1:6) TO WS-JNH-CREATED-TIME
        MOVE WS-JOURNAL-HEADER TO JOURNAL-RECORD
        WRITE JOURNAL-RECORD
        PERFORM 9140-CHECK-JOURNAL-STATUS

        OPEN INPUT WORK-FILE
        PERFORM 9120-CHECK-WORK-STATUS
        PERFORM UNTIL WS-WRK-EOF-SWITCH = "Y"
            READ WORK-FILE
                AT END
                    MOVE "Y" TO WS-WRK-EOF-SWITCH
                NOT AT END
                    PERFORM 0210-COPY-STAGED-LINE
            END-READ
            IF WS-WRK-STATUS NOT = "10"
                PERFORM 9120-CHECK-WORK-STATUS
            END-IF
        END-PERFORM
        CLOSE WORK-FILE

        MOVE WS-LINES-COPIED TO WS-JNT-LINE-COUNT
        MOVE WS-DEBIT-TOTAL TO WS-JNT-DEBIT-TOTAL
        MOVE WS-CREDIT-TOTAL TO WS-JNT-CREDIT-TOTAL
        MOVE WS-JOURNAL-TRAILER TO JOURNAL-RECORD
        WRITE JOURNAL-RECORD
        PERFORM 9140-CHECK-JOURNAL-STATUS
        CLOSE JOURNAL-FILE
        PERFORM 9140-CHECK-JOURNAL-STATUS.

               0210-COPY-STAGED-LINE.

        MOVE WORK-RECORD TO JOURNAL-RECORD
        WRITE JOURNAL-RECORD
        PERFORM 9140-CHECK-JOURNAL-STATUS
        ADD 1 TO WS-LINES-COPIED.

      *> An unbalanced or suspect batch leaves CIRCGL.JNL empty, with
      *> no header or trailer, so the ledger load refuses it and the
      *> previous day's batch cannot be collected a second time.
               0220-WITHHOLD-JOURNAL.

        OPEN OUTPUT JOURNAL-FILE
        PERFORM 9140-CHECK-JOURNAL-STATUS
        CLOSE JOURNAL-FILE
        PERFORM 9140-CHECK-JOURNAL-STATUS
        DISPLAY "CIRCGL: JOURNAL WITHHELD - " WS-WITHHOLD-REASON
        MOVE SPACES TO REPORT-RECORD
        STRING "JOURNAL WITHHELD - " WS-WITHHOLD-REASON
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               0300-UPDATE-LAST-JOURNAL-DATE.

        OPEN OUTPUT JOURNAL-DATE-FILE
        PERFORM 9150-CHECK-LJD-STATUS
        MOVE WS-JOURNAL-DATE TO LJD-JOURNAL-DATE
        WRITE JOURNAL-DATE-RECORD
        PERFORM 9150-CHECK-LJD-STATUS
        CLOSE JOURNAL-DATE-FILE
        PERFORM 9150-CHECK-LJD-STATUS.

               9000-WRITE-JOURNAL-TOTALS.

        MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-DEBITS
        MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-CREDITS
        MOVE WS-SUSPENSE-TOTAL TO WS-DISPLAY-SUSPENSE
        MOVE SPACES TO REPORT-RECORD
        STRING "JOURNAL TOTALS: ROWS READ=" WS-ROWS-READ
            " CHARGES=" WS-CHARGE-ROWS
            " CREDITS=" WS-CREDIT-ROWS
            " ZERO COST=" WS-ZERO-ROWS
            " NOT POSTED=" WS-UNPOSTED-ROWS
            " SUSPENSE=" WS-SUSPENSE-ROWS
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "JOURNAL TOTALS: LINES=" WS-LINES-STAGED
            " DEBITS=" WS-DISPLAY-DEBITS
            " CREDITS=" WS-DISPLAY-CREDITS
            " SUSPENSE AMOUNT=" WS-DISPLAY-SUSPENSE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        IF WS-WITHHOLD-SWITCH = "Y"
            STRING "JOURNAL STATUS: WITHHELD"
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "JOURNAL STATUS: RELEASED TO CIRCGL.JNL"
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCGL: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-WORK-STATUS.

        IF WS-WRK-STATUS NOT = "00"
            DISPLAY "CIRCGL: WORK-FILE I-O FAILED, STATUS="
                WS-WRK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-MAP-STATUS.

        IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "10"
            DISPLAY "CIRCGL: GL-MAP-FILE READ FAILED, STATUS="
                WS-MAP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9140-CHECK-JOURNAL-STATUS.

        IF WS-JNL-STATUS NOT = "00"
            DISPLAY "CIRCGL: JOURNAL-FILE I-O FAILED, STATUS="
                WS-JNL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9150-CHECK-LJD-STATUS.

        IF WS-LJD-STATUS NOT = "00"
            DISPLAY "CIRCGL: JOURNAL-DATE-FILE I-O FAILED, STATUS="
                WS-LJD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9155-CHECK-LJD-READ.

        IF WS-LJD-STATUS NOT = "00" AND WS-LJD-STATUS NOT = "10"
            DISPLAY "CIRCGL: JOURNAL-DATE-FILE READ FAILED, STATUS="
                WS-LJD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9160-CHECK-BILLING-STATUS.

        IF WS-BIL-STATUS NOT = "00"
            DISPLAY "CIRCGL: BILLING-FILE I-O FAILED, STATUS="
                WS-BIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCGL.
