               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCDUPS.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT HISTORY-FILE ASSIGN TO "CIRCUM.HST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCDUPS.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  HISTORY-FILE.
               COPY HISTREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-HST-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-HST-EOF-SWITCH PIC X VALUE "N".
               01 WS-RUN-DATE.
                   05 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZEROES.
      *> Every posted row for one branch and source key, gathered
      *> while the master is read along that alternate key.  The
      *> earliest unreversed posting is taken as the original and
      *> every later unreversed posting as a suspected duplicate.
               01 WS-PIECE-GROUP.
                   05 WS-GROUP-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-GROUP-SOURCE-KEY PIC 9(6) VALUE ZEROES.
                   05 WS-GROUP-COUNT PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-LIVE-COUNT PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-ORIGINAL PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-ROW OCCURS 100 TIMES
                           INDEXED BY GRP-IDX.
                       10 WS-GRP-RECORD-KEY PIC 9(6).
                       10 WS-GRP-RUN-DATE PIC 9(8).
                       10 WS-GRP-SHAPE-CODE PIC X.
                       10 WS-GRP-QUANTITY PIC 9(5).
                       10 WS-GRP-AREA PIC 9(7)V99.
                       10 WS-GRP-REVERSED-FLAG PIC X.
               01 WS-COUNTERS.
                   05 WS-ROWS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-PIECES-READ PIC 9(8) VALUE ZEROES.
                   05 WS-DUP-PIECES PIC 9(8) VALUE ZEROES.
                   05 WS-SUSPECT-ROWS PIC 9(8) VALUE ZEROES.
                   05 WS-OVERFLOW-PIECES PIC 9(8) VALUE ZEROES.
                   05 WS-SUSPECT-LOT-AREA PIC 9(11)V99 VALUE ZEROES.
               01 WS-LOT-WORK.
                   05 WS-REC-QUANTITY PIC 9(5) VALUE ZEROES.
                   05 WS-LOT-AREA PIC 9(12)V99 VALUE ZEROES.
               01 WS-ROW-STATUS PIC X(12) VALUE SPACES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-AREA PIC ZZZZZZ9.99.
                   05 WS-DISPLAY-LOT-AREA PIC ZZZZZZZZZZ9.99.

               PROCEDURE DIVISION.
               0000-SWEEP-DUPLICATES.

        ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

        OPEN INPUT HISTORY-FILE
        IF WS-HST-STATUS NOT = "00"
            DISPLAY "CIRCDUPS: HISTORY-FILE OPEN FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCDUPS: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "SUSPECTED DUPLICATE PIECES ON CIRCUM.HST  RUN DATE "
            WS-TODAY-YYYYMMDD
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        MOVE LOW-VALUES TO HIST-BRANCH-SOURCE-KEY
        START HISTORY-FILE KEY IS >= HIST-BRANCH-SOURCE-KEY
            INVALID KEY
                MOVE "Y" TO WS-HST-EOF-SWITCH
        END-START
        PERFORM UNTIL WS-HST-EOF-SWITCH = "Y"
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-HST-EOF-SWITCH
                NOT AT END
                    PERFORM 0010-ACCEPT-HISTORY-ROW
            END-READ
            PERFORM 9120-CHECK-HISTORY-STATUS
        END-PERFORM
        IF WS-GROUP-COUNT > 0
            PERFORM 0020-CLOSE-PIECE-GROUP
        END-IF

        PERFORM 9000-WRITE-SWEEP-TOTALS
        CLOSE HISTORY-FILE
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-DUP-PIECES > 0 OR WS-OVERFLOW-PIECES > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

               0010-ACCEPT-HISTORY-ROW.

        ADD 1 TO WS-ROWS-READ
        IF WS-GROUP-COUNT > 0
                AND (HIST-BRANCH-CODE NOT = WS-GROUP-BRANCH-CODE
                    OR HIST-SOURCE-KEY NOT = WS-GROUP-SOURCE-KEY)
            PERFORM 0020-CLOSE-PIECE-GROUP
        END-IF
        IF WS-GROUP-COUNT = 0
            ADD 1 TO WS-PIECES-READ
            MOVE HIST-BRANCH-CODE TO WS-GROUP-BRANCH-CODE
            MOVE HIST-SOURCE-KEY TO WS-GROUP-SOURCE-KEY
        END-IF
        IF WS-GROUP-COUNT >= 100
            IF WS-GROUP-COUNT = 100
                ADD 1 TO WS-OVERFLOW-PIECES
                MOVE SPACES TO REPORT-RECORD
                STRING "BRANCH=" WS-GROUP-BRANCH-CODE
                    " SOURCE=" WS-GROUP-SOURCE-KEY
                    " MORE THAN 100 POSTINGS - ONLY FIRST 100 LISTED"
                    DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                PERFORM 9110-CHECK-REPORT-STATUS
                ADD 1 TO WS-GROUP-COUNT
            END-IF
        ELSE
            ADD 1 TO WS-GROUP-COUNT
            SET GRP-IDX TO WS-GROUP-COUNT
            MOVE HIST-RECORD-KEY TO WS-GRP-RECORD-KEY (GRP-IDX)
            MOVE HIST-RUN-DATE TO WS-GRP-RUN-DATE (GRP-IDX)
            MOVE HIST-SHAPE-CODE TO WS-GRP-SHAPE-CODE (GRP-IDX)
            IF HIST-QUANTITY IS NOT NUMERIC OR HIST-QUANTITY = 0
                MOVE 1 TO WS-GRP-QUANTITY (GRP-IDX)
            ELSE
                MOVE HIST-QUANTITY TO WS-GRP-QUANTITY (GRP-IDX)
            END-IF
            MOVE HIST-AREA TO WS-GRP-AREA (GRP-IDX)
            MOVE HIST-REVERSED-FLAG TO WS-GRP-REVERSED-FLAG (GRP-IDX)
        END-IF.

      *> A branch and source key posted unreversed more than once
      *> is listed in full, reversed postings included so the
      *> piece's whole story is on one page.
               0020-CLOSE-PIECE-GROUP.

        IF WS-GROUP-COUNT > 100
            MOVE 100 TO WS-GROUP-COUNT
        END-IF
        MOVE ZEROES TO WS-GROUP-LIVE-COUNT WS-GROUP-ORIGINAL
        PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
            IF WS-GRP-REVERSED-FLAG (WS-GROUP-SUB) NOT = "R"
                ADD 1 TO WS-GROUP-LIVE-COUNT
                IF WS-GROUP-ORIGINAL = 0
                    MOVE WS-GROUP-SUB TO WS-GROUP-ORIGINAL
                ELSE
                    SET GRP-IDX TO WS-GROUP-ORIGINAL
                    IF WS-GRP-RUN-DATE (WS-GROUP-SUB)
                            < WS-GRP-RUN-DATE (GRP-IDX)
                        OR (WS-GRP-RUN-DATE (WS-GROUP-SUB)
                                = WS-GRP-RUN-DATE (GRP-IDX)
                            AND WS-GRP-RECORD-KEY (WS-GROUP-SUB)
                                < WS-GRP-RECORD-KEY (GRP-IDX))
                        MOVE WS-GROUP-SUB TO WS-GROUP-ORIGINAL
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-GROUP-LIVE-COUNT > 1
            ADD 1 TO WS-DUP-PIECES
            MOVE SPACES TO REPORT-RECORD
            STRING "BRANCH=" WS-GROUP-BRANCH-CODE
                " SOURCE=" WS-GROUP-SOURCE-KEY
                " POSTINGS=" WS-GROUP-COUNT
                " UNREVERSED=" WS-GROUP-LIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
            PERFORM 0030-WRITE-GROUP-ROW
                VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
        END-IF
        MOVE ZEROES TO WS-GROUP-COUNT.

               0030-WRITE-GROUP-ROW.

        EVALUATE TRUE
            WHEN WS-GRP-REVERSED-FLAG (WS-GROUP-SUB) = "R"
                MOVE "REVERSED" TO WS-ROW-STATUS
            WHEN WS-GROUP-SUB = WS-GROUP-ORIGINAL
                MOVE "ORIGINAL" TO WS-ROW-STATUS
            WHEN OTHER
                MOVE "SUSPECT" TO WS-ROW-STATUS
                ADD 1 TO WS-SUSPECT-ROWS
                MOVE WS-GRP-QUANTITY (WS-GROUP-SUB)
                    TO WS-REC-QUANTITY
                COMPUTE WS-LOT-AREA = WS-GRP-AREA (WS-GROUP-SUB)
                    * WS-REC-QUANTITY
                ADD WS-LOT-AREA TO WS-SUSPECT-LOT-AREA
        END-EVALUATE
        MOVE WS-GRP-AREA (WS-GROUP-SUB) TO WS-DISPLAY-AREA
        MOVE SPACES TO REPORT-RECORD
        STRING "    KEY=" WS-GRP-RECORD-KEY (WS-GROUP-SUB)
            " RUNDATE=" WS-GRP-RUN-DATE (WS-GROUP-SUB)
            " SHAPE=" WS-GRP-SHAPE-CODE (WS-GROUP-SUB)
            " QTY=" WS-GRP-QUANTITY (WS-GROUP-SUB)
            " AREA=" WS-DISPLAY-AREA
            " " WS-ROW-STATUS
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9000-WRITE-SWEEP-TOTALS.

        MOVE WS-SUSPECT-LOT-AREA TO WS-DISPLAY-LOT-AREA
        MOVE SPACES TO REPORT-RECORD
        STRING "SWEEP TOTALS: ROWS=" WS-ROWS-READ
            " PIECES=" WS-PIECES-READ
            " DUPLICATED PIECES=" WS-DUP-PIECES
            " SUSPECT ROWS=" WS-SUSPECT-ROWS
            " SUSPECT LOT AREA=" WS-DISPLAY-LOT-AREA
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCDUPS: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                AND WS-HST-STATUS NOT = "10"
            DISPLAY "CIRCDUPS: HISTORY-FILE READ FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCDUPS.
