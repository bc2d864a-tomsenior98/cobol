               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCSPC.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SPC-CONTROL-FILE ASSIGN TO "CIRCSPC.CTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SCT-STATUS.
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
                   SELECT REPORT-FILE ASSIGN TO "CIRCSPC.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
               FD  SPC-CONTROL-FILE.
      *> Process-control selection, maintained by operations the
      *> same way CIRCREST.CTL parameterizes a restatement.  History
      *> rows whose run date falls in the period (inclusive) are
      *> measured; a space shape or branch selects every one.  The
      *> prior period the means are compared against defaults, when
      *> left zero, to the same number of days ending the day before
      *> the period starts.  The mean-shift tolerance is a
      *> percentage of the shape's SHAPE.MST band (default 10.0);
      *> the spread check flags a dimension whose mean plus or minus
      *> this many standard deviations (default 3.0) reaches past
      *> either reject limit.
               01 SPC-CONTROL-RECORD.
                   05 SCT-FROM-DATE PIC 9(8).
                   05 SCT-TO-DATE PIC 9(8).
                   05 SCT-PRIOR-FROM-DATE PIC 9(8).
                   05 SCT-PRIOR-TO-DATE PIC 9(8).
                   05 SCT-SHAPE-CODE PIC X.
                   05 SCT-BRANCH-CODE PIC XX.
                   05 SCT-SHIFT-TOLERANCE PIC 99V9.
                   05 SCT-SPREAD-SIGMAS PIC 9V9.
               FD  HISTORY-FILE.
               COPY HISTREC.
               FD  SHAPE-MASTER-FILE.
               COPY SHMREC.
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-SCT-STATUS PIC XX VALUE ZEROES.
                   05 WS-HST-STATUS PIC XX VALUE ZEROES.
                   05 WS-SHM-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
               01 WS-SELECTION.
                   05 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-TO-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-PRIOR-FROM-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-PRIOR-TO-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-SEL-SHAPE-CODE PIC X VALUE SPACE.
                   05 WS-SEL-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-SHIFT-TOLERANCE PIC 99V9 VALUE 10.0.
                   05 WS-SPREAD-SIGMAS PIC 9V9 VALUE 3.0.
                   05 WS-SHOW-SHAPE PIC X(3) VALUE SPACES.
                   05 WS-SHOW-BRANCH PIC X(3) VALUE SPACES.
                   05 WS-PERIOD-DAYS PIC 9(7) VALUE ZEROES.
                   05 WS-FROM-DAY PIC 9(7) VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-HST-EOF-SWITCH PIC X VALUE "N".
                   05 WS-SHM-EOF-SWITCH PIC X VALUE "N".
      *> "C" the row falls in the period, "P" in the prior period.
                   05 WS-PERIOD-SWITCH PIC X VALUE SPACE.
                   05 WS-SHIFT-SWITCH PIC X VALUE "N".
                   05 WS-LIMIT-SWITCH PIC X VALUE "N".
      *> The SHAPE.MST limits are held as five min/max pairs in the
      *> order the shape master record carries them, so an entry is
      *> loaded with one move of the record and a dimension's band
      *> is found by its position.
               01 WS-SHAPE-MASTER-TABLE.
                   05 WS-SHAPE-ENTRY-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-ENTRY OCCURS 10 TIMES
                           INDEXED BY SHM-IDX.
                       10 WS-TBL-SHAPE-CODE PIC X.
                       10 WS-TBL-LIMITS OCCURS 5 TIMES.
                           15 WS-TBL-MIN PIC 999V99.
                           15 WS-TBL-MAX PIC 999V99.
                       10 WS-TBL-DENSITY PIC 9V9999.
      *> The five measured dimensions, in SHAPE.MST order.
               01 WS-DIMENSION-NAMES.
                   05 FILLER PIC X(12) VALUE "RADIUS".
                   05 FILLER PIC X(12) VALUE "INNER RADIUS".
                   05 FILLER PIC X(12) VALUE "LENGTH".
                   05 FILLER PIC X(12) VALUE "WIDTH".
                   05 FILLER PIC X(12) VALUE "HEIGHT".
               01 WS-DIMENSION-NAME-TABLE
                       REDEFINES WS-DIMENSION-NAMES.
                   05 WS-DIMENSION-NAME PIC X(12) OCCURS 5 TIMES.
               01 WS-ROW-VALUES.
                   05 WS-ROW-DIMENSIONS.
                       10 WS-ROW-RADIUS PIC 999V99.
                       10 WS-ROW-INNER-RADIUS PIC 999V99.
                       10 WS-ROW-LENGTH PIC 999V99.
                       10 WS-ROW-WIDTH PIC 999V99.
                       10 WS-ROW-HEIGHT PIC 999V99.
                   05 WS-ROW-DIMENSION-TABLE
                           REDEFINES WS-ROW-DIMENSIONS.
                       10 WS-ROW-DIM PIC 999V99 OCCURS 5 TIMES.
      *> A zero quantity on a row written before the field existed
      *> counts as a single piece, as in the monthly trend report.
                   05 WS-ROW-PIECES PIC 9(5) VALUE ZEROES.
      *> One entry per branch and shape, kept in branch/shape order.
      *> A dimension is measured only where the shape uses it: the
      *> calculation run reads radius and height for a circle;
      *> length, width and height for a rectangle; radius, inner
      *> radius and height for an annulus.  Statistics are per
      *> piece, each lot counting its quantity.
               01 WS-GROUP-TABLE.
                   05 WS-GROUP-COUNT PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-FOUND PIC 9(3) VALUE ZEROES.
                   05 WS-GROUP-MOVE-SUB PIC 9(3) VALUE ZEROES.
                   05 WS-DIM-SUB PIC 9 VALUE ZEROES.
                   05 WS-GROUP-ENTRY OCCURS 100 TIMES.
                       10 WS-GRP-BRANCH-CODE PIC XX.
                       10 WS-GRP-SHAPE-CODE PIC X.
      *> Position of the shape on the shape master table; zero
      *> when the shape is no longer on SHAPE.MST.
                       10 WS-GRP-SHM-SUB PIC 9(2).
                       10 WS-GRP-CUR-ROWS PIC 9(8).
                       10 WS-GRP-CUR-PIECES PIC 9(9).
                       10 WS-GRP-PRI-PIECES PIC 9(9).
                       10 WS-GRP-FLAGGED PIC 9.
                       10 WS-GRP-DIM OCCURS 5 TIMES.
                           15 WS-GRP-APPLIES PIC X.
                           15 WS-GRP-CUR-SUM PIC 9(12)V99.
                           15 WS-GRP-CUR-SUMSQ PIC 9(14)V9(4).
                           15 WS-GRP-CUR-MIN PIC 999V99.
                           15 WS-GRP-CUR-MAX PIC 999V99.
                           15 WS-GRP-PRI-SUM PIC 9(12)V99.
               01 WS-NEW-GROUP.
                   05 WS-NEW-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-NEW-SHAPE-CODE PIC X VALUE SPACE.
               01 WS-STATISTICS.
                   05 WS-STAT-MEAN PIC 9(3)V9(4) VALUE ZEROES.
                   05 WS-STAT-VARIANCE PIC 9(7)V9(6) VALUE ZEROES.
      *> The variance is worked in steps, each within eighteen
      *> digits: the squared-sum term, the sum of squared
      *> deviations, then the division by pieces less one.
                   05 WS-STAT-SQUARE-TERM PIC S9(12)V9(6)
                       VALUE ZEROES.
                   05 WS-STAT-DEVIATION-SUM PIC S9(12)V9(6)
                       VALUE ZEROES.
                   05 WS-STAT-DIVISOR PIC 9(9) VALUE ZEROES.
                   05 WS-STAT-VARIANCE-WORK PIC S9(12)V9(6)
                       VALUE ZEROES.
                   05 WS-STAT-SD PIC 9(3)V9(4) VALUE ZEROES.
                   05 WS-PRIOR-MEAN PIC 9(3)V9(4) VALUE ZEROES.
                   05 WS-SHIFT PIC S9(3)V9(4) VALUE ZEROES.
                   05 WS-SHIFT-PERCENT PIC S9(5)V9 VALUE ZEROES.
                   05 WS-BAND-MIN PIC 999V99 VALUE ZEROES.
                   05 WS-BAND-MAX PIC 999V99 VALUE ZEROES.
                   05 WS-BAND-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-POSITION-PERCENT PIC S9(5)V9 VALUE ZEROES.
                   05 WS-SPREAD-LOW PIC S9(4)V9(4) VALUE ZEROES.
                   05 WS-SPREAD-HIGH PIC S9(4)V9(4) VALUE ZEROES.
               01 WS-COUNTERS.
                   05 WS-ROWS-READ PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-CURRENT PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-PRIOR PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-REVERSED PIC 9(8) VALUE ZEROES.
                   05 WS-ROWS-UNREADABLE PIC 9(8) VALUE ZEROES.
                   05 WS-GROUPS-FLAGGED PIC 9(8) VALUE ZEROES.
                   05 WS-GROUPS-NO-MASTER PIC 9(8) VALUE ZEROES.
                   05 WS-SHIFTS-FLAGGED PIC 9(8) VALUE ZEROES.
                   05 WS-LIMITS-FLAGGED PIC 9(8) VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-PIECES PIC ZZZZZZZZ9.
                   05 WS-DISPLAY-PRI-PIECES PIC ZZZZZZZZ9.
                   05 WS-DISPLAY-ROWS PIC ZZZZZZZ9.
                   05 WS-DISPLAY-MEAN PIC ZZ9.9999.
                   05 WS-DISPLAY-SD PIC ZZ9.9999.
                   05 WS-DISPLAY-MIN PIC ZZ9.99.
                   05 WS-DISPLAY-MAX PIC ZZ9.99.
                   05 WS-DISPLAY-BAND-MIN PIC ZZ9.99.
                   05 WS-DISPLAY-BAND-MAX PIC ZZ9.99.
                   05 WS-DISPLAY-POSITION PIC -ZZZZ9.9.
                   05 WS-DISPLAY-PRIOR-MEAN PIC ZZ9.9999.
                   05 WS-DISPLAY-SHIFT PIC -ZZ9.9999.
                   05 WS-DISPLAY-SHIFT-PERCENT PIC -ZZZZ9.9.
                   05 WS-DISPLAY-SPREAD-LOW PIC -ZZZ9.9999.
                   05 WS-DISPLAY-SPREAD-HIGH PIC -ZZZ9.9999.
                   05 WS-DISPLAY-TOLERANCE PIC Z9.9.
                   05 WS-DISPLAY-SIGMAS PIC 9.9.
                   05 WS-DISPLAY-FLAGGED PIC 9.
                   05 WS-FLAG-TEXT PIC X(28) VALUE SPACES.

               PROCEDURE DIVISION.
               0000-REPORT-PROCESS-CONTROL.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

        PERFORM 0005-READ-SPC-CONTROL
        PERFORM 0020-LOAD-SHAPE-MASTER

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCSPC: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-SHIFT-TOLERANCE TO WS-DISPLAY-TOLERANCE
        MOVE WS-SPREAD-SIGMAS TO WS-DISPLAY-SIGMAS
        MOVE SPACES TO REPORT-RECORD
        STRING "DIMENSIONAL PROCESS CONTROL  RUN DATE "
            WS-RUN-DATE-YYYYMMDD
            "  PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
            "  PRIOR " WS-PRIOR-FROM-DATE " TO " WS-PRIOR-TO-DATE
            "  SHAPE " WS-SHOW-SHAPE
            "  BRANCH " WS-SHOW-BRANCH
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "DIMENSIONS IN INCHES  MEAN SHIFT TOLERANCE "
            WS-DISPLAY-TOLERANCE "% OF BAND"
            "  SPREAD CHECK MEAN +/- " WS-DISPLAY-SIGMAS " SD"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        OPEN INPUT HISTORY-FILE
        IF WS-HST-STATUS NOT = "00"
            DISPLAY "CIRCSPC: HISTORY-FILE OPEN FAILED, STATUS="
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
                    PERFORM 0030-SELECT-HISTORY-ROW
            END-READ
            PERFORM 9130-CHECK-HISTORY-STATUS
        END-PERFORM

        IF WS-GROUP-COUNT = 0
            MOVE "NO HISTORY ROWS FOR THE PERIOD OR PRIOR PERIOD"
                TO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF
        PERFORM 0060-WRITE-GROUP
            VARYING WS-GROUP-SUB FROM 1 BY 1
            UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
        PERFORM 9000-WRITE-SPC-TOTALS

        CLOSE HISTORY-FILE
        PERFORM 9130-CHECK-HISTORY-STATUS
        CLOSE REPORT-FILE
        PERFORM 9110-CHECK-REPORT-STATUS

        IF WS-GROUPS-FLAGGED > 0 OR WS-ROWS-UNREADABLE > 0
                OR WS-GROUPS-NO-MASTER > 0
            MOVE 4 TO RETURN-CODE
        END-IF

        STOP RUN.

      *> The period must be complete and in order, and a prior
      *> period given explicitly must end before the period starts,
      *> or the comparison would measure pieces against themselves.
               0005-READ-SPC-CONTROL.

        OPEN INPUT SPC-CONTROL-FILE
        IF WS-SCT-STATUS NOT = "00"
            DISPLAY "CIRCSPC: SPC-CONTROL-FILE OPEN FAILED, "
                "STATUS=" WS-SCT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ SPC-CONTROL-FILE
            AT END
                DISPLAY "CIRCSPC: SPC-CONTROL-FILE IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        IF WS-SCT-STATUS NOT = "00"
            DISPLAY "CIRCSPC: SPC-CONTROL-FILE READ FAILED, "
                "STATUS=" WS-SCT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE SPC-CONTROL-FILE
        IF SCT-FROM-DATE IS NOT NUMERIC
                OR SCT-TO-DATE IS NOT NUMERIC
                OR SCT-FROM-DATE = 0
                OR SCT-FROM-DATE > SCT-TO-DATE
            DISPLAY "CIRCSPC: SPC-CONTROL-FILE PERIOD INVALID"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SCT-FROM-DATE TO WS-FROM-DATE
        MOVE SCT-TO-DATE TO WS-TO-DATE
        IF SCT-PRIOR-FROM-DATE IS NUMERIC
                AND SCT-PRIOR-TO-DATE IS NUMERIC
                AND SCT-PRIOR-FROM-DATE > 0
            IF SCT-PRIOR-FROM-DATE > SCT-PRIOR-TO-DATE
                    OR SCT-PRIOR-TO-DATE >= WS-FROM-DATE
                DISPLAY "CIRCSPC: SPC-CONTROL-FILE PRIOR PERIOD "
                    "INVALID"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SCT-PRIOR-FROM-DATE TO WS-PRIOR-FROM-DATE
            MOVE SCT-PRIOR-TO-DATE TO WS-PRIOR-TO-DATE
        ELSE
            COMPUTE WS-FROM-DAY =
                FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
            COMPUTE WS-PERIOD-DAYS =
                FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
                - WS-FROM-DAY + 1
            COMPUTE WS-PRIOR-TO-DATE =
                FUNCTION DATE-OF-INTEGER (WS-FROM-DAY - 1)
            COMPUTE WS-PRIOR-FROM-DATE =
                FUNCTION DATE-OF-INTEGER
                    (WS-FROM-DAY - WS-PERIOD-DAYS)
        END-IF
        MOVE SCT-SHAPE-CODE TO WS-SEL-SHAPE-CODE
        MOVE SCT-BRANCH-CODE TO WS-SEL-BRANCH-CODE
        IF SCT-SHIFT-TOLERANCE IS NUMERIC
                AND SCT-SHIFT-TOLERANCE > 0
            MOVE SCT-SHIFT-TOLERANCE TO WS-SHIFT-TOLERANCE
        END-IF
        IF SCT-SPREAD-SIGMAS IS NUMERIC
                AND SCT-SPREAD-SIGMAS > 0
            MOVE SCT-SPREAD-SIGMAS TO WS-SPREAD-SIGMAS
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

               0020-LOAD-SHAPE-MASTER.

        OPEN INPUT SHAPE-MASTER-FILE
        IF WS-SHM-STATUS NOT = "00"
            DISPLAY "CIRCSPC: SHAPE-MASTER-FILE OPEN FAILED, "
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
                        DISPLAY "CIRCSPC: SHAPE-MASTER-FILE "
                            "EXCEEDS 10 SHAPES"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-SHAPE-ENTRY-COUNT
                    SET SHM-IDX TO WS-SHAPE-ENTRY-COUNT
                    MOVE SHAPE-MASTER-RECORD
                        TO WS-SHAPE-ENTRY (SHM-IDX)
            END-READ
            PERFORM 9155-CHECK-SHM-STATUS
        END-PERFORM
        CLOSE SHAPE-MASTER-FILE
        IF WS-SHAPE-ENTRY-COUNT = 0
            DISPLAY "CIRCSPC: SHAPE-MASTER-FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> A reversed row was backed out and is not part of what the
      *> branch produced, so it is left out of the statistics.
               0030-SELECT-HISTORY-ROW.

        MOVE SPACE TO WS-PERIOD-SWITCH
        IF HIST-RUN-DATE >= WS-FROM-DATE
                AND HIST-RUN-DATE <= WS-TO-DATE
            MOVE "C" TO WS-PERIOD-SWITCH
        END-IF
        IF HIST-RUN-DATE >= WS-PRIOR-FROM-DATE
                AND HIST-RUN-DATE <= WS-PRIOR-TO-DATE
            MOVE "P" TO WS-PERIOD-SWITCH
        END-IF
        IF WS-PERIOD-SWITCH NOT = SPACE
                AND (WS-SEL-SHAPE-CODE = SPACE
                    OR HIST-SHAPE-CODE = WS-SEL-SHAPE-CODE)
                AND (WS-SEL-BRANCH-CODE = SPACES
                    OR HIST-BRANCH-CODE = WS-SEL-BRANCH-CODE)
            IF HIST-REVERSED-FLAG = "R"
                ADD 1 TO WS-ROWS-REVERSED
            ELSE
                IF HIST-RADIUS IS NOT NUMERIC
                        OR HIST-INNER-RADIUS IS NOT NUMERIC
                        OR HIST-LENGTH IS NOT NUMERIC
                        OR HIST-WIDTH IS NOT NUMERIC
                        OR HIST-HEIGHT IS NOT NUMERIC
                    ADD 1 TO WS-ROWS-UNREADABLE
                    PERFORM 0035-WRITE-UNREADABLE-ROW
                ELSE
                    PERFORM 0040-ACCUMULATE-ROW
                END-IF
            END-IF
        END-IF.

               0035-WRITE-UNREADABLE-ROW.

        MOVE SPACES TO REPORT-RECORD
        STRING "UNREADABLE HISTORY ROW KEY=" HIST-RECORD-KEY
            " RUN DATE=" HIST-RUN-DATE
            " BRANCH=" HIST-BRANCH-CODE
            " SHAPE=" HIST-SHAPE-CODE
            " - DIMENSIONS NOT NUMERIC, NOT MEASURED"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               0040-ACCUMULATE-ROW.

        MOVE HIST-RADIUS TO WS-ROW-RADIUS
        MOVE HIST-INNER-RADIUS TO WS-ROW-INNER-RADIUS
        MOVE HIST-LENGTH TO WS-ROW-LENGTH
        MOVE HIST-WIDTH TO WS-ROW-WIDTH
        MOVE HIST-HEIGHT TO WS-ROW-HEIGHT
        IF HIST-QUANTITY IS NOT NUMERIC OR HIST-QUANTITY = 0
            MOVE 1 TO WS-ROW-PIECES
        ELSE
            MOVE HIST-QUANTITY TO WS-ROW-PIECES
        END-IF
        MOVE HIST-BRANCH-CODE TO WS-NEW-BRANCH-CODE
        MOVE HIST-SHAPE-CODE TO WS-NEW-SHAPE-CODE
        PERFORM 0045-LOCATE-GROUP
        IF WS-PERIOD-SWITCH = "C"
            ADD 1 TO WS-ROWS-CURRENT
            ADD 1 TO WS-GRP-CUR-ROWS (WS-GROUP-FOUND)
            ADD WS-ROW-PIECES TO WS-GRP-CUR-PIECES (WS-GROUP-FOUND)
        ELSE
            ADD 1 TO WS-ROWS-PRIOR
            ADD WS-ROW-PIECES TO WS-GRP-PRI-PIECES (WS-GROUP-FOUND)
        END-IF
        PERFORM 0050-ACCUMULATE-DIMENSION
            VARYING WS-DIM-SUB FROM 1 BY 1
            UNTIL WS-DIM-SUB > 5.

      *> Groups are inserted in branch/shape order so the report
      *> reads branch by branch without a sort.
               0045-LOCATE-GROUP.

        MOVE ZEROES TO WS-GROUP-FOUND
        PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                    OR WS-GROUP-FOUND > 0
            IF WS-GRP-BRANCH-CODE (WS-GROUP-SUB) = WS-NEW-BRANCH-CODE
                    AND WS-GRP-SHAPE-CODE (WS-GROUP-SUB)
                        = WS-NEW-SHAPE-CODE
                MOVE WS-GROUP-SUB TO WS-GROUP-FOUND
            END-IF
        END-PERFORM
        IF WS-GROUP-FOUND = 0
            PERFORM 0047-INSERT-GROUP
        END-IF.

               0047-INSERT-GROUP.

        IF WS-GROUP-COUNT >= 100
            DISPLAY "CIRCSPC: MORE THAN 100 BRANCH/SHAPE GROUPS "
                "ON HISTORY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 1 TO WS-GROUP-FOUND
        PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
            IF WS-GRP-BRANCH-CODE (WS-GROUP-SUB) < WS-NEW-BRANCH-CODE
                    OR (WS-GRP-BRANCH-CODE (WS-GROUP-SUB)
                        = WS-NEW-BRANCH-CODE
                    AND WS-GRP-SHAPE-CODE (WS-GROUP-SUB)
                        < WS-NEW-SHAPE-CODE)
                COMPUTE WS-GROUP-FOUND = WS-GROUP-SUB + 1
            END-IF
        END-PERFORM
        PERFORM VARYING WS-GROUP-MOVE-SUB FROM WS-GROUP-COUNT BY -1
                UNTIL WS-GROUP-MOVE-SUB < WS-GROUP-FOUND
            MOVE WS-GROUP-ENTRY (WS-GROUP-MOVE-SUB)
                TO WS-GROUP-ENTRY (WS-GROUP-MOVE-SUB + 1)
        END-PERFORM
        ADD 1 TO WS-GROUP-COUNT
        INITIALIZE WS-GROUP-ENTRY (WS-GROUP-FOUND)
        MOVE WS-NEW-BRANCH-CODE TO WS-GRP-BRANCH-CODE (WS-GROUP-FOUND)
        MOVE WS-NEW-SHAPE-CODE TO WS-GRP-SHAPE-CODE (WS-GROUP-FOUND)
        SET SHM-IDX TO 1
        SEARCH WS-SHAPE-ENTRY
            AT END
                MOVE ZEROES TO WS-GRP-SHM-SUB (WS-GROUP-FOUND)
            WHEN SHM-IDX > WS-SHAPE-ENTRY-COUNT
                MOVE ZEROES TO WS-GRP-SHM-SUB (WS-GROUP-FOUND)
            WHEN WS-TBL-SHAPE-CODE (SHM-IDX) = WS-NEW-SHAPE-CODE
                SET WS-GRP-SHM-SUB (WS-GROUP-FOUND) TO SHM-IDX
        END-SEARCH
        PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 5
            MOVE "N" TO WS-GRP-APPLIES (WS-GROUP-FOUND, WS-DIM-SUB)
            MOVE 999.99 TO WS-GRP-CUR-MIN (WS-GROUP-FOUND, WS-DIM-SUB)
        END-PERFORM
        EVALUATE WS-NEW-SHAPE-CODE
            WHEN "C"
                MOVE "Y" TO WS-GRP-APPLIES (WS-GROUP-FOUND, 1)
                    WS-GRP-APPLIES (WS-GROUP-FOUND, 5)
            WHEN "R"
                MOVE "Y" TO WS-GRP-APPLIES (WS-GROUP-FOUND, 3)
                    WS-GRP-APPLIES (WS-GROUP-FOUND, 4)
                    WS-GRP-APPLIES (WS-GROUP-FOUND, 5)
            WHEN "A"
                MOVE "Y" TO WS-GRP-APPLIES (WS-GROUP-FOUND, 1)
                    WS-GRP-APPLIES (WS-GROUP-FOUND, 2)
                    WS-GRP-APPLIES (WS-GROUP-FOUND, 5)
            WHEN OTHER
                PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                        UNTIL WS-DIM-SUB > 5
                    MOVE "Y"
                        TO WS-GRP-APPLIES (WS-GROUP-FOUND, WS-DIM-SUB)
                END-PERFORM
        END-EVALUATE.

               0050-ACCUMULATE-DIMENSION.

        IF WS-GRP-APPLIES (WS-GROUP-FOUND, WS-DIM-SUB) = "Y"
            IF WS-PERIOD-SWITCH = "C"
                COMPUTE WS-GRP-CUR-SUM (WS-GROUP-FOUND, WS-DIM-SUB) =
                    WS-GRP-CUR-SUM (WS-GROUP-FOUND, WS-DIM-SUB)
                    + WS-ROW-DIM (WS-DIM-SUB) * WS-ROW-PIECES
                COMPUTE WS-GRP-CUR-SUMSQ (WS-GROUP-FOUND, WS-DIM-SUB)
                    = WS-GRP-CUR-SUMSQ (WS-GROUP-FOUND, WS-DIM-SUB)
                    + WS-ROW-DIM (WS-DIM-SUB) * WS-ROW-DIM (WS-DIM-SUB)
                    * WS-ROW-PIECES
                IF WS-ROW-DIM (WS-DIM-SUB)
                        < WS-GRP-CUR-MIN (WS-GROUP-FOUND, WS-DIM-SUB)
                    MOVE WS-ROW-DIM (WS-DIM-SUB)
                        TO WS-GRP-CUR-MIN (WS-GROUP-FOUND, WS-DIM-SUB)
                END-IF
                IF WS-ROW-DIM (WS-DIM-SUB)
                        > WS-GRP-CUR-MAX (WS-GROUP-FOUND, WS-DIM-SUB)
                    MOVE WS-ROW-DIM (WS-DIM-SUB)
                        TO WS-GRP-CUR-MAX (WS-GROUP-FOUND, WS-DIM-SUB)
                END-IF
            ELSE
                COMPUTE WS-GRP-PRI-SUM (WS-GROUP-FOUND, WS-DIM-SUB) =
                    WS-GRP-PRI-SUM (WS-GROUP-FOUND, WS-DIM-SUB)
                    + WS-ROW-DIM (WS-DIM-SUB) * WS-ROW-PIECES
            END-IF
        END-IF.

      *> One block per branch and shape: a heading with the piece
      *> counts, then two lines for each dimension the shape uses.
      *> A group with pieces only in the prior period is listed so
      *> a branch that stopped making a shape is still visible.
               0060-WRITE-GROUP.

        MOVE WS-GRP-CUR-PIECES (WS-GROUP-SUB) TO WS-DISPLAY-PIECES
        MOVE WS-GRP-PRI-PIECES (WS-GROUP-SUB) TO WS-DISPLAY-PRI-PIECES
        MOVE WS-GRP-CUR-ROWS (WS-GROUP-SUB) TO WS-DISPLAY-ROWS
        MOVE SPACES TO REPORT-RECORD
        STRING "BRANCH " WS-GRP-BRANCH-CODE (WS-GROUP-SUB)
            " SHAPE " WS-GRP-SHAPE-CODE (WS-GROUP-SUB)
            "  PIECES=" WS-DISPLAY-PIECES
            " ROWS=" WS-DISPLAY-ROWS
            "  PRIOR PERIOD PIECES=" WS-DISPLAY-PRI-PIECES
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        IF WS-GRP-SHM-SUB (WS-GROUP-SUB) = 0
            ADD 1 TO WS-GROUPS-NO-MASTER
            MOVE "  SHAPE NOT ON SHAPE.MST - NO BAND TO MEASURE "
                TO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF
        IF WS-GRP-CUR-PIECES (WS-GROUP-SUB) = 0
            MOVE "  NO PIECES IN THE PERIOD" TO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        ELSE
            PERFORM 0070-WRITE-DIMENSION
                VARYING WS-DIM-SUB FROM 1 BY 1
                UNTIL WS-DIM-SUB > 5
        END-IF
        IF WS-GRP-FLAGGED (WS-GROUP-SUB) > 0
            ADD 1 TO WS-GROUPS-FLAGGED
            MOVE WS-GRP-FLAGGED (WS-GROUP-SUB) TO WS-DISPLAY-FLAGGED
            MOVE SPACES TO REPORT-RECORD
            STRING "  ** BRANCH " WS-GRP-BRANCH-CODE (WS-GROUP-SUB)
                " SHAPE " WS-GRP-SHAPE-CODE (WS-GROUP-SUB)
                " NEEDS ATTENTION: " WS-DISPLAY-FLAGGED
                " DIMENSION(S) FLAGGED"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.

      *> Sample standard deviation over the pieces; a single piece
      *> has no spread.  Position is where the mean sits in the
      *> band, 0% at the minimum and 100% at the maximum.
               0070-WRITE-DIMENSION.

        IF WS-GRP-APPLIES (WS-GROUP-SUB, WS-DIM-SUB) = "Y"
            COMPUTE WS-STAT-MEAN ROUNDED =
                WS-GRP-CUR-SUM (WS-GROUP-SUB, WS-DIM-SUB)
                / WS-GRP-CUR-PIECES (WS-GROUP-SUB)
            MOVE ZEROES TO WS-STAT-VARIANCE WS-STAT-SD
            IF WS-GRP-CUR-PIECES (WS-GROUP-SUB) > 1
                COMPUTE WS-STAT-SQUARE-TERM ROUNDED =
                    WS-GRP-CUR-SUM (WS-GROUP-SUB, WS-DIM-SUB)
                    * WS-GRP-CUR-SUM (WS-GROUP-SUB, WS-DIM-SUB)
                    / WS-GRP-CUR-PIECES (WS-GROUP-SUB)
                COMPUTE WS-STAT-DEVIATION-SUM =
                    WS-GRP-CUR-SUMSQ (WS-GROUP-SUB, WS-DIM-SUB)
                    - WS-STAT-SQUARE-TERM
                COMPUTE WS-STAT-DIVISOR =
                    WS-GRP-CUR-PIECES (WS-GROUP-SUB) - 1
                COMPUTE WS-STAT-VARIANCE-WORK ROUNDED =
                    WS-STAT-DEVIATION-SUM / WS-STAT-DIVISOR
                IF WS-STAT-VARIANCE-WORK > 0
                    MOVE WS-STAT-VARIANCE-WORK TO WS-STAT-VARIANCE
                    COMPUTE WS-STAT-SD ROUNDED =
                        WS-STAT-VARIANCE ** 0.5
                END-IF
            END-IF
            MOVE "N" TO WS-SHIFT-SWITCH WS-LIMIT-SWITCH
            MOVE ZEROES TO WS-BAND-MIN WS-BAND-MAX WS-BAND-WIDTH
                WS-POSITION-PERCENT
            IF WS-GRP-SHM-SUB (WS-GROUP-SUB) > 0
                SET SHM-IDX TO WS-GRP-SHM-SUB (WS-GROUP-SUB)
                MOVE WS-TBL-MIN (SHM-IDX, WS-DIM-SUB) TO WS-BAND-MIN
                MOVE WS-TBL-MAX (SHM-IDX, WS-DIM-SUB) TO WS-BAND-MAX
                IF WS-BAND-MAX > WS-BAND-MIN
                    COMPUTE WS-BAND-WIDTH = WS-BAND-MAX - WS-BAND-MIN
                    COMPUTE WS-POSITION-PERCENT ROUNDED =
                        (WS-STAT-MEAN - WS-BAND-MIN) * 100
                        / WS-BAND-WIDTH
                END-IF
            END-IF
            COMPUTE WS-SPREAD-LOW =
                WS-STAT-MEAN - WS-SPREAD-SIGMAS * WS-STAT-SD
            COMPUTE WS-SPREAD-HIGH =
                WS-STAT-MEAN + WS-SPREAD-SIGMAS * WS-STAT-SD
            IF WS-BAND-WIDTH > 0
                IF WS-SPREAD-LOW < WS-BAND-MIN
                        OR WS-SPREAD-HIGH > WS-BAND-MAX
                    MOVE "Y" TO WS-LIMIT-SWITCH
                END-IF
            END-IF
            IF WS-GRP-PRI-PIECES (WS-GROUP-SUB) > 0
                COMPUTE WS-PRIOR-MEAN ROUNDED =
                    WS-GRP-PRI-SUM (WS-GROUP-SUB, WS-DIM-SUB)
                    / WS-GRP-PRI-PIECES (WS-GROUP-SUB)
                COMPUTE WS-SHIFT = WS-STAT-MEAN - WS-PRIOR-MEAN
                MOVE ZEROES TO WS-SHIFT-PERCENT
                IF WS-BAND-WIDTH > 0
                    COMPUTE WS-SHIFT-PERCENT ROUNDED =
                        WS-SHIFT * 100 / WS-BAND-WIDTH
                    IF WS-SHIFT-PERCENT > WS-SHIFT-TOLERANCE
                            OR WS-SHIFT-PERCENT
                                < 0 - WS-SHIFT-TOLERANCE
                        MOVE "Y" TO WS-SHIFT-SWITCH
                    END-IF
                END-IF
            END-IF
            PERFORM 0075-WRITE-DIMENSION-LINES
        END-IF.

               0075-WRITE-DIMENSION-LINES.

        MOVE WS-STAT-MEAN TO WS-DISPLAY-MEAN
        MOVE WS-STAT-SD TO WS-DISPLAY-SD
        MOVE WS-GRP-CUR-MIN (WS-GROUP-SUB, WS-DIM-SUB)
            TO WS-DISPLAY-MIN
        MOVE WS-GRP-CUR-MAX (WS-GROUP-SUB, WS-DIM-SUB)
            TO WS-DISPLAY-MAX
        MOVE SPACES TO REPORT-RECORD
        IF WS-BAND-WIDTH > 0
            MOVE WS-BAND-MIN TO WS-DISPLAY-BAND-MIN
            MOVE WS-BAND-MAX TO WS-DISPLAY-BAND-MAX
            MOVE WS-POSITION-PERCENT TO WS-DISPLAY-POSITION
            STRING "  " WS-DIMENSION-NAME (WS-DIM-SUB)
                " MEAN=" WS-DISPLAY-MEAN
                " SD=" WS-DISPLAY-SD
                " MIN=" WS-DISPLAY-MIN
                " MAX=" WS-DISPLAY-MAX
                "  BAND=" WS-DISPLAY-BAND-MIN
                " TO " WS-DISPLAY-BAND-MAX
                " POSITION=" WS-DISPLAY-POSITION "%"
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "  " WS-DIMENSION-NAME (WS-DIM-SUB)
                " MEAN=" WS-DISPLAY-MEAN
                " SD=" WS-DISPLAY-SD
                " MIN=" WS-DISPLAY-MIN
                " MAX=" WS-DISPLAY-MAX
                "  NO BAND ON SHAPE.MST"
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS

        MOVE SPACES TO WS-FLAG-TEXT
        IF WS-SHIFT-SWITCH = "Y" AND WS-LIMIT-SWITCH = "Y"
            MOVE "** MEAN SHIFT ** NEAR LIMIT" TO WS-FLAG-TEXT
        ELSE
            IF WS-SHIFT-SWITCH = "Y"
                MOVE "** MEAN SHIFT" TO WS-FLAG-TEXT
            END-IF
            IF WS-LIMIT-SWITCH = "Y"
                MOVE "** NEAR LIMIT" TO WS-FLAG-TEXT
            END-IF
        END-IF
        IF WS-SHIFT-SWITCH = "Y"
            ADD 1 TO WS-SHIFTS-FLAGGED
        END-IF
        IF WS-LIMIT-SWITCH = "Y"
            ADD 1 TO WS-LIMITS-FLAGGED
        END-IF
        IF WS-SHIFT-SWITCH = "Y" OR WS-LIMIT-SWITCH = "Y"
            ADD 1 TO WS-GRP-FLAGGED (WS-GROUP-SUB)
        END-IF
        MOVE WS-SPREAD-LOW TO WS-DISPLAY-SPREAD-LOW
        MOVE WS-SPREAD-HIGH TO WS-DISPLAY-SPREAD-HIGH
        MOVE SPACES TO REPORT-RECORD
        IF WS-GRP-PRI-PIECES (WS-GROUP-SUB) > 0
            MOVE WS-PRIOR-MEAN TO WS-DISPLAY-PRIOR-MEAN
            MOVE WS-SHIFT TO WS-DISPLAY-SHIFT
            MOVE WS-SHIFT-PERCENT TO WS-DISPLAY-SHIFT-PERCENT
            STRING "               PRIOR MEAN=" WS-DISPLAY-PRIOR-MEAN
                " SHIFT=" WS-DISPLAY-SHIFT
                " (" WS-DISPLAY-SHIFT-PERCENT "% OF BAND)"
                " SPREAD=" WS-DISPLAY-SPREAD-LOW
                " TO " WS-DISPLAY-SPREAD-HIGH
                " " WS-FLAG-TEXT
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "               PRIOR MEAN=    NONE"
                " SHIFT=      N/A"
                "                  "
                " SPREAD=" WS-DISPLAY-SPREAD-LOW
                " TO " WS-DISPLAY-SPREAD-HIGH
                " " WS-FLAG-TEXT
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9000-WRITE-SPC-TOTALS.

        MOVE SPACES TO REPORT-RECORD
        STRING "SPC TOTALS: HISTORY ROWS READ=" WS-ROWS-READ
            " PERIOD ROWS=" WS-ROWS-CURRENT
            " PRIOR ROWS=" WS-ROWS-PRIOR
            " REVERSED SKIPPED=" WS-ROWS-REVERSED
            " UNREADABLE=" WS-ROWS-UNREADABLE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS
        MOVE SPACES TO REPORT-RECORD
        STRING "            GROUPS=" WS-GROUP-COUNT
            " GROUPS FLAGGED=" WS-GROUPS-FLAGGED
            " MEAN SHIFTS=" WS-SHIFTS-FLAGGED
            " NEAR LIMIT=" WS-LIMITS-FLAGGED
            " NOT ON SHAPE.MST=" WS-GROUPS-NO-MASTER
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9110-CHECK-REPORT-STATUS.

               9110-CHECK-REPORT-STATUS.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCSPC: REPORT-FILE I-O FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-HISTORY-STATUS.

        IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "02"
                AND WS-HST-STATUS NOT = "10"
            DISPLAY "CIRCSPC: HISTORY-FILE I-O FAILED, STATUS="
                WS-HST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9155-CHECK-SHM-STATUS.

        IF WS-SHM-STATUS NOT = "00" AND WS-SHM-STATUS NOT = "10"
            DISPLAY "CIRCSPC: SHAPE-MASTER-FILE I-O FAILED, "
                "STATUS=" WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCSPC.
