               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCSTRM.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT STREAM-DEF-FILE ASSIGN TO "CIRCSTRM.DEF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DEF-STATUS.
                   SELECT STEP-LOG-FILE ASSIGN TO "CIRCSTRM.LOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LOG-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CIRCSTRM.PRT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RPT-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> One row per step of the nightly stream, in running order.
      *> The standard stream is
      *>   05 CIRCQCNV        limit 04  every night
      *>   10 CIRCMERGE       limit 04  every night
      *>   20 CIRCUMFERENCE   limit 04  every night
      *>   25 CIRCPROF        limit 04  every night
      *>   30 CIRCRECON       limit 04  every night
      *>   40 CIRCFEED        limit 00  every night
      *>   45 CIRCGL          limit 04  every night
      *>   47 CIRCMATL        limit 04  every night
      *>   50 CIRCSTMT        limit 00  month end only
      *>   60 CIRCHIST        limit 00  month end only
      *>   70 CIRCPURG        limit 00  month end only
      *> STM-COMMAND is the command line that runs the step.
               FD  STREAM-DEF-FILE.
               01 STREAM-DEF-RECORD.
                   05 STM-STEP-NUMBER PIC 9(2).
                   05 STM-STEP-NAME PIC X(13).
                   05 STM-MAX-RC PIC 9(2).
                   05 STM-MONTH-END-ONLY PIC X.
                   05 STM-COMMAND PIC X(60).
      *> Append-only step log.  LOG-EVENT is S started, E ended within
      *> its limit, F failed over its limit, B bypassed (month-end step
      *> on an ordinary night) or C stream complete.  The last row
      *> tells the next run where to pick the stream up.
               FD  STEP-LOG-FILE.
               01 STEP-LOG-RECORD.
                   05 LOG-STREAM-DATE PIC 9(8).
                   05 LOG-STEP-NUMBER PIC 9(2).
                   05 LOG-STEP-NAME PIC X(13).
                   05 LOG-EVENT PIC X.
                   05 LOG-DATE PIC 9(8).
                   05 LOG-TIME PIC 9(8).
                   05 LOG-RETURN-CODE PIC 9(3).
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-DEF-STATUS PIC XX VALUE ZEROES.
                   05 WS-LOG-STATUS PIC XX VALUE ZEROES.
                   05 WS-RPT-STATUS PIC XX VALUE ZEROES.
               01 WS-SWITCHES.
                   05 WS-DEF-EOF-SWITCH PIC X VALUE "N".
                   05 WS-LOG-EOF-SWITCH PIC X VALUE "N".
                   05 WS-LOG-FOUND-SWITCH PIC X VALUE "N".
                   05 WS-FRESH-SWITCH PIC X VALUE "N".
                   05 WS-MONTH-END-SWITCH PIC X VALUE "N".
                   05 WS-STOPPED-SWITCH PIC X VALUE "N".
                   05 WS-FRESH-X PIC X VALUE SPACES.
                   05 WS-MONTH-END-X PIC X VALUE SPACES.
               01 WS-RUN-DATE.
                   05 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-NOW-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-NOW-TIME PIC 9(8) VALUE ZEROES.
      *> The stream date is the night the stream belongs to.  A stream
      *> that stopped keeps its date when it is resumed, so a rerun
      *> the next morning still runs as the original night.
               01 WS-STREAM-CONTROL.
                   05 WS-STREAM-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-STREAM-SPLIT REDEFINES WS-STREAM-DATE.
                       10 WS-STREAM-YYYY PIC 9(4).
                       10 WS-STREAM-MM PIC 99.
                       10 WS-STREAM-DD PIC 99.
                   05 WS-STREAM-DATE-X REDEFINES WS-STREAM-DATE
                       PIC X(8).
                   05 WS-LAST-DAY PIC 99 VALUE ZEROES.
                   05 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZEROES.
                   05 WS-LEAP-REMAINDER PIC 9(3) VALUE ZEROES.
                   05 WS-RESUME-STEP PIC 9(2) VALUE ZEROES.
                   05 WS-LAST-EVENT PIC X VALUE SPACES.
                   05 WS-LAST-STEP PIC 9(2) VALUE ZEROES.
               01 WS-DAYS-IN-MONTH-VALUES.
                   05 FILLER PIC X(24)
                       VALUE "312831303130313130313031".
               01 WS-DAYS-IN-MONTH-TABLE
                       REDEFINES WS-DAYS-IN-MONTH-VALUES.
                   05 WS-DAYS-IN-MONTH PIC 99 OCCURS 12 TIMES.
      *> Stream steps loaded from the definition file, with the times
      *> and condition codes of this stream date picked up from the
      *> log so that a resumed stream still reports every step.
               01 WS-STEP-TABLE.
                   05 WS-STEP-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-STEP-SLOT OCCURS 20 TIMES
                           INDEXED BY STEP-IDX.
                       10 WS-STEP-NUMBER PIC 9(2).
                       10 WS-STEP-NAME PIC X(13).
                       10 WS-STEP-MAX-RC PIC 9(2).
                       10 WS-STEP-MONTH-END-ONLY PIC X.
                       10 WS-STEP-COMMAND PIC X(60).
                       10 WS-STEP-STATE PIC X.
                       10 WS-STEP-START-DATE PIC 9(8).
                       10 WS-STEP-START-TIME PIC 9(8).
                       10 WS-STEP-END-DATE PIC 9(8).
                       10 WS-STEP-END-TIME PIC 9(8).
                       10 WS-STEP-RC PIC 9(3).
               01 WS-STEP-WORK.
                   05 WS-PRIOR-NUMBER PIC 9(2) VALUE ZEROES.
                   05 WS-CALL-STATUS PIC S9(9) VALUE ZEROES.
                   05 WS-CALL-RC PIC 9(3) VALUE ZEROES.
                   05 WS-HIGHEST-RC PIC 9(3) VALUE ZEROES.
                   05 WS-STOPPED-RC PIC 9(3) VALUE ZEROES.
                   05 WS-STOPPED-STEP PIC 9(2) VALUE ZEROES.
                   05 WS-LOG-EVENT PIC X VALUE SPACES.
                   05 WS-LOG-STEP-NUMBER PIC 9(2) VALUE ZEROES.
                   05 WS-LOG-STEP-NAME PIC X(13) VALUE SPACES.
                   05 WS-LOG-RC PIC 9(3) VALUE ZEROES.
                   05 WS-STATUS-TEXT PIC X(12) VALUE SPACES.
               01 WS-COUNTERS.
                   05 WS-STEPS-RUN PIC 9(2) VALUE ZEROES.
                   05 WS-STEPS-BYPASSED PIC 9(2) VALUE ZEROES.
                   05 WS-STEPS-EARLIER PIC 9(2) VALUE ZEROES.
                   05 WS-STEPS-NOT-RUN PIC 9(2) VALUE ZEROES.
               01 WS-DISPLAY.
                   05 WS-DISPLAY-TIME.
                       10 WS-DISPLAY-HH PIC 99.
                       10 FILLER PIC X VALUE ":".
                       10 WS-DISPLAY-MI PIC 99.
                       10 FILLER PIC X VALUE ":".
                       10 WS-DISPLAY-SS PIC 99.
                   05 WS-DISPLAY-START PIC X(17) VALUE SPACES.
                   05 WS-DISPLAY-END PIC X(17) VALUE SPACES.
                   05 WS-DISPLAY-RC PIC X(3) VALUE SPACES.
                   05 WS-TIME-SPLIT.
                       10 WS-TIME-HH PIC 99.
                       10 WS-TIME-MI PIC 99.
                       10 WS-TIME-SS PIC 99.
                       10 WS-TIME-CC PIC 99.
                   05 WS-EDIT-DATE PIC 9(8) VALUE ZEROES.
                   05 WS-EDIT-TIME PIC 9(8) VALUE ZEROES.
                   05 WS-EDIT-STAMP PIC X(17) VALUE SPACES.
               01 WS-COMMAND-WORK.
                   05 WS-ENV-MONTH PIC X(6) VALUE SPACES.
                   05 WS-RUN-COMMAND PIC X(132) VALUE SPACES.

               PROCEDURE DIVISION.
               0000-RUN-STREAM.

        ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
        PERFORM 0010-LOAD-STREAM-DEFINITION
        PERFORM 0020-READ-STEP-LOG
        PERFORM 0030-SET-RESUME-POINT
        PERFORM 0040-SET-MONTH-END

        OPEN EXTEND STEP-LOG-FILE
        IF WS-LOG-STATUS = "35"
            OPEN OUTPUT STEP-LOG-FILE
        END-IF
        PERFORM 9120-CHECK-LOG-OPEN

        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
                   OR WS-STOPPED-SWITCH = "Y"
            IF WS-STEP-NUMBER (STEP-IDX) >= WS-RESUME-STEP
                PERFORM 0100-RUN-ONE-STEP
            END-IF
        END-PERFORM

        IF WS-STOPPED-SWITCH = "N"
            MOVE "C" TO WS-LOG-EVENT
            MOVE ZEROES TO WS-LOG-STEP-NUMBER
            MOVE "STREAM" TO WS-LOG-STEP-NAME
            MOVE WS-HIGHEST-RC TO WS-LOG-RC
            PERFORM 0150-WRITE-LOG-ROW
        END-IF
        CLOSE STEP-LOG-FILE
        PERFORM 9135-CHECK-LOG-CLOSE

        PERFORM 0200-WRITE-REPORT

        IF WS-STOPPED-SWITCH = "Y"
            MOVE WS-STOPPED-RC TO RETURN-CODE
        ELSE
            MOVE WS-HIGHEST-RC TO RETURN-CODE
        END-IF
        STOP RUN.

      *> Steps must be in ascending step-number order; the step
      *> number is what the log and the restart point refer to.
               0010-LOAD-STREAM-DEFINITION.

        OPEN INPUT STREAM-DEF-FILE
        IF WS-DEF-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: STREAM-DEF-FILE OPEN FAILED, STATUS="
                WS-DEF-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-DEF-EOF-SWITCH = "Y"
            READ STREAM-DEF-FILE
                AT END
                    MOVE "Y" TO WS-DEF-EOF-SWITCH
                NOT AT END
                    PERFORM 0015-STORE-STEP
            END-READ
            PERFORM 9110-CHECK-DEF-READ
        END-PERFORM
        CLOSE STREAM-DEF-FILE
        IF WS-STEP-COUNT = 0
            DISPLAY "CIRCSTRM: STREAM DEFINITION HAS NO STEPS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               0015-STORE-STEP.

        IF STM-STEP-NUMBER IS NOT NUMERIC
                OR STM-MAX-RC IS NOT NUMERIC
                OR STM-STEP-NUMBER NOT > WS-PRIOR-NUMBER
                OR (STM-MONTH-END-ONLY NOT = "Y"
                    AND STM-MONTH-END-ONLY NOT = "N")
                OR STM-COMMAND = SPACES
            DISPLAY "CIRCSTRM: INVALID STREAM DEFINITION ROW "
                STREAM-DEF-RECORD (1:18)
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-STEP-COUNT = 20
            DISPLAY "CIRCSTRM: STREAM DEFINITION EXCEEDS 20 STEPS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-STEP-COUNT
        SET STEP-IDX TO WS-STEP-COUNT
        MOVE STM-STEP-NUMBER TO WS-STEP-NUMBER (STEP-IDX)
        MOVE STM-STEP-NAME TO WS-STEP-NAME (STEP-IDX)
        MOVE STM-MAX-RC TO WS-STEP-MAX-RC (STEP-IDX)
        MOVE STM-MONTH-END-ONLY TO WS-STEP-MONTH-END-ONLY (STEP-IDX)
        MOVE STM-COMMAND TO WS-STEP-COMMAND (STEP-IDX)
        MOVE SPACE TO WS-STEP-STATE (STEP-IDX)
        MOVE ZEROES TO WS-STEP-START-DATE (STEP-IDX)
            WS-STEP-START-TIME (STEP-IDX)
            WS-STEP-END-DATE (STEP-IDX)
            WS-STEP-END-TIME (STEP-IDX)
            WS-STEP-RC (STEP-IDX)
        MOVE STM-STEP-NUMBER TO WS-PRIOR-NUMBER.

      *> Only the rows of the newest stream date matter: when the
      *> date changes the step history gathered so far is dropped.
               0020-READ-STEP-LOG.

        OPEN INPUT STEP-LOG-FILE
        IF WS-LOG-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM 9120-CHECK-LOG-OPEN
            PERFORM UNTIL WS-LOG-EOF-SWITCH = "Y"
                READ STEP-LOG-FILE
                    AT END
                        MOVE "Y" TO WS-LOG-EOF-SWITCH
                    NOT AT END
                        PERFORM 0025-APPLY-LOG-ROW
                END-READ
                PERFORM 9125-CHECK-LOG-READ
            END-PERFORM
            CLOSE STEP-LOG-FILE
        END-IF.

               0025-APPLY-LOG-ROW.

        IF WS-LOG-FOUND-SWITCH = "N"
                OR LOG-STREAM-DATE NOT = WS-STREAM-DATE
            MOVE LOG-STREAM-DATE TO WS-STREAM-DATE
            PERFORM 0027-CLEAR-STEP-HISTORY
        END-IF
        MOVE "Y" TO WS-LOG-FOUND-SWITCH
        MOVE LOG-EVENT TO WS-LAST-EVENT
        MOVE LOG-STEP-NUMBER TO WS-LAST-STEP
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            IF WS-STEP-NUMBER (STEP-IDX) = LOG-STEP-NUMBER
                MOVE LOG-EVENT TO WS-STEP-STATE (STEP-IDX)
                IF LOG-EVENT = "S"
                    MOVE LOG-DATE TO WS-STEP-START-DATE (STEP-IDX)
                    MOVE LOG-TIME TO WS-STEP-START-TIME (STEP-IDX)
                ELSE
                    MOVE LOG-DATE TO WS-STEP-END-DATE (STEP-IDX)
                    MOVE LOG-TIME TO WS-STEP-END-TIME (STEP-IDX)
                    MOVE LOG-RETURN-CODE TO WS-STEP-RC (STEP-IDX)
                END-IF
                IF LOG-EVENT = "E"
                        AND LOG-RETURN-CODE > WS-HIGHEST-RC
                    MOVE LOG-RETURN-CODE TO WS-HIGHEST-RC
                END-IF
            END-IF
        END-PERFORM.

               0027-CLEAR-STEP-HISTORY.

        MOVE ZEROES TO WS-HIGHEST-RC
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            MOVE SPACE TO WS-STEP-STATE (STEP-IDX)
            MOVE ZEROES TO WS-STEP-START-DATE (STEP-IDX)
                WS-STEP-START-TIME (STEP-IDX)
                WS-STEP-END-DATE (STEP-IDX)
                WS-STEP-END-TIME (STEP-IDX)
                WS-STEP-RC (STEP-IDX)
        END-PERFORM.

      *> A stream that finished (or an empty log) starts afresh for
      *> today.  A step left started or failed is run again; after a
      *> step that ended or was bypassed the next step is run.
      *> CIRCUM-STREAM-FRESH=Y makes the operator start a new stream
      *> and abandon the one that stopped.
               0030-SET-RESUME-POINT.

        ACCEPT WS-FRESH-X FROM ENVIRONMENT "CIRCUM-STREAM-FRESH"
        IF WS-LOG-FOUND-SWITCH = "N"
                OR WS-LAST-EVENT = "C"
                OR WS-FRESH-X = "Y"
            MOVE "Y" TO WS-FRESH-SWITCH
        ELSE
            IF WS-LAST-EVENT = "S" OR WS-LAST-EVENT = "F"
                MOVE WS-LAST-STEP TO WS-RESUME-STEP
            ELSE
                MOVE 99 TO WS-RESUME-STEP
                PERFORM VARYING STEP-IDX FROM WS-STEP-COUNT BY -1
                        UNTIL STEP-IDX < 1
                    IF WS-STEP-NUMBER (STEP-IDX) > WS-LAST-STEP
                        MOVE WS-STEP-NUMBER (STEP-IDX)
                            TO WS-RESUME-STEP
                    END-IF
                END-PERFORM
                IF WS-RESUME-STEP = 99
                    MOVE "Y" TO WS-FRESH-SWITCH
                END-IF
            END-IF
        END-IF
        IF WS-FRESH-SWITCH = "Y"
            MOVE WS-TODAY-YYYYMMDD TO WS-STREAM-DATE
            MOVE ZEROES TO WS-RESUME-STEP
            PERFORM 0027-CLEAR-STEP-HISTORY
        END-IF.

      *> Month end is the last calendar day of the stream date's
      *> month; CIRCUM-STREAM-MONTH-END=Y or N overrides it.
               0040-SET-MONTH-END.

        MOVE WS-DAYS-IN-MONTH (WS-STREAM-MM) TO WS-LAST-DAY
        IF WS-STREAM-MM = 02
            DIVIDE WS-STREAM-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER
            IF WS-LEAP-REMAINDER = 0
                MOVE 29 TO WS-LAST-DAY
                DIVIDE WS-STREAM-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = 0
                    MOVE 28 TO WS-LAST-DAY
                    DIVIDE WS-STREAM-YYYY BY 400
                        GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = 0
                        MOVE 29 TO WS-LAST-DAY
                    END-IF
                END-IF
            END-IF
        END-IF
        IF WS-STREAM-DD = WS-LAST-DAY
            MOVE "Y" TO WS-MONTH-END-SWITCH
        END-IF
        ACCEPT WS-MONTH-END-X
            FROM ENVIRONMENT "CIRCUM-STREAM-MONTH-END"
        IF WS-MONTH-END-X = "Y" OR WS-MONTH-END-X = "N"
            MOVE WS-MONTH-END-X TO WS-MONTH-END-SWITCH
        END-IF
        MOVE WS-STREAM-DATE-X (1:6) TO WS-ENV-MONTH.

      *> The command's completion comes back as a wait status with
      *> the step's condition code in the high-order byte.
               0100-RUN-ONE-STEP.

        MOVE WS-STEP-NUMBER (STEP-IDX) TO WS-LOG-STEP-NUMBER
        MOVE WS-STEP-NAME (STEP-IDX) TO WS-LOG-STEP-NAME
        IF WS-STEP-MONTH-END-ONLY (STEP-IDX) = "Y"
                AND WS-MONTH-END-SWITCH = "N"
            MOVE "B" TO WS-LOG-EVENT
            MOVE ZEROES TO WS-LOG-RC
            PERFORM 0150-WRITE-LOG-ROW
            MOVE "B" TO WS-STEP-STATE (STEP-IDX)
            MOVE ZEROES TO WS-STEP-START-DATE (STEP-IDX)
                WS-STEP-START-TIME (STEP-IDX)
                WS-STEP-RC (STEP-IDX)
            MOVE WS-NOW-DATE TO WS-STEP-END-DATE (STEP-IDX)
            MOVE WS-NOW-TIME TO WS-STEP-END-TIME (STEP-IDX)
        ELSE
            MOVE "S" TO WS-LOG-EVENT
            MOVE ZEROES TO WS-LOG-RC
            PERFORM 0150-WRITE-LOG-ROW
            MOVE "S" TO WS-STEP-STATE (STEP-IDX)
            MOVE WS-NOW-DATE TO WS-STEP-START-DATE (STEP-IDX)
            MOVE WS-NOW-TIME TO WS-STEP-START-TIME (STEP-IDX)
            DISPLAY "CIRCSTRM: STEP " WS-STEP-NUMBER (STEP-IDX)
                " " WS-STEP-NAME (STEP-IDX) " STARTED"
            PERFORM 0110-BUILD-COMMAND
            CALL "SYSTEM" USING WS-RUN-COMMAND
            MOVE RETURN-CODE TO WS-CALL-STATUS
            MOVE 0 TO RETURN-CODE
            IF WS-CALL-STATUS < 0
                MOVE 999 TO WS-CALL-RC
            ELSE
                DIVIDE WS-CALL-STATUS BY 256 GIVING WS-CALL-RC
            END-IF
            ADD 1 TO WS-STEPS-RUN
            MOVE WS-CALL-RC TO WS-LOG-RC
            MOVE WS-CALL-RC TO WS-STEP-RC (STEP-IDX)
            IF WS-CALL-RC > WS-STEP-MAX-RC (STEP-IDX)
                MOVE "F" TO WS-LOG-EVENT
                MOVE "Y" TO WS-STOPPED-SWITCH
                MOVE WS-CALL-RC TO WS-STOPPED-RC
                MOVE WS-STEP-NUMBER (STEP-IDX) TO WS-STOPPED-STEP
            ELSE
                MOVE "E" TO WS-LOG-EVENT
                IF WS-CALL-RC > WS-HIGHEST-RC
                    MOVE WS-CALL-RC TO WS-HIGHEST-RC
                END-IF
            END-IF
            PERFORM 0150-WRITE-LOG-ROW
            MOVE WS-LOG-EVENT TO WS-STEP-STATE (STEP-IDX)
            MOVE WS-NOW-DATE TO WS-STEP-END-DATE (STEP-IDX)
            MOVE WS-NOW-TIME TO WS-STEP-END-TIME (STEP-IDX)
            DISPLAY "CIRCSTRM: STEP " WS-STEP-NUMBER (STEP-IDX)
                " " WS-STEP-NAME (STEP-IDX) " ENDED RC=" WS-CALL-RC
        END-IF.

      *> Month-end steps are handed the stream's month so that the
      *> statements and history report cover the right month even
      *> when the stream is resumed after midnight into the next one.
               0110-BUILD-COMMAND.

        MOVE SPACES TO WS-RUN-COMMAND
        IF WS-STEP-MONTH-END-ONLY (STEP-IDX) = "Y"
            STRING "env CIRCUM-STMT-MONTH=" WS-ENV-MONTH
                " CIRCUM-HIST-MONTH=" WS-ENV-MONTH " "
                WS-STEP-COMMAND (STEP-IDX)
                DELIMITED BY SIZE INTO WS-RUN-COMMAND
        ELSE
            MOVE WS-STEP-COMMAND (STEP-IDX) TO WS-RUN-COMMAND
        END-IF.

               0150-WRITE-LOG-ROW.

        ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
        ACCEPT WS-NOW-TIME FROM TIME
        MOVE WS-STREAM-DATE TO LOG-STREAM-DATE
        MOVE WS-LOG-STEP-NUMBER TO LOG-STEP-NUMBER
        MOVE WS-LOG-STEP-NAME TO LOG-STEP-NAME
        MOVE WS-LOG-EVENT TO LOG-EVENT
        MOVE WS-NOW-DATE TO LOG-DATE
        MOVE WS-NOW-TIME TO LOG-TIME
        MOVE WS-LOG-RC TO LOG-RETURN-CODE
        WRITE STEP-LOG-RECORD
        PERFORM 9130-CHECK-LOG-WRITE.

               0200-WRITE-REPORT.

        OPEN OUTPUT REPORT-FILE
        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: REPORT-FILE OPEN FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "CIRCSTRM NIGHTLY STREAM SUMMARY  STREAM DATE="
            WS-STREAM-DATE " MONTH-END=" WS-MONTH-END-SWITCH
            " RESUMED AT STEP=" WS-RESUME-STEP
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9145-CHECK-REPORT-WRITE
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            PERFORM 0210-WRITE-STEP-LINE
        END-PERFORM
        PERFORM 9000-WRITE-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9150-CHECK-REPORT-CLOSE.

               0210-WRITE-STEP-LINE.

        EVALUATE WS-STEP-STATE (STEP-IDX)
            WHEN "E"
                MOVE "COMPLETED" TO WS-STATUS-TEXT
            WHEN "F"
                MOVE "FAILED" TO WS-STATUS-TEXT
            WHEN "B"
                MOVE "BYPASSED" TO WS-STATUS-TEXT
            WHEN "S"
                MOVE "INTERRUPTED" TO WS-STATUS-TEXT
            WHEN OTHER
                MOVE "NOT RUN" TO WS-STATUS-TEXT
        END-EVALUATE
        IF WS-STEP-NUMBER (STEP-IDX) < WS-RESUME-STEP
                AND WS-STEP-STATE (STEP-IDX) NOT = SPACE
            ADD 1 TO WS-STEPS-EARLIER
        END-IF
        IF WS-STEP-STATE (STEP-IDX) = "B"
            ADD 1 TO WS-STEPS-BYPASSED
        END-IF
        IF WS-STEP-STATE (STEP-IDX) = SPACE
            ADD 1 TO WS-STEPS-NOT-RUN
        END-IF
        MOVE WS-STEP-START-DATE (STEP-IDX) TO WS-EDIT-DATE
        MOVE WS-STEP-START-TIME (STEP-IDX) TO WS-EDIT-TIME
        PERFORM 0220-EDIT-STAMP
        MOVE WS-EDIT-STAMP TO WS-DISPLAY-START
        MOVE WS-STEP-END-DATE (STEP-IDX) TO WS-EDIT-DATE
        MOVE WS-STEP-END-TIME (STEP-IDX) TO WS-EDIT-TIME
        PERFORM 0220-EDIT-STAMP
        MOVE WS-EDIT-STAMP TO WS-DISPLAY-END
        IF WS-STEP-STATE (STEP-IDX) = "E"
                OR WS-STEP-STATE (STEP-IDX) = "F"
            MOVE WS-STEP-RC (STEP-IDX) TO WS-DISPLAY-RC
        ELSE
            MOVE "---" TO WS-DISPLAY-RC
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING "  STEP=" WS-STEP-NUMBER (STEP-IDX)
            " " WS-STEP-NAME (STEP-IDX)
            " START=" WS-DISPLAY-START
            " END=" WS-DISPLAY-END
            " RC=" WS-DISPLAY-RC
            " LIMIT=" WS-STEP-MAX-RC (STEP-IDX)
            " " WS-STATUS-TEXT
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9145-CHECK-REPORT-WRITE.

               0220-EDIT-STAMP.

        IF WS-EDIT-DATE = 0
            MOVE "--------" TO WS-EDIT-STAMP
        ELSE
            MOVE WS-EDIT-TIME TO WS-TIME-SPLIT
            MOVE WS-TIME-HH TO WS-DISPLAY-HH
            MOVE WS-TIME-MI TO WS-DISPLAY-MI
            MOVE WS-TIME-SS TO WS-DISPLAY-SS
            MOVE SPACES TO WS-EDIT-STAMP
            STRING WS-EDIT-DATE " " WS-DISPLAY-TIME
                DELIMITED BY SIZE INTO WS-EDIT-STAMP
        END-IF.

               9000-WRITE-TOTALS.

        MOVE SPACES TO REPORT-RECORD
        STRING "STREAM TOTALS: STEPS=" WS-STEP-COUNT
            " RUN THIS TIME=" WS-STEPS-RUN
            " DONE EARLIER=" WS-STEPS-EARLIER
            " BYPASSED=" WS-STEPS-BYPASSED
            " NOT RUN=" WS-STEPS-NOT-RUN
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM 9145-CHECK-REPORT-WRITE
        MOVE SPACES TO REPORT-RECORD
        IF WS-STOPPED-SWITCH = "Y"
            STRING "    STREAM STOPPED AT STEP=" WS-STOPPED-STEP
                " RC=" WS-STOPPED-RC
                " - NEXT RUN RESUMES AT THIS STEP"
                DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
            STRING "    STREAM COMPLETE HIGHEST RC=" WS-HIGHEST-RC
                DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF
        WRITE REPORT-RECORD
        PERFORM 9145-CHECK-REPORT-WRITE.

               9110-CHECK-DEF-READ.

        IF WS-DEF-STATUS NOT = "00" AND WS-DEF-STATUS NOT = "10"
            DISPLAY "CIRCSTRM: STREAM-DEF-FILE READ FAILED, STATUS="
                WS-DEF-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-LOG-OPEN.

        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: STEP-LOG-FILE OPEN FAILED, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9125-CHECK-LOG-READ.

        IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "10"
            DISPLAY "CIRCSTRM: STEP-LOG-FILE READ FAILED, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9130-CHECK-LOG-WRITE.

        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: STEP-LOG-FILE WRITE FAILED, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9135-CHECK-LOG-CLOSE.

        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: STEP-LOG-FILE CLOSE FAILED, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9145-CHECK-REPORT-WRITE.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: REPORT-FILE WRITE FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9150-CHECK-REPORT-CLOSE.

        IF WS-RPT-STATUS NOT = "00"
            DISPLAY "CIRCSTRM: REPORT-FILE CLOSE FAILED, STATUS="
                WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCSTRM.
