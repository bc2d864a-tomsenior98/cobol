               IDENTIFICATION DIVISION.
               PROGRAM-ID. CIRCENTR.
               ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT BRANCH1-FILE ASSIGN TO "RADIUS01.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-EXTRACT-STATUS.
                   SELECT BRANCH2-FILE ASSIGN TO "RADIUS02.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-EXTRACT-STATUS.
                   SELECT BRANCH3-FILE ASSIGN TO "RADIUS03.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-EXTRACT-STATUS.
                   SELECT SHAPE-MASTER-FILE ASSIGN TO "SHAPE.MST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SHM-STATUS.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "CIRCUM.CTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CTL-STATUS.
                   SELECT BRANCH-DIR-FILE ASSIGN TO "BRANCH.DIR"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BRD-STATUS.
                   SELECT AUDIT-FILE ASSIGN TO "CIRCENTR.AUD"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AUD-STATUS.
               DATA DIVISION.
               FILE SECTION.
      *> The branch extracts in the layout CIRCMERGE reads: piece
      *> key, the legacy body (shape, radius, height, inner radius,
      *> length, width) and the lot quantity.
               FD  BRANCH1-FILE.
               01 BRANCH1-RECORD.
                   05 B1-RECORD-KEY PIC 9(6).
                   05 B1-RECORD-BODY PIC X(29).
                   05 B1-QUANTITY PIC 9(5).
               FD  BRANCH2-FILE.
               01 BRANCH2-RECORD.
                   05 B2-RECORD-KEY PIC 9(6).
                   05 B2-RECORD-BODY PIC X(29).
                   05 B2-QUANTITY PIC 9(5).
               FD  BRANCH3-FILE.
               01 BRANCH3-RECORD.
                   05 B3-RECORD-KEY PIC 9(6).
                   05 B3-RECORD-BODY PIC X(29).
                   05 B3-QUANTITY PIC 9(5).
               FD  SHAPE-MASTER-FILE.
               COPY SHMREC.
               FD  RUN-CONTROL-FILE.
               COPY RUNCTL.
               FD  BRANCH-DIR-FILE.
               COPY BRDREC.
               FD  AUDIT-FILE.
      *> Entry audit: one row per sign-on, load, add, change,
      *> delete, release and quit, appended as it happens so the
      *> trail survives a session that is abandoned.  The line
      *> count is the session's count after the action; the images
      *> are the extract line before and after (spaces where there
      *> is none).
               01 AUDIT-RECORD.
                   05 AUD-DATE PIC 9(8).
                   05 AUD-TIME PIC 9(8).
                   05 AUD-CLERK-ID PIC X(8).
                   05 AUD-BRANCH-CODE PIC XX.
                   05 AUD-ACTION PIC X(8).
                   05 AUD-LINE-COUNT PIC 9(4).
                   05 AUD-BEFORE-IMAGE PIC X(40).
                   05 AUD-AFTER-IMAGE PIC X(40).
               WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS.
                   05 WS-EXTRACT-STATUS PIC XX VALUE ZEROES.
                   05 WS-SHM-STATUS PIC XX VALUE ZEROES.
                   05 WS-CTL-STATUS PIC XX VALUE ZEROES.
                   05 WS-BRD-STATUS PIC XX VALUE ZEROES.
                   05 WS-AUD-STATUS PIC XX VALUE ZEROES.
               01 WS-RUN-DATE.
                   05 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZEROES.
                   05 WS-NOW-TIME PIC 9(8) VALUE ZEROES.
               01 WS-SESSION.
                   05 WS-CLERK-ID PIC X(8) VALUE SPACES.
                   05 WS-BRANCH-CODE PIC XX VALUE SPACES.
                   05 WS-EXTRACT-NAME PIC X(12) VALUE SPACES.
                   05 WS-SHOW-UOM PIC X(11) VALUE SPACES.
                   05 WS-AUDIT-ACTION PIC X(8) VALUE SPACES.
                   05 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.
                   05 WS-AFTER-IMAGE PIC X(40) VALUE SPACES.
               01 WS-SWITCHES.
                   05 WS-SHM-EOF-SWITCH PIC X VALUE "N".
                   05 WS-DIR-EOF-SWITCH PIC X VALUE "N".
                   05 WS-EXT-EOF-SWITCH PIC X VALUE "N".
                   05 WS-DIR-LOADED-SWITCH PIC X VALUE "N".
                   05 WS-SIGNED-ON-SWITCH PIC X VALUE "N".
                   05 WS-SESSION-END-SWITCH PIC X VALUE "N".
                   05 WS-CHANGED-SWITCH PIC X VALUE "N".
                   05 WS-QUIT-PENDING-SWITCH PIC X VALUE "N".
                   05 WS-RELEASED-SWITCH PIC X VALUE "N".
      *> Dimensions are keyed in the unit the calculation run will
      *> read the extract in, and checked against the inch limits
      *> on SHAPE.MST after the same conversion that run makes.
               01 WS-UOM-GROUP.
                   05 WS-UOM-FLAG PIC X VALUE "I".
                   05 WS-CM-PER-INCH PIC 9V99 VALUE 2.54.
               01 WS-BRANCH-DIRECTORY.
                   05 WS-DIR-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-FOUND PIC 9(2) VALUE ZEROES.
                   05 WS-DIR-ENTRY OCCURS 10 TIMES.
                       10 WS-DIR-CODE PIC XX VALUE SPACES.
                       10 WS-DIR-ACTIVE-FLAG PIC X VALUE "N".
               01 WS-SHAPE-MASTER-TABLE.
                   05 WS-SHAPE-ENTRY-COUNT PIC 9(2) VALUE ZEROES.
                   05 WS-SHAPE-ENTRY OCCURS 10 TIMES
                           INDEXED BY SHM-IDX.
                       10 WS-TBL-SHAPE-CODE PIC X.
                       10 WS-TBL-MIN-RADIUS PIC 999V99.
                       10 WS-TBL-MAX-RADIUS PIC 999V99.
                       10 WS-TBL-MIN-INNER-RADIUS PIC 999V99.
                       10 WS-TBL-MAX-INNER-RADIUS PIC 999V99.
                       10 WS-TBL-MIN-LENGTH PIC 999V99.
                       10 WS-TBL-MAX-LENGTH PIC 999V99.
                       10 WS-TBL-MIN-WIDTH PIC 999V99.
                       10 WS-TBL-MAX-WIDTH PIC 999V99.
                       10 WS-TBL-MIN-HEIGHT PIC 999V99.
                       10 WS-TBL-MAX-HEIGHT PIC 999V99.
                       10 WS-TBL-DENSITY PIC 9V9999.
               01 WS-SHAPE-LIMITS.
                   05 WS-LIM-MIN-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MIN-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-MAX-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-LIM-DENSITY PIC 9V9999 VALUE ZEROES.
               01 WS-VALIDATION.
                   05 WS-RADIUS-CHECK PIC S9(5)V99 VALUE ZEROES.
                   05 WS-VALID-SWITCH PIC X VALUE "Y".
                   05 WS-REJECT-REASON PIC XX VALUE "00".
                   05 WS-REASON-TEXT PIC X(32) VALUE SPACES.
      *> Piece keys above 900000 are the source keys CIRCQCNV gives
      *> quote orders, and are not to be keyed for a branch piece.
                   05 WS-MAX-PIECE-KEY PIC 9(6) VALUE 900000.
               01 WS-SHAPE-GROUP.
                   05 WS-SHAPE-CODE PIC X VALUE "C".
                   05 WS-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-HEIGHT PIC 999V99 VALUE ZEROES.
      *> The fields the clerk keys on the entry screen.
               01 WS-SCREEN-FIELDS.
                   05 WS-SCR-ACTION PIC X VALUE SPACE.
                   05 WS-SCR-LINE-NO PIC 9(4) VALUE ZEROES.
                   05 WS-SCR-RECORD-KEY PIC 9(6) VALUE ZEROES.
                   05 WS-SCR-SHAPE-CODE PIC X VALUE SPACE.
                   05 WS-SCR-RADIUS PIC 9(5)V99 VALUE ZEROES.
                   05 WS-SCR-HEIGHT PIC 999V99 VALUE ZEROES.
                   05 WS-SCR-INNER-RADIUS PIC 999V99 VALUE ZEROES.
                   05 WS-SCR-LENGTH PIC 999V99 VALUE ZEROES.
                   05 WS-SCR-WIDTH PIC 999V99 VALUE ZEROES.
                   05 WS-SCR-QUANTITY PIC 9(5) VALUE 1.
               01 WS-MESSAGE PIC X(79) VALUE SPACES.
      *> One branch extract line; the X view of the dimensions lets
      *> a line typed before this screen existed leave a field it
      *> did not need blank.
               01 WS-EXTRACT-LINE.
                   05 WS-EXL-RECORD-KEY PIC 9(6).
                   05 WS-EXL-SHAPE-CODE PIC X.
                   05 WS-EXL-RADIUS PIC S9(5)V99
                       SIGN LEADING SEPARATE.
                   05 WS-EXL-HEIGHT PIC 999V99.
                   05 WS-EXL-INNER-RADIUS PIC 999V99.
                   05 WS-EXL-LENGTH PIC 999V99.
                   05 WS-EXL-WIDTH PIC 999V99.
                   05 WS-EXL-QUANTITY PIC 9(5).
               01 WS-EXTRACT-FIELDS REDEFINES WS-EXTRACT-LINE.
                   05 FILLER PIC X(7).
                   05 WS-EXL-RADIUS-X PIC X(8).
                   05 WS-EXL-HEIGHT-X PIC X(5).
                   05 WS-EXL-INNER-RADIUS-X PIC X(5).
                   05 WS-EXL-LENGTH-X PIC X(5).
                   05 WS-EXL-WIDTH-X PIC X(5).
                   05 WS-EXL-QUANTITY-X PIC X(5).
      *> The line being added or changed, laid out like a session
      *> entry so it moves into the table as a group.  The error
      *> reason is spaces on a clean line; otherwise it is the
      *> calculation run's reject reason, or NN for a loaded line
      *> with a field that is not numeric.
               01 WS-WORK-LINE.
                   05 WS-WRK-RECORD-KEY PIC 9(6).
                   05 WS-WRK-SHAPE-CODE PIC X.
                   05 WS-WRK-RADIUS PIC S9(5)V99.
                   05 WS-WRK-HEIGHT PIC 999V99.
                   05 WS-WRK-INNER-RADIUS PIC 999V99.
                   05 WS-WRK-LENGTH PIC 999V99.
                   05 WS-WRK-WIDTH PIC 999V99.
                   05 WS-WRK-QUANTITY PIC 9(5).
                   05 WS-WRK-ERROR-REASON PIC XX.
      *> The session's lines, kept in ascending piece-key order so
      *> the released extract passes CIRCMERGE's sequence check.
               01 WS-ENTRY-TABLE.
                   05 WS-ENT-COUNT PIC 9(4) VALUE ZEROES.
                   05 WS-ENT-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-SCAN-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-SHIFT-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-INSERT-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-FOUND-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-EXCLUDE-SUB PIC 9(4) VALUE ZEROES.
                   05 WS-ERROR-COUNT PIC 9(4) VALUE ZEROES.
                   05 WS-ENT-LINE OCCURS 500 TIMES.
                       10 WS-ENT-RECORD-KEY PIC 9(6).
                       10 WS-ENT-SHAPE-CODE PIC X.
                       10 WS-ENT-RADIUS PIC S9(5)V99.
                       10 WS-ENT-HEIGHT PIC 999V99.
                       10 WS-ENT-INNER-RADIUS PIC 999V99.
                       10 WS-ENT-LENGTH PIC 999V99.
                       10 WS-ENT-WIDTH PIC 999V99.
                       10 WS-ENT-QUANTITY PIC 9(5).
                       10 WS-ENT-ERROR-REASON PIC XX.
               01 WS-PAGE-CONTROL.
                   05 WS-PAGE-TOP PIC 9(4) VALUE 1.
                   05 WS-PAGE-SUB PIC 9(2) VALUE ZEROES.
                   05 WS-PAGE-ROW PIC 9(4) VALUE ZEROES.
                   05 WS-PAGE-WORK PIC 9(4) VALUE ZEROES.
                   05 WS-PAGE-NUMBER PIC 9(3) VALUE ZEROES.
                   05 WS-SHOW-PAGE PIC 9(3) VALUE ZEROES.
                   05 WS-SHOW-PAGES PIC 9(3) VALUE ZEROES.
                   05 WS-PAGE-LINE PIC X(79) OCCURS 12 TIMES.
               01 WS-DISPLAY.
                   05 WS-EDIT-LINE-NO PIC ZZZ9.
                   05 WS-EDIT-RADIUS PIC ZZZZ9.99.
                   05 WS-EDIT-HEIGHT PIC ZZ9.99.
                   05 WS-EDIT-INNER-RADIUS PIC ZZ9.99.
                   05 WS-EDIT-LENGTH PIC ZZ9.99.
                   05 WS-EDIT-WIDTH PIC ZZ9.99.
                   05 WS-EDIT-QUANTITY PIC ZZZZ9.
                   05 WS-EDIT-STATUS PIC X(6).
                   05 WS-SHOW-MIN PIC 9(4)V99 VALUE ZEROES.
                   05 WS-SHOW-MAX PIC 9(4)V99 VALUE ZEROES.
                   05 WS-EDIT-MIN PIC ZZZ9.99.
                   05 WS-EDIT-MAX PIC ZZZ9.99.
                   05 WS-EDIT-MIN-2 PIC ZZZ9.99.
                   05 WS-EDIT-MAX-2 PIC ZZZ9.99.
               SCREEN SECTION.
               01 SIGNON-SCREEN.
                   05 BLANK SCREEN.
                   05 LINE 1 COLUMN 1
                       VALUE "CIRCENTR - BRANCH EXTRACT ENTRY".
                   05 LINE 4 COLUMN 1 VALUE "CLERK ID . . :".
                   05 LINE 4 COLUMN 16 PIC X(8) USING WS-CLERK-ID.
                   05 LINE 5 COLUMN 1 VALUE "BRANCH . . . :".
                   05 LINE 5 COLUMN 16 PIC XX USING WS-BRANCH-CODE.
                   05 LINE 5 COLUMN 20 VALUE "(01, 02 OR 03)".
                   05 LINE 8 COLUMN 1
                       VALUE "LEAVE BOTH BLANK TO EXIT WITHOUT ENTRY".
                   05 LINE 23 COLUMN 1 PIC X(79) FROM WS-MESSAGE
                       HIGHLIGHT.
               01 ENTRY-SCREEN.
                   05 BLANK SCREEN.
                   05 LINE 1 COLUMN 1
                       VALUE "CIRCENTR - BRANCH EXTRACT ENTRY".
                   05 LINE 1 COLUMN 36 VALUE "BRANCH".
                   05 LINE 1 COLUMN 43 PIC XX FROM WS-BRANCH-CODE.
                   05 LINE 1 COLUMN 47 VALUE "CLERK".
                   05 LINE 1 COLUMN 53 PIC X(8) FROM WS-CLERK-ID.
                   05 LINE 1 COLUMN 63 PIC X(11) FROM WS-SHOW-UOM.
                   05 LINE 2 COLUMN 1 VALUE "FILE".
                   05 LINE 2 COLUMN 6 PIC X(12) FROM WS-EXTRACT-NAME.
                   05 LINE 2 COLUMN 20 VALUE "LINES".
                   05 LINE 2 COLUMN 26 PIC ZZZ9 FROM WS-ENT-COUNT.
                   05 LINE 2 COLUMN 32 VALUE "IN ERROR".
                   05 LINE 2 COLUMN 41 PIC ZZZ9 FROM WS-ERROR-COUNT.
                   05 LINE 2 COLUMN 47 VALUE "PAGE".
                   05 LINE 2 COLUMN 52 PIC ZZ9 FROM WS-SHOW-PAGE.
                   05 LINE 2 COLUMN 56 VALUE "OF".
                   05 LINE 2 COLUMN 59 PIC ZZ9 FROM WS-SHOW-PAGES.
                   05 LINE 3 COLUMN 1 VALUE
                       "LINE  PIECE  S    RADIUS  HEIGHT   INNER".
                   05 LINE 3 COLUMN 42 VALUE
                       "LENGTH   WIDTH    QTY  STATUS".
                   05 LINE 4 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (1).
                   05 LINE 5 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (2).
                   05 LINE 6 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (3).
                   05 LINE 7 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (4).
                   05 LINE 8 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (5).
                   05 LINE 9 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (6).
                   05 LINE 10 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (7).
                   05 LINE 11 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (8).
                   05 LINE 12 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (9).
                   05 LINE 13 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (10).
                   05 LINE 14 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (11).
                   05 LINE 15 COLUMN 1 PIC X(79)
                       FROM WS-PAGE-LINE (12).
                   05 LINE 17 COLUMN 1 VALUE "ACTION".
                   05 LINE 17 COLUMN 8 PIC X USING WS-SCR-ACTION.
                   05 LINE 17 COLUMN 11 VALUE "LINE".
                   05 LINE 17 COLUMN 16 PIC ZZZ9
                       USING WS-SCR-LINE-NO.
                   05 LINE 18 COLUMN 1 VALUE
                       "PIECE  S    RADIUS  HEIGHT   INNER".
                   05 LINE 18 COLUMN 36 VALUE
                       "LENGTH   WIDTH    QTY".
                   05 LINE 19 COLUMN 1 PIC 9(6)
                       USING WS-SCR-RECORD-KEY.
                   05 LINE 19 COLUMN 8 PIC X
                       USING WS-SCR-SHAPE-CODE.
                   05 LINE 19 COLUMN 11 PIC ZZZZ9.99
                       USING WS-SCR-RADIUS.
                   05 LINE 19 COLUMN 21 PIC ZZ9.99
                       USING WS-SCR-HEIGHT.
                   05 LINE 19 COLUMN 29 PIC ZZ9.99
                       USING WS-SCR-INNER-RADIUS.
                   05 LINE 19 COLUMN 37 PIC ZZ9.99
                       USING WS-SCR-LENGTH.
                   05 LINE 19 COLUMN 45 PIC ZZ9.99
                       USING WS-SCR-WIDTH.
                   05 LINE 19 COLUMN 52 PIC ZZZZ9
                       USING WS-SCR-QUANTITY.
                   05 LINE 21 COLUMN 1 VALUE
                       "A=ADD C=CHANGE D=DELETE G=GET LINE N=NEXT".
                   05 LINE 21 COLUMN 43 VALUE
                       "P=PREVIOUS PAGE R=RELEASE Q=QUIT".
                   05 LINE 22 COLUMN 1 VALUE
                       "SHAPE C=CIRCLE R=RECTANGLE A=ANNULUS".
                   05 LINE 23 COLUMN 1 PIC X(79) FROM WS-MESSAGE
                       HIGHLIGHT.

               PROCEDURE DIVISION.
               0000-ENTER-BRANCH-EXTRACT.

        ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

        PERFORM 0005-READ-RUN-CONTROL
        PERFORM 0010-LOAD-BRANCH-DIRECTORY
        PERFORM 0020-LOAD-SHAPE-MASTER

        PERFORM 0030-SIGN-ON
        IF WS-SIGNED-ON-SWITCH = "N"
            DISPLAY "CIRCENTR: NO SIGN-ON, NOTHING ENTERED"
            STOP RUN
        END-IF

        OPEN EXTEND AUDIT-FILE
        IF WS-AUD-STATUS = "35"
            OPEN OUTPUT AUDIT-FILE
        END-IF
        PERFORM 9120-CHECK-AUDIT-STATUS
        MOVE "SIGNON" TO WS-AUDIT-ACTION
        MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
        PERFORM 0400-WRITE-AUDIT

        PERFORM 0040-LOAD-EXISTING-EXTRACT

        PERFORM 0100-ENTRY-CYCLE
            UNTIL WS-SESSION-END-SWITCH = "Y"

        CLOSE AUDIT-FILE
        PERFORM 9120-CHECK-AUDIT-STATUS

        IF WS-RELEASED-SWITCH = "Y"
            DISPLAY "CIRCENTR: " WS-ENT-COUNT " LINES RELEASED TO "
                WS-EXTRACT-NAME
        ELSE
            DISPLAY "CIRCENTR: SESSION ENDED WITHOUT RELEASE"
            IF WS-CHANGED-SWITCH = "Y"
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF

        STOP RUN.

      *> Only the unit-of-measure flag is wanted; the file is
      *> required, as it is for the calculation run, so the clerk
      *> never keys in a unit that run would not read.
               0005-READ-RUN-CONTROL.

        OPEN INPUT RUN-CONTROL-FILE
        IF WS-CTL-STATUS NOT = "00"
            DISPLAY "CIRCENTR: RUN-CONTROL-FILE OPEN FAILED, "
                "STATUS=" WS-CTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ RUN-CONTROL-FILE
            AT END
                DISPLAY "CIRCENTR: RUN-CONTROL-FILE IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        IF WS-CTL-STATUS NOT = "00"
            DISPLAY "CIRCENTR: RUN-CONTROL-FILE READ FAILED, "
                "STATUS=" WS-CTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-CONTROL-FILE
        IF CTL-UOM-FLAG = "C"
            MOVE "C" TO WS-UOM-FLAG
            MOVE "CENTIMETRES" TO WS-SHOW-UOM
        ELSE
            MOVE "I" TO WS-UOM-FLAG
            MOVE "INCHES" TO WS-SHOW-UOM
        END-IF.

      *> The directory is optional here as it is for the
      *> calculation run; when it is on file a clerk can only key
      *> for a branch registered active in it.
               0010-LOAD-BRANCH-DIRECTORY.

        OPEN INPUT BRANCH-DIR-FILE
        IF WS-BRD-STATUS = "35"
            CONTINUE
        ELSE
            IF WS-BRD-STATUS NOT = "00"
                DISPLAY "CIRCENTR: BRANCH-DIR-FILE OPEN FAILED, "
                    "STATUS=" WS-BRD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-DIR-EOF-SWITCH = "Y"
                READ BRANCH-DIR-FILE
                    AT END
                        MOVE "Y" TO WS-DIR-EOF-SWITCH
                    NOT AT END
                        IF WS-DIR-COUNT < 10
                            ADD 1 TO WS-DIR-COUNT
                            MOVE BRD-BRANCH-CODE
                                TO WS-DIR-CODE (WS-DIR-COUNT)
                            MOVE BRD-ACTIVE-FLAG
                                TO WS-DIR-ACTIVE-FLAG (WS-DIR-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BRANCH-DIR-FILE
            MOVE "Y" TO WS-DIR-LOADED-SWITCH
        END-IF.

               0020-LOAD-SHAPE-MASTER.

        OPEN INPUT SHAPE-MASTER-FILE
        IF WS-SHM-STATUS NOT = "00"
            DISPLAY "CIRCENTR: SHAPE-MASTER-FILE OPEN FAILED, "
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
                        DISPLAY "CIRCENTR: SHAPE-MASTER-FILE "
                            "EXCEEDS 10 SHAPES"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-SHAPE-ENTRY-COUNT
                    SET SHM-IDX TO WS-SHAPE-ENTRY-COUNT
                    MOVE SHM-SHAPE-CODE
                        TO WS-TBL-SHAPE-CODE (SHM-IDX)
                    MOVE SHM-MIN-RADIUS
                        TO WS-TBL-MIN-RADIUS (SHM-IDX)
                    MOVE SHM-MAX-RADIUS
                        TO WS-TBL-MAX-RADIUS (SHM-IDX)
                    MOVE SHM-MIN-INNER-RADIUS
                        TO WS-TBL-MIN-INNER-RADIUS (SHM-IDX)
                    MOVE SHM-MAX-INNER-RADIUS
                        TO WS-TBL-MAX-INNER-RADIUS (SHM-IDX)
                    MOVE SHM-MIN-LENGTH
                        TO WS-TBL-MIN-LENGTH (SHM-IDX)
                    MOVE SHM-MAX-LENGTH
                        TO WS-TBL-MAX-LENGTH (SHM-IDX)
                    MOVE SHM-MIN-WIDTH
                        TO WS-TBL-MIN-WIDTH (SHM-IDX)
                    MOVE SHM-MAX-WIDTH
                        TO WS-TBL-MAX-WIDTH (SHM-IDX)
                    MOVE SHM-MIN-HEIGHT
                        TO WS-TBL-MIN-HEIGHT (SHM-IDX)
                    MOVE SHM-MAX-HEIGHT
                        TO WS-TBL-MAX-HEIGHT (SHM-IDX)
                    MOVE SHM-DENSITY
                        TO WS-TBL-DENSITY (SHM-IDX)
            END-READ
            PERFORM 9155-CHECK-SHM-STATUS
        END-PERFORM
        CLOSE SHAPE-MASTER-FILE
        IF WS-SHAPE-ENTRY-COUNT = 0
            DISPLAY "CIRCENTR: SHAPE-MASTER-FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> The clerk signs on with an id and the branch keyed for;
      *> the id goes on every audit row.  Only the three branch
      *> extracts CIRCMERGE takes can be keyed.
               0030-SIGN-ON.

        MOVE SPACES TO WS-MESSAGE
        PERFORM UNTIL WS-SIGNED-ON-SWITCH = "Y"
                OR WS-SESSION-END-SWITCH = "Y"
            PERFORM 0032-SHOW-SIGNON-SCREEN
            INSPECT WS-CLERK-ID CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE SPACES TO WS-MESSAGE
            EVALUATE TRUE
                WHEN WS-CLERK-ID = SPACES
                        AND WS-BRANCH-CODE = SPACES
                    MOVE "Y" TO WS-SESSION-END-SWITCH
                WHEN WS-CLERK-ID = SPACES
                    MOVE "CLERK ID IS REQUIRED" TO WS-MESSAGE
                WHEN WS-BRANCH-CODE NOT = "01"
                        AND WS-BRANCH-CODE NOT = "02"
                        AND WS-BRANCH-CODE NOT = "03"
                    MOVE "BRANCH MUST BE 01, 02 OR 03"
                        TO WS-MESSAGE
                WHEN OTHER
                    PERFORM 0035-CHECK-BRANCH-DIRECTORY
            END-EVALUATE
        END-PERFORM
        IF WS-SIGNED-ON-SWITCH = "Y"
            MOVE SPACES TO WS-EXTRACT-NAME
            STRING "RADIUS" WS-BRANCH-CODE ".DAT"
                DELIMITED BY SIZE INTO WS-EXTRACT-NAME
        END-IF.

               0032-SHOW-SIGNON-SCREEN.

        DISPLAY SIGNON-SCREEN
        ACCEPT SIGNON-SCREEN.

               0035-CHECK-BRANCH-DIRECTORY.

        IF WS-DIR-LOADED-SWITCH = "N"
            MOVE "Y" TO WS-SIGNED-ON-SWITCH
        ELSE
            MOVE 0 TO WS-DIR-FOUND
            PERFORM 0036-FIND-DIRECTORY-ENTRY
                VARYING WS-DIR-SUB FROM 1 BY 1
                UNTIL WS-DIR-SUB > WS-DIR-COUNT
            IF WS-DIR-FOUND = 0
                MOVE SPACES TO WS-MESSAGE
                STRING "BRANCH " WS-BRANCH-CODE
                    " IS NOT REGISTERED IN BRANCH.DIR"
                    DELIMITED BY SIZE INTO WS-MESSAGE
            ELSE
                IF WS-DIR-ACTIVE-FLAG (WS-DIR-FOUND) NOT = "Y"
                    MOVE SPACES TO WS-MESSAGE
                    STRING "BRANCH " WS-BRANCH-CODE
                        " IS NOT ACTIVE IN BRANCH.DIR"
                        DELIMITED BY SIZE INTO WS-MESSAGE
                ELSE
                    MOVE "Y" TO WS-SIGNED-ON-SWITCH
                END-IF
            END-IF
        END-IF.

               0036-FIND-DIRECTORY-ENTRY.

        IF WS-DIR-CODE (WS-DIR-SUB) = WS-BRANCH-CODE
            MOVE WS-DIR-SUB TO WS-DIR-FOUND
        END-IF.

      *> An extract already released today (or typed by hand) is
      *> brought back into the session so it can be reviewed and
      *> corrected; release rewrites it whole.  Every loaded line
      *> is checked the way a keyed one is, and a line that fails
      *> stays on the list flagged until it is changed or deleted.
      *> A key that is not numeric cannot be placed in order, so
      *> the file must be put right before it can be keyed on.
               0040-LOAD-EXISTING-EXTRACT.

        PERFORM 0044-OPEN-EXTRACT-INPUT
        IF WS-EXTRACT-STATUS = "35"
            MOVE SPACES TO WS-MESSAGE
            STRING "NO " WS-EXTRACT-NAME
                " ON FILE - NEW EXTRACT STARTED"
                DELIMITED BY SIZE INTO WS-MESSAGE
        ELSE
            PERFORM 9110-CHECK-EXTRACT-STATUS
            PERFORM UNTIL WS-EXT-EOF-SWITCH = "Y"
                PERFORM 0046-READ-EXTRACT-LINE
                IF WS-EXT-EOF-SWITCH = "N"
                    PERFORM 0048-LOAD-EXTRACT-LINE
                END-IF
            END-PERFORM
            PERFORM 0049-CLOSE-EXTRACT
            PERFORM 0190-MARK-DUPLICATES
            PERFORM 0195-COUNT-ERRORS
            MOVE SPACES TO WS-MESSAGE
            STRING WS-ENT-COUNT " LINES LOADED FROM "
                WS-EXTRACT-NAME ", " WS-ERROR-COUNT " IN ERROR"
                DELIMITED BY SIZE INTO WS-MESSAGE
            MOVE "LOAD" TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
            PERFORM 0400-WRITE-AUDIT
        END-IF.

               0044-OPEN-EXTRACT-INPUT.

        EVALUATE WS-BRANCH-CODE
            WHEN "01"
                OPEN INPUT BRANCH1-FILE
            WHEN "02"
                OPEN INPUT BRANCH2-FILE
            WHEN "03"
                OPEN INPUT BRANCH3-FILE
        END-EVALUATE.

               0045-OPEN-EXTRACT-OUTPUT.

        EVALUATE WS-BRANCH-CODE
            WHEN "01"
                OPEN OUTPUT BRANCH1-FILE
            WHEN "02"
                OPEN OUTPUT BRANCH2-FILE
            WHEN "03"
                OPEN OUTPUT BRANCH3-FILE
        END-EVALUATE
        PERFORM 9110-CHECK-EXTRACT-STATUS.

               0046-READ-EXTRACT-LINE.

        MOVE SPACES TO WS-EXTRACT-LINE
        EVALUATE WS-BRANCH-CODE
            WHEN "01"
                READ BRANCH1-FILE INTO WS-EXTRACT-LINE
                    AT END
                        MOVE "Y" TO WS-EXT-EOF-SWITCH
                END-READ
            WHEN "02"
                READ BRANCH2-FILE INTO WS-EXTRACT-LINE
                    AT END
                        MOVE "Y" TO WS-EXT-EOF-SWITCH
                END-READ
            WHEN "03"
                READ BRANCH3-FILE INTO WS-EXTRACT-LINE
                    AT END
                        MOVE "Y" TO WS-EXT-EOF-SWITCH
                END-READ
        END-EVALUATE
        PERFORM 9110-CHECK-EXTRACT-STATUS.

               0047-WRITE-EXTRACT-LINE.

        EVALUATE WS-BRANCH-CODE
            WHEN "01"
                WRITE BRANCH1-RECORD FROM WS-EXTRACT-LINE
            WHEN "02"
                WRITE BRANCH2-RECORD FROM WS-EXTRACT-LINE
            WHEN "03"
                WRITE BRANCH3-RECORD FROM WS-EXTRACT-LINE
        END-EVALUATE
        PERFORM 9110-CHECK-EXTRACT-STATUS.

      *> A dimension left blank on a hand-typed line is zero, and a
      *> blank or zero quantity is a single piece, as the
      *> calculation run reads them.
               0048-LOAD-EXTRACT-LINE.

        IF WS-EXL-RECORD-KEY IS NOT NUMERIC
            DISPLAY "CIRCENTR: " WS-EXTRACT-NAME
                " HOLDS A LINE WITH A NON-NUMERIC PIECE KEY"
            DISPLAY "CIRCENTR: CORRECT OR REMOVE THE FILE BEFORE "
                "KEYING"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-ENT-COUNT >= 500
            DISPLAY "CIRCENTR: " WS-EXTRACT-NAME
                " HOLDS MORE THAN 500 LINES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-EXL-RADIUS-X = SPACES
            MOVE ZEROES TO WS-EXL-RADIUS
        END-IF
        IF WS-EXL-HEIGHT-X = SPACES
            MOVE ZEROES TO WS-EXL-HEIGHT
        END-IF
        IF WS-EXL-INNER-RADIUS-X = SPACES
            MOVE ZEROES TO WS-EXL-INNER-RADIUS
        END-IF
        IF WS-EXL-LENGTH-X = SPACES
            MOVE ZEROES TO WS-EXL-LENGTH
        END-IF
        IF WS-EXL-WIDTH-X = SPACES
            MOVE ZEROES TO WS-EXL-WIDTH
        END-IF
        IF WS-EXL-QUANTITY-X = SPACES
            MOVE 1 TO WS-EXL-QUANTITY
        END-IF
        MOVE WS-EXL-RECORD-KEY TO WS-WRK-RECORD-KEY
        MOVE WS-EXL-SHAPE-CODE TO WS-WRK-SHAPE-CODE
        MOVE SPACES TO WS-WRK-ERROR-REASON
        IF WS-EXL-RADIUS IS NUMERIC
                AND WS-EXL-HEIGHT IS NUMERIC
                AND WS-EXL-INNER-RADIUS IS NUMERIC
                AND WS-EXL-LENGTH IS NUMERIC
                AND WS-EXL-WIDTH IS NUMERIC
                AND WS-EXL-QUANTITY IS NUMERIC
            MOVE WS-EXL-RADIUS TO WS-WRK-RADIUS
            MOVE WS-EXL-HEIGHT TO WS-WRK-HEIGHT
            MOVE WS-EXL-INNER-RADIUS TO WS-WRK-INNER-RADIUS
            MOVE WS-EXL-LENGTH TO WS-WRK-LENGTH
            MOVE WS-EXL-WIDTH TO WS-WRK-WIDTH
            MOVE WS-EXL-QUANTITY TO WS-WRK-QUANTITY
            IF WS-WRK-QUANTITY = 0
                MOVE 1 TO WS-WRK-QUANTITY
            END-IF
            PERFORM 0300-VALIDATE-WORK-LINE
            IF WS-VALID-SWITCH = "N"
                MOVE WS-REJECT-REASON TO WS-WRK-ERROR-REASON
            END-IF
        ELSE
            MOVE ZEROES TO WS-WRK-RADIUS WS-WRK-HEIGHT
                WS-WRK-INNER-RADIUS WS-WRK-LENGTH WS-WRK-WIDTH
            MOVE 1 TO WS-WRK-QUANTITY
            MOVE "NN" TO WS-WRK-ERROR-REASON
        END-IF
        PERFORM 0185-INSERT-WORK-LINE.

               0049-CLOSE-EXTRACT.

        EVALUATE WS-BRANCH-CODE
            WHEN "01"
                CLOSE BRANCH1-FILE
            WHEN "02"
                CLOSE BRANCH2-FILE
            WHEN "03"
                CLOSE BRANCH3-FILE
        END-EVALUATE
        PERFORM 9110-CHECK-EXTRACT-STATUS.

               0050-SELECT-SHAPE-LIMITS.

        MOVE WS-TBL-MIN-RADIUS (SHM-IDX) TO WS-LIM-MIN-RADIUS
        MOVE WS-TBL-MAX-RADIUS (SHM-IDX) TO WS-LIM-MAX-RADIUS
        MOVE WS-TBL-MIN-INNER-RADIUS (SHM-IDX)
            TO WS-LIM-MIN-INNER-RADIUS
        MOVE WS-TBL-MAX-INNER-RADIUS (SHM-IDX)
            TO WS-LIM-MAX-INNER-RADIUS
        MOVE WS-TBL-MIN-LENGTH (SHM-IDX) TO WS-LIM-MIN-LENGTH
        MOVE WS-TBL-MAX-LENGTH (SHM-IDX) TO WS-LIM-MAX-LENGTH
        MOVE WS-TBL-MIN-WIDTH (SHM-IDX) TO WS-LIM-MIN-WIDTH
        MOVE WS-TBL-MAX-WIDTH (SHM-IDX) TO WS-LIM-MAX-WIDTH
        MOVE WS-TBL-MIN-HEIGHT (SHM-IDX) TO WS-LIM-MIN-HEIGHT
        MOVE WS-TBL-MAX-HEIGHT (SHM-IDX) TO WS-LIM-MAX-HEIGHT
        MOVE WS-TBL-DENSITY (SHM-IDX) TO WS-LIM-DENSITY.

      *> One screen exchange: show the current page and message,
      *> take the clerk's action and act on it.
               0100-ENTRY-CYCLE.

        PERFORM 0195-COUNT-ERRORS
        PERFORM 0210-BUILD-PAGE
        PERFORM 0200-SHOW-ENTRY-SCREEN
        MOVE SPACES TO WS-MESSAGE
        INSPECT WS-SCR-ACTION CONVERTING "acdgnpqr" TO "ACDGNPQR"
        INSPECT WS-SCR-SHAPE-CODE CONVERTING "acr" TO "ACR"
        IF WS-SCR-ACTION NOT = "Q"
            MOVE "N" TO WS-QUIT-PENDING-SWITCH
        END-IF
        EVALUATE WS-SCR-ACTION
            WHEN "A"
                PERFORM 0110-ADD-LINE
            WHEN "C"
                PERFORM 0120-CHANGE-LINE
            WHEN "D"
                PERFORM 0130-DELETE-LINE
            WHEN "G"
                PERFORM 0140-GET-LINE
            WHEN "N"
                IF WS-PAGE-TOP + 12 <= WS-ENT-COUNT
                    ADD 12 TO WS-PAGE-TOP
                ELSE
                    MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
                END-IF
            WHEN "P"
                IF WS-PAGE-TOP > 12
                    SUBTRACT 12 FROM WS-PAGE-TOP
                ELSE
                    MOVE 1 TO WS-PAGE-TOP
                    MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
                END-IF
            WHEN "R"
                PERFORM 0150-RELEASE-EXTRACT
            WHEN "Q"
                PERFORM 0160-QUIT-SESSION
            WHEN OTHER
                MOVE "ACTION MUST BE A, C, D, G, N, P, R OR Q"
                    TO WS-MESSAGE
        END-EVALUATE
        MOVE SPACE TO WS-SCR-ACTION.

               0110-ADD-LINE.

        PERFORM 0115-TAKE-SCREEN-FIELDS
        MOVE 0 TO WS-EXCLUDE-SUB
        PERFORM 0180-FIND-KEY
        EVALUATE TRUE
            WHEN WS-WRK-RECORD-KEY = 0
                MOVE "PIECE KEY IS REQUIRED" TO WS-MESSAGE
            WHEN WS-FOUND-SUB > 0
                STRING "PIECE KEY " WS-WRK-RECORD-KEY
                    " IS ALREADY ON LINE " WS-FOUND-SUB
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN WS-ENT-COUNT >= 500
                STRING "SESSION HOLDS 500 LINES - RELEASE BEFORE "
                    "ADDING MORE" DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN OTHER
                PERFORM 0300-VALIDATE-WORK-LINE
                IF WS-VALID-SWITCH = "Y"
                    PERFORM 0185-INSERT-WORK-LINE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    PERFORM 0410-WORK-LINE-TO-EXTRACT
                    MOVE WS-EXTRACT-LINE TO WS-AFTER-IMAGE
                    MOVE "ADD" TO WS-AUDIT-ACTION
                    PERFORM 0400-WRITE-AUDIT
                    MOVE "Y" TO WS-CHANGED-SWITCH
                    STRING "PIECE KEY " WS-WRK-RECORD-KEY
                        " ADDED AS LINE " WS-INSERT-SUB
                        DELIMITED BY SIZE INTO WS-MESSAGE
                    MOVE WS-INSERT-SUB TO WS-PAGE-ROW
                    PERFORM 0215-PAGE-TO-ROW
                    PERFORM 0117-CLEAR-SCREEN-FIELDS
                ELSE
                    PERFORM 0350-SHOW-REJECT-REASON
                END-IF
        END-EVALUATE.

               0115-TAKE-SCREEN-FIELDS.

        MOVE WS-SCR-RECORD-KEY TO WS-WRK-RECORD-KEY
        MOVE WS-SCR-SHAPE-CODE TO WS-WRK-SHAPE-CODE
        MOVE WS-SCR-RADIUS TO WS-WRK-RADIUS
        MOVE WS-SCR-HEIGHT TO WS-WRK-HEIGHT
        MOVE WS-SCR-INNER-RADIUS TO WS-WRK-INNER-RADIUS
        MOVE WS-SCR-LENGTH TO WS-WRK-LENGTH
        MOVE WS-SCR-WIDTH TO WS-WRK-WIDTH
        MOVE WS-SCR-QUANTITY TO WS-WRK-QUANTITY
        MOVE SPACES TO WS-WRK-ERROR-REASON.

               0117-CLEAR-SCREEN-FIELDS.

        MOVE ZEROES TO WS-SCR-LINE-NO WS-SCR-RECORD-KEY
            WS-SCR-RADIUS WS-SCR-HEIGHT WS-SCR-INNER-RADIUS
            WS-SCR-LENGTH WS-SCR-WIDTH
        MOVE SPACE TO WS-SCR-SHAPE-CODE
        MOVE 1 TO WS-SCR-QUANTITY.

      *> A change replaces the whole line, key included; the line
      *> is taken out and put back so the list stays in key order.
               0120-CHANGE-LINE.

        IF WS-SCR-LINE-NO = 0 OR WS-SCR-LINE-NO > WS-ENT-COUNT
            PERFORM 0125-LINE-NOT-ON-LIST
        ELSE
            PERFORM 0115-TAKE-SCREEN-FIELDS
            MOVE WS-SCR-LINE-NO TO WS-EXCLUDE-SUB
            PERFORM 0180-FIND-KEY
            EVALUATE TRUE
                WHEN WS-WRK-RECORD-KEY = 0
                    MOVE "PIECE KEY IS REQUIRED" TO WS-MESSAGE
                WHEN WS-FOUND-SUB > 0
                    STRING "PIECE KEY " WS-WRK-RECORD-KEY
                        " IS ALREADY ON LINE " WS-FOUND-SUB
                        DELIMITED BY SIZE INTO WS-MESSAGE
                WHEN OTHER
                    PERFORM 0300-VALIDATE-WORK-LINE
                    IF WS-VALID-SWITCH = "Y"
                        MOVE WS-SCR-LINE-NO TO WS-ENT-SUB
                        PERFORM 0420-TABLE-LINE-TO-EXTRACT
                        MOVE WS-EXTRACT-LINE TO WS-BEFORE-IMAGE
                        PERFORM 0188-REMOVE-LINE
                        PERFORM 0185-INSERT-WORK-LINE
                        PERFORM 0190-MARK-DUPLICATES
                        PERFORM 0410-WORK-LINE-TO-EXTRACT
                        MOVE WS-EXTRACT-LINE TO WS-AFTER-IMAGE
                        MOVE "CHANGE" TO WS-AUDIT-ACTION
                        PERFORM 0400-WRITE-AUDIT
                        MOVE "Y" TO WS-CHANGED-SWITCH
                        STRING "PIECE KEY " WS-WRK-RECORD-KEY
                            " CHANGED, NOW LINE " WS-INSERT-SUB
                            DELIMITED BY SIZE INTO WS-MESSAGE
                        MOVE WS-INSERT-SUB TO WS-PAGE-ROW
                        PERFORM 0215-PAGE-TO-ROW
                        PERFORM 0117-CLEAR-SCREEN-FIELDS
                    ELSE
                        PERFORM 0350-SHOW-REJECT-REASON
                    END-IF
            END-EVALUATE
        END-IF.

               0125-LINE-NOT-ON-LIST.

        MOVE SPACES TO WS-MESSAGE
        STRING "LINE " WS-SCR-LINE-NO " IS NOT ON THE LIST"
            DELIMITED BY SIZE INTO WS-MESSAGE.

               0130-DELETE-LINE.

        IF WS-SCR-LINE-NO = 0 OR WS-SCR-LINE-NO > WS-ENT-COUNT
            PERFORM 0125-LINE-NOT-ON-LIST
        ELSE
            MOVE WS-SCR-LINE-NO TO WS-ENT-SUB
            PERFORM 0420-TABLE-LINE-TO-EXTRACT
            MOVE WS-EXTRACT-LINE TO WS-BEFORE-IMAGE
            PERFORM 0188-REMOVE-LINE
            PERFORM 0190-MARK-DUPLICATES
            MOVE SPACES TO WS-AFTER-IMAGE
            MOVE "DELETE" TO WS-AUDIT-ACTION
            PERFORM 0400-WRITE-AUDIT
            MOVE "Y" TO WS-CHANGED-SWITCH
            STRING "LINE " WS-SCR-LINE-NO " (PIECE KEY "
                WS-EXL-RECORD-KEY ") DELETED"
                DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM 0117-CLEAR-SCREEN-FIELDS
        END-IF.

      *> Brings a line into the entry fields to be amended and
      *> changed, or just read; a flagged line says why.
               0140-GET-LINE.

        IF WS-SCR-LINE-NO = 0 OR WS-SCR-LINE-NO > WS-ENT-COUNT
            PERFORM 0125-LINE-NOT-ON-LIST
        ELSE
            MOVE WS-SCR-LINE-NO TO WS-ENT-SUB
            MOVE WS-ENT-RECORD-KEY (WS-ENT-SUB) TO WS-SCR-RECORD-KEY
            MOVE WS-ENT-SHAPE-CODE (WS-ENT-SUB) TO WS-SCR-SHAPE-CODE
            MOVE WS-ENT-RADIUS (WS-ENT-SUB) TO WS-SCR-RADIUS
            MOVE WS-ENT-HEIGHT (WS-ENT-SUB) TO WS-SCR-HEIGHT
            MOVE WS-ENT-INNER-RADIUS (WS-ENT-SUB)
                TO WS-SCR-INNER-RADIUS
            MOVE WS-ENT-LENGTH (WS-ENT-SUB) TO WS-SCR-LENGTH
            MOVE WS-ENT-WIDTH (WS-ENT-SUB) TO WS-SCR-WIDTH
            MOVE WS-ENT-QUANTITY (WS-ENT-SUB) TO WS-SCR-QUANTITY
            IF WS-ENT-ERROR-REASON (WS-ENT-SUB) = SPACES
                STRING "LINE " WS-SCR-LINE-NO
                    " SHOWN - AMEND THE FIELDS AND USE C TO CHANGE"
                    DELIMITED BY SIZE INTO WS-MESSAGE
            ELSE
                MOVE WS-ENT-ERROR-REASON (WS-ENT-SUB)
                    TO WS-REJECT-REASON
                PERFORM 0355-SET-REASON-TEXT
                STRING "LINE " WS-SCR-LINE-NO " IN ERROR - "
                    WS-REJECT-REASON " " WS-REASON-TEXT
                    DELIMITED BY SIZE INTO WS-MESSAGE
            END-IF
        END-IF.

      *> Release writes the whole list over the branch extract in
      *> key order.  It is refused while any line is still flagged,
      *> so nothing reaches the merge that the calculation run
      *> would reject on its dimensions.
               0150-RELEASE-EXTRACT.

        PERFORM 0195-COUNT-ERRORS
        EVALUATE TRUE
            WHEN WS-ENT-COUNT = 0
                MOVE "NO LINES TO RELEASE" TO WS-MESSAGE
            WHEN WS-ERROR-COUNT > 0
                STRING WS-ERROR-COUNT " LINES IN ERROR - CHANGE OR "
                    "DELETE THEM BEFORE RELEASE"
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN OTHER
                PERFORM 0045-OPEN-EXTRACT-OUTPUT
                PERFORM 0155-WRITE-RELEASED-LINE
                    VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-ENT-COUNT
                PERFORM 0049-CLOSE-EXTRACT
                MOVE "RELEASE" TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
                PERFORM 0400-WRITE-AUDIT
                MOVE "Y" TO WS-RELEASED-SWITCH
                MOVE "Y" TO WS-SESSION-END-SWITCH
        END-EVALUATE.

               0155-WRITE-RELEASED-LINE.

        PERFORM 0420-TABLE-LINE-TO-EXTRACT
        PERFORM 0047-WRITE-EXTRACT-LINE.

               0160-QUIT-SESSION.

        IF WS-CHANGED-SWITCH = "Y" AND WS-QUIT-PENDING-SWITCH = "N"
            MOVE "Y" TO WS-QUIT-PENDING-SWITCH
            STRING "CHANGES NOT RELEASED - ENTER Q AGAIN TO "
                "DISCARD THEM" DELIMITED BY SIZE INTO WS-MESSAGE
        ELSE
            MOVE "QUIT" TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
            PERFORM 0400-WRITE-AUDIT
            MOVE "Y" TO WS-SESSION-END-SWITCH
        END-IF.

      *> Finds the first line other than WS-EXCLUDE-SUB carrying the
      *> work line's key; WS-FOUND-SUB is zero when there is none.
               0180-FIND-KEY.

        MOVE 0 TO WS-FOUND-SUB
        PERFORM 0181-MATCH-KEY
            VARYING WS-SCAN-SUB FROM 1 BY 1
            UNTIL WS-SCAN-SUB > WS-ENT-COUNT.

               0181-MATCH-KEY.

        IF WS-ENT-RECORD-KEY (WS-SCAN-SUB) = WS-WRK-RECORD-KEY
                AND WS-SCAN-SUB NOT = WS-EXCLUDE-SUB
                AND WS-FOUND-SUB = 0
            MOVE WS-SCAN-SUB TO WS-FOUND-SUB
        END-IF.

      *> Inserts the work line after every line with a key not
      *> greater than its own; WS-INSERT-SUB is where it went.
               0185-INSERT-WORK-LINE.

        MOVE 1 TO WS-INSERT-SUB
        PERFORM UNTIL WS-INSERT-SUB > WS-ENT-COUNT
                OR WS-ENT-RECORD-KEY (WS-INSERT-SUB)
                    > WS-WRK-RECORD-KEY
            ADD 1 TO WS-INSERT-SUB
        END-PERFORM
        PERFORM 0186-SHIFT-LINE-DOWN
            VARYING WS-SHIFT-SUB FROM WS-ENT-COUNT BY -1
            UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
        MOVE WS-WORK-LINE TO WS-ENT-LINE (WS-INSERT-SUB)
        ADD 1 TO WS-ENT-COUNT.

               0186-SHIFT-LINE-DOWN.

        MOVE WS-ENT-LINE (WS-SHIFT-SUB)
            TO WS-ENT-LINE (WS-SHIFT-SUB + 1).

               0188-REMOVE-LINE.

        PERFORM 0189-SHIFT-LINE-UP
            VARYING WS-SHIFT-SUB FROM WS-ENT-SUB BY 1
            UNTIL WS-SHIFT-SUB >= WS-ENT-COUNT
        SUBTRACT 1 FROM WS-ENT-COUNT.

               0189-SHIFT-LINE-UP.

        MOVE WS-ENT-LINE (WS-SHIFT-SUB + 1)
            TO WS-ENT-LINE (WS-SHIFT-SUB).

      *> Only a loaded extract can hold a key twice.  The first of a
      *> run of equal keys stands and the rest are flagged 06, the
      *> calculation run's duplicate-key reason; the flag lifts by
      *> itself once the clash is changed or deleted away.
               0190-MARK-DUPLICATES.

        IF WS-ENT-COUNT > 0
            IF WS-ENT-ERROR-REASON (1) = "06"
                MOVE SPACES TO WS-ENT-ERROR-REASON (1)
            END-IF
        END-IF
        PERFORM 0191-MARK-ONE-DUPLICATE
            VARYING WS-SCAN-SUB FROM 2 BY 1
            UNTIL WS-SCAN-SUB > WS-ENT-COUNT.

               0191-MARK-ONE-DUPLICATE.

        EVALUATE TRUE
            WHEN WS-ENT-RECORD-KEY (WS-SCAN-SUB)
                    = WS-ENT-RECORD-KEY (WS-SCAN-SUB - 1)
                IF WS-ENT-ERROR-REASON (WS-SCAN-SUB) = SPACES
                    MOVE "06" TO WS-ENT-ERROR-REASON (WS-SCAN-SUB)
                END-IF
            WHEN WS-ENT-ERROR-REASON (WS-SCAN-SUB) = "06"
                MOVE SPACES TO WS-ENT-ERROR-REASON (WS-SCAN-SUB)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

               0195-COUNT-ERRORS.

        MOVE 0 TO WS-ERROR-COUNT
        PERFORM 0196-COUNT-ONE-ERROR
            VARYING WS-SCAN-SUB FROM 1 BY 1
            UNTIL WS-SCAN-SUB > WS-ENT-COUNT.

               0196-COUNT-ONE-ERROR.

        IF WS-ENT-ERROR-REASON (WS-SCAN-SUB) NOT = SPACES
            ADD 1 TO WS-ERROR-COUNT
        END-IF.

               0200-SHOW-ENTRY-SCREEN.

        DISPLAY ENTRY-SCREEN
        ACCEPT ENTRY-SCREEN.

               0210-BUILD-PAGE.

        IF WS-PAGE-TOP > WS-ENT-COUNT AND WS-ENT-COUNT > 0
            MOVE WS-ENT-COUNT TO WS-PAGE-ROW
            PERFORM 0215-PAGE-TO-ROW
        END-IF
        SUBTRACT 1 FROM WS-PAGE-TOP GIVING WS-PAGE-WORK
        DIVIDE WS-PAGE-WORK BY 12 GIVING WS-PAGE-NUMBER
        ADD 1 TO WS-PAGE-NUMBER GIVING WS-SHOW-PAGE
        ADD 11 TO WS-ENT-COUNT GIVING WS-PAGE-WORK
        DIVIDE WS-PAGE-WORK BY 12 GIVING WS-SHOW-PAGES
        IF WS-SHOW-PAGES = 0
            MOVE 1 TO WS-SHOW-PAGES
        END-IF
        PERFORM 0220-BUILD-PAGE-LINE
            VARYING WS-PAGE-SUB FROM 1 BY 1
            UNTIL WS-PAGE-SUB > 12.

      *> Turns to the page that holds line WS-PAGE-ROW.
               0215-PAGE-TO-ROW.

        SUBTRACT 1 FROM WS-PAGE-ROW GIVING WS-PAGE-WORK
        DIVIDE WS-PAGE-WORK BY 12 GIVING WS-PAGE-NUMBER
        COMPUTE WS-PAGE-TOP = WS-PAGE-NUMBER * 12 + 1.

               0220-BUILD-PAGE-LINE.

        COMPUTE WS-PAGE-ROW = WS-PAGE-TOP + WS-PAGE-SUB - 1
        MOVE SPACES TO WS-PAGE-LINE (WS-PAGE-SUB)
        IF WS-PAGE-ROW <= WS-ENT-COUNT
            MOVE WS-PAGE-ROW TO WS-EDIT-LINE-NO
            MOVE WS-ENT-RADIUS (WS-PAGE-ROW) TO WS-EDIT-RADIUS
            MOVE WS-ENT-HEIGHT (WS-PAGE-ROW) TO WS-EDIT-HEIGHT
            MOVE WS-ENT-INNER-RADIUS (WS-PAGE-ROW)
                TO WS-EDIT-INNER-RADIUS
            MOVE WS-ENT-LENGTH (WS-PAGE-ROW) TO WS-EDIT-LENGTH
            MOVE WS-ENT-WIDTH (WS-PAGE-ROW) TO WS-EDIT-WIDTH
            MOVE WS-ENT-QUANTITY (WS-PAGE-ROW) TO WS-EDIT-QUANTITY
            MOVE SPACES TO WS-EDIT-STATUS
            IF WS-ENT-ERROR-REASON (WS-PAGE-ROW) NOT = SPACES
                STRING "ERR " WS-ENT-ERROR-REASON (WS-PAGE-ROW)
                    DELIMITED BY SIZE INTO WS-EDIT-STATUS
            END-IF
            STRING WS-EDIT-LINE-NO "  "
                WS-ENT-RECORD-KEY (WS-PAGE-ROW) "  "
                WS-ENT-SHAPE-CODE (WS-PAGE-ROW) "  "
                WS-EDIT-RADIUS "  " WS-EDIT-HEIGHT "  "
                WS-EDIT-INNER-RADIUS "  " WS-EDIT-LENGTH "  "
                WS-EDIT-WIDTH "  " WS-EDIT-QUANTITY "  "
                WS-EDIT-STATUS
                DELIMITED BY SIZE INTO WS-PAGE-LINE (WS-PAGE-SUB)
        END-IF.

      *> The checks of the calculation run's 0040-DISPATCH-SHAPE and
      *> 0100/0200/0300 paragraphs, on the same converted values and
      *> with the same reasons, so a line this screen accepts is
      *> one that run will accept.  Dimensions the shape does not
      *> use are cleared so the extract carries only what counts.
      *> A key in the quote-order range is refused as well, since
      *> the merge would stop on it.
               0300-VALIDATE-WORK-LINE.

        MOVE "Y" TO WS-VALID-SWITCH
        MOVE "00" TO WS-REJECT-REASON
        MOVE WS-WRK-SHAPE-CODE TO WS-SHAPE-CODE
        SET SHM-IDX TO 1
        SEARCH WS-SHAPE-ENTRY
            AT END
                MOVE "04" TO WS-REJECT-REASON
                MOVE "N" TO WS-VALID-SWITCH
            WHEN WS-TBL-SHAPE-CODE (SHM-IDX) = WS-SHAPE-CODE
                PERFORM 0050-SELECT-SHAPE-LIMITS
                EVALUATE WS-SHAPE-CODE
                    WHEN "C"
                        PERFORM 0310-VALIDATE-CIRCLE
                    WHEN "R"
                        PERFORM 0320-VALIDATE-RECTANGLE
                    WHEN "A"
                        PERFORM 0330-VALIDATE-ANNULUS
                    WHEN OTHER
                        MOVE "04" TO WS-REJECT-REASON
                        MOVE "N" TO WS-VALID-SWITCH
                END-EVALUATE
        END-SEARCH
        IF WS-VALID-SWITCH = "Y" AND WS-WRK-QUANTITY = 0
            MOVE "QT" TO WS-REJECT-REASON
            MOVE "N" TO WS-VALID-SWITCH
        END-IF
        IF WS-VALID-SWITCH = "Y"
                AND WS-WRK-RECORD-KEY > WS-MAX-PIECE-KEY
            MOVE "KY" TO WS-REJECT-REASON
            MOVE "N" TO WS-VALID-SWITCH
        END-IF.

               0310-VALIDATE-CIRCLE.

        MOVE ZEROES TO WS-WRK-INNER-RADIUS WS-WRK-LENGTH
            WS-WRK-WIDTH
        MOVE WS-WRK-RADIUS TO WS-RADIUS-CHECK
        MOVE WS-WRK-HEIGHT TO WS-HEIGHT
        IF WS-UOM-FLAG = "C"
            COMPUTE WS-RADIUS-CHECK ROUNDED =
                WS-RADIUS-CHECK / WS-CM-PER-INCH
            COMPUTE WS-HEIGHT ROUNDED = WS-HEIGHT / WS-CM-PER-INCH
        END-IF
        PERFORM 1000-VALIDATE-RADIUS
        IF WS-VALID-SWITCH = "Y"
            PERFORM 1100-VALIDATE-HEIGHT
        END-IF.

               0320-VALIDATE-RECTANGLE.

        MOVE ZEROES TO WS-WRK-RADIUS WS-WRK-INNER-RADIUS
        MOVE WS-WRK-LENGTH TO WS-LENGTH
        MOVE WS-WRK-WIDTH TO WS-WIDTH
        MOVE WS-WRK-HEIGHT TO WS-HEIGHT
        IF WS-UOM-FLAG = "C"
            COMPUTE WS-LENGTH ROUNDED = WS-LENGTH / WS-CM-PER-INCH
            COMPUTE WS-WIDTH ROUNDED = WS-WIDTH / WS-CM-PER-INCH
            COMPUTE WS-HEIGHT ROUNDED = WS-HEIGHT / WS-CM-PER-INCH
        END-IF
        IF WS-LENGTH <= 0 OR WS-WIDTH <= 0
                OR WS-LENGTH < WS-LIM-MIN-LENGTH
                OR WS-LENGTH > WS-LIM-MAX-LENGTH
                OR WS-WIDTH < WS-LIM-MIN-WIDTH
                OR WS-WIDTH > WS-LIM-MAX-WIDTH
            MOVE "02" TO WS-REJECT-REASON
            MOVE "N" TO WS-VALID-SWITCH
        ELSE
            PERFORM 1100-VALIDATE-HEIGHT
        END-IF.

               0330-VALIDATE-ANNULUS.

        MOVE ZEROES TO WS-WRK-LENGTH WS-WRK-WIDTH
        MOVE WS-WRK-RADIUS TO WS-RADIUS-CHECK
        MOVE WS-WRK-INNER-RADIUS TO WS-INNER-RADIUS
        MOVE WS-WRK-HEIGHT TO WS-HEIGHT
        IF WS-UOM-FLAG = "C"
            COMPUTE WS-RADIUS-CHECK ROUNDED =
                WS-RADIUS-CHECK / WS-CM-PER-INCH
            COMPUTE WS-INNER-RADIUS ROUNDED =
                WS-INNER-RADIUS / WS-CM-PER-INCH
            COMPUTE WS-HEIGHT ROUNDED = WS-HEIGHT / WS-CM-PER-INCH
        END-IF
        PERFORM 1000-VALIDATE-RADIUS
        EVALUATE TRUE
            WHEN WS-VALID-SWITCH = "N"
                MOVE "01" TO WS-REJECT-REASON
            WHEN WS-INNER-RADIUS <= 0
                    OR WS-INNER-RADIUS >= WS-RADIUS-CHECK
                    OR WS-INNER-RADIUS < WS-LIM-MIN-INNER-RADIUS
                    OR WS-INNER-RADIUS > WS-LIM-MAX-INNER-RADIUS
                MOVE "03" TO WS-REJECT-REASON
                MOVE "N" TO WS-VALID-SWITCH
            WHEN OTHER
                PERFORM 1100-VALIDATE-HEIGHT
        END-EVALUATE.

      *> Tells the clerk why the line was refused and, for a
      *> dimension, the range allowed, in the unit being keyed.
               0350-SHOW-REJECT-REASON.

        PERFORM 0355-SET-REASON-TEXT
        MOVE SPACES TO WS-MESSAGE
        EVALUATE WS-REJECT-REASON
            WHEN "01"
                MOVE WS-LIM-MIN-RADIUS TO WS-SHOW-MIN
                MOVE WS-LIM-MAX-RADIUS TO WS-SHOW-MAX
                PERFORM 0357-EDIT-LIMIT-RANGE
                STRING "NOT ACCEPTED - " WS-REASON-TEXT
                    DELIMITED BY "  "
                    " - ALLOWED " WS-EDIT-MIN " TO " WS-EDIT-MAX
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN "02"
                MOVE WS-LIM-MIN-WIDTH TO WS-SHOW-MIN
                MOVE WS-LIM-MAX-WIDTH TO WS-SHOW-MAX
                PERFORM 0357-EDIT-LIMIT-RANGE
                MOVE WS-EDIT-MIN TO WS-EDIT-MIN-2
                MOVE WS-EDIT-MAX TO WS-EDIT-MAX-2
                MOVE WS-LIM-MIN-LENGTH TO WS-SHOW-MIN
                MOVE WS-LIM-MAX-LENGTH TO WS-SHOW-MAX
                PERFORM 0357-EDIT-LIMIT-RANGE
                STRING "NOT ACCEPTED - " WS-REASON-TEXT
                    DELIMITED BY "  "
                    " L" WS-EDIT-MIN "-" WS-EDIT-MAX
                    " W" WS-EDIT-MIN-2 "-" WS-EDIT-MAX-2
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN "03"
                MOVE WS-LIM-MIN-INNER-RADIUS TO WS-SHOW-MIN
                MOVE WS-LIM-MAX-INNER-RADIUS TO WS-SHOW-MAX
                PERFORM 0357-EDIT-LIMIT-RANGE
                STRING "NOT ACCEPTED - " WS-REASON-TEXT
                    DELIMITED BY "  "
                    " - ALLOWED " WS-EDIT-MIN " TO " WS-EDIT-MAX
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN "05"
                MOVE WS-LIM-MIN-HEIGHT TO WS-SHOW-MIN
                MOVE WS-LIM-MAX-HEIGHT TO WS-SHOW-MAX
                PERFORM 0357-EDIT-LIMIT-RANGE
                STRING "NOT ACCEPTED - " WS-REASON-TEXT
                    DELIMITED BY "  "
                    " - ALLOWED " WS-EDIT-MIN " TO " WS-EDIT-MAX
                    DELIMITED BY SIZE INTO WS-MESSAGE
            WHEN OTHER
                STRING "NOT ACCEPTED - " WS-REASON-TEXT
                    DELIMITED BY SIZE INTO WS-MESSAGE
        END-EVALUATE.

      *> The reason texts the reject trace uses, plus the three only
      *> this screen raises.
               0355-SET-REASON-TEXT.

        EVALUATE WS-REJECT-REASON
            WHEN "01"
                MOVE "RADIUS OUT OF RANGE" TO WS-REASON-TEXT
            WHEN "02"
                MOVE "LENGTH/WIDTH OUT OF RANGE" TO WS-REASON-TEXT
            WHEN "03"
                MOVE "INNER RADIUS NOT LESS THAN OUTER"
                    TO WS-REASON-TEXT
            WHEN "04"
                MOVE "SHAPE CODE NOT RECOGNIZED" TO WS-REASON-TEXT
            WHEN "05"
                MOVE "HEIGHT OUT OF RANGE" TO WS-REASON-TEXT
            WHEN "06"
                MOVE "DUPLICATE RECORD KEY" TO WS-REASON-TEXT
            WHEN "NN"
                MOVE "FIELD NOT NUMERIC ON EXTRACT"
                    TO WS-REASON-TEXT
            WHEN "QT"
                MOVE "QUANTITY MUST BE AT LEAST 1"
                    TO WS-REASON-TEXT
            WHEN "KY"
                MOVE "KEY ABOVE 900000 IS FOR ORDERS"
                    TO WS-REASON-TEXT
            WHEN OTHER
                MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
        END-EVALUATE.

               0357-EDIT-LIMIT-RANGE.

        IF WS-UOM-FLAG = "C"
            COMPUTE WS-SHOW-MIN ROUNDED = WS-SHOW-MIN * WS-CM-PER-INCH
            COMPUTE WS-SHOW-MAX ROUNDED = WS-SHOW-MAX * WS-CM-PER-INCH
        END-IF
        MOVE WS-SHOW-MIN TO WS-EDIT-MIN
        MOVE WS-SHOW-MAX TO WS-EDIT-MAX.

               0400-WRITE-AUDIT.

        ACCEPT WS-NOW-TIME FROM TIME
        MOVE SPACES TO AUDIT-RECORD
        MOVE WS-RUN-DATE-YYYYMMDD TO AUD-DATE
        MOVE WS-NOW-TIME TO AUD-TIME
        MOVE WS-CLERK-ID TO AUD-CLERK-ID
        MOVE WS-BRANCH-CODE TO AUD-BRANCH-CODE
        MOVE WS-AUDIT-ACTION TO AUD-ACTION
        MOVE WS-ENT-COUNT TO AUD-LINE-COUNT
        MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
        WRITE AUDIT-RECORD
        PERFORM 9120-CHECK-AUDIT-STATUS.

               0410-WORK-LINE-TO-EXTRACT.

        MOVE WS-WRK-RECORD-KEY TO WS-EXL-RECORD-KEY
        MOVE WS-WRK-SHAPE-CODE TO WS-EXL-SHAPE-CODE
        MOVE WS-WRK-RADIUS TO WS-EXL-RADIUS
        MOVE WS-WRK-HEIGHT TO WS-EXL-HEIGHT
        MOVE WS-WRK-INNER-RADIUS TO WS-EXL-INNER-RADIUS
        MOVE WS-WRK-LENGTH TO WS-EXL-LENGTH
        MOVE WS-WRK-WIDTH TO WS-EXL-WIDTH
        MOVE WS-WRK-QUANTITY TO WS-EXL-QUANTITY.

               0420-TABLE-LINE-TO-EXTRACT.

        MOVE WS-ENT-RECORD-KEY (WS-ENT-SUB) TO WS-EXL-RECORD-KEY
        MOVE WS-ENT-SHAPE-CODE (WS-ENT-SUB) TO WS-EXL-SHAPE-CODE
        MOVE WS-ENT-RADIUS (WS-ENT-SUB) TO WS-EXL-RADIUS
        MOVE WS-ENT-HEIGHT (WS-ENT-SUB) TO WS-EXL-HEIGHT
        MOVE WS-ENT-INNER-RADIUS (WS-ENT-SUB)
            TO WS-EXL-INNER-RADIUS
        MOVE WS-ENT-LENGTH (WS-ENT-SUB) TO WS-EXL-LENGTH
        MOVE WS-ENT-WIDTH (WS-ENT-SUB) TO WS-EXL-WIDTH
        MOVE WS-ENT-QUANTITY (WS-ENT-SUB) TO WS-EXL-QUANTITY.

               1000-VALIDATE-RADIUS.

        MOVE "Y" TO WS-VALID-SWITCH
        IF WS-RADIUS-CHECK <= 0
                OR WS-RADIUS-CHECK < WS-LIM-MIN-RADIUS
                OR WS-RADIUS-CHECK > WS-LIM-MAX-RADIUS
            MOVE "N" TO WS-VALID-SWITCH
            MOVE "01" TO WS-REJECT-REASON
        END-IF.

               1100-VALIDATE-HEIGHT.

        MOVE "Y" TO WS-VALID-SWITCH
        IF WS-HEIGHT < WS-LIM-MIN-HEIGHT
                OR WS-HEIGHT > WS-LIM-MAX-HEIGHT
            MOVE "N" TO WS-VALID-SWITCH
            MOVE "05" TO WS-REJECT-REASON
        END-IF.

               9110-CHECK-EXTRACT-STATUS.

        IF WS-EXTRACT-STATUS NOT = "00"
                AND WS-EXTRACT-STATUS NOT = "10"
            DISPLAY "CIRCENTR: " WS-EXTRACT-NAME
                " I-O FAILED, STATUS=" WS-EXTRACT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9120-CHECK-AUDIT-STATUS.

        IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "10"
            DISPLAY "CIRCENTR: AUDIT-FILE I-O FAILED, STATUS="
                WS-AUD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               9155-CHECK-SHM-STATUS.

        IF WS-SHM-STATUS NOT = "00" AND WS-SHM-STATUS NOT = "10"
            DISPLAY "CIRCENTR: SHAPE-MASTER-FILE I-O FAILED, "
                "STATUS=" WS-SHM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

               END PROGRAM CIRCENTR.
