               FD  RADIUS-FILE.
               COPY RADREC.
               FD  MERGE-FILE.
               01 MERGE-RECORD PIC X(79).
               FD  REPORT-FILE.
               01 REPORT-RECORD PIC X(132).
               WORKING-STORAGE SECTION.
                       10 OUT-BRANCH-CODE PIC XX.
                       10 OUT-SOURCE-KEY PIC 9(6).
                       10 OUT-QUANTITY PIC 9(5).
                       10 OUT-PRICING-DATE PIC 9(8).
                       10 OUT-QUOTE-NUMBER PIC 9(6).
                       10 OUT-QUOTE-LINE PIC 9(3).
                       10 OUT-QUOTED-RATE-SQ PIC 999V9999.
                       10 OUT-QUOTED-RATE-CU PIC 999V9999.
                   05 WS-REV-OUT.
                       10 WS-REV-OUT-ID PIC X(3) VALUE "REV".
                       10 WS-REV-OUT-KEY PIC 9(6) VALUE ZEROES.
            MOVE REJ-BRANCH-CODE TO OUT-BRANCH-CODE
            MOVE REJ-SOURCE-KEY TO OUT-SOURCE-KEY
            MOVE REJ-QUANTITY TO OUT-QUANTITY
            IF REJ-PRICING-DATE IS NUMERIC
                MOVE REJ-PRICING-DATE TO OUT-PRICING-DATE
            ELSE
                MOVE ZEROES TO OUT-PRICING-DATE
            END-IF
            IF REJ-QUOTE-NUMBER IS NUMERIC
                    AND REJ-QUOTE-LINE IS NUMERIC
                    AND REJ-QUOTED-RATE-SQ IS NUMERIC
                    AND REJ-QUOTED-RATE-CU IS NUMERIC
                MOVE REJ-QUOTE-NUMBER TO OUT-QUOTE-NUMBER
                MOVE REJ-QUOTE-LINE TO OUT-QUOTE-LINE
                MOVE REJ-QUOTED-RATE-SQ TO OUT-QUOTED-RATE-SQ
                MOVE REJ-QUOTED-RATE-CU TO OUT-QUOTED-RATE-CU
            ELSE
                MOVE ZEROES TO OUT-QUOTE-NUMBER OUT-QUOTE-LINE
                    OUT-QUOTED-RATE-SQ OUT-QUOTED-RATE-CU
            END-IF
            PERFORM 0045-WRITE-MERGE-RECORD
            ADD 1 TO WS-MERGED-COUNT
        END-IF.
        MOVE IN-BRANCH-CODE TO OUT-BRANCH-CODE
        MOVE IN-SOURCE-KEY TO OUT-SOURCE-KEY
        MOVE IN-QUANTITY TO OUT-QUANTITY
        IF IN-PRICING-DATE IS NUMERIC
            MOVE IN-PRICING-DATE TO OUT-PRICING-DATE
        ELSE
            MOVE ZEROES TO OUT-PRICING-DATE
        END-IF
        IF IN-QUOTE-NUMBER IS NUMERIC
                AND IN-QUOTE-LINE IS NUMERIC
                AND IN-QUOTED-RATE-SQ IS NUMERIC
                AND IN-QUOTED-RATE-CU IS NUMERIC
            MOVE IN-QUOTE-NUMBER TO OUT-QUOTE-NUMBER
            MOVE IN-QUOTE-LINE TO OUT-QUOTE-LINE
            MOVE IN-QUOTED-RATE-SQ TO OUT-QUOTED-RATE-SQ
            MOVE IN-QUOTED-RATE-CU TO OUT-QUOTED-RATE-CU
        ELSE
            MOVE ZEROES TO OUT-QUOTE-NUMBER OUT-QUOTE-LINE
                OUT-QUOTED-RATE-SQ OUT-QUOTED-RATE-CU
        END-IF
        PERFORM 0045-WRITE-MERGE-RECORD.

               0045-WRITE-MERGE-RECORD.
