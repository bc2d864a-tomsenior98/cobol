                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT BILLING-FILE ASSIGN TO "CIRCUM.BIL"
                       ORGANIZATION IS LINE SEQUENTIAL
            END-IF
            PERFORM 0028-DESCRIBE-REASON
            MOVE SPACES TO REPORT-RECORD
            IF REJ-REASON-CODE = "09"
                STRING "REJECTED: KEY=" REJ-RECORD-KEY
                    " SHAPE=" REJ-SHAPE-CODE
                    " REASON=" REJ-REASON-CODE
                    " " WS-REASON-TEXT
                    " POSTED AS KEY=" REJ-ORIGINAL-KEY
                    " RUNDATE=" REJ-ORIGINAL-RUN-DATE
                    DELIMITED BY SIZE INTO REPORT-RECORD
            ELSE
                STRING "REJECTED: KEY=" REJ-RECORD-KEY
                    " SHAPE=" REJ-SHAPE-CODE
                    " REASON=" REJ-REASON-CODE
                    " " WS-REASON-TEXT
                    DELIMITED BY SIZE INTO REPORT-RECORD
            END-IF
            WRITE REPORT-RECORD
            PERFORM 9110-CHECK-REPORT-STATUS
        END-IF.
                    TO WS-REASON-TEXT
            WHEN "08"
                MOVE "PIECE ALREADY REVERSED" TO WS-REASON-TEXT
            WHEN "09"
                MOVE "DUPLICATE OF POSTED PIECE" TO WS-REASON-TEXT
            WHEN OTHER
                MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
        END-EVALUATE.
