                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT SORT-FILE ASSIGN TO "CIRCSRT.TMP".
                   SELECT REPORT-FILE ASSIGN TO "CIRCENG.PRT"
