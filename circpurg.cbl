                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS HIST-KEY
                       ALTERNATE RECORD KEY IS HIST-BRANCH-SOURCE-KEY
                           WITH DUPLICATES
                       FILE STATUS IS WS-HST-STATUS.
                   SELECT ARCHIVE-FILE ASSIGN TO "CIRCHST.ARC"
                       ORGANIZATION IS LINE SEQUENTIAL
      *> a "T" trailer with the row count and lot-area sum so a
      *> restore can be proved complete.  A history image starts
      *> with its numeric key and cannot collide with the brackets.
               01 ARCHIVE-RECORD PIC X(147).
               FD  PURGE-CONTROL-FILE.
      *> Purge parameters, maintained by operations the same way
      *> CIRCUM.CTL parameterizes the calc run.  A zero retention
