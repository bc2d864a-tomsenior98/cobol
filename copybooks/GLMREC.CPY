      *> General ledger account mapping for the journal interface.
      *> GLM-ENTRY-TYPE "R" maps one branch and shape to its revenue
      *> account; "O" gives the offset receivable account and "S" the
      *> suspense account that takes revenue for any branch/shape
      *> with no "R" row.  Branch and shape are blank on "O" and "S"
      *> rows.
               01 GL-MAP-RECORD.
                   05 GLM-ENTRY-TYPE PIC X.
                   05 GLM-BRANCH-CODE PIC XX.
                   05 GLM-SHAPE-CODE PIC X.
                   05 GLM-ACCOUNT PIC X(10).
                   05 GLM-DESCRIPTION PIC X(30).
