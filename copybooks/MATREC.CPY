      *> Material stock record: one row per branch and material,
      *> kept in branch/material order.  The material is named by
      *> the shape code, since each shape is cut from the one
      *> material whose density SHAPE.MST carries for it.  Weights
      *> are in the units SHM-DENSITY gives per cubic inch.
               01 MATERIAL-STOCK-RECORD.
                   05 MAT-BRANCH-CODE PIC XX.
                   05 MAT-MATERIAL-CODE PIC X.
      *> Stock on hand; goes negative if a branch cuts more than the
      *> book stock, which the usage report shows as below reorder.
                   05 MAT-ON-HAND PIC S9(11)V99
                       SIGN LEADING SEPARATE.
      *> Receipts and net issues (issues less reversals returned to
      *> stock) since the row was set up.
                   05 MAT-RECEIPTS PIC 9(11)V99.
                   05 MAT-ISSUES PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   05 MAT-REORDER-POINT PIC 9(11)V99.
      *> Billing date of the last consumption run posted to the row.
                   05 MAT-LAST-RUN-DATE PIC 9(8).
