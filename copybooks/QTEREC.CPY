      *> Quote register record: one row per priced quote line,
      *> appended by CIRCQUOT in quote number / line order and
      *> updated by the conversion run CIRCQCNV.  Dimensions are
      *> held in inches, as validated, whatever unit was keyed.
               01 QUOTE-REGISTER-RECORD.
                   05 QTR-QUOTE-NUMBER PIC 9(6).
                   05 QTR-LINE-NUMBER PIC 9(3).
                   05 QTR-CUSTOMER-REF PIC X(12).
                   05 QTR-QUOTE-DATE PIC 9(8).
      *> Rate-card date the line was priced as of, and the last day
      *> an acceptance is honoured.
                   05 QTR-PRICING-DATE PIC 9(8).
                   05 QTR-EXPIRY-DATE PIC 9(8).
      *> Key the line carried on the what-if file, for reference.
                   05 QTR-LINE-KEY PIC 9(6).
                   05 QTR-SHAPE-CODE PIC X.
                   05 QTR-RADIUS PIC 999V99.
                   05 QTR-INNER-RADIUS PIC 999V99.
                   05 QTR-LENGTH PIC 999V99.
                   05 QTR-WIDTH PIC 999V99.
                   05 QTR-HEIGHT PIC 999V99.
                   05 QTR-QUANTITY PIC 9(5).
      *> The rates quoted and the lot price; the calculation run
      *> bills a converted line at these rates.
                   05 QTR-RATE-PER-SQ-IN PIC 999V9999.
                   05 QTR-RATE-PER-CU-IN PIC 999V9999.
                   05 QTR-EXTENDED-COST PIC 9(9)V99.
      *> "O" open, "C" converted to production.  An open line past
      *> its expiry date is reported as expired.
                   05 QTR-STATUS PIC X.
      *> Set on conversion: the branch making the pieces, the dates
      *> accepted and converted, and the source key the pieces go
      *> to production under.
                   05 QTR-BRANCH-CODE PIC XX.
                   05 QTR-ACCEPTED-DATE PIC 9(8).
                   05 QTR-CONVERTED-DATE PIC 9(8).
                   05 QTR-ORDER-KEY PIC 9(6).
