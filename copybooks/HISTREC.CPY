                       10 HIST-RECORD-KEY PIC 9(6).
                       10 HIST-RUN-DATE PIC 9(8).
                   05 HIST-SHAPE-CODE PIC X.
      *> Branch plus the piece key on the branch extract: the
      *> alternate key (with duplicates) the calculation run looks
      *> a piece up by to catch a branch re-sending a piece already
      *> posted under an earlier consolidated key.
                   05 HIST-BRANCH-SOURCE-KEY.
                       10 HIST-BRANCH-CODE PIC XX.
                       10 HIST-SOURCE-KEY PIC 9(6).
                   05 HIST-RADIUS PIC 999V99.
                   05 HIST-INNER-RADIUS PIC 999V99.
                   05 HIST-LENGTH PIC 999V99.
      *> space otherwise.  The row itself stays on the master so the
      *> original calculation can still be traced.
                   05 HIST-REVERSED-FLAG PIC X.
      *> Material weight of the whole lot (piece weight from the
      *> shape's density times quantity), carried so the material
      *> consumption run can draw branch stock down without
      *> recalculating.  Appended so the fields above keep their
      *> positions.
                   05 HIST-LOT-WEIGHT PIC 9(13)V99.
      *> The rates applied and the extended cost billed for the lot,
      *> so a reversal credits exactly what was charged and a
      *> restatement can compare against it.  Appended like the lot
      *> weight; a row written before they existed carries spaces.
                   05 HIST-RATE-PER-SQ-IN PIC 999V9999.
                   05 HIST-RATE-PER-CU-IN PIC 999V9999.
                   05 HIST-EXTENDED-COST PIC 9(9)V99.
      *> Quote line the piece was converted from; zero (or spaces on
      *> an older row) when it was priced from the rate card.  The
      *> rates above are then the quoted rates, which a restatement
      *> keeps rather than repricing from the card.
                   05 HIST-QUOTE-NUMBER PIC 9(6).
                   05 HIST-QUOTE-LINE PIC 9(3).
      *> Rate-card date the lot was priced as of: the run date, or
      *> the pricing date carried on a restatement repost or quote
      *> order.  Zero (or spaces on an older row) means the run
      *> date.
                   05 HIST-PRICING-DATE PIC 9(8).
