      *> dimensions are per piece.  Zero or spaces on a legacy
      *> extract means a single piece.
                   05 IN-QUANTITY PIC 9(5).
      *> Date the piece is to be priced as of, in place of the run
      *> date: set on a restatement repost so the corrected charge
      *> uses the rates in effect when the piece was first billed.
      *> Zero or spaces (every branch extract) means the run date.
                   05 IN-PRICING-DATE PIC 9(8).
      *> Quote line a piece was converted from by CIRCQCNV, with the
      *> rates quoted to the customer: the calculation run bills a
      *> quoted piece at these rates instead of looking the rate
      *> card up.  Zero or spaces on every other record.
                   05 IN-QUOTE-NUMBER PIC 9(6).
                   05 IN-QUOTE-LINE PIC 9(3).
                   05 IN-QUOTED-RATE-SQ PIC 999V9999.
                   05 IN-QUOTED-RATE-CU PIC 999V9999.
      *> The upstream extract brackets its data records with a
      *> header (extract date, expected count) and trailer (actual
      *> count, hash total of the keys).  Record ids "HDR"/"TRL"
