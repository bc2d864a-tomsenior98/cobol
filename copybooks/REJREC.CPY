      *>   06  DUPLICATE RECORD KEY
      *>   07  REVERSAL TARGET NOT ON HISTORY
      *>   08  PIECE ALREADY REVERSED
      *>   09  DUPLICATE OF POSTED PIECE
               01 REJECT-RECORD.
                   05 REJ-RECORD-KEY PIC 9(6).
                   05 REJ-SHAPE-CODE PIC X.
                   05 REJ-SOURCE-KEY PIC 9(6).
                   05 REJ-QUANTITY PIC 9(5).
      *> Original run date of the piece a rejected reversal tried
      *> to back out (reasons 07/08), or of the posted piece a
      *> reason-09 reject duplicates; zero on an ordinary reject.
      *> The resubmit merge re-emits a reason-07/08 reject as the
      *> REV row it came from, using this date and the record key.
                   05 REJ-ORIGINAL-RUN-DATE PIC 9(8).
                   05 REJ-REASON-CODE PIC XX.
      *> Consolidated key of the posted, unreversed piece a reason-09
      *> reject duplicates (its run date is REJ-ORIGINAL-RUN-DATE);
      *> zero on every other reject.  Carried after the reason code
      *> so a reject image written before the field existed still
      *> reads the same.
                   05 REJ-ORIGINAL-KEY PIC 9(6).
      *> Pricing date the rejected input carried (IN-PRICING-DATE),
      *> so a repaired restatement repost is resubmitted at the
      *> same rates; zero on every other reject.
                   05 REJ-PRICING-DATE PIC 9(8).
      *> Quote line and quoted rates the rejected input carried, so
      *> a repaired quoted piece is still billed at the quote; zero
      *> on every other reject.
                   05 REJ-QUOTE-NUMBER PIC 9(6).
                   05 REJ-QUOTE-LINE PIC 9(3).
                   05 REJ-QUOTED-RATE-SQ PIC 999V9999.
                   05 REJ-QUOTED-RATE-CU PIC 999V9999.
