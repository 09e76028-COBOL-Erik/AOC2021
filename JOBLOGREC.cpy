      *> Request 087: input fingerprint column.
          05 filler         pic X.
          05 jlr-fingerprint pic 9(9).
      *> The control table the answer was worked out under (a tide
      *> table, say) -- blank when the run used none.
          05 filler         pic X.
          05 jlr-control    pic X(60).
      *> The version of the program that wrote the record -- its
      *> build stamp (yyyymmddhhmmss) unless the program names one.
      *> Blank on records written before the column existed.
          05 filler         pic X.
          05 jlr-version    pic X(14).
      *> Chained seal -- the check value JOBLOGSEAL works from this
      *> record ahead of the column and the seal of the record
      *> before it. Blank on records written before it existed.
          05 filler         pic X.
          05 jlr-seal       pic X(9).
      *> Event season -- past the seal column, so the seals already
      *> in the log stay valid; blank on records written before the
      *> column existed, which JOBLOGPARSE reads back as season
      *> 2021. A season other than 2021 is sealed all the same --
      *> JOBLOGHASH takes it in after the span.
          05 filler         pic X.
          05 jlr-season     pic X(4).
