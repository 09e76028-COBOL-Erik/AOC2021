          05 jres-status        pic X(8).
          05 jres-recs-read     pic 9(8).
          05 jres-recs-rejected pic 9(8).
      *> A secondary one-line statement beside the answer (AOC2b's
      *> voyage cost/duration summary); spaces when the run has none.
          05 jres-statement     pic X(40).
