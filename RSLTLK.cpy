      *>
      *> rslt-func 'W' writes (or rewrites) the record for
      *> rslt-progid + rslt-run-date; 'R' reads that exact key back;
      *> 'F' is the reviewed force (AOCPEND, AOCREPRO) -- a write the
      *> approval gate stands aside for;
      *> 'L' finds the latest run date recorded for rslt-progid;
      *> 'V' stores the downstream verdict (rslt-verdict and its
      *> reference) against an existing record; 'N' reads the next
      *> blank until a verdict file closes the loop.
          05 rslt-verdict  pic X(8).
          05 rslt-verd-ref pic X(12).
      *> Event season -- part of the master key. Left blank, AOCRSLT
      *> works in the run's own season (AOC_SEASON, else 2021); the
      *> browse function 'N' returns each record's season, so a
      *> sweep walks every season in turn.
          05 rslt-season   pic X(4).
      *> Who approved a forced amendment and why -- carried onto the
      *> correction AOCRSLT raises when the amended answer already
      *> went out in an extract. Blank for every other function.
          05 rslt-operator pic X(8).
          05 rslt-reason   pic X(40).
