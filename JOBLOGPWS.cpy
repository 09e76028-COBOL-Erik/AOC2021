      *> Request 087: input fingerprint (zero on old-format and
      *> pre-fingerprint records).
          05 jlp-fingerprint pic 9(9).
      *> Control table the run applied (spaces on older records).
          05 jlp-control     pic X(60).
      *> Program version (spaces on records older than the column).
          05 jlp-version     pic X(14).
      *> Event season (2021 on records older than the column).
          05 jlp-season      pic X(4).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
          05 jlp-valid-sw    pic X(4) value 'on'.
      *> Request 076: old-format detector -- non-zero when the record
      *> carries the legacy ' start=' marker text.
       77 jlp-marker-count pic S9(4) comp-4.
      *> Season scope -- a program that works within one season at a
      *> time sets jlp-this-season-only once, after JOBLOGSTART, and
      *> records of every other season then parse as not valid.
       77 jlp-scope pic X value 'A'.
          88 jlp-this-season-only value 'S'.
