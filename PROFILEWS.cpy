       77 pf-value     pic X(80).
       77 pf-current   pic X(80).
       77 pf-applied   pic 9(4) value zero.
       77 pf-season    pic X(4).
      *> Season lines take precedence over unscoped ones: the file
      *> is read twice -- this season's yyyy: lines, then the plain
      *> lines -- and every name the profile sets is remembered, so
      *> a later line for the same name is passed over rather than
      *> taken for an exported override.
       77 pf-pass      pic 9.
       77 pf-set-max   pic S9(4) comp-4 value 300.
       77 pf-set-count pic S9(4) comp-4 value zero.
       77 pf-set-ix    pic S9(4) comp-4.
       77 pf-set-found pic X.
          88 pf-already-set value 'Y'.
       01 pf-set-table.
          05 pf-set-entry occurs 300 times.
             10 pf-set-name   pic X(40).
             10 pf-set-season pic X(4).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 pf-eof       pic X(4) value 'on'.
