      *> Crab fuel classes -- WORKING-STORAGE. See CLSSEL.cpy for the
      *> full COPY sequence.
       77 crab-class-name pic X(60)
          value 'C:\WS\AOC2021\AOC2107-CRABCLASS.txt'.
       77 cls-file-status pic X(2).
       77 cls-env pic X(60).
      *> 'on' until a class file is loaded -- the weighted costing
      *> only runs under cls-active.
       77 cls-active-sw pic X(4) value 'on'.
          88 cls-active value 'wtd'.
       77 cls-eof pic X(4) value 'on'.
          88 cls-at-eof value 'EOFi'.
       77 cls-max   pic S9(4) comp-4 value 20.
       77 cls-count pic S9(4) comp-4 value zero.
      *> Class 1 is always STD, the unmapped crabs.
       01 cls-table.
          05 cls-entry occurs 20 times.
             10 cls-code    pic X(8).
             10 cls-mult    pic 9(3)V99.
             10 cls-crabs   pic S9(9) comp-4.
             10 cls-sub-raw pic S9(18) comp-3.
             10 cls-sub-wtd pic S9(18)V99 comp-3.
       01 cls-buckets.
          05 cls-bk occurs 20 times.
             10 cls-bk-count occurs 10000 times pic S9(8) comp-4.
      *> Weighted crabs per position -- sum of count * multiplier.
       01 cls-weights.
          05 cls-wt occurs 10000 times pic S9(12)V99 comp-3.
       77 cls-rng-max   pic S9(4) comp-4 value 500.
       77 cls-rng-count pic S9(4) comp-4 value zero.
       01 cls-ranges.
          05 cls-rng occurs 500 times.
             10 cls-rng-from pic S9(9) comp-4.
             10 cls-rng-to   pic S9(9) comp-4.
             10 cls-rng-code pic X(8).
             10 cls-rng-ix   pic S9(4) comp-4.
       77 cls-ix  pic S9(4) comp-4.
       77 cls-jx  pic S9(4) comp-4.
       77 cls-px  pic S9(5) comp-4.
       77 cls-bad pic 9(4) value zero.
       77 cls-tag      pic X(8).
       77 cls-f2       pic X(20).
       77 cls-f3       pic X(20).
       77 cls-from-txt pic X(10).
       77 cls-to-txt   pic X(10).
       77 cls-lo  pic S9(9) comp-4.
       77 cls-hi  pic S9(9) comp-4.
       77 cls-left pic S9(9) comp-4.
       77 cls-d    pic S9(9) comp-4.
       77 cls-cost pic S9(18) comp-3.
      *> Decimal running total for a weighted candidate.
       77 cls-fuel pic S9(24)V99 comp-3.
      *> One weighted term -- formed on its own, then added, so the
      *> fraction of the multiplier is never dropped from a mixed
      *> binary/decimal sum.
       77 cls-term pic S9(24)V99 comp-3.
       77 cls-model-sw pic X value 'T'.
          88 cls-constant   value 'C'.
          88 cls-triangular value 'T'.
       77 cls-tot-raw pic S9(18) comp-3.
       77 cls-tot-wtd pic S9(18)V99 comp-3.
       77 cls-n-disp    pic Z(8)9.
       77 cls-mult-disp pic ZZ9.99.
       77 cls-raw-disp  pic Z(17)9.
       77 cls-wtd-disp  pic Z(17)9.99.
       77 cls-at-disp   pic Z(4)9.
