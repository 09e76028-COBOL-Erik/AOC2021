      *> Job-log seal chain checking -- WORKING-STORAGE for
      *> JOBLOGCHAIN.cpy, used by AOCSEAL and by the programs that
      *> rewrite the log (which check the chain before they reseal
      *> it, so a rewrite can never launder an edit). Before the
      *> first record of each file:
      *>   move zero to jc-win-count jc-breaks
      *>   move 'N' to jc-started
      *> The window holds the seals of the last jc-win-max sealed
      *> records: parallel batch lanes append at the same moment,
      *> so a record may chain from one a few places back.
       77 jc-win-max   pic S9(4) comp-4 value 20.
       77 jc-win-count pic S9(4) comp-4 value zero.
       01 jc-win-table.
          05 jc-win-seal occurs 20 times pic 9(9).
       77 jc-win-ix pic S9(4) comp-4.
       77 jc-started pic X value 'N'.
          88 jc-chain-started value 'Y'.
      *> The verdict on one record.
       77 jc-result pic X.
          88 jc-legacy     value 'L'.
          88 jc-sealed     value 'S'.
          88 jc-concurrent value 'C'.
          88 jc-unsealed   value 'U'.
          88 jc-duplicate  value 'D'.
          88 jc-broken     value 'B'.
       77 jc-breaks pic 9(6) value zero.
