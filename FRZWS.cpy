      *> Change-freeze windows -- WORKING-STORAGE. See FRZSEL.cpy for
      *> the full COPY sequence.
       77 freeze-name pic X(60)
          value 'C:\WS\AOC2021\AOC-FREEZE.txt'.
       77 freeze-ovr-name pic X(60)
          value 'C:\WS\AOC2021\AOC-FREEZE-OVERRIDES.txt'.
       77 fz-file-status pic X(2).
       77 fz-ovr-status  pic X(2).
       77 fz-env-path    pic X(60).
       77 fz-scope       pic X(8).
       77 fz-save-func   pic X(10).
       77 fz-batch       pic X.
       77 fz-now-date    pic 9(8).
       77 fz-now-time    pic 9(8).
       77 fz-now-hhmm    pic 9(4).
       77 fz-now         pic 9(12).
       77 fz-from        pic 9(12).
       77 fz-to          pic 9(12).
       77 fz-window      pic X(40).
       77 fz-reason      pic X(60).
       77 fz-justify     pic X(60).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 fz-eof pic X(4) value 'on'.
          88 fz-at-eof value 'EOFi'.
       77 fz-frozen-sw pic X(4) value 'on'.
          88 fz-frozen value 'yes!'.
       77 fz-allowed-sw pic X(4) value 'on'.
          88 fz-allowed value 'yes!'.
      *> One freeze calendar line.
       01 fz-cal-rec.
          05 fz-cal-from-date pic X(8).
          05 filler           pic X.
          05 fz-cal-from-time pic X(4).
          05 filler           pic X.
          05 fz-cal-to-date   pic X(8).
          05 filler           pic X.
          05 fz-cal-to-time   pic X(4).
          05 filler           pic X.
          05 fz-cal-scope     pic X(8).
          05 filler           pic X.
          05 fz-cal-reason    pic X(60).
      *> One override log line. fo-handed stays blank until AOCOPS
      *> has put the override on a turnover page, then carries that
      *> page's business date.
       01 fz-ovr-rec.
          05 fo-date      pic 9(8).
          05 filler       pic X value space.
          05 fo-time      pic 9(8).
          05 filler       pic X value space.
          05 fo-operator  pic X(8).
          05 filler       pic X value space.
          05 fo-scope     pic X(8).
          05 filler       pic X value space.
          05 fo-func      pic X(8).
          05 filler       pic X value space.
          05 fo-handed    pic X(8).
          05 filler       pic X value space.
          05 fo-reason    pic X(40).
          05 filler       pic X value space.
          05 fo-justify   pic X(60).
