      *> Legal hold register -- WORKING-STORAGE. See HOLDSEL.cpy for
      *> the full COPY sequence.
       77 hold-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-HOLDS.txt'.
       77 hd-file-status pic X(2).
       77 hd-env-path    pic X(60).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 hd-eof pic X(4) value 'on'.
          88 hd-at-eof value 'EOFi'.
       77 hd-held-sw pic X(4) value 'on'.
          88 hd-held value 'yes!'.
      *> One register line.
       01 hd-reg-rec.
          05 hr-state      pic X(8).
             88 hr-active   value 'ACTIVE'.
             88 hr-released value 'RELEASED'.
          05 filler        pic X.
          05 hr-progid     pic X(20).
          05 filler        pic X.
          05 hr-from       pic 9(8).
          05 filler        pic X.
          05 hr-to         pic 9(8).
          05 filler        pic X.
          05 hr-case       pic X(20).
          05 filler        pic X.
          05 hr-placed-by  pic X(8).
          05 filler        pic X.
          05 hr-placed-on  pic 9(8).
          05 filler        pic X.
          05 hr-placed-at  pic 9(8).
          05 filler        pic X.
          05 hr-released-by pic X(8).
          05 filler        pic X.
          05 hr-released-on pic X(8).
      *> The active holds, loaded once by HOLDLOAD.
       77 hd-max   pic S9(4) comp-4 value 100.
       77 hd-count pic S9(4) comp-4 value zero.
       01 hd-table.
          05 hd-entry occurs 100 times.
             10 hd-progid pic X(20).
             10 hd-from   pic 9(8).
             10 hd-to     pic 9(8).
             10 hd-case   pic X(20).
       77 hd-ix  pic S9(4) comp-4.
       77 hd-len pic S9(4) comp-4.
      *> The item asked about, and the case that holds it.
       77 hd-chk-progid pic X(40).
       77 hd-chk-date   pic 9(8).
       77 hd-held-case  pic X(20).
