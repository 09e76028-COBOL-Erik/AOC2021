      *> Extract corrections -- WORKING-STORAGE. See CORRSEL.cpy for
      *> the full COPY sequence.
       77 corrsent-name pic X(60)
          value 'C:\WS\AOC2021\AOC-EXTRACT-SENT.txt'.
       77 corr-name pic X(60)
          value 'C:\WS\AOC2021\AOC-EXTRACT-CORRECTIONS.txt'.
       77 cx-sent-status pic X(2).
       77 cx-corr-status pic X(2).
       77 cx-env-path    pic X(60).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 cx-eof pic X(4) value 'on'.
          88 cx-at-eof value 'EOFi'.
      *> One sent-ledger line -- the extract that first carried the
      *> key, and the answer it carried.
       01 cs-rec.
          05 cs-seq      pic 9(6).
          05 filler      pic X value space.
          05 cs-season   pic X(4).
          05 filler      pic X value space.
          05 cs-progid   pic X(20).
          05 filler      pic X value space.
          05 cs-run-date pic 9(8).
          05 filler      pic X value space.
          05 cs-answer   pic X(40).
      *> One correction line. PENDING waits for the next extract;
      *> SENT names the extract that carried it (cq-sent-seq); ACKED
      *> once downstream acknowledged that extract.
       01 cq-rec.
          05 cq-status    pic X(8).
             88 cq-pending value 'PENDING'.
             88 cq-sent    value 'SENT'.
             88 cq-acked   value 'ACKED'.
          05 filler       pic X value space.
          05 cq-date      pic 9(8).
          05 filler       pic X value space.
          05 cq-time      pic 9(8).
          05 filler       pic X value space.
          05 cq-season    pic X(4).
          05 filler       pic X value space.
          05 cq-progid    pic X(20).
          05 filler       pic X value space.
          05 cq-run-date  pic 9(8).
          05 filler       pic X value space.
          05 cq-orig-seq  pic 9(6).
          05 filler       pic X value space.
          05 cq-sent-seq  pic 9(6).
          05 filler       pic X value space.
          05 cq-operator  pic X(8).
          05 filler       pic X value space.
          05 cq-old-answer pic X(40).
          05 filler       pic X value space.
          05 cq-new-answer pic X(40).
          05 filler       pic X value space.
          05 cq-reason    pic X(40).
