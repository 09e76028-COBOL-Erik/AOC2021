      *> Submission attempt register -- WORKING-STORAGE. See
      *> SUBSEL.cpy for the full COPY sequence.
       77 subreg-name pic X(60)
          value 'C:\WS\AOC2021\AOC-SUBMISSIONS.txt'.
       77 subflag-name pic X(60)
          value 'C:\WS\AOC2021\AOC-SUBMISSION-FLAGS.txt'.
       77 sb-reg-status  pic X(2).
       77 sb-flag-status pic X(2).
       77 sb-env-path    pic X(60).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 sb-eof pic X(4) value 'on'.
          88 sb-at-eof value 'EOFi'.
      *> One register line -- the attempt, what the tracking team
      *> said about it, and when it was loaded.
       01 sr-rec.
          05 sr-progid   pic X(20).
          05 filler      pic X value space.
          05 sr-run-date pic 9(8).
          05 filler      pic X value space.
          05 sr-answer   pic X(40).
          05 filler      pic X value space.
          05 sr-outcome  pic X(8).
             88 sr-accepted value 'ACCEPTED'.
             88 sr-rejected value 'REJECTED'.
          05 filler      pic X value space.
      *> HIGH = the answer was too high, LOW = too low; blank when
      *> no hint came back.
          05 sr-hint     pic X(4).
             88 sr-too-high value 'HIGH'.
             88 sr-too-low  value 'LOW'.
          05 filler      pic X value space.
          05 sr-loaded   pic 9(8).
          05 filler      pic X value space.
          05 sr-loaded-by pic X(8).
      *> One flag line -- a new answer the write path judged against
      *> the register and found wanting.
       01 sf-rec.
          05 sf-date     pic 9(8).
          05 filler      pic X value space.
          05 sf-time     pic 9(8).
          05 filler      pic X value space.
          05 sf-progid   pic X(20).
          05 filler      pic X value space.
          05 sf-run-date pic 9(8).
          05 filler      pic X value space.
          05 sf-answer   pic X(40).
          05 filler      pic X value space.
          05 sf-reason   pic X(60).
      *> The key and answer being judged, and what the register
      *> knows about that key.
       77 sb-progid      pic X(20).
       77 sb-run-date    pic 9(8).
       77 sb-answer      pic X(40).
       77 sb-attempts    pic S9(4) comp-4.
       77 sb-has-lower   pic X.
       77 sb-has-upper   pic X.
       77 sb-lower       pic S9(18).
       77 sb-upper       pic S9(18).
       77 sb-lower-disp  pic -(18)9.
       77 sb-upper-disp  pic -(18)9.
       77 sb-num         pic S9(18).
       77 sb-accepted    pic X(40).
       77 sb-reason      pic X(60).
       77 sb-suspect-sw  pic X(4) value 'on'.
          88 sb-suspect value 'yes!'.
      *> Rejected values for the key, so a rerun that lands on one of
      *> them again is caught whether or not it is numeric.
       77 sb-rej-max   pic S9(4) comp-4 value 50.
       77 sb-rej-count pic S9(4) comp-4.
       01 sb-rej-table.
          05 sb-rej-answer occurs 50 times pic X(40).
       77 sb-rej-ix    pic S9(4) comp-4.
