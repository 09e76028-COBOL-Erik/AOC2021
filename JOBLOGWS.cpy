      *> Request 084: operator identity (AOC_OPERATOR), carried in
      *> every run record.
       77 jl-operator   pic X(8) value spaces.
      *> Event season the run belongs to -- AOC_SEASON (usually set
      *> through the profile), 2021 when unset. Next season reuses
      *> day numbers with different programs, so everything keyed on
      *> program and business date is keyed on the season too.
       77 jl-season     pic X(4) value '2021'.
       77 jl-season-env pic X(10).
      *> Review fixes: self-test sweep marker -- see JOBLOGEND.
       77 jl-selftest-flag pic X value space.
      *> Request 076: per-run record counts -- every program already
      *> trend that used to be thrown away.
      *> Request 087: input fingerprint, accumulated by ARCHIVECOPY.
       77 jl-fp-sum        pic 9(9) value zero.
      *> Control table behind the answer, set by the program before
      *> COPY JOBLOGEND when it applied one.
       77 jl-control       pic X(60) value spaces.
      *> Program version for the run record. Left blank, JOBLOGEND
      *> stamps the program's own compile date and time, so every
      *> build is told apart without anyone maintaining a number.
       77 jl-version       pic X(14) value spaces.
       77 jl-recs-read     pic 9(8) value zero.
       77 jl-recs-rejected pic 9(8) value zero.
      *> Elapsed-seconds scratch for JOBLOGEND.
       77 jl-secs2   pic S9(9) comp-4.
       77 jl-elapsed pic S9(9) comp-4.
       COPY JOBLOGREC.
      *> Job-log seal chain -- see JOBLOGSEAL.cpy. The seal covers
      *> jl-seal-span bytes: the whole record ahead of the seal
      *> column, plus the season column when it is not 2021 (see
      *> JOBLOGHASH.cpy).
       77 jl-seal-prev pic 9(9) value zero.
       77 jl-seal-calc pic 9(9).
       77 jl-seal-work pic 9(12) comp-4.
       77 jl-seal-ix   pic S9(4) comp-4.
       77 jl-seal-span pic S9(4) comp-4 value 227.
       77 jl-seal-key  pic X(30).
       77 jl-seal-eof  pic X.
          88 jl-seal-at-eof value 'Y'.
       77 jl-file-status pic XX.
      *> Request 070: bounded-wait retry for the shared log -- an
      *> operator running a job from AOCMENU while the nightly stream
