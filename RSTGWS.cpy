      *> Restaged-input comparisons -- WORKING-STORAGE. See
      *> RSTGSEL.cpy for the full COPY sequence.
       77 restage-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESTAGE-COMPARE.txt'.
       77 rs-file-status pic X(2).
       77 rs-env-path    pic X(60).
      *> Same on/EOFi-style switch convention as EOFSW.cpy, scoped
      *> privately to this copybook family.
       77 rs-eof pic X(4) value 'on'.
          88 rs-at-eof value 'EOFi'.
      *> One comparison: when and by whom, the business date and the
      *> staging target, the line-level counts, the archived and new
      *> fingerprints (data lines only -- control headers are not
      *> data), the decision, the programs whose answers of record
      *> the restage puts at stake, and the archived copy compared.
       01 rs-rec.
          05 rs-date      pic 9(8).
          05 filler       pic X value space.
          05 rs-time      pic 9(8).
          05 filler       pic X value space.
          05 rs-operator  pic X(8).
          05 filler       pic X value space.
          05 rs-busdate   pic 9(8).
          05 filler       pic X value space.
          05 rs-season    pic X(4).
          05 filler       pic X value space.
          05 rs-target    pic X(8).
          05 filler       pic X value space.
          05 rs-added     pic 9(6).
          05 filler       pic X value space.
          05 rs-removed   pic 9(6).
          05 filler       pic X value space.
          05 rs-changed   pic 9(6).
          05 filler       pic X value space.
          05 rs-old-fp    pic 9(9).
          05 filler       pic X value space.
          05 rs-new-fp    pic 9(9).
          05 filler       pic X value space.
          05 rs-decision  pic X(9).
             88 rs-confirmed value 'CONFIRMED'.
             88 rs-declined  value 'DECLINED'.
          05 filler       pic X value space.
          05 rs-programs  pic X(40).
          05 filler       pic X value space.
          05 rs-arch-path pic X(80).
