       77 archive-src-name   pic X(60).
       77 archive-src-status pic X(2).
       77 archive-dst-name   pic X(60).
       77 archive-dst-status pic X(2).
       77 archive-today      pic 9(8).
       77 archive-time       pic 9(8).
       77 archive-eof        pic X(4) value 'on'.
          05 arc-cat-bytes  pic 9(10).
          05 filler         pic X.
          05 arc-cat-path   pic X(80).
      *> Deduplication columns. The copy's own fingerprint (the job
      *> log's position-weighted checksum, over this file alone);
      *> kind R marks an entry that wrote no copy of its own because
      *> the same bytes were already stored -- its path is the stored
      *> file's. On the entry that owns a stored file (kind C, or
      *> blank on entries from before the columns existed) refs is
      *> how many catalog entries use that file, itself included, as
      *> AOCARCH last counted them.
          05 filler         pic X.
          05 arc-cat-fp     pic 9(9).
          05 filler         pic X.
          05 arc-cat-kind   pic X.
             88 arc-cat-ref value 'R'.
          05 filler         pic X.
          05 arc-cat-refs   pic 9(4).
      *> Event season of the run that archived the input -- blank on
      *> entries from before the column, which are season 2021.
          05 filler         pic X.
          05 arc-cat-season pic X(4).
      *> Deduplication working fields -- see ARCHIVECOPY.
       77 archive-file-fp    pic 9(9).
       77 archive-new-path   pic X(60).
       77 archive-dup-path   pic X(80).
       77 archive-save-rc    pic S9(9) comp-4.
       77 archive-dup-eof    pic X(4).
          88 archive-dup-at-eof value 'EOFi'.
