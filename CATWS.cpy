          05 rpt-cat-recs   pic 9(8).
          05 filler         pic X.
          05 rpt-cat-path   pic X(80).
      *> Event season of the run that wrote the report -- blank on
      *> entries from before the column, which are season 2021.
          05 filler         pic X.
          05 rpt-cat-season pic X(4).
      *> Artifact type -- blank on a printed report (and on every
      *> entry from before the column), CSV on its spreadsheet copy.
          05 filler         pic X.
          05 rpt-cat-type   pic X(4).
       77 rpt-cat-today pic 9(8).
       77 rpt-cat-now   pic 9(8).
      *> Bounded-wait retry for the shared catalog -- nine parallel
       77 rpt-cat-retry-count pic 9(2) value zero.
       77 rpt-cat-retry-max   pic 9(2) value 5.
       77 rpt-cat-retry-wait  pic 9(4) comp-4 value 1.
      *> A report's spreadsheet copy is registered right behind the
      *> report itself -- two passes of the same catalog write.
       77 rpt-cat-pass   pic 9 value zero.
       77 rpt-cat-passes pic 9 value 1.
      *> Type of the file being registered itself (first pass) --
      *> blank for a printed report; a program cataloguing some
      *> other artifact sets it before CATADD, which clears it.
       77 rpt-cat-kind   pic X(4) value spaces.
      *> Spreadsheet copy handshake: the report writer (RPTWS family)
      *> fills the copy through AOCRPTCSV while the report is being
      *> written; CATADD finishes it and registers it.
       COPY RPTCSVLK.
