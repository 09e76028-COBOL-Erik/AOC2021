      *> Headings carry program, business date and page number; pages
      *> break at AOC_PAGEDEPTH lines (default 60); the trailer's
      *> record count makes a truncated file detectable.
      *>
      *> Spreadsheet copy: with AOC_REPORT_CSV=Y a report that names
      *> its detail heading -- build it, COPY RPTLINE as usual, then
      *> COPY RPTCOLS REPLACING RPT-REC BY <record> -- also gets a
      *> comma-delimited copy beside it (same name, .csv): the
      *> heading's names as the first row, then one row per detail
      *> line. A blank or underline line, or a total line (TOTAL
      *> among its first 20 characters), ends the detail lines;
      *> headings, page breaks, totals and the trailer never reach
      *> the copy. CATADD registers it as
      *> its own catalog entry, type CSV.
       77 rw-depth-env  pic X(6).
       77 rw-page-depth pic S9(4) comp-4 value 60.
       77 rw-line-count pic S9(4) comp-4 value zero.
       77 rw-save-line  pic X(400).
       77 rw-page-disp  pic Z(5)9.
       77 rw-rec-disp   pic Z(7)9.
       77 rw-csv-env    pic X(2).
       77 rw-csv-sw     pic X value 'N'.
          88 rw-csv-on  value 'Y'.
       77 rw-detail-sw  pic X value 'N'.
          88 rw-in-detail value 'Y'.
       77 rw-csv-test   pic X(20).
       77 rw-csv-tally  pic S9(4) comp-4.
