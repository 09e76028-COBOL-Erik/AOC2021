      *> Parameter area for AOCRPTCSV, the keeper of a report's
      *> spreadsheet copy. Copied into WORKING-STORAGE through
      *> CATWS.cpy (the report writer fills the copy, CATADD
      *> finishes and registers it) and into LINKAGE by AOCRPTCSV.
      *>
      *> rpt-csv-func:
      *>   H  rpt-csv-line is the report's detail heading -- opens the
      *>      copy under rpt-csv-prog and writes the column names;
      *>      the same heading again resumes, a different one is
      *>      refused (rpt-csv-ok 'N')
      *>   R  rpt-csv-line is one detail line -- one row
      *>   E  end of report -- the copy is closed
      *>   F  finish: rpt-csv-path in is the report's path, out the
      *>      copy's (same name, .csv); rpt-csv-lines counts its lines
      *>   X  discard an unfinished copy
      *> rpt-csv-rows counts detail rows; rpt-csv-open is 'Y' while a
      *> copy is being written.
       01 rpt-csv-parm.
          05 rpt-csv-func  pic X.
          05 rpt-csv-prog  pic X(8).
          05 rpt-csv-open  pic X value 'N'.
          05 rpt-csv-ok    pic X.
          05 rpt-csv-rows  pic 9(8) value zero.
          05 rpt-csv-lines pic 9(8) value zero.
          05 rpt-csv-path  pic X(80).
          05 rpt-csv-line  pic X(400).
