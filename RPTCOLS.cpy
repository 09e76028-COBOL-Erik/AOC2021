      *> The report's detail heading -- the line just written through
      *> RPTLINE names the columns of the spreadsheet copy, and the
      *> lines that follow are its rows (see RPTWS.cpy). Does nothing
      *> unless AOC_REPORT_CSV=Y.
      *>
      *> COPY RPTCOLS REPLACING RPT-REC BY report-record.
           if rw-csv-on
              move 'H' to rpt-csv-func
              move rw-prog to rpt-csv-prog
              move RPT-REC to rpt-csv-line
              call 'AOCRPTCSV' using rpt-csv-parm
                 on exception
                    move 'N' to rpt-csv-ok
              end-call
              if rpt-csv-ok = 'Y'
                 set rw-in-detail to true
              end-if
           end-if
