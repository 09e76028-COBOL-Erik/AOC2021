              compute rw-page-depth = function numval(rw-depth-env)
           end-if
           move zero to rw-rec-count
           move 'N' to rw-csv-sw rw-detail-sw
           accept rw-csv-env from environment 'AOC_REPORT_CSV'
           if rw-csv-env = 'Y' or rw-csv-env = 'y'
              set rw-csv-on to true
           end-if
      *> A copy some earlier report left unfinished is not this
      *> report's -- throw it away.
           if rpt-csv-open = 'Y' or rpt-csv-rows > zero
              move 'X' to rpt-csv-func
              call 'AOCRPTCSV' using rpt-csv-parm
                 on exception
                    move 'N' to rpt-csv-open
              end-call
              move zero to rpt-csv-rows
           end-if
           move 1 to rw-page-count
           move spaces to rw-heading
           string rw-prog delimited by size
