      *> COPY CATADD REPLACING PROGID BY 'AOC1'
      *>                       RPT-PATH BY report-file-name
      *>                       RPT-COUNT BY ws-rpt-line-count.
      *> A spreadsheet copy filled while the report was written is
      *> finished under the report's own name (.csv) and registered
      *> as the second pass, type CSV.
           move 1 to rpt-cat-passes
           if rpt-csv-rows > zero
              move 'F' to rpt-csv-func
              move RPT-PATH to rpt-csv-path
              call 'AOCRPTCSV' using rpt-csv-parm
                 on exception
                    move 'N' to rpt-csv-ok
              end-call
              move zero to rpt-csv-rows
              if rpt-csv-ok = 'Y'
                 move 2 to rpt-cat-passes
              end-if
           end-if
           move jl-busdate to rpt-cat-today
           accept rpt-cat-now from time
           perform varying rpt-cat-pass from 1 by 1
                   until rpt-cat-pass > rpt-cat-passes
              move spaces to rpt-cat-rec
              move PROGID to rpt-cat-progid
              move rpt-cat-today to rpt-cat-date
              move rpt-cat-now to rpt-cat-time
              move jl-season to rpt-cat-season
              if rpt-cat-pass = 1
                 move RPT-COUNT to rpt-cat-recs
                 move RPT-PATH to rpt-cat-path
                 move rpt-cat-kind to rpt-cat-type
              else
                 move rpt-csv-lines to rpt-cat-recs
                 move rpt-csv-path to rpt-cat-path
                 move 'CSV' to rpt-cat-type
              end-if
      *> Report names are STRING-built in their programs and can
      *> carry a low-value tail -- blank it before it reaches a LINE
      *> SEQUENTIAL record.
              inspect rpt-cat-rec converting low-value to space
      *> Contention protocol: a busy/locked open (parallel lanes
      *> appending at once) is retried with a bounded one-second
      *> wait; '35' still means first-write-creates, and a record
      *> that STILL cannot land is shouted with its content so it
      *> can be re-keyed, never silently dropped.
              move zero to rpt-cat-retry-count
              open extend report-cat-file
              perform until report-cat-status = '00'
                         or report-cat-status = '35'
                         or rpt-cat-retry-count >= rpt-cat-retry-max
                 add 1 to rpt-cat-retry-count
                 call 'C$SLEEP' using rpt-cat-retry-wait
                    on exception continue
                 end-call
                 open extend report-cat-file
              end-perform
              if report-cat-status = '35'
                 open output report-cat-file
              end-if
              if report-cat-status not = '00'
                 display 'REPORT CATALOG UNAVAILABLE (status '
                    report-cat-status ') -- THIS ENTRY WAS NOT '
                    'WRITTEN:'
                 display '  ' function trim(rpt-cat-rec)
              else
                 write report-cat-record from rpt-cat-rec
                 if report-cat-status not = '00'
                    display 'REPORT CATALOG WRITE FAILED (status '
                       report-cat-status ') -- THIS ENTRY WAS NOT '
                       'WRITTEN:'
                    display '  ' function trim(rpt-cat-rec)
                 end-if
                 close report-cat-file
              end-if
           end-perform
           move spaces to rpt-cat-kind
