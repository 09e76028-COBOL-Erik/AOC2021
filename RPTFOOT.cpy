      *> RPTWS.cpy for the full COPY sequence.
      *>
      *> COPY RPTFOOT REPLACING RPT-REC BY report-record.
           move 'N' to rw-detail-sw
           if rpt-csv-open = 'Y'
              move 'E' to rpt-csv-func
              call 'AOCRPTCSV' using rpt-csv-parm
                 on exception
                    move 'N' to rpt-csv-open
              end-call
           end-if
           move spaces to RPT-REC
           write RPT-REC
           move rw-rec-count to rw-rec-disp
