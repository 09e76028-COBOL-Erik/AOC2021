           write RPT-REC
           add 1 to rw-line-count
           add 1 to rw-rec-count
           if rw-in-detail
              move function upper-case(function trim(RPT-REC))
                to rw-csv-test
              move zero to rw-csv-tally
              inspect rw-csv-test tallying rw-csv-tally for all 'TOTAL'
              if rw-csv-test = spaces
                 or rw-csv-test(1:3) = '---'
                 or rw-csv-test(1:3) = '==='
                 or rw-csv-tally > zero
                 move 'N' to rw-detail-sw
              else
                 move 'R' to rpt-csv-func
                 move RPT-REC to rpt-csv-line
                 call 'AOCRPTCSV' using rpt-csv-parm
                    on exception
                       move 'N' to rw-detail-sw
                 end-call
              end-if
           end-if
