              exit section
           end-if
           move 'V' to rslt-func
           move spaces to rslt-season
           move ws-v-progid to rslt-progid
           move ws-v-date(1:8) to rslt-run-date
           move ws-v-verdict(1:8) to rslt-verdict
           move 'Outstanding (unconfirmed) answers:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move low-values to rslt-season rslt-progid
           move zero to rslt-run-date
           move 'Y' to rslt-found
           perform until rslt-found not = 'Y'
                    add 1 to ws-outstanding
                    move spaces to report-record
                    string '  ' delimited by size
                           rslt-season delimited by size
                           ' ' delimited by size
                           rslt-progid delimited by size
                           ' ' delimited by size
                           rslt-run-date delimited by size
