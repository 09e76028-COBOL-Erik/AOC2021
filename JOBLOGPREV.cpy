      *> Job-log seal -- the link an append chains from: the seal of
      *> the last sealed record in the file job-log-file-name names,
      *> into jl-seal-prev (zero for a new or never-sealed file).
      *> COPY before the OPEN EXTEND; see JOBLOGSEAL.cpy.
           move zero to jl-seal-prev
           open input job-log-file
           if jl-file-status = '00'
              move 'N' to jl-seal-eof
              read job-log-file at end set jl-seal-at-eof to true
              end-read
              perform until jl-seal-at-eof
                 move job-log-record to jlr-record
                 if jlr-start-date is numeric
                    and jlr-seal is numeric
                    move jlr-seal to jl-seal-prev
                 end-if
                 read job-log-file at end set jl-seal-at-eof to true
                 end-read
              end-perform
              close job-log-file
           end-if
