      *> Legal hold register -- load the active holds. AOC_HOLDS
      *> names another register. No register means no holds. See
      *> HOLDSEL.cpy for the full COPY sequence.
           move zero to hd-count
           accept hd-env-path from environment 'AOC_HOLDS'
           if hd-env-path not = spaces
              move hd-env-path to hold-file-name
           end-if
           open input hold-file
           if hd-file-status = '00'
              move 'on' to hd-eof
              read hold-file at end set hd-at-eof to true end-read
              perform until hd-at-eof
                 move hold-record to hd-reg-rec
                 if hold-record(1:1) not = '*'
                    and hr-active
                    and hr-progid not = spaces
                    and hr-from is numeric
                    and hr-to is numeric
                    and hd-count < hd-max
                    add 1 to hd-count
                    move hr-progid to hd-progid(hd-count)
                    move hr-from to hd-from(hd-count)
                    move hr-to to hd-to(hd-count)
                    move hr-case to hd-case(hd-count)
                 end-if
                 read hold-file at end set hd-at-eof to true end-read
              end-perform
              close hold-file
           end-if
