      *> Tide/datum correction -- load the table named in
      *> tide-table-name. Spaces, or a table that can't be opened,
      *> leaves td-active off and the readings untouched. See
      *> TIDESEL.cpy for the full COPY sequence.
           move 'on' to td-active-sw
           initialize td-table
           move spaces to td-datum
           move 'N' to td-have-start
           move zero to td-count td-bad td-interval td-start-secs
           move zero to td-corrected td-uncovered
           if tide-table-name not = spaces
              open input tide-file
              if td-file-status not = '00'
                 display 'AOC0106W tide table '
                    function trim(tide-table-name)
                    ' not found -- readings left uncorrected'
              else
                 set td-active to true
                 move 'on' to td-eof
                 read tide-file at end set td-at-eof to true end-read
                 perform until td-at-eof
                    if tide-record not = spaces
                       and tide-record(1:1) not = '*'
                       move spaces to td-tag td-f2 td-f3
                       unstring tide-record delimited by ','
                          into td-tag td-f2 td-f3
                       end-unstring
                       move function upper-case(td-tag) to td-tag
                       move spaces to td-from-txt td-to-txt
                       unstring td-f2 delimited by '-'
                          into td-from-txt td-to-txt
                       end-unstring
                       if td-to-txt = spaces
                          move td-from-txt to td-to-txt
                       end-if
                       evaluate true
                          when td-tag = 'DATUM'
                             move td-f2 to td-datum
                          when td-tag = 'START'
                             and function trim(td-f2) is numeric
                             move function numval(td-f2) to td-hhmm
                             compute td-start-secs =
                                function integer(td-hhmm / 100) * 3600
                                + function mod(td-hhmm, 100) * 60
                             move 'Y' to td-have-start
                          when td-tag = 'INTERVAL'
                             and function trim(td-f2) is numeric
                             compute td-interval =
                                function numval(td-f2)
                          when (td-tag = 'LINES' or td-tag = 'TIME')
                             and function trim(td-from-txt) is numeric
                             and function trim(td-to-txt) is numeric
                             and function test-numval(td-f3) = zero
                             and td-count < td-max
                             add 1 to td-count
                             move td-tag(1:1) to td-kind(td-count)
                             compute td-offset(td-count) =
                                function numval(td-f3)
                             move zero to td-hits(td-count)
                             if td-tag = 'LINES'
                                compute td-from(td-count) =
                                   function numval(td-from-txt)
                                compute td-to(td-count) =
                                   function numval(td-to-txt)
                             else
                                move function numval(td-from-txt)
                                  to td-hhmm
                                compute td-t-from(td-count) =
                                   function integer(td-hhmm / 100)
                                      * 3600
                                   + function mod(td-hhmm, 100) * 60
                                move function numval(td-to-txt)
                                  to td-hhmm
                                compute td-t-to(td-count) =
                                   function integer(td-hhmm / 100)
                                      * 3600
                                   + function mod(td-hhmm, 100) * 60
                             end-if
                          when other
                             add 1 to td-bad
                       end-evaluate
                    end-if
                    read tide-file at end set td-at-eof to true
                    end-read
                 end-perform
                 close tide-file
      *> A TIME entry becomes the run of readings taken in it --
      *> reading k is taken at START + (k - 1) * INTERVAL, and a time
      *> before the start belongs to a sweep that ran past midnight.
                 perform varying td-ix from 1 by 1
                         until td-ix > td-count
                    if td-kind(td-ix) = 'T'
                       if td-have-start = 'N' or td-interval < 1
                          move zero to td-from(td-ix) td-to(td-ix)
                          add 1 to td-bad
                       else
                          compute td-secs =
                             td-t-from(td-ix) - td-start-secs
                          if td-secs < zero
                             add 86400 to td-secs
                          end-if
                          compute td-from(td-ix) =
                             (td-secs + td-interval - 1) / td-interval
                             + 1
                          compute td-secs =
                             td-t-to(td-ix) - td-start-secs
                          if td-secs < zero
                             add 86400 to td-secs
                          end-if
                          compute td-to(td-ix) =
                             (td-secs + td-interval - 1) / td-interval
                       end-if
                    end-if
                    if td-to(td-ix) < td-from(td-ix)
                       or td-to(td-ix) < 1
                       move zero to td-from(td-ix) td-to(td-ix)
                    end-if
                 end-perform
                 display 'Tide table ' function trim(tide-table-name)
                    ' loaded -- ' td-count ' entr(ies), datum '
                    function trim(td-datum)
                 if td-bad > zero
                    display 'AOC0106W tide table: ' td-bad
                       ' line(s) unusable (bad format, or a TIME '
                       'entry with no START/INTERVAL) -- ignored'
                 end-if
              end-if
           end-if
