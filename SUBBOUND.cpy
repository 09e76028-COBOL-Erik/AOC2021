      *> Submission attempt register -- derive the bounds for one
      *> key and, when sb-answer is set, judge it. A rejection hinted
      *> "too high" caps every later answer below it, one hinted
      *> "too low" floors them above it; the tightest of each wins.
      *> sb-suspect comes back set, with sb-reason saying why, when
      *> the answer repeats a rejected value, differs from an
      *> accepted one, or falls outside the bounds. No register, or
      *> no attempts for the key, judges nothing. See SUBSEL.cpy for
      *> the full COPY sequence.
           move 'on' to sb-suspect-sw
           move spaces to sb-reason sb-accepted
           move 'N' to sb-has-lower sb-has-upper
           move zero to sb-attempts sb-rej-count sb-lower sb-upper
           accept sb-env-path from environment 'AOC_SUBMISSIONS'
           if sb-env-path not = spaces
              move sb-env-path to subreg-name
           end-if
           open input subreg-file
           if sb-reg-status = '00'
              move 'on' to sb-eof
              read subreg-file at end set sb-at-eof to true end-read
              perform until sb-at-eof
                 move subreg-record to sr-rec
                 if subreg-record(1:1) not = '*'
                    and sr-progid = sb-progid
                    and sr-run-date is numeric
                    and sr-run-date = sb-run-date
                    add 1 to sb-attempts
                    if sr-accepted
                       move sr-answer to sb-accepted
                    end-if
                    if sr-rejected
                       if sb-rej-count < sb-rej-max
                          add 1 to sb-rej-count
                          move sr-answer to sb-rej-answer(sb-rej-count)
                       end-if
                       if function test-numval(function trim(sr-answer))
                          = zero
                          compute sb-num =
                             function numval(function trim(sr-answer))
                          if sr-too-high
                             and (sb-has-upper = 'N'
                                  or sb-num < sb-upper)
                             move sb-num to sb-upper
                             move 'Y' to sb-has-upper
                          end-if
                          if sr-too-low
                             and (sb-has-lower = 'N'
                                  or sb-num > sb-lower)
                             move sb-num to sb-lower
                             move 'Y' to sb-has-lower
                          end-if
                       end-if
                    end-if
                 end-if
                 read subreg-file at end set sb-at-eof to true end-read
              end-perform
              close subreg-file
           end-if
           if sb-answer not = spaces and sb-attempts > zero
              perform varying sb-rej-ix from 1 by 1
                      until sb-rej-ix > sb-rej-count or sb-suspect
                 if function trim(sb-rej-answer(sb-rej-ix))
                    = function trim(sb-answer)
                    set sb-suspect to true
                    move 'repeats an answer already rejected'
                      to sb-reason
                 end-if
              end-perform
              if not sb-suspect and sb-accepted not = spaces
                 and function trim(sb-accepted)
                     not = function trim(sb-answer)
                 set sb-suspect to true
                 string 'differs from the accepted answer '
                           delimited by size
                        function trim(sb-accepted) delimited by size
                   into sb-reason
              end-if
              if not sb-suspect
                 and function test-numval(function trim(sb-answer))
                     = zero
                 compute sb-num =
                    function numval(function trim(sb-answer))
                 if sb-has-lower = 'Y' and sb-num <= sb-lower
                    set sb-suspect to true
                    move sb-lower to sb-lower-disp
                    string 'not above the known lower bound '
                              delimited by size
                           function trim(sb-lower-disp)
                              delimited by size
                      into sb-reason
                 end-if
                 if sb-has-upper = 'Y' and sb-num >= sb-upper
                    set sb-suspect to true
                    move sb-upper to sb-upper-disp
                    string 'not below the known upper bound '
                              delimited by size
                           function trim(sb-upper-disp)
                              delimited by size
                      into sb-reason
                 end-if
              end-if
           end-if
