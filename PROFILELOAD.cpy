      *> it did before profiles existed. Every setting applied is
      *> displayed, so the console log shows the configuration that
      *> produced this run's answer.
      *> A line written yyyy:NAME=VALUE belongs to one event season
      *> and applies only when AOC_SEASON (else 2021) is that year
      *> -- one profile serves every season side by side. A season
      *> line wins over a plain line for the same name wherever the
      *> two sit in the file.
           accept pf-env-name from environment 'AOC_PROFILE'
           if pf-env-name not = spaces
              move zero to pf-applied
              end-if
           end-if
           move zero to pf-applied
           move zero to pf-set-count
           move spaces to pf-current
           accept pf-current from environment 'AOC_SEASON'
           move pf-current(1:4) to pf-season
           if pf-season = spaces
              move '2021' to pf-season
           end-if
           perform varying pf-pass from 1 by 1 until pf-pass > 2
              open input profile-file
              if profile-file-status = '00'
                 move 'on' to pf-eof
                 read profile-file at end set pf-at-eof to true
                 end-read
                 perform until pf-at-eof
                    if profile-record not = spaces
                       and profile-record(1:1) not = '*'
                       move spaces to pf-name pf-value
                       unstring profile-record delimited by '='
                          into pf-name pf-value
                       end-unstring
      *> Pass 1 takes this season's yyyy: lines, pass 2 the plain
      *> lines; other seasons' lines are never taken.
                       if pf-name(5:1) = ':' and pf-name(1:4) is numeric
                          if pf-pass = 1 and pf-season = pf-name(1:4)
                             move pf-name(6:) to pf-current
                             move pf-current to pf-name
                          else
                             move spaces to pf-name
                          end-if
                       else
                          if pf-pass = 1
                             move spaces to pf-name
                          end-if
                       end-if
                       if pf-name not = spaces
                          move 'N' to pf-set-found
                          perform varying pf-set-ix from 1 by 1
                                  until pf-set-ix > pf-set-count
                                     or pf-already-set
                             if pf-set-name(pf-set-ix) = pf-name
                                move 'Y' to pf-set-found
                             end-if
                          end-perform
                       end-if
                       if pf-name not = spaces and pf-already-set
                          subtract 1 from pf-set-ix
                          move spaces to pf-current
                          accept pf-current from environment pf-name
                          if pf-set-season(pf-set-ix) = spaces
                             display 'AOCPROFILE: '
                                function trim(pf-name) '='
                                function trim(pf-value)
                                ' passed over (set earlier in the '
                                'profile)'
                          else
                             display 'AOCPROFILE: '
                                function trim(pf-name) '='
                                function trim(pf-value)
                                ' passed over (season '
                                pf-set-season(pf-set-ix) ' line sets '
                                function trim(pf-current) ')'
                          end-if
                          move spaces to pf-name
                       end-if
                       if pf-name not = spaces
                          move spaces to pf-current
                          accept pf-current from environment pf-name
                          if pf-current = spaces
                             display pf-name upon environment-name
                             display pf-value upon environment-value
                             add 1 to pf-applied
                             if pf-set-count < pf-set-max
                                add 1 to pf-set-count
                                move pf-name
                                  to pf-set-name(pf-set-count)
                                if pf-pass = 1
                                   move pf-season
                                     to pf-set-season(pf-set-count)
                                else
                                   move spaces
                                     to pf-set-season(pf-set-count)
                                end-if
                             end-if
                             display 'AOCPROFILE: '
                                function trim(pf-name) '='
                                function trim(pf-value) ' applied from '
                                function trim(profile-file-name)
                          else
      *> Review fixes: the effective-settings dump must show the
      *> value actually in force -- an exported variable overriding
      *> the profile is exactly the silent-override case profiles
      *> were asked to make visible.
                             display 'AOCPROFILE: '
                                function trim(pf-name) '='
                                function trim(pf-current)
                                ' (environment override)'
                          end-if
                       end-if
                    end-if
                    read profile-file at end set pf-at-eof to true
                    end-read
                 end-perform
                 close profile-file
              end-if
           end-perform
