      *> Crab fuel classes -- load the class file. Absent file means
      *> every crab is STD and the costing is untouched. See
      *> CLSSEL.cpy for the full COPY sequence.
           accept cls-env from environment 'AOC2107_CLASSES'
           if cls-env not = spaces
              move cls-env to crab-class-name
           end-if
           initialize cls-table cls-buckets cls-ranges
           move 1 to cls-count
           move 'STD' to cls-code(1)
           move 1 to cls-mult(1)
           move zero to cls-rng-count cls-bad
           open input crab-class-file
           if cls-file-status = '00'
              set cls-active to true
              move 'on' to cls-eof
              read crab-class-file at end set cls-at-eof to true
              end-read
              perform until cls-at-eof
                 if crab-class-record not = spaces
                    and crab-class-record(1:1) not = '*'
                    move spaces to cls-tag cls-f2 cls-f3
                    unstring crab-class-record delimited by ','
                       into cls-tag cls-f2 cls-f3
                    end-unstring
                    move function upper-case(cls-tag) to cls-tag
                    move function upper-case(cls-f2) to cls-f2
                    move function upper-case(cls-f3) to cls-f3
                    evaluate true
                       when cls-tag = 'CLASS'
                          and cls-f2 not = spaces
                          and function test-numval(cls-f3) = zero
                          and function numval(cls-f3) >= zero
                          and function numval(cls-f3) < 1000
                          perform varying cls-ix from 1 by 1
                                  until cls-ix > cls-count
                                  or cls-code(cls-ix) = cls-f2(1:8)
                             continue
                          end-perform
                          if cls-ix > cls-count
                             if cls-count < cls-max
                                add 1 to cls-count
                                move cls-f2(1:8) to cls-code(cls-count)
                                compute cls-mult(cls-count) =
                                   function numval(cls-f3)
                             else
                                add 1 to cls-bad
                             end-if
                          else
                             compute cls-mult(cls-ix) =
                                function numval(cls-f3)
                          end-if
                       when cls-tag = 'CRAB'
                          and cls-f3 not = spaces
                          move spaces to cls-from-txt cls-to-txt
                          unstring cls-f2 delimited by '-'
                             into cls-from-txt cls-to-txt
                          end-unstring
                          if cls-to-txt = spaces
                             move cls-from-txt to cls-to-txt
                          end-if
                          if function trim(cls-from-txt) is numeric
                             and function trim(cls-to-txt) is numeric
                             and cls-rng-count < cls-rng-max
                             compute cls-lo =
                                function numval(cls-from-txt)
                             compute cls-hi =
                                function numval(cls-to-txt)
      *> An overlapping run would count its crabs twice -- the
      *> first mapping of a crab stands.
                             perform varying cls-jx from 1 by 1
                                     until cls-jx > cls-rng-count
                                if cls-lo <= cls-rng-to(cls-jx)
                                   and cls-hi >= cls-rng-from(cls-jx)
                                   move zero to cls-hi
                                end-if
                             end-perform
                             if cls-lo >= 1 and cls-hi >= cls-lo
                                add 1 to cls-rng-count
                                move cls-lo
                                  to cls-rng-from(cls-rng-count)
                                move cls-hi
                                  to cls-rng-to(cls-rng-count)
                                move cls-f3(1:8)
                                  to cls-rng-code(cls-rng-count)
                             else
                                add 1 to cls-bad
                             end-if
                          else
                             add 1 to cls-bad
                          end-if
                       when other
                          add 1 to cls-bad
                    end-evaluate
                 end-if
                 read crab-class-file at end set cls-at-eof to true
                 end-read
              end-perform
              close crab-class-file
      *> Runs name their class by code; a code no CLASS line defines
      *> leaves those crabs STD.
              perform varying cls-jx from 1 by 1
                      until cls-jx > cls-rng-count
                 move 1 to cls-rng-ix(cls-jx)
                 perform varying cls-ix from 1 by 1
                         until cls-ix > cls-count
                    if cls-code(cls-ix) = cls-rng-code(cls-jx)
                       move cls-ix to cls-rng-ix(cls-jx)
                    end-if
                 end-perform
                 if cls-rng-ix(cls-jx) = 1
                    and cls-rng-code(cls-jx) not = 'STD'
                    add 1 to cls-bad
                 end-if
              end-perform
              display 'AOC2107: crab class file loaded -- '
                 cls-count ' class(es), ' cls-rng-count
                 ' roster run(s)'
              if cls-bad > zero
                 display 'AOC2107: ' cls-bad ' class file line(s) '
                    'unusable (bad format, overlapping run or '
                    'undefined class) -- those crabs stay STD'
              end-if
           end-if
