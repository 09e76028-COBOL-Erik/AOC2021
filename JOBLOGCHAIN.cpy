      *> Job-log seal chain -- check the record in jlr-record against
      *> the file's chain so far (JOBLOGCWS.cpy) and set jc-result:
      *>   L  unsealed, but no sealed record came before it -- the
      *>      history written before seals existed
      *>   S  sealed, chained from the sealed record before it
      *>   C  sealed, chained from one a few records back -- two
      *>      appends at the same moment
      *>   U  unsealed after the chain began -- inserted by hand
      *>   D  the very seal of a record just before it -- a copy of
      *>      that record, inserted
      *>   B  the seal does not match -- the record was edited, or
      *>      the record it chained from is gone
      *> U, D and B count in jc-breaks. The record's own seal then
      *> joins the window, so one damaged record is reported once
      *> and the records after it still check.
           if jlr-start-date is not numeric
              or jlr-seal is not numeric
              if jc-chain-started
                 set jc-unsealed to true
                 add 1 to jc-breaks
              else
                 set jc-legacy to true
              end-if
           else
              set jc-broken to true
              perform varying jc-win-ix from 1 by 1
                      until jc-win-ix > jc-win-count
                 if jc-win-seal(jc-win-ix) = jlr-seal
                    set jc-duplicate to true
                 end-if
              end-perform
              evaluate true
                 when jc-duplicate
                    continue
                 when jc-win-count = zero
                    move zero to jl-seal-prev
                    COPY JOBLOGHASH.
                    if jl-seal-calc = jlr-seal
                       set jc-sealed to true
                    end-if
                 when other
                    perform varying jc-win-ix from jc-win-count by -1
                            until jc-win-ix < 1 or not jc-broken
                       move jc-win-seal(jc-win-ix) to jl-seal-prev
                       COPY JOBLOGHASH.
                       if jl-seal-calc = jlr-seal
                          if jc-win-ix = jc-win-count
                             set jc-sealed to true
                          else
                             set jc-concurrent to true
                          end-if
                       end-if
                    end-perform
              end-evaluate
              if jc-broken or jc-duplicate
                 add 1 to jc-breaks
              end-if
              set jc-chain-started to true
              if jc-win-count >= jc-win-max
                 perform varying jc-win-ix from 2 by 1
                         until jc-win-ix > jc-win-max
                    move jc-win-seal(jc-win-ix)
                      to jc-win-seal(jc-win-ix - 1)
                 end-perform
              else
                 add 1 to jc-win-count
              end-if
              move jlr-seal to jc-win-seal(jc-win-count)
           end-if
