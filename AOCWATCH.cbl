       identification division.
       program-id. AOCWATCH.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Arrival-triggered step runner. The provider's files do not
      *> come in day order -- day 7 can land hours before day 3 -- and
      *> the nightly stream would otherwise sit on an early file until
      *> its window. This polls the input arrival register AOCSTAGE
      *> appends to; each path with an arrival dated today that is
      *> newer than the last one handed on is passed to AOCBATCH as
      *> an arrival run (AOCBATCH_ARRIVED=<path>), which takes the
      *> run lock, applies the pre-flight gate and runs just the
      *> steps reading that input under the normal job log, results
      *> master and scoreboard handling. The night then finds those
      *> steps already run for the business date and skips them.
      *>   AOCWATCH_POLL    seconds between polls (default 60)
      *>   AOCWATCH_UNTIL   stop at this wall time, hhmm (default 2200,
      *>                    ahead of the nightly window)
      *>   AOCWATCH_CYCLES  stop after this many polls (default 0 --
      *>                    until the stop time)
      *>   AOCWATCH_CMD     AOCBATCH executable when it isn't on the
      *>                    PATH as plain AOCBATCH
      *> A busy suite (run lock held) is not an error: the arrival
      *> stays pending for a later poll.
             select arrival-reg-file
               assign to dynamic ws-arrival-path
               organization is line sequential
               file status is ws-arrival-status.
             COPY RUNLKSEL.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.
       COPY RUNLKFD.

       fd arrival-reg-file
          block 0 records
          label records omitted
          data record is arrival-reg-record.
       01 arrival-reg-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY RUNLKWS.
       77 a-dummy pic X.

      *> Same register, same X(60) override AOCSTAGE and AOCBATCH use.
       77 ws-arrival-path pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.
       77 ws-arrival-env  pic X(60).
       77 ws-arrival-status pic X(2).
       77 ws-reg-eof pic X.
          88 reg-at-eof value 'Y'.
       01 arr-reg-rec.
          05 arr-date  pic 9(8).
          05 filler    pic X.
          05 arr-time  pic 9(8).
          05 filler    pic X.
          05 arr-count pic 9(6).
          05 filler    pic X.
          05 arr-path  pic X(80).

      *> Today's arrivals, latest per path, and the stamp last handed
      *> to AOCBATCH for each.
       77 wa-max   pic S9(4) comp-4 value 50.
       77 wa-count pic S9(4) comp-4 value zero.
       77 wa-ix    pic S9(4) comp-4.
       77 wa-hit   pic S9(4) comp-4.
       01 wa-table.
          05 wa-entry occurs 50 times.
             10 wa-path   pic X(80).
             10 wa-stamp  pic X(16).
             10 wa-sent   pic X(16).

       77 ws-poll-env   pic X(10).
       77 ws-until-env  pic X(10).
       77 ws-cycles-env pic X(10).
       77 ws-poll       pic 9(4) comp-4 value 60.
       77 ws-until-hhmm pic 9(4) value 2200.
       77 ws-cycle-max  pic 9(6) value zero.
       77 ws-cycles     pic 9(6) value zero.
       77 ws-today-date pic 9(8).
       01 ws-now-time.
          05 ws-now-hhmm   pic 9(4).
          05 filler        pic 9(4).

       77 ws-watch-cmd     pic X(60) value 'AOCBATCH'.
       77 ws-watch-cmdline pic X(120).
       77 ws-watch-done    pic X value 'N'.
          88 watch-done value 'Y'.

      *> Totals.
       77 ws-arrivals   pic 9(8) value zero.
       77 ws-dispatched pic 9(8) value zero.
       77 ws-busy       pic 9(8) value zero.
       77 ws-count-disp  pic Z(7)9.
       77 ws-count-disp2 pic Z(7)9.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-batch-flag from environment 'AOC_BATCH'
           accept ws-poll-env from environment 'AOCWATCH_POLL'
           if ws-poll-env not = spaces
              and function trim(ws-poll-env) is numeric
              compute ws-poll = function numval(ws-poll-env)
           end-if
           accept ws-until-env from environment 'AOCWATCH_UNTIL'
           if ws-until-env not = spaces
              and function trim(ws-until-env) is numeric
              compute ws-until-hhmm = function numval(ws-until-env)
           end-if
           accept ws-cycles-env from environment 'AOCWATCH_CYCLES'
           if ws-cycles-env not = spaces
              and function trim(ws-cycles-env) is numeric
              compute ws-cycle-max = function numval(ws-cycles-env)
           end-if
           accept ws-watch-cmdline from environment 'AOCWATCH_CMD'
           if ws-watch-cmdline not = spaces
              move ws-watch-cmdline to ws-watch-cmd
           end-if
           accept ws-arrival-env from environment 'AOC_ARRIVALS'
           if ws-arrival-env not = spaces
              move ws-arrival-env to ws-arrival-path
           end-if

           display 'AOCWATCH: watching '
              function trim(ws-arrival-path) ' until '
              ws-until-hhmm ', polling every ' ws-poll 's'
           perform watch-one-poll
           perform until watch-done
              call 'C$SLEEP' using ws-poll
                 on exception continue
              end-call
              perform watch-one-poll
           end-perform

           move ws-arrivals to ws-count-disp
           move ws-dispatched to ws-count-disp2
           display 'AOCWATCH: stopped after ' ws-cycles ' poll(s) -- '
              function trim(ws-count-disp) ' arrival(s) seen, '
              function trim(ws-count-disp2) ' handed to AOCBATCH'
           string 'arrivals=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' dispatched=' delimited by size
                  function trim(ws-count-disp2) delimited by size
             into jl-answer
           move ws-arrivals to jl-recs-read
           move zero to jl-recs-rejected
           move zero to return-code
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCWATCH'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> One poll: the stop time first, then the register, then every
      *> arrival not yet handed on.
       watch-one-poll section.
           accept ws-now-time from time
           if ws-now-hhmm >= ws-until-hhmm
              set watch-done to true
              exit section
           end-if
           add 1 to ws-cycles
           perform load-todays-arrivals
           perform varying wa-ix from 1 by 1 until wa-ix > wa-count
              if wa-stamp(wa-ix) > wa-sent(wa-ix)
                 perform dispatch-arrival
              end-if
           end-perform
           if ws-cycle-max > zero and ws-cycles >= ws-cycle-max
              set watch-done to true
           end-if
           .

      *> The register is in append order, so the last line per path
      *> is its latest arrival. Only today's count: the register's
      *> dates are staging's wall-clock dates, and an older arrival
      *> was the night's business before this one began.
       load-todays-arrivals section.
           accept ws-today-date from date yyyymmdd
           open input arrival-reg-file
           if ws-arrival-status not = '00'
              exit section
           end-if
           move 'N' to ws-reg-eof
           read arrival-reg-file at end set reg-at-eof to true
           end-read
           perform until reg-at-eof
              if arrival-reg-record not = spaces
                 move arrival-reg-record to arr-reg-rec
                 if arr-date = ws-today-date
                    perform file-one-arrival
                 end-if
              end-if
              read arrival-reg-file at end set reg-at-eof to true
              end-read
           end-perform
           close arrival-reg-file
           .

       file-one-arrival section.
           move zero to wa-hit
           perform varying wa-ix from 1 by 1 until wa-ix > wa-count
              if wa-path(wa-ix) = arr-path
                 move wa-ix to wa-hit
                 exit perform
              end-if
           end-perform
           if wa-hit = zero
              if wa-count >= wa-max
                 exit section
              end-if
              add 1 to wa-count
              move wa-count to wa-hit
              move arr-path to wa-path(wa-hit)
              move spaces to wa-sent(wa-hit)
              add 1 to ws-arrivals
           end-if
           move spaces to wa-stamp(wa-hit)
           string arr-date delimited by size
                  arr-time delimited by size
             into wa-stamp(wa-hit)
           .

      *> Hand one arrival to AOCBATCH and wait for it. Only the
      *> stream itself takes the run lock, so a held lock means the
      *> night has started: the arrival stays pending, and once the
      *> lock is free the arrival run finds the steps already done
      *> and runs nothing.
       dispatch-arrival section.
           COPY RUNLKCHK.
           if rl-held
              add 1 to ws-busy
              display 'AOCWATCH: ' function trim(wa-path(wa-ix))
                 ' arrived -- suite busy (' function trim(rl-holder)
                 '), trying again next poll'
              exit section
           end-if
           display 'AOCWATCH: ' function trim(wa-path(wa-ix))
              ' arrived ' wa-stamp(wa-ix) ' -- starting its steps'
           display 'AOCBATCH_ARRIVED' upon environment-name
           display wa-path(wa-ix) upon environment-value
           call 'SYSTEM' using ws-watch-cmd
              on exception
                 display 'AOCWATCH: SYSTEM unavailable -- running '
                    'AOCBATCH in-line'
                 call 'AOCBATCH'
                 cancel 'AOCBATCH'
           end-call
           display 'AOCBATCH_ARRIVED' upon environment-name
           display ' ' upon environment-value
           move wa-stamp(wa-ix) to wa-sent(wa-ix)
           add 1 to ws-dispatched
           .
