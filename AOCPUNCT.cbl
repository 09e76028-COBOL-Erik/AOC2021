       identification division.
       program-id. AOCPUNCT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Provider punctuality scorecard. The arrival register says
      *> when each input was staged; the arrival schedule says when
      *> it was due. For one month (AOCPUNCT_MONTH=yyyymm, default
      *> the business date's) every scheduled night up to the
      *> business date is scored per feed: ON TIME when the first
      *> arrival that day is no later than its due time, LATE (by so
      *> many minutes) after it, MISSING with no arrival that day.
      *> The stream's own cost comes from the job log: the ARRWAIT
      *> and ARRSKIP records AOCBATCH writes for a step held, or
      *> skipped at the deadline, because its input had not been
      *> staged. A missing or held night is caught up when the
      *> feed's step has an OK run dated that night after all.
      *>
      *> Schedule (AOC_ARRIVAL_SCHEDULE), one line per feed and day,
      *> '*' in column 1 for a comment:
      *>   cols  1-3  MON TUE WED THU FRI SAT SUN, or ALL (a named
      *>              day wins over ALL for the same feed)
      *>   cols  5-8  due time, hhmm
      *>   cols 10-17 the step that reads the feed (optional)
      *>   cols 19-98 the staged path, as AOCSTAGE registers it
      *> A day with no line for the feed is not scheduled.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select schedule-file
               assign to dynamic pu-schedule-name
               organization is line sequential
               file status is pu-schedule-status.
             select arrival-reg-file
               assign to dynamic pu-arrival-name
               organization is line sequential
               file status is pu-arrival-status.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(200).

       fd schedule-file
          block 0 records
          label records omitted
          data record is schedule-record.
       01 schedule-record pic X(132).

       fd arrival-reg-file
          block 0 records
          label records omitted
          data record is arrival-reg-record.
       01 arrival-reg-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 report-file-name pic X(60).
       77 pu-schedule-name pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVAL-SCHEDULE.txt'.
       77 pu-schedule-status pic X(2).
       77 pu-arrival-name pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.
       77 pu-arrival-status pic X(2).
       77 pu-env pic X(60).
       77 pu-live-log-name pic X(60).

       01 sch-rec.
          05 sch-day   pic X(3).
          05 filler    pic X.
          05 sch-time  pic X(4).
          05 filler    pic X.
          05 sch-step  pic X(8).
          05 filler    pic X.
          05 sch-path  pic X(80).
       01 arr-reg-rec.
          05 arr-date  pic 9(8).
          05 filler    pic X.
          05 arr-time  pic 9(8).
          05 filler    pic X.
          05 arr-count pic 9(6).
          05 filler    pic X.
          05 arr-path  pic X(80).

       01 pu-day-names-data.
          05 filler pic X(21) value 'MONTUEWEDTHUFRISATSUN'.
       01 pu-day-names redefines pu-day-names-data.
          05 pu-day-name occurs 7 times pic X(3).

      *> The month.
       77 pu-month     pic 9(6).
       77 pu-first     pic 9(8).
       77 pu-last      pic 9(8).
       77 pu-first-int pic S9(9) comp-4.
       77 pu-last-int  pic S9(9) comp-4.
       77 pu-day-int   pic S9(9) comp-4.
       77 pu-date      pic 9(8).
       77 pu-dow       pic S9(4) comp-4.

      *> Schedule lines, and the feeds they name.
       77 sc-max   pic S9(4) comp-4 value 300.
       77 sc-count pic S9(4) comp-4 value zero.
       01 sc-table.
          05 sc-entry occurs 300 times.
             10 sc-day  pic X(3).
             10 sc-due  pic 9(4).
             10 sc-path pic X(80).
       77 sc-ix  pic S9(4) comp-4.
       77 sc-hit pic S9(4) comp-4.
       77 pu-sched-bad pic 9(4) value zero.

       77 fe-max   pic S9(4) comp-4 value 50.
       77 fe-count pic S9(4) comp-4 value zero.
       01 fe-table.
          05 fe-entry occurs 50 times.
             10 fe-path     pic X(80).
             10 fe-step     pic X(8).
             10 fe-expected pic 9(4).
             10 fe-ontime   pic 9(4).
             10 fe-late     pic 9(4).
             10 fe-missing  pic 9(4).
             10 fe-late-min pic 9(8).
             10 fe-held     pic 9(4).
             10 fe-skipped  pic 9(4).
             10 fe-caught   pic 9(4).
       77 fe-ix  pic S9(4) comp-4.
       77 fe-hit pic S9(4) comp-4.

      *> First arrival per path and day inside the month.
       77 av-max   pic S9(4) comp-4 value 3000.
       77 av-count pic S9(4) comp-4 value zero.
       01 av-table.
          05 av-entry occurs 3000 times.
             10 av-path pic X(80).
             10 av-date pic 9(8).
             10 av-time pic 9(8).
       77 av-ix  pic S9(4) comp-4.
       77 av-hit pic S9(4) comp-4.
       77 pu-arr-full pic X value 'N'.

      *> The job-log records that matter here, inside the month:
      *> OK runs (to see a night caught up) and the arrival holds
      *> and deadline skips.
       77 jr-max   pic S9(5) comp-4 value 10000.
       77 jr-count pic S9(5) comp-4 value zero.
       01 jr-table.
          05 jr-entry occurs 10000 times.
             10 jr-progid pic X(20).
             10 jr-date   pic 9(8).
             10 jr-status pic X(8).
       77 jr-ix  pic S9(5) comp-4.
       77 pu-log-full pic X value 'N'.

      *> Holds and deadline skips by step, every step -- a step the
      *> schedule does not name still counts in the month's total.
       77 st-max   pic S9(4) comp-4 value 50.
       77 st-count pic S9(4) comp-4 value zero.
       01 st-table.
          05 st-entry occurs 50 times.
             10 st-step    pic X(20).
             10 st-held    pic 9(4).
             10 st-skipped pic 9(4).
       77 st-ix  pic S9(4) comp-4.
       77 st-hit pic S9(4) comp-4.

      *> One night being scored.
       77 pu-due      pic 9(4).
       77 pu-due-min  pic S9(5) comp-4.
       77 pu-arr-min  pic S9(5) comp-4.
       77 pu-late-by  pic S9(5) comp-4.
       77 pu-verdict  pic X(8).
       77 pu-n-held   pic 9(4).
       77 pu-n-skip   pic 9(4).
       77 pu-caught   pic X(20).
       01 pu-arr-parts.
          05 pu-arr-hh   pic 9(2).
          05 pu-arr-mm   pic 9(2).
          05 filler      pic 9(4).
       01 pu-due-parts.
          05 pu-due-hh   pic 9(2).
          05 pu-due-mm   pic 9(2).

       77 pu-tot-expected pic 9(6) value zero.
       77 pu-tot-ontime   pic 9(6) value zero.
       77 pu-tot-late     pic 9(6) value zero.
       77 pu-tot-missing  pic 9(6) value zero.
       77 pu-tot-held     pic 9(6) value zero.
       77 pu-tot-skipped  pic 9(6) value zero.
       77 pu-tot-caught   pic 9(6) value zero.
       77 pu-nights       pic 9(6) value zero.
       77 pu-read         pic 9(8) value zero.
       77 pu-avg          pic 9(5)v9.
       77 pu-avg-disp     pic Z(4)9.9.
       77 pu-disp         pic ZZZ9.
       77 pu-disp2        pic ZZZ9.
       77 pu-disp3        pic ZZZ9.
       77 pu-disp4        pic ZZZ9.
       77 pu-disp5        pic ZZZ9.
       77 pu-disp6        pic ZZZ9.
       77 pu-min-disp     pic ZZZ9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           perform resolve-month
           perform load-schedule
           perform load-arrivals
           perform load-job-log

           move spaces to report-file-name
           string 'C:\WS\AOC2021\AOCPUNCT-' delimited by size
                  pu-month delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCPUNCT' to rw-prog
           move 'PROVIDER PUNCTUALITY SCORECARD' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-month-lines
           perform write-night-detail
           perform write-feed-scores
           perform write-step-holds
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCPUNCT'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY pu-nights.

           if sc-count = zero
              display 'AOC1402W AOCPUNCT: no arrival schedule at '
                 function trim(pu-schedule-name)
                 ' -- nothing to score'
           end-if
           if pu-tot-missing > zero
              move pu-tot-missing to pu-disp
              display 'AOC1401W AOCPUNCT: ' function trim(pu-disp)
                 ' scheduled night(s) in ' pu-month
                 ' with no input arrival -- see '
                 function trim(report-file-name)
           end-if
           move pu-tot-expected to pu-disp
           move pu-tot-late to pu-disp2
           move pu-tot-missing to pu-disp3
           move pu-tot-held to pu-disp4
           move pu-tot-skipped to pu-disp5
           display 'AOCPUNCT: ' pu-month ' -- '
              function trim(pu-disp) ' scheduled night(s), '
              function trim(pu-disp2) ' late, '
              function trim(pu-disp3) ' missing; '
              function trim(pu-disp4) ' step(s) held, '
              function trim(pu-disp5) ' deadline-skipped'
           if pu-log-full = 'Y' or pu-arr-full = 'Y'
              move 'PARTIAL' to jl-status
           end-if

           string pu-month delimited by size
                  ' ' delimited by size
                  function trim(pu-disp2) delimited by size
                  ' late ' delimited by size
                  function trim(pu-disp3) delimited by size
                  ' missing' delimited by size
             into jl-answer
           move pu-read to jl-recs-read
           move pu-sched-bad to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCPUNCT'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The month and its nights -- a month still running is scored
      *> to the business date, never into nights not yet come.
       resolve-month section.
           compute pu-month = jl-busdate / 100
           move spaces to pu-env
           accept pu-env from environment 'AOCPUNCT_MONTH'
           if pu-env(1:6) is numeric
              and pu-env(5:2) >= '01' and pu-env(5:2) <= '12'
              move pu-env(1:6) to pu-month
           end-if
           compute pu-first = pu-month * 100 + 1
           compute pu-first-int = function integer-of-date(pu-first)
           if pu-month(5:2) = '12'
              compute pu-last-int = function integer-of-date(
                 (pu-month + 89) * 100 + 1) - 1
           else
              compute pu-last-int = function integer-of-date(
                 (pu-month + 1) * 100 + 1) - 1
           end-if
           compute pu-last = function date-of-integer(pu-last-int)
           if pu-last > jl-busdate
              move jl-busdate to pu-last
              compute pu-last-int = function integer-of-date(pu-last)
           end-if
           accept pu-env from environment 'AOC_ARRIVAL_SCHEDULE'
           if pu-env not = spaces
              move pu-env to pu-schedule-name
           end-if
      *> Same override AOCSTAGE writes the register under.
           accept pu-env from environment 'AOC_ARRIVALS'
           if pu-env not = spaces
              move pu-env to pu-arrival-name
           end-if
           .

       load-schedule section.
           open input schedule-file
           if pu-schedule-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read schedule-file at end set eof-in to true end-read
           perform until eof-in
              if schedule-record not = spaces
                 and schedule-record(1:1) not = '*'
                 perform add-schedule-line
              end-if
              read schedule-file at end set eof-in to true end-read
           end-perform
           close schedule-file
           .

       add-schedule-line section.
           move schedule-record to sch-rec
           move function upper-case(sch-day) to sch-day
           move zero to sc-hit
           perform varying pu-dow from 1 by 1 until pu-dow > 7
              if pu-day-name(pu-dow) = sch-day
                 move pu-dow to sc-hit
              end-if
           end-perform
           if (sc-hit = zero and sch-day not = 'ALL')
              or sch-time is not numeric
              or sch-time(1:2) > '23' or sch-time(3:2) > '59'
              or sch-path = spaces
              or sc-count >= sc-max
              add 1 to pu-sched-bad
              display 'AOCPUNCT: schedule line not used -- '
                 function trim(schedule-record)
              exit section
           end-if
           add 1 to sc-count
           move sch-day to sc-day(sc-count)
           move sch-time to sc-due(sc-count)
           move sch-path to sc-path(sc-count)
           move zero to fe-hit
           perform varying fe-ix from 1 by 1 until fe-ix > fe-count
              if fe-path(fe-ix) = sch-path
                 move fe-ix to fe-hit
                 exit perform
              end-if
           end-perform
           if fe-hit = zero
              if fe-count >= fe-max
                 exit section
              end-if
              add 1 to fe-count
              move fe-count to fe-hit
              initialize fe-entry(fe-hit)
              move sch-path to fe-path(fe-hit)
           end-if
           if fe-step(fe-hit) = spaces
              move function upper-case(sch-step) to fe-step(fe-hit)
           end-if
           .

      *> First arrival per path and day -- a file staged twice the
      *> same day (a resend) was on time if its first copy was.
       load-arrivals section.
           open input arrival-reg-file
           if pu-arrival-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read arrival-reg-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to pu-read
              move arrival-reg-record to arr-reg-rec
              if arr-date is numeric and arr-time is numeric
                 and arr-date >= pu-first and arr-date <= pu-last
                 perform note-arrival
              end-if
              read arrival-reg-file at end set eof-in to true end-read
           end-perform
           close arrival-reg-file
           .

       note-arrival section.
           perform varying av-ix from 1 by 1 until av-ix > av-count
              if av-path(av-ix) = arr-path
                 and av-date(av-ix) = arr-date
                 if arr-time < av-time(av-ix)
                    move arr-time to av-time(av-ix)
                 end-if
                 exit section
              end-if
           end-perform
           if av-count >= av-max
              move 'Y' to pu-arr-full
              exit section
           end-if
           add 1 to av-count
           move arr-path to av-path(av-count)
           move arr-date to av-date(av-count)
           move arr-time to av-time(av-count)
           .

      *> The live log, then the month's segment if AOCLOGROLL has
      *> cut one.
       load-job-log section.
           move job-log-file-name to pu-live-log-name
           perform load-one-log
           move spaces to job-log-file-name
           string 'C:\WS\AOC2021\AOC-JOBLOG-' delimited by size
                  pu-month delimited by size
                  '.txt' delimited by size
             into job-log-file-name
           perform load-one-log
           move pu-live-log-name to job-log-file-name
           .

       load-one-log section.
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to pu-read
              COPY JOBLOGPARSE.
              if jlp-valid
                 and jlp-start-date >= pu-first
                 and jlp-start-date <= pu-last
                 and (jlp-status = 'OK' or jlp-status = 'ARRWAIT'
                      or jlp-status = 'ARRSKIP')
                 perform note-log-record
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           .

       note-log-record section.
           if jr-count >= jr-max
              move 'Y' to pu-log-full
              exit section
           end-if
           add 1 to jr-count
           move jlp-progid to jr-progid(jr-count)
           move jlp-start-date to jr-date(jr-count)
           move jlp-status to jr-status(jr-count)
           if jlp-status = 'OK'
              exit section
           end-if
           move zero to st-hit
           perform varying st-ix from 1 by 1 until st-ix > st-count
              if st-step(st-ix) = jlp-progid
                 move st-ix to st-hit
                 exit perform
              end-if
           end-perform
           if st-hit = zero
              if st-count >= st-max
                 exit section
              end-if
              add 1 to st-count
              move st-count to st-hit
              move jlp-progid to st-step(st-hit)
              move zero to st-held(st-hit) st-skipped(st-hit)
           end-if
           if jlp-status = 'ARRWAIT'
              add 1 to st-held(st-hit)
              add 1 to pu-tot-held
           else
              add 1 to st-skipped(st-hit)
              add 1 to pu-tot-skipped
           end-if
           .

       write-month-lines section.
           move spaces to report-record
           string 'Month ' delimited by size
                  pu-month delimited by size
                  ', nights ' delimited by size
                  pu-first delimited by size
                  ' to ' delimited by size
                  pu-last delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Schedule ' delimited by size
                  function trim(pu-schedule-name) delimited by size
                  ', arrivals ' delimited by size
                  function trim(pu-arrival-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if pu-sched-bad > zero
              move spaces to report-record
              string '(' delimited by size
                     pu-sched-bad delimited by size
                     ' schedule line(s) not understood and not used)'
                        delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> Every scheduled night that was not clean, feed by feed --
      *> late, missing, or with a step held or skipped for it.
       write-night-detail section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Nights late, missing or held, by feed:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying fe-ix from 1 by 1 until fe-ix > fe-count
              perform varying pu-day-int from pu-first-int by 1
                      until pu-day-int > pu-last-int
                 perform score-one-night
              end-perform
           end-perform
           if pu-tot-expected > zero
              and pu-tot-expected = pu-tot-ontime
              and pu-tot-held = zero and pu-tot-skipped = zero
              move '  (none -- every scheduled input was on time)'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           if fe-count = zero
              move '  (no feeds on the schedule)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       score-one-night section.
           compute pu-date = function date-of-integer(pu-day-int)
           compute pu-dow = function mod(pu-day-int - 1, 7) + 1
           move zero to sc-hit
           perform varying sc-ix from 1 by 1 until sc-ix > sc-count
              if sc-path(sc-ix) = fe-path(fe-ix)
                 if sc-day(sc-ix) = pu-day-name(pu-dow)
                    move sc-ix to sc-hit
                    exit perform
                 end-if
                 if sc-day(sc-ix) = 'ALL' and sc-hit = zero
                    move sc-ix to sc-hit
                 end-if
              end-if
           end-perform
           if sc-hit = zero
              exit section
           end-if
           move sc-due(sc-hit) to pu-due
           add 1 to fe-expected(fe-ix) pu-tot-expected pu-nights

           move zero to av-hit
           perform varying av-ix from 1 by 1 until av-ix > av-count
              if av-path(av-ix) = fe-path(fe-ix)
                 and av-date(av-ix) = pu-date
                 move av-ix to av-hit
                 exit perform
              end-if
           end-perform
           move zero to pu-late-by
           if av-hit = zero
              move 'MISSING' to pu-verdict
              add 1 to fe-missing(fe-ix) pu-tot-missing
           else
              move av-time(av-hit) to pu-arr-parts
              move pu-due to pu-due-parts
              compute pu-due-min = pu-due-hh * 60 + pu-due-mm
              compute pu-arr-min = pu-arr-hh * 60 + pu-arr-mm
              if pu-arr-min > pu-due-min
                 compute pu-late-by = pu-arr-min - pu-due-min
                 move 'LATE' to pu-verdict
                 add 1 to fe-late(fe-ix) pu-tot-late
                 add pu-late-by to fe-late-min(fe-ix)
              else
                 move 'ON TIME' to pu-verdict
                 add 1 to fe-ontime(fe-ix) pu-tot-ontime
              end-if
           end-if

           move zero to pu-n-held pu-n-skip
           move spaces to pu-caught
           if fe-step(fe-ix) not = spaces
              perform varying jr-ix from 1 by 1 until jr-ix > jr-count
                 if jr-progid(jr-ix) = fe-step(fe-ix)
                    and jr-date(jr-ix) = pu-date
                    evaluate jr-status(jr-ix)
                       when 'ARRWAIT' add 1 to pu-n-held
                       when 'ARRSKIP' add 1 to pu-n-skip
                       when other move 'caught up' to pu-caught
                    end-evaluate
                 end-if
              end-perform
              add pu-n-held to fe-held(fe-ix)
              add pu-n-skip to fe-skipped(fe-ix)
           end-if
           if pu-verdict = 'ON TIME'
              and pu-n-held = zero and pu-n-skip = zero
              exit section
           end-if
      *> Only a night the stream went without is caught up or not.
           if pu-verdict = 'MISSING' or pu-n-held > zero
              or pu-n-skip > zero
              evaluate true
                 when fe-step(fe-ix) = spaces
                    move '(no step named)' to pu-caught
                 when pu-caught = spaces
                    move 'NOT caught up' to pu-caught
                 when other
                    add 1 to fe-caught(fe-ix) pu-tot-caught
              end-evaluate
           else
              move spaces to pu-caught
           end-if
           move pu-late-by to pu-min-disp
           move pu-n-held to pu-disp
           move pu-n-skip to pu-disp2
           move spaces to report-record
           string '  ' delimited by size
                  pu-date delimited by size
                  ' ' delimited by size
                  pu-day-name(pu-dow) delimited by size
                  ' due ' delimited by size
                  pu-due delimited by size
                  '  ' delimited by size
                  pu-verdict delimited by size
                  ' +' delimited by size
                  pu-min-disp delimited by size
                  ' min  held ' delimited by size
                  pu-disp delimited by size
                  ' skipped ' delimited by size
                  pu-disp2 delimited by size
                  '  ' delimited by size
                  pu-caught delimited by size
                  ' ' delimited by size
                  function trim(fe-path(fe-ix)) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-feed-scores section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Scorecard by feed -- nights scheduled, on time, late,'
             & ' missing, average minutes late, held, deadline-'
             & 'skipped, caught up:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying fe-ix from 1 by 1 until fe-ix > fe-count
              move zero to pu-avg
              if fe-late(fe-ix) > zero
                 compute pu-avg rounded =
                    fe-late-min(fe-ix) / fe-late(fe-ix)
              end-if
              move pu-avg to pu-avg-disp
              move fe-expected(fe-ix) to pu-disp
              move fe-ontime(fe-ix) to pu-disp2
              move fe-late(fe-ix) to pu-disp3
              move fe-missing(fe-ix) to pu-disp4
              move fe-held(fe-ix) to pu-disp5
              move fe-skipped(fe-ix) to pu-disp6
              move fe-caught(fe-ix) to pu-min-disp
              move spaces to report-record
              string '  ' delimited by size
                     fe-step(fe-ix) delimited by size
                     ' sched ' delimited by size
                     pu-disp delimited by size
                     ' on time ' delimited by size
                     pu-disp2 delimited by size
                     ' late ' delimited by size
                     pu-disp3 delimited by size
                     ' missing ' delimited by size
                     pu-disp4 delimited by size
                     ' avg late ' delimited by size
                     pu-avg-disp delimited by size
                     ' min held ' delimited by size
                     pu-disp5 delimited by size
                     ' skipped ' delimited by size
                     pu-disp6 delimited by size
                     ' caught up ' delimited by size
                     pu-min-disp delimited by size
                     '  ' delimited by size
                     function trim(fe-path(fe-ix)) delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           move pu-tot-expected to pu-disp
           move pu-tot-ontime to pu-disp2
           move pu-tot-late to pu-disp3
           move pu-tot-missing to pu-disp4
           move pu-tot-caught to pu-min-disp
           move spaces to report-record
           string '  All feeds: sched ' delimited by size
                  pu-disp delimited by size
                  ' on time ' delimited by size
                  pu-disp2 delimited by size
                  ' late ' delimited by size
                  pu-disp3 delimited by size
                  ' missing ' delimited by size
                  pu-disp4 delimited by size
                  ' caught up ' delimited by size
                  pu-min-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> Every hold and deadline skip AOCBATCH logged in the month,
      *> by step -- including steps whose feed is not scheduled.
       write-step-holds section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Batch steps held or deadline-skipped for a late '
             & 'input (AOCBATCH arrival waits):' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying st-ix from 1 by 1 until st-ix > st-count
              move st-held(st-ix) to pu-disp
              move st-skipped(st-ix) to pu-disp2
              move spaces to report-record
              string '  ' delimited by size
                     st-step(st-ix) delimited by size
                     ' held ' delimited by size
                     pu-disp delimited by size
                     '  deadline-skipped ' delimited by size
                     pu-disp2 delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           move pu-tot-held to pu-disp
           move pu-tot-skipped to pu-disp2
           move spaces to report-record
           string '  Total held ' delimited by size
                  pu-disp delimited by size
                  '  deadline-skipped ' delimited by size
                  pu-disp2 delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
