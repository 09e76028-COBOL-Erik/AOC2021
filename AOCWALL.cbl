       identification division.
       program-id. AOCWALL.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Operations-floor status page. The scoreboard, the alert
      *> store, the pending-amendments queue and the batch stream's
      *> progress each live in their own text file, so "is it done
      *> yet" meant an operator opening four of them. This builds one
      *> static HTML page from all of them -- every program's last
      *> run with a coloured status, its answer of record and
      *> verdict, any amendment waiting on review, the open alerts by
      *> severity, the arrival status of today's inputs and the
      *> batch stream's deadline projection -- for the wall monitor
      *> and the shared drive. AOCALERT builds it after every sweep
      *> (the nightly stream's last step), and AOCBATCH after each
      *> arrival run. The page is replaced each time, so it is not
      *> entered in the report catalog.
      *>   AOCWALL_PAGE      the page (default AOC-STATUS.html)
      *>   AOCBATCH_DEADLINE the stream's deadline, HHMM, for the
      *>                     projection
             COPY JOBLOGSEL.
             select wall-page-file
               assign to dynamic wall-page-name
               organization is line sequential.
             select wall-alert-file
               assign to dynamic wall-alert-name
               organization is line sequential
               file status is wall-alert-status.
             select wall-pending-file
               assign to dynamic wall-pending-name
               organization is line sequential
               file status is wall-pending-status.
             select arrival-reg-file
               assign to dynamic ws-arrival-path
               organization is line sequential
               file status is ws-arrival-status.
             COPY PROFILESEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.

       fd wall-page-file
          block 0 records
          label records omitted
          data record is wall-page-record.
       01 wall-page-record pic X(400).

       fd wall-alert-file
          block 0 records
          label records omitted
          data record is wall-alert-record.
       01 wall-alert-record pic X(200).

       fd wall-pending-file
          block 0 records
          label records omitted
          data record is wall-pending-record.
       01 wall-pending-record pic X(240).

       fd arrival-reg-file
          block 0 records
          label records omitted
          data record is arrival-reg-record.
       01 arrival-reg-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       77 wall-page-name pic X(60)
          value 'C:\WS\AOC2021\AOC-STATUS.html'.
       77 wall-alert-name pic X(60)
          value 'C:\WS\AOC2021\AOC-ALERTS.txt'.
       77 wall-alert-status pic X(2).
       77 wall-pending-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-PENDING.txt'.
       77 wall-pending-status pic X(2).
       77 ws-arrival-path pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.
       77 ws-arrival-status pic X(2).
       77 ws-env-path pic X(60).
       77 ws-scan-eof pic X.
          88 scan-at-eof value 'Y'.

      *> The alert store's columns, as AOCALERT writes them.
       01 wa-store-rec.
          05 wa-sr-id      pic 9(6).
          05 filler        pic X.
          05 wa-sr-progid  pic X(20).
          05 filler        pic X.
          05 wa-sr-date    pic 9(8).
          05 filler        pic X.
          05 wa-sr-status  pic X(8).
          05 filler        pic X.
          05 wa-sr-count   pic 9(4).
          05 filler        pic X.
          05 wa-sr-opened  pic 9(8).
          05 filler        pic X.
          05 wa-sr-oper    pic X(8).
          05 filler        pic X.
          05 wa-sr-note    pic X(40).
          05 filler        pic X.
          05 wa-sr-sev     pic X.
          05 filler        pic X(158).
      *> The pending queue's key columns, as AOCRSLT writes them.
      *> A blank season is an entry parked before seasons were
      *> carried -- 2021.
       01 wp-pending-rec.
          05 filler        pic X(27).
          05 wp-pr-progid  pic X(20).
          05 filler        pic X(168).
          05 wp-pr-season  pic X(4).
          05 filler        pic X(21).
       77 wp-season pic X(4).
       77 ps-ix     pic S9(4) comp-4.
       01 arr-reg-rec.
          05 arr-date  pic 9(8).
          05 filler    pic X.
          05 arr-time  pic 9(8).
          05 filler    pic X.
          05 arr-count pic 9(6).
          05 filler    pic X.
          05 arr-path  pic X(80).

      *> Each program's latest run, in order of first appearance.
       77 pg-max   pic S9(4) comp-4 value 100.
       77 pg-count pic S9(4) comp-4 value zero.
       77 pg-ix    pic S9(4) comp-4.
       77 pg-hit   pic S9(4) comp-4.
       01 pg-table.
          05 pg-entry occurs 100 times.
             10 pg-progid  pic X(20).
             10 pg-date    pic 9(8).
             10 pg-time    pic 9(8).
             10 pg-status  pic X(8).
             10 pg-rc      pic 9(2).
             10 pg-answer  pic X(40).
             10 pg-elapsed pic 9(6).
             10 pg-pending pic 9(4).
             10 pg-pend-seasons.
                15 pg-pend-season pic X(5) occurs 4 times.

      *> The batch stream: the latest START marker, what has logged
      *> since it, and what the stream before it ran -- the steps
      *> still owed tonight.
       77 bs-start-date pic 9(8) value zero.
       77 bs-start-time pic 9(8) value zero.
       77 bs-end-time   pic 9(8) value zero.
       77 bs-done-sw    pic X value 'N'.
          88 bs-done value 'Y'.
       77 bs-ok    pic 9(4) value zero.
       77 bs-warn  pic 9(4) value zero.
       77 bs-fail  pic 9(4) value zero.
       77 st-max   pic S9(4) comp-4 value 60.
       77 cs-count pic S9(4) comp-4 value zero.
       77 ps-count pic S9(4) comp-4 value zero.
       77 st-ix    pic S9(4) comp-4.
       77 st-hit   pic S9(4) comp-4.
       01 cs-table.
          05 cs-progid occurs 60 times pic X(20).
       01 ps-table.
          05 ps-progid occurs 60 times pic X(20).
       77 bs-owed       pic 9(4) value zero.
       77 bs-remaining  pic S9(9) comp-4 value zero.
       77 ws-deadline-env  pic X(10).
       77 ws-deadline-hhmm pic 9(4) value zero.
       77 ws-deadline-sw   pic X value 'N'.
          88 deadline-set value 'Y'.
       77 ws-now-secs  pic S9(9) comp-4.
       77 ws-dl-secs   pic S9(9) comp-4.
       77 ws-fin-secs  pic S9(9) comp-4.
       77 ws-st-secs   pic S9(9) comp-4.
       77 ws-margin    pic S9(9) comp-4.
       77 ws-day-secs  pic S9(9) comp-4.
       77 ws-rem-secs  pic S9(9) comp-4.
       77 ws-scrap     pic S9(9) comp-4.
       01 ws-tm-parts.
          05 ws-tm-hh pic 9(2).
          05 ws-tm-mm pic 9(2).
          05 ws-tm-ss pic 9(2).
          05 ws-tm-hs pic 9(2).
       01 ws-hhmm-split.
          05 ws-sp-hh pic 9(2).
          05 ws-sp-mm pic 9(2).
       77 ws-now-time  pic 9(8).
       77 ws-today     pic 9(8).
       77 ws-clock     pic X(5).
       77 ws-margin-disp pic Z(7)9.

      *> Open alerts, errors before warnings.
       77 al-errors   pic 9(4) value zero.
       77 al-warnings pic 9(4) value zero.
       77 al-want     pic X.

      *> Today's inputs, latest arrival per path.
       77 av-max   pic S9(4) comp-4 value 50.
       77 av-count pic S9(4) comp-4 value zero.
       77 av-ix    pic S9(4) comp-4.
       77 av-hit   pic S9(4) comp-4.
       01 av-table.
          05 av-entry occurs 50 times.
             10 av-path  pic X(80).
             10 av-date  pic 9(8).
             10 av-time  pic 9(8).
             10 av-count-recs pic 9(6).
       77 av-today pic 9(4) value zero.

      *> One table row is built cell by cell into wall-page-record;
      *> text from the files is escaped through hx- on the way.
       77 hx-in    pic X(120).
       77 hx-out   pic X(300).
       77 hx-len   pic S9(4) comp-4.
       77 hx-ix    pic S9(4) comp-4.
       77 hx-at    pic S9(4) comp-4.
       77 hx-last  pic S9(4) comp-4.
       77 ws-row-ptr pic S9(4) comp-4.
       77 ws-class pic X(4).
       77 ws-arr-state pic X(8).
       77 ws-cell  pic X(120).
       77 ws-disp  pic Z(3)9.
       77 ws-disp2 pic Z(3)9.
       77 ws-disp3 pic Z(3)9.
       77 ws-programs pic 9(4) value zero.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-path from environment 'AOCWALL_PAGE'
           if ws-env-path not = spaces
              move ws-env-path to wall-page-name
           end-if
           accept ws-env-path from environment 'AOCALERT_STORE'
           if ws-env-path not = spaces
              move ws-env-path to wall-alert-name
           end-if
           accept ws-env-path from environment 'AOC_ARRIVALS'
           if ws-env-path not = spaces
              move ws-env-path to ws-arrival-path
           end-if
           accept ws-deadline-env from environment 'AOCBATCH_DEADLINE'
           if ws-deadline-env not = spaces
              and function trim(ws-deadline-env) is numeric
              compute ws-deadline-hhmm =
                 function numval(ws-deadline-env)
              set deadline-set to true
           end-if
           accept ws-today from date yyyymmdd
           accept ws-now-time from time

           perform scan-job-log
           perform count-pending
           perform load-arrivals

           open output wall-page-file
           perform write-page-head
           perform write-batch-section
           perform write-program-section
           perform write-alert-section
           perform write-arrival-section
           move '</body></html>' to wall-page-record
           write wall-page-record
           close wall-page-file

           move pg-count to ws-disp
           move al-errors to ws-disp2
           move al-warnings to ws-disp3
           display 'AOCWALL: status page written to '
              function trim(wall-page-name) ' -- '
              function trim(ws-disp) ' program(s), '
              function trim(ws-disp2) ' open error alert(s), '
              function trim(ws-disp3) ' warning(s)'
           string 'programs=' delimited by size
                  function trim(ws-disp) delimited by size
                  ' errors=' delimited by size
                  function trim(ws-disp2) delimited by size
                  ' warnings=' delimited by size
                  function trim(ws-disp3) delimited by size
             into jl-answer
           move pg-count to jl-recs-read
           move zero to jl-recs-rejected
           move zero to return-code
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCWALL'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> One pass over the log: the latest run per program, and the
      *> batch stream's progress since its latest START marker.
       scan-job-log section.
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read job-log-file at end set scan-at-eof to true end-read
           perform until scan-at-eof
              COPY JOBLOGPARSE.
              if jlp-valid
                 perform file-log-record
              end-if
              read job-log-file at end set scan-at-eof to true
              end-read
           end-perform
           close job-log-file
           .

       file-log-record section.
           if jlp-progid = 'AOCBATCH' and jlp-status = 'START'
              move jlp-start-date to bs-start-date
              move jlp-start-time to bs-start-time
              move 'N' to bs-done-sw
              move zero to bs-ok bs-warn bs-fail bs-end-time
              move cs-table to ps-table
              move cs-count to ps-count
              move zero to cs-count
              exit section
           end-if
           if jlp-status = 'START' or jlp-status = 'LANEEND'
              or jlp-status = 'LOKCLR' or jlp-status = 'VOID'
              or jlp-progid = 'AOCWALL'
              exit section
           end-if
           move zero to pg-hit
           perform varying pg-ix from 1 by 1 until pg-ix > pg-count
              if pg-progid(pg-ix) = jlp-progid
                 move pg-ix to pg-hit
                 exit perform
              end-if
           end-perform
           if pg-hit = zero
              if pg-count >= pg-max
                 exit section
              end-if
              add 1 to pg-count
              move pg-count to pg-hit
              move jlp-progid to pg-progid(pg-hit)
              move zero to pg-pending(pg-hit)
              move spaces to pg-pend-seasons(pg-hit)
           end-if
           move jlp-start-date to pg-date(pg-hit)
           move jlp-start-time to pg-time(pg-hit)
           move jlp-status to pg-status(pg-hit)
           move jlp-answer to pg-answer(pg-hit)
           move zero to pg-rc(pg-hit) pg-elapsed(pg-hit)
           if jlr-rc is numeric
              move jlr-rc to pg-rc(pg-hit)
           end-if
           if jlr-elapsed is numeric
              move jlr-elapsed to pg-elapsed(pg-hit)
           end-if
           if bs-start-date = zero
              exit section
           end-if
           move zero to st-hit
           perform varying st-ix from 1 by 1 until st-ix > cs-count
              if cs-progid(st-ix) = jlp-progid
                 move st-ix to st-hit
                 exit perform
              end-if
           end-perform
           if st-hit = zero and cs-count < st-max
              add 1 to cs-count
              move jlp-progid to cs-progid(cs-count)
           end-if
           evaluate true
              when pg-rc(pg-hit) >= 8
                 add 1 to bs-fail
              when pg-rc(pg-hit) > zero
                 or pg-status(pg-hit) not = 'OK'
                 add 1 to bs-warn
              when other
                 add 1 to bs-ok
           end-evaluate
      *> The alert sweep is the stream's last step.
           if jlp-progid = 'AOCALERT'
              set bs-done to true
              move jlp-end-time to bs-end-time
           end-if
           .

       count-pending section.
           open input wall-pending-file
           if wall-pending-status not = '00'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read wall-pending-file at end set scan-at-eof to true
           end-read
           perform until scan-at-eof
              if wall-pending-record not = spaces
                 move wall-pending-record to wp-pending-rec
                 perform varying pg-ix from 1 by 1
                         until pg-ix > pg-count
                    if pg-progid(pg-ix) = wp-pr-progid
                       add 1 to pg-pending(pg-ix)
                       perform note-pending-season
                       exit perform
                    end-if
                 end-perform
              end-if
              read wall-pending-file at end set scan-at-eof to true
              end-read
           end-perform
           close wall-pending-file
           .

      *> The seasons a program's pending entries belong to, so the
      *> reviewer sees which record a force would touch.
       note-pending-season section.
           move wp-pr-season to wp-season
           if wp-season = spaces
              move '2021' to wp-season
           end-if
           perform varying ps-ix from 1 by 1 until ps-ix > 4
              if pg-pend-season(pg-ix ps-ix) = spaces
                 move wp-season to pg-pend-season(pg-ix ps-ix)
                 exit perform
              end-if
              if pg-pend-season(pg-ix ps-ix)(1:4) = wp-season
                 exit perform
              end-if
           end-perform
           .

      *> Latest arrival per path -- the register is in append order.
       load-arrivals section.
           open input arrival-reg-file
           if ws-arrival-status not = '00'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read arrival-reg-file at end set scan-at-eof to true
           end-read
           perform until scan-at-eof
              if arrival-reg-record not = spaces
                 move arrival-reg-record to arr-reg-rec
                 move zero to av-hit
                 perform varying av-ix from 1 by 1
                         until av-ix > av-count
                    if av-path(av-ix) = arr-path
                       move av-ix to av-hit
                       exit perform
                    end-if
                 end-perform
                 if av-hit = zero and av-count < av-max
                    add 1 to av-count
                    move av-count to av-hit
                    move arr-path to av-path(av-hit)
                 end-if
                 if av-hit > zero
                    move arr-date to av-date(av-hit)
                    move arr-time to av-time(av-hit)
                    move arr-count to av-count-recs(av-hit)
                 end-if
              end-if
              read arrival-reg-file at end set scan-at-eof to true
              end-read
           end-perform
           close arrival-reg-file
           .

       write-page-head section.
           move '<!DOCTYPE html>' to wall-page-record
           write wall-page-record
           move '<html><head><meta charset="utf-8">'
              to wall-page-record
           write wall-page-record
           move '<meta http-equiv="refresh" content="300">'
              to wall-page-record
           write wall-page-record
           move '<title>AOC operations status</title>'
              to wall-page-record
           write wall-page-record
           move '<style>body{font-family:sans-serif;background:#111;'
              & 'color:#eee}table{border-collapse:collapse;margin-bot'
              & 'tom:1em}td,th{border:1px solid #555;padding:2px 8px;'
              & 'text-align:left}.ok{background:#1b5e20}.warn{backgr'
              & 'ound:#8d6e00}.fail{background:#b71c1c}.none{backgro'
              & 'und:#424242}</style></head><body>'
              to wall-page-record
           write wall-page-record
           move spaces to wall-page-record
           string '<h1>AOC operations status -- business date '
                     delimited by size
                  jl-busdate delimited by size
                  '</h1>' delimited by size
             into wall-page-record
           write wall-page-record
           move ws-now-time to ws-tm-parts
           move spaces to wall-page-record
           string '<p>Page built ' delimited by size
                  ws-today delimited by size
                  ' ' delimited by size
                  ws-tm-hh delimited by size
                  ':' delimited by size
                  ws-tm-mm delimited by size
                  ' -- refreshes every five minutes</p>'
                     delimited by size
             into wall-page-record
           write wall-page-record
           .

      *> The stream: when it started, how its steps went, and either
      *> when it finished or when it is projected to -- now plus the
      *> latest elapsed time of every step the previous stream ran
      *> that has not logged since this one started.
       write-batch-section section.
           move '<h2>Batch stream</h2><table>' to wall-page-record
           write wall-page-record
           if bs-start-date = zero
              move '<tr class="none"><td>No batch stream has started'
                 & '</td></tr></table>' to wall-page-record
              write wall-page-record
              exit section
           end-if
           move bs-start-time to ws-tm-parts
           compute ws-st-secs = ws-tm-hh * 3600 + ws-tm-mm * 60
                              + ws-tm-ss
           move spaces to wall-page-record
           string '<tr><th>Started</th><td>' delimited by size
                  bs-start-date delimited by size
                  ' ' delimited by size
                  ws-tm-hh delimited by size
                  ':' delimited by size
                  ws-tm-mm delimited by size
                  '</td></tr>' delimited by size
             into wall-page-record
           write wall-page-record
           move bs-ok to ws-disp
           move bs-warn to ws-disp2
           move bs-fail to ws-disp3
           evaluate true
              when bs-fail > zero
                 move 'fail' to ws-class
              when bs-warn > zero
                 move 'warn' to ws-class
              when other
                 move 'ok' to ws-class
           end-evaluate
           move spaces to wall-page-record
           string '<tr class="' delimited by size
                  ws-class delimited by space
                  '"><th>Steps logged</th><td>' delimited by size
                  function trim(ws-disp) delimited by size
                  ' OK, ' delimited by size
                  function trim(ws-disp2) delimited by size
                  ' with warnings, ' delimited by size
                  function trim(ws-disp3) delimited by size
                  ' failed</td></tr>' delimited by size
             into wall-page-record
           write wall-page-record

           move ws-now-time to ws-tm-parts
           compute ws-now-secs = ws-tm-hh * 3600 + ws-tm-mm * 60
                               + ws-tm-ss
           if ws-now-secs < ws-st-secs
              add 86400 to ws-now-secs
           end-if
           if bs-done
              move bs-end-time to ws-tm-parts
              compute ws-fin-secs = ws-tm-hh * 3600 + ws-tm-mm * 60
                                  + ws-tm-ss
              if ws-fin-secs < ws-st-secs
                 add 86400 to ws-fin-secs
              end-if
           else
              perform sum-owed-steps
              compute ws-fin-secs = ws-now-secs + bs-remaining
           end-if
           move ws-fin-secs to ws-day-secs
           perform format-clock
           move spaces to wall-page-record
           if bs-done
              string '<tr class="ok"><th>Status</th><td>COMPLETE at '
                        delimited by size
                     ws-clock delimited by size
                     '</td></tr>' delimited by size
                into wall-page-record
           else
              move bs-owed to ws-disp
              string '<tr class="warn"><th>Status</th><td>RUNNING -- '
                        delimited by size
                     function trim(ws-disp) delimited by size
                     ' step(s) still to log, projected finish '
                        delimited by size
                     ws-clock delimited by size
                     '</td></tr>' delimited by size
                into wall-page-record
           end-if
           write wall-page-record

           move spaces to wall-page-record
           if not deadline-set
              move '<tr class="none"><th>Deadline</th><td>none set'
                 & '</td></tr>' to wall-page-record
           else
      *> The same midnight rule the stream applies: a deadline at or
      *> before the start time is tomorrow's.
              move ws-deadline-hhmm to ws-hhmm-split
              compute ws-dl-secs = ws-sp-hh * 3600 + ws-sp-mm * 60
              if ws-dl-secs <= ws-st-secs
                 add 86400 to ws-dl-secs
              end-if
              compute ws-margin = ws-dl-secs - ws-fin-secs
              move function abs(ws-margin) to ws-margin-disp
              if ws-margin < zero
                 move 'fail' to ws-class
                 move ' late' to ws-cell
              else
                 move 'ok' to ws-class
                 move ' to spare' to ws-cell
              end-if
              string '<tr class="' delimited by size
                     ws-class delimited by space
                     '"><th>Deadline</th><td>' delimited by size
                     ws-deadline-hhmm delimited by size
                     ' -- ' delimited by size
                     function trim(ws-margin-disp) delimited by size
                     's' delimited by size
                     ws-cell delimited by '  '
                     '</td></tr>' delimited by size
                into wall-page-record
           end-if
           write wall-page-record
           move '</table>' to wall-page-record
           write wall-page-record
           .

       sum-owed-steps section.
           move zero to bs-owed bs-remaining
           perform varying st-ix from 1 by 1 until st-ix > ps-count
              move 'N' to al-want
              perform varying pg-ix from 1 by 1
                      until pg-ix > cs-count
                 if cs-progid(pg-ix) = ps-progid(st-ix)
                    move 'Y' to al-want
                    exit perform
                 end-if
              end-perform
              if al-want = 'N'
                 add 1 to bs-owed
                 perform varying pg-ix from 1 by 1
                         until pg-ix > pg-count
                    if pg-progid(pg-ix) = ps-progid(st-ix)
                       add pg-elapsed(pg-ix) to bs-remaining
                       exit perform
                    end-if
                 end-perform
              end-if
           end-perform
           .

      *> Seconds as hh:mm, the day wrapped.
       format-clock section.
           compute ws-day-secs = function mod(ws-day-secs, 86400)
           divide ws-day-secs by 3600
              giving ws-sp-hh remainder ws-rem-secs
           divide ws-rem-secs by 60
              giving ws-sp-mm remainder ws-scrap
           move spaces to ws-clock
           string ws-sp-hh delimited by size
                  ':' delimited by size
                  ws-sp-mm delimited by size
             into ws-clock
           .

      *> Every program's last run. The answer of record is the
      *> results master's, with its downstream verdict; a program
      *> the master does not hold shows its logged answer instead.
       write-program-section section.
           move '<h2>Programs</h2><table><tr><th>Program</th><th>Las'
              & 't run</th><th>Status</th><th>RC</th><th>Answer of r'
              & 'ecord</th><th>Verdict</th><th>Pending</th></tr>'
              to wall-page-record
           write wall-page-record
           perform varying pg-ix from 1 by 1 until pg-ix > pg-count
              perform write-program-row
           end-perform
           move '</table>' to wall-page-record
           write wall-page-record
           .

       write-program-row section.
           evaluate true
              when pg-rc(pg-ix) >= 8
                 move 'fail' to ws-class
              when pg-rc(pg-ix) > zero
                 or pg-status(pg-ix) not = 'OK'
                 move 'warn' to ws-class
              when other
                 move 'ok' to ws-class
           end-evaluate
           move spaces to rslt-status rslt-answer rslt-verdict
           move 'N' to rslt-found
           move 'L' to rslt-func
           move pg-progid(pg-ix) to rslt-progid
           call 'AOCRSLT' using rslt-parm
              on exception
                 move 'N' to rslt-found
           end-call
           move spaces to wall-page-record
           move 1 to ws-row-ptr
           move pg-time(pg-ix) to ws-tm-parts
           string '<tr class="' delimited by size
                  ws-class delimited by space
                  '"><td>' delimited by size
                  pg-progid(pg-ix) delimited by space
                  '</td><td>' delimited by size
                  pg-date(pg-ix) delimited by size
                  ' ' delimited by size
                  ws-tm-hh delimited by size
                  ':' delimited by size
                  ws-tm-mm delimited by size
                  '</td><td>' delimited by size
                  pg-status(pg-ix) delimited by space
                  '</td><td>' delimited by size
                  pg-rc(pg-ix) delimited by size
                  '</td><td>' delimited by size
             into wall-page-record
             with pointer ws-row-ptr
           if rslt-found = 'Y' and rslt-status not = 'VOID'
              move rslt-answer to hx-in
           else
              move pg-answer(pg-ix) to hx-in
           end-if
           perform escape-text
           string hx-out(1:hx-len) delimited by size
                  '</td><td>' delimited by size
             into wall-page-record
             with pointer ws-row-ptr
           evaluate true
              when rslt-found not = 'Y'
                 move '--' to hx-in
              when rslt-verdict = spaces
                 move 'unconfirmed' to hx-in
              when other
                 move rslt-verdict to hx-in
           end-evaluate
           perform escape-text
           move pg-pending(pg-ix) to ws-disp
           string hx-out(1:hx-len) delimited by size
                  '</td><td>' delimited by size
                  function trim(ws-disp) delimited by size
             into wall-page-record
             with pointer ws-row-ptr
           if pg-pending(pg-ix) > zero
              string ' (season ' delimited by size
                     function trim(pg-pend-seasons(pg-ix))
                        delimited by size
                     ')' delimited by size
                into wall-page-record
                with pointer ws-row-ptr
           end-if
           string '</td></tr>' delimited by size
             into wall-page-record
             with pointer ws-row-ptr
           write wall-page-record
           .

      *> Open (not CLOSED) alerts from the store, errors first.
       write-alert-section section.
           move '<h2>Open alerts</h2>' to wall-page-record
           write wall-page-record
           move 'E' to al-want
           move '<h3>Errors</h3>' to wall-page-record
           write wall-page-record
           perform write-alert-table
           move 'W' to al-want
           move '<h3>Warnings</h3>' to wall-page-record
           write wall-page-record
           perform write-alert-table
           .

       write-alert-table section.
           move '<table><tr><th>Alert</th><th>Program</th><th>Run da'
              & 'te</th><th>State</th><th>Seen</th><th>Note</th></tr>'
              to wall-page-record
           write wall-page-record
           open input wall-alert-file
           if wall-alert-status = '00'
              move 'N' to ws-scan-eof
              read wall-alert-file at end set scan-at-eof to true
              end-read
              perform until scan-at-eof
                 if wall-alert-record not = spaces
                    move wall-alert-record to wa-store-rec
                    if wa-sr-sev = space
                       move 'W' to wa-sr-sev
                    end-if
                    if wa-sr-status not = 'CLOSED'
                       and wa-sr-sev = al-want
                       perform write-alert-row
                    end-if
                 end-if
                 read wall-alert-file at end set scan-at-eof to true
                 end-read
              end-perform
              close wall-alert-file
           end-if
           move '</table>' to wall-page-record
           write wall-page-record
           .

       write-alert-row section.
           if al-want = 'E'
              add 1 to al-errors
              move 'fail' to ws-class
           else
              add 1 to al-warnings
              move 'warn' to ws-class
           end-if
           if wa-sr-status = 'ACK'
              move 'none' to ws-class
           end-if
           move wa-sr-note to hx-in
           perform escape-text
           move spaces to wall-page-record
           string '<tr class="' delimited by size
                  ws-class delimited by space
                  '"><td>' delimited by size
                  wa-sr-id delimited by size
                  '</td><td>' delimited by size
                  wa-sr-progid delimited by space
                  '</td><td>' delimited by size
                  wa-sr-date delimited by size
                  '</td><td>' delimited by size
                  wa-sr-status delimited by space
                  '</td><td>' delimited by size
                  wa-sr-count delimited by size
                  '</td><td>' delimited by size
                  hx-out(1:hx-len) delimited by size
                  '</td></tr>' delimited by size
             into wall-page-record
           write wall-page-record
           .

      *> Every input the register knows, green once it has arrived
      *> today.
       write-arrival-section section.
           move '<h2>Today''s inputs</h2><table><tr><th>Input</th><t'
              & 'h>Status</th><th>Last arrival</th><th>Records</th><'
              & '/tr>' to wall-page-record
           write wall-page-record
           perform varying av-ix from 1 by 1 until av-ix > av-count
              move av-path(av-ix) to hx-in
              perform escape-text
              move av-time(av-ix) to ws-tm-parts
              move av-count-recs(av-ix) to ws-disp
              move spaces to wall-page-record
              if av-date(av-ix) = ws-today
                 add 1 to av-today
                 move 'ok' to ws-class
                 move 'ARRIVED' to ws-arr-state
              else
                 move 'warn' to ws-class
                 move 'DUE' to ws-arr-state
              end-if
              string '<tr class="' delimited by size
                     ws-class delimited by space
                     '"><td>' delimited by size
                     hx-out(1:hx-len) delimited by size
                     '</td><td>' delimited by size
                     ws-arr-state delimited by space
                     '</td><td>' delimited by size
                     av-date(av-ix) delimited by size
                     ' ' delimited by size
                     ws-tm-hh delimited by size
                     ':' delimited by size
                     ws-tm-mm delimited by size
                     '</td><td>' delimited by size
                     function trim(ws-disp) delimited by size
                     '</td></tr>' delimited by size
                into wall-page-record
              write wall-page-record
           end-perform
           if av-count = zero
              move '<tr class="none"><td colspan="4">No input has com'
                 & 'e through staging</td></tr>' to wall-page-record
              write wall-page-record
           end-if
           move '</table>' to wall-page-record
           write wall-page-record
           .

      *> hx-in, trimmed, with &, < and > made safe for the page;
      *> hx-len is its length (at least 1).
       escape-text section.
           move spaces to hx-out
           move zero to hx-len
           move zero to hx-last
           perform varying hx-ix from 120 by -1
                   until hx-ix < 1 or hx-last > zero
              if hx-in(hx-ix:1) not = space
                 move hx-ix to hx-last
              end-if
           end-perform
           move 1 to hx-at
           perform varying hx-ix from 1 by 1 until hx-ix > hx-last
              evaluate hx-in(hx-ix:1)
                 when '&'
                    move '&amp;' to hx-out(hx-at:5)
                    add 5 to hx-at
                 when '<'
                    move '&lt;' to hx-out(hx-at:4)
                    add 4 to hx-at
                 when '>'
                    move '&gt;' to hx-out(hx-at:4)
                    add 4 to hx-at
                 when other
                    move hx-in(hx-ix:1) to hx-out(hx-at:1)
                    add 1 to hx-at
              end-evaluate
           end-perform
           compute hx-len = hx-at - 1
           if hx-len < 1
              move 1 to hx-len
           end-if
           .
