       identification division.
       program-id. AOCINTEG.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Cross-store referential integrity audit. The same facts are
      *> kept in many stores -- the job log, the results master, its
      *> journal and pending queue, the archive and report catalogs,
      *> the checkpoint registry, the extract register and the alert
      *> store -- and each is written by its own program. This reads
      *> them side by side over a window of nights (AOCINTEG_DAYS,
      *> default 30, to the business date) and reports every place
      *> they disagree, one numbered finding per line so AOCEXCPT
      *> carries them onto the morning exceptions report:
      *>   AOC1301W results record with no job-log run behind it
      *>   AOC1302W OK run of an archiving program, no archived input
      *>   AOC1303W cataloged report whose file is gone
      *>   AOC1304W pending amendment for a record not on the master
      *>   AOC1305W extract entry with no results record
      *>   AOC1306W open alert for a run since VOIDed
      *>   AOC1307W journal before-image for a record not on the master
      *>   AOC1308W checkpoint left pending after a completed run
      *> The job log is read from the live file and the month
      *> segments AOCLOGROLL has cut inside the window. A window
      *> reaching back into a year AOCYREND has closed starts at the
      *> new year instead -- that year's records have moved to its
      *> year files. Keep the window inside AOCARCH_KEEPDAYS, or
      *> retention's own purges read as missing archive copies.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select store-file
               assign to dynamic in-store-name
               organization is line sequential
               file status is in-store-status.
             select probe-file
               assign to dynamic in-probe-name
               organization is line sequential
               file status is in-probe-status.
             COPY PROFILESEL.
             COPY CATSEL.
             COPY ARCHIVESEL.
             COPY CKPTSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY CKPTFD.

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(200).

       fd store-file
          block 0 records
          label records omitted
          data record is store-record.
       01 store-record pic X(400).

       fd probe-file
          block 0 records
          label records omitted
          data record is probe-record.
       01 probe-record pic X(80).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 report-file-name pic X(60).
       77 in-store-name    pic X(80).
       77 in-store-status  pic X(2).
       77 in-probe-name    pic X(80).
       77 in-probe-status  pic X(2).
       77 in-env           pic X(60).

      *> The other stores, each at its owner's default path and
      *> honoring the owner's override.
       77 in-alert-name    pic X(60)
          value 'C:\WS\AOC2021\AOC-ALERTS.txt'.
       77 in-pending-name  pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-PENDING.txt'.
       77 in-journal-name  pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-JOURNAL.txt'.
       77 in-extreg-name   pic X(60)
          value 'C:\WS\AOC2021\AOC-EXTRACT-REGISTER.txt'.
       77 in-live-log-name pic X(60).

      *> The window.
       77 in-days     pic S9(4) comp-4 value 30.
       77 in-from     pic 9(8).
       77 in-to       pic 9(8).
       77 in-to-int   pic S9(9) comp-4.
       77 in-from-year pic 9(4).
       77 in-month    pic 9(6).
       77 in-last-month pic 9(6).
       77 in-clamped  pic X value 'N'.

      *> Job-log runs inside the window.
       77 jr-max   pic S9(5) comp-4 value 20000.
       77 jr-count pic S9(5) comp-4 value zero.
       01 jr-table.
          05 jr-entry occurs 20000 times.
             10 jr-progid pic X(20).
             10 jr-date   pic 9(8).
             10 jr-time   pic 9(8).
             10 jr-status pic X(8).
       77 jr-ix  pic S9(5) comp-4.
       77 in-log-full pic X value 'N'.
       77 in-log-files pic 9(4) value zero.

      *> Results-master keys inside the window, every season.
       77 mk-max   pic S9(4) comp-4 value 5000.
       77 mk-count pic S9(4) comp-4 value zero.
       01 mk-table.
          05 mk-entry occurs 5000 times.
             10 mk-season pic X(4).
             10 mk-progid pic X(20).
             10 mk-date   pic 9(8).
       77 mk-ix  pic S9(4) comp-4.
       77 in-master-ok  pic X value 'Y'.
       77 in-master-full pic X value 'N'.

      *> Programs that archive their input (any entry in the archive
      *> catalog, labelled <program> or <program>-<dataset>), and the
      *> archived copies inside the window.
       77 ap-max   pic S9(4) comp-4 value 100.
       77 ap-count pic S9(4) comp-4 value zero.
       01 ap-table.
          05 ap-progid occurs 100 times pic X(20).
       77 ap-ix  pic S9(4) comp-4.
       77 ae-max   pic S9(4) comp-4 value 5000.
       77 ae-count pic S9(4) comp-4 value zero.
       01 ae-table.
          05 ae-entry occurs 5000 times.
             10 ae-progid pic X(20).
             10 ae-date   pic 9(8).
       77 ae-ix  pic S9(4) comp-4.
       77 in-base pic X(20).

      *> Extract files sent inside the window.
       77 xt-max   pic S9(4) comp-4 value 200.
       77 xt-count pic S9(4) comp-4 value zero.
       01 xt-table.
          05 xt-path occurs 200 times pic X(80).
       77 xt-ix  pic S9(4) comp-4.

      *> Latest checkpoint-registry event per program.
       77 pk-max   pic S9(4) comp-4 value 20.
       77 pk-count pic S9(4) comp-4 value zero.
       01 pk-table.
          05 pk-entry occurs 20 times.
             10 pk-progid pic X(12).
             10 pk-date   pic 9(8).
             10 pk-time   pic 9(8).
             10 pk-action pic X(8).
       77 pk-ix  pic S9(4) comp-4.
       77 pk-hit pic S9(4) comp-4.

      *> Lookup arguments and the finding being written.
       77 lk-progid pic X(20).
       77 lk-date   pic 9(8).
       77 lk-status pic X(8).
       77 lk-hit    pic X.
       77 fd-id     pic X(8).
       77 fd-progid pic X(20).
       77 fd-date   pic X(8).
       77 fd-text   pic X(120).
       77 fd-n      pic S9(4) comp-4.
       01 fc-table.
          05 fc-count occurs 8 times pic 9(6) value zero.
       77 fc-ix     pic S9(4) comp-4.
       77 in-findings pic 9(6) value zero.
       77 in-checked  pic 9(8) value zero.
       77 in-disp     pic Z(5)9.
       77 in-disp2    pic Z(5)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY ARCHIVEWS.
       COPY CKPTWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           perform resolve-window
           perform load-job-log
           perform load-master
           perform load-archive

           move spaces to report-file-name
           string 'C:\WS\AOC2021\AOCINTEG-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCINTEG' to rw-prog
           move 'CROSS-STORE INTEGRITY AUDIT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-window-lines

           perform check-master-runs
           perform check-archived-inputs
           perform check-report-files
           perform check-pending-queue
           perform check-extracts
           perform check-alerts
           perform check-journal
           perform check-checkpoints

           perform write-summary
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCINTEG'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY in-findings.

           perform varying fc-ix from 1 by 1 until fc-ix > 8
              if fc-count(fc-ix) > zero
                 perform display-count
              end-if
           end-perform
           move in-findings to in-disp
           display 'AOCINTEG: ' function trim(in-disp)
              ' finding(s) across the stores, ' in-from ' to ' in-to
              ' -- see ' function trim(report-file-name)
           if in-findings > zero
              move 'MISMATCH' to jl-status
           end-if
           if in-master-ok not = 'Y' or in-log-full = 'Y'
              or in-master-full = 'Y'
              move 'PARTIAL' to jl-status
           end-if

           string function trim(in-disp) delimited by size
                  ' integrity finding(s)' delimited by size
             into jl-answer
           move in-checked to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCINTEG'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The nights to audit, and the stores' overridden paths.
       resolve-window section.
           move jl-busdate to in-to
           move spaces to in-env
           accept in-env from environment 'AOCINTEG_DAYS'
           if in-env not = spaces
              and function trim(in-env) is numeric
              compute in-days = function numval(in-env)
           end-if
           if in-days < 1
              move 1 to in-days
           end-if
           compute in-to-int = function integer-of-date(in-to)
           compute in-from =
              function date-of-integer(in-to-int - in-days + 1)
      *> A closed year has left the live stores -- its annual
      *> statement is the sign AOCYREND has been through.
           move in-from(1:4) to in-from-year
           if in-from-year < in-to(1:4)
              move spaces to in-probe-name
              string 'C:\WS\AOC2021\AOCYREND-' delimited by size
                     in-from-year delimited by size
                     '.txt' delimited by size
                into in-probe-name
              open input probe-file
              if in-probe-status = '00'
                 close probe-file
                 compute in-from = (in-from-year + 1) * 10000 + 0101
                 move 'Y' to in-clamped
              end-if
           end-if
           accept in-env from environment 'AOCALERT_STORE'
           if in-env not = spaces
              move in-env to in-alert-name
           end-if
           accept in-env from environment 'RESULTS_PENDING'
           if in-env not = spaces
              move in-env to in-pending-name
           end-if
           accept in-env from environment 'RESULTS_JOURNAL'
           if in-env not = spaces
              move in-env to in-journal-name
           end-if
           .

      *> The live log, then each month segment inside the window.
       load-job-log section.
           move job-log-file-name to in-live-log-name
           perform load-one-log
           compute in-month = in-from / 100
           compute in-last-month = in-to / 100
           perform until in-month > in-last-month
              move spaces to job-log-file-name
              string 'C:\WS\AOC2021\AOC-JOBLOG-' delimited by size
                     in-month delimited by size
                     '.txt' delimited by size
                into job-log-file-name
              perform load-one-log
              if in-month(5:2) = '12'
                 compute in-month = in-month + 89
              else
                 add 1 to in-month
              end-if
           end-perform
           move in-live-log-name to job-log-file-name
           if in-log-full = 'Y'
              display 'AOCINTEG: more than ' jr-max ' run(s) in the '
                 'window -- the later ones are not audited'
           end-if
           .

       load-one-log section.
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           add 1 to in-log-files
           move 'on' to file-eof
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              COPY JOBLOGPARSE.
              if jlp-valid
                 and jlp-start-date >= in-from
                 and jlp-start-date <= in-to
                 if jr-count < jr-max
                    add 1 to jr-count
                    move jlp-progid to jr-progid(jr-count)
                    move jlp-start-date to jr-date(jr-count)
                    move jlp-start-time to jr-time(jr-count)
                    move jlp-status to jr-status(jr-count)
                 else
                    move 'Y' to in-log-full
                 end-if
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           .

      *> The master is indexed -- walked through AOCRSLT's browse.
       load-master section.
           move low-values to rslt-season rslt-progid
           move zero to rslt-run-date
           move 'Y' to rslt-found
           perform until rslt-found not = 'Y'
              move 'N' to rslt-func
              move 'Y' to rslt-io-ok
              call 'AOCRSLT' using rslt-parm
                 on exception
                    move 'N' to rslt-found
                    move 'N' to in-master-ok
              end-call
              if rslt-io-ok = 'N'
                 move 'N' to rslt-found
                 move 'N' to in-master-ok
              end-if
              if rslt-found = 'Y'
                 add 1 to in-checked
                 if rslt-run-date >= in-from
                    and rslt-run-date <= in-to
                    if mk-count < mk-max
                       add 1 to mk-count
                       move rslt-season to mk-season(mk-count)
                       if rslt-season = spaces or low-values
                          move '2021' to mk-season(mk-count)
                       end-if
                       move rslt-progid to mk-progid(mk-count)
                       move rslt-run-date to mk-date(mk-count)
                    else
                       move 'Y' to in-master-full
                    end-if
                 end-if
              end-if
           end-perform
           if in-master-ok not = 'Y'
              display 'AOCINTEG: the results master could not be '
                 'read -- the checks against it are skipped'
           end-if
           .

       load-archive section.
           open input archive-cat-file
           if archive-cat-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              move archive-cat-record to arc-cat-record
              if arc-cat-progid not = spaces
                 and arc-cat-record(1:1) not = '*'
                 move spaces to in-base
                 unstring arc-cat-progid delimited by '-' or space
                    into in-base
                 end-unstring
                 perform note-archiving-program
                 if arc-cat-date is numeric
                    and arc-cat-date >= in-from
                    and arc-cat-date <= in-to
                    and ae-count < ae-max
                    add 1 to ae-count
                    move in-base to ae-progid(ae-count)
                    move arc-cat-date to ae-date(ae-count)
                 end-if
              end-if
              read archive-cat-file at end set eof-in to true end-read
           end-perform
           close archive-cat-file
           .

       note-archiving-program section.
           perform varying ap-ix from 1 by 1 until ap-ix > ap-count
              if ap-progid(ap-ix) = in-base
                 exit section
              end-if
           end-perform
           if ap-count < ap-max
              add 1 to ap-count
              move in-base to ap-progid(ap-count)
           end-if
           .

       write-window-lines section.
           move jr-count to in-disp
           move mk-count to in-disp2
           move spaces to report-record
           string 'Window ' delimited by size
                  in-from delimited by size
                  ' to ' delimited by size
                  in-to delimited by size
                  ': ' delimited by size
                  function trim(in-disp) delimited by size
                  ' run(s) from ' delimited by size
                  in-log-files delimited by size
                  ' job-log file(s), ' delimited by size
                  function trim(in-disp2) delimited by size
                  ' results record(s)' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if in-clamped = 'Y'
              move spaces to report-record
              string 'Window starts at the new year -- '
                        delimited by size
                     in-from-year delimited by size
                     ' is closed and lives in its year files'
                        delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           if in-master-ok not = 'Y'
              move 'Results master unreadable -- AOC1301W, AOC1304W,'
                 & ' AOC1305W and AOC1307W not checked'
                 to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> AOC1301W -- every results record should have the run that
      *> wrote it in the log.
       check-master-runs section.
           if in-master-ok not = 'Y'
              exit section
           end-if
           perform varying mk-ix from 1 by 1 until mk-ix > mk-count
              move mk-progid(mk-ix) to lk-progid
              move mk-date(mk-ix) to lk-date
              move spaces to lk-status
              perform find-run
              if lk-hit = 'N'
                 move 'AOC1301W' to fd-id
                 move mk-progid(mk-ix) to fd-progid
                 move mk-date(mk-ix) to fd-date
                 move spaces to fd-text
                 string 'results record (season ' delimited by size
                        mk-season(mk-ix) delimited by size
                        ') has no job-log run behind it'
                           delimited by size
                   into fd-text
                 perform write-finding
              end-if
           end-perform
           .

      *> AOC1302W -- a program that archives its input archives it
      *> on every OK run.
       check-archived-inputs section.
           perform varying jr-ix from 1 by 1 until jr-ix > jr-count
              if jr-status(jr-ix) = 'OK'
                 move 'N' to lk-hit
                 perform varying ap-ix from 1 by 1
                         until ap-ix > ap-count
                    if ap-progid(ap-ix) = jr-progid(jr-ix)
                       move 'Y' to lk-hit
                    end-if
                 end-perform
                 if lk-hit = 'Y'
                    move 'N' to lk-hit
                    perform varying ae-ix from 1 by 1
                            until ae-ix > ae-count or lk-hit = 'Y'
                       if ae-progid(ae-ix) = jr-progid(jr-ix)
                          and ae-date(ae-ix) = jr-date(jr-ix)
                          move 'Y' to lk-hit
                       end-if
                    end-perform
                    if lk-hit = 'N'
                       move 'AOC1302W' to fd-id
                       move jr-progid(jr-ix) to fd-progid
                       move jr-date(jr-ix) to fd-date
                       move 'OK run with no archived input in the '
                          & 'archive catalog' to fd-text
                       perform write-finding
                    end-if
                 end-if
              end-if
           end-perform
           .

      *> AOC1303W -- every cataloged report should still be on disk.
       check-report-files section.
           open input report-cat-file
           if report-cat-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read report-cat-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              move report-cat-record to rpt-cat-rec
              if rpt-cat-path not = spaces
                 and report-cat-record(1:1) not = '*'
                 move rpt-cat-path to in-probe-name
                 open input probe-file
                 if in-probe-status = '00'
                    close probe-file
                 else
                    move 'AOC1303W' to fd-id
                    move rpt-cat-progid to fd-progid
                    move rpt-cat-date to fd-date
                    move spaces to fd-text
                    string 'cataloged report is gone: '
                              delimited by size
                           function trim(rpt-cat-path)
                              delimited by size
                      into fd-text
                    perform write-finding
                 end-if
              end-if
              read report-cat-file at end set eof-in to true end-read
           end-perform
           close report-cat-file
           .

      *> AOC1304W -- a parked amendment must still have its record.
      *> The queue and journal share AOCRSLT's column layout: the
      *> program at column 28, the run date at 49.
       check-pending-queue section.
           if in-master-ok not = 'Y'
              exit section
           end-if
           move in-pending-name to in-store-name
           open input store-file
           if in-store-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read store-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              if store-record(49:8) is numeric
                 move store-record(28:20) to lk-progid
                 move store-record(49:8) to lk-date
                 if lk-date >= in-from and lk-date <= in-to
                    perform find-master
                    if lk-hit = 'N'
                       move 'AOC1304W' to fd-id
                       move lk-progid to fd-progid
                       move lk-date to fd-date
                       move 'pending amendment for a record no '
                          & 'longer on the master' to fd-text
                       perform write-finding
                    end-if
                 end-if
              end-if
              read store-file at end set eof-in to true end-read
           end-perform
           close store-file
           .

      *> AOC1305W -- every line sent downstream should be a results
      *> record. The register names each extract file sent.
       check-extracts section.
           if in-master-ok not = 'Y'
              exit section
           end-if
           move in-extreg-name to in-store-name
           open input store-file
           if in-store-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read store-file at end set eof-in to true end-read
           perform until eof-in
              if store-record(8:8) is numeric
                 and store-record(8:8) >= in-from
                 and store-record(8:8) <= in-to
                 and store-record(33:80) not = spaces
                 and xt-count < xt-max
                 add 1 to xt-count
                 move store-record(33:80) to xt-path(xt-count)
              end-if
              read store-file at end set eof-in to true end-read
           end-perform
           close store-file
           perform varying xt-ix from 1 by 1 until xt-ix > xt-count
              move xt-path(xt-ix) to in-store-name
              open input store-file
              if in-store-status = '00'
                 move 'on' to file-eof
                 read store-file at end set eof-in to true end-read
                 perform until eof-in
                    add 1 to in-checked
                    if store-record(1:8) is numeric
                       move store-record(10:20) to lk-progid
                       move store-record(1:8) to lk-date
                       perform find-master
                       if lk-hit = 'N'
                          move 'AOC1305W' to fd-id
                          move lk-progid to fd-progid
                          move lk-date to fd-date
                          move spaces to fd-text
                          string 'extract entry with no results '
                                    delimited by size
                                 'record: ' delimited by size
                                 function trim(xt-path(xt-ix))
                                    delimited by size
                            into fd-text
                          perform write-finding
                       end-if
                    end-if
                    read store-file at end set eof-in to true
                    end-read
                 end-perform
                 close store-file
              end-if
           end-perform
           .

      *> AOC1306W -- an alert still OPEN or ACK for a run AOCINQ has
      *> since marked VOID is chasing a run that no longer counts.
       check-alerts section.
           move in-alert-name to in-store-name
           open input store-file
           if in-store-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read store-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              if store-record(29:8) is numeric
                 and store-record(38:8) not = 'CLOSED'
                 and store-record(38:8) not = spaces
                 move store-record(8:20) to lk-progid
                 move store-record(29:8) to lk-date
                 move 'VOID' to lk-status
                 if lk-date >= in-from and lk-date <= in-to
                    perform find-run
                    if lk-hit = 'Y'
                       move 'AOC1306W' to fd-id
                       move lk-progid to fd-progid
                       move lk-date to fd-date
                       move spaces to fd-text
                       string 'alert ' delimited by size
                              store-record(1:6) delimited by size
                              ' still ' delimited by size
                              function trim(store-record(38:8))
                                 delimited by size
                              ' for a run since VOIDed'
                                 delimited by size
                         into fd-text
                       perform write-finding
                    end-if
                 end-if
              end-if
              read store-file at end set eof-in to true end-read
           end-perform
           close store-file
           .

      *> AOC1307W -- a before-image is only ever taken of a record
      *> that is then rewritten, so its key stays on the master.
       check-journal section.
           if in-master-ok not = 'Y'
              exit section
           end-if
           move in-journal-name to in-store-name
           open input store-file
           if in-store-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read store-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              if store-record(49:8) is numeric
                 move store-record(28:20) to lk-progid
                 move store-record(49:8) to lk-date
                 if lk-date >= in-from and lk-date <= in-to
                    perform find-master
                    if lk-hit = 'N'
                       move 'AOC1307W' to fd-id
                       move lk-progid to fd-progid
                       move lk-date to fd-date
                       move 'journal before-image for a record no '
                          & 'longer on the master' to fd-text
                       perform write-finding
                    end-if
                 end-if
              end-if
              read store-file at end set eof-in to true end-read
           end-perform
           close store-file
           .

      *> AOC1308W -- a checkpoint still pending (last event WRITE)
      *> although its program has since finished a run OK: the next
      *> restart would resume from the wrong run.
       check-checkpoints section.
           open input ckpt-reg-file
           if ck-reg-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read ckpt-reg-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to in-checked
              if ckpt-reg-record not = spaces
                 move ckpt-reg-record to ck-reg-rec
                 perform note-checkpoint-event
              end-if
              read ckpt-reg-file at end set eof-in to true end-read
           end-perform
           close ckpt-reg-file
           perform varying pk-ix from 1 by 1 until pk-ix > pk-count
              if pk-action(pk-ix) = 'WRITE'
                 move 'N' to lk-hit
                 perform varying jr-ix from 1 by 1
                         until jr-ix > jr-count or lk-hit = 'Y'
                    if jr-progid(jr-ix) = pk-progid(pk-ix)
                       and jr-status(jr-ix) = 'OK'
                       and (jr-date(jr-ix) > pk-date(pk-ix)
                            or (jr-date(jr-ix) = pk-date(pk-ix)
                                and jr-time(jr-ix) > pk-time(pk-ix)))
                       move 'Y' to lk-hit
                    end-if
                 end-perform
                 if lk-hit = 'Y'
                    move 'AOC1308W' to fd-id
                    move pk-progid(pk-ix) to fd-progid
                    move pk-date(pk-ix) to fd-date
                    move 'checkpoint still pending after a later OK '
                       & 'run -- clear it with AOCCKPT' to fd-text
                    perform write-finding
                 end-if
              end-if
           end-perform
           .

       note-checkpoint-event section.
           move zero to pk-hit
           perform varying pk-ix from 1 by 1 until pk-ix > pk-count
              if pk-progid(pk-ix) = ck-rr-progid
                 move pk-ix to pk-hit
                 exit perform
              end-if
           end-perform
           if pk-hit = zero and pk-count < pk-max
              add 1 to pk-count
              move pk-count to pk-hit
              move ck-rr-progid to pk-progid(pk-hit)
           end-if
           if pk-hit > zero
              move ck-rr-date to pk-date(pk-hit)
              move ck-rr-time to pk-time(pk-hit)
              move ck-rr-action to pk-action(pk-hit)
           end-if
           .

      *> Is there a run of lk-progid on lk-date (with status
      *> lk-status, when one is given) in the window's log?
       find-run section.
           move 'N' to lk-hit
           perform varying jr-ix from 1 by 1
                   until jr-ix > jr-count or lk-hit = 'Y'
              if jr-progid(jr-ix) = lk-progid
                 and jr-date(jr-ix) = lk-date
                 and (lk-status = spaces
                      or jr-status(jr-ix) = lk-status)
                 move 'Y' to lk-hit
              end-if
           end-perform
           .

      *> Is lk-progid on lk-date on the master, in any season?
       find-master section.
           move 'N' to lk-hit
           perform varying mk-ix from 1 by 1
                   until mk-ix > mk-count or lk-hit = 'Y'
              if mk-progid(mk-ix) = lk-progid
                 and mk-date(mk-ix) = lk-date
                 move 'Y' to lk-hit
              end-if
           end-perform
           .

      *> One finding: the message ID first, so AOCEXCPT and the
      *> console monitors key on it.
       write-finding section.
           add 1 to in-findings
           compute fd-n = function numval(fd-id(6:2))
           if fd-n >= 1 and fd-n <= 8
              add 1 to fc-count(fd-n)
           end-if
           move spaces to report-record
           string fd-id delimited by size
                  ' ' delimited by size
                  fd-progid delimited by space
                  ' ' delimited by size
                  fd-date delimited by size
                  ' ' delimited by size
                  function trim(fd-text) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-summary section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move in-findings to in-disp
           move spaces to report-record
           string 'Findings: ' delimited by size
                  function trim(in-disp) delimited by size
                  '   (1301-1308: ' delimited by size
                  fc-count(1) delimited by size
                  ' ' delimited by size
                  fc-count(2) delimited by size
                  ' ' delimited by size
                  fc-count(3) delimited by size
                  ' ' delimited by size
                  fc-count(4) delimited by size
                  ' ' delimited by size
                  fc-count(5) delimited by size
                  ' ' delimited by size
                  fc-count(6) delimited by size
                  ' ' delimited by size
                  fc-count(7) delimited by size
                  ' ' delimited by size
                  fc-count(8) delimited by size
                  ')' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       display-count section.
           move fc-count(fc-ix) to in-disp
           evaluate fc-ix
              when 1
                 display 'AOC1301W AOCINTEG: ' function trim(in-disp)
                    ' results record(s) with no job-log run'
              when 2
                 display 'AOC1302W AOCINTEG: ' function trim(in-disp)
                    ' OK run(s) with no archived input'
              when 3
                 display 'AOC1303W AOCINTEG: ' function trim(in-disp)
                    ' cataloged report file(s) gone'
              when 4
                 display 'AOC1304W AOCINTEG: ' function trim(in-disp)
                    ' pending amendment(s) with no record'
              when 5
                 display 'AOC1305W AOCINTEG: ' function trim(in-disp)
                    ' extract entr(ies) with no results record'
              when 6
                 display 'AOC1306W AOCINTEG: ' function trim(in-disp)
                    ' open alert(s) for VOIDed runs'
              when 7
                 display 'AOC1307W AOCINTEG: ' function trim(in-disp)
                    ' journal entr(ies) with no record'
              when 8
                 display 'AOC1308W AOCINTEG: ' function trim(in-disp)
                    ' checkpoint(s) pending after a later OK run'
           end-evaluate
           .
