       identification division.
       program-id. AOCSEAL.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Job-log seal verification. Every structured record the suite
      *> writes carries a seal chained from the record before it (see
      *> JOBLOGSEAL.cpy), and the programs that legitimately rewrite
      *> the log -- AOCINQ's VOID, AOCLOGROLL, AOCYREND -- reseal what
      *> they write. This walks the rolled segments oldest first
      *> (the year files AOCYREND writes, then the month files
      *> AOCLOGROLL writes, from AOCSEAL_FROM, default 2021, up to
      *> the business date) and then the live log, rechecks every
      *> seal, and reports each record that was edited, inserted or
      *> follows a deletion. Records from before seals existed are
      *> counted, not judged. Any break sets SEALBRK and AOC0801W.
             COPY JOBLOGSEL.
             select seal-report-file
               assign to dynamic seal-report-name
               organization is line sequential.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd seal-report-file
          block 0 records
          label records omitted
          data record is seal-report-record.
       01 seal-report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 seal-report-name pic X(60).
       77 ws-live-log-name pic X(60).
       77 ws-from-env  pic X(10).
       77 ws-from-year pic 9(4) value 2021.
       77 ws-bus-year  pic 9(4).
       77 ws-bus-month pic 9(6).
       77 ws-year      pic 9(4).
       77 ws-month     pic 9(2).
       77 ws-yyyymm    pic 9(6).

      *> Per file.
       77 sf-name       pic X(60).
       77 sf-recs       pic 9(8).
       77 sf-legacy     pic 9(8).
       77 sf-sealed     pic 9(8).
       77 sf-concurrent pic 9(8).
       77 sf-prev-result pic X.

      *> Whole walk.
       77 ws-files       pic 9(4) value zero.
       77 ws-tot-recs    pic 9(8) value zero.
       77 ws-tot-legacy  pic 9(8) value zero.
       77 ws-tot-breaks  pic 9(8) value zero.
       77 ws-what        pic X(60).
       77 ws-recno-disp  pic Z(7)9.
       77 ws-count-disp  pic Z(7)9.
       77 ws-count-disp2 pic Z(7)9.
       77 ws-count-disp3 pic Z(7)9.
       77 ws-count-disp4 pic Z(7)9.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGCWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-from-env from environment 'AOCSEAL_FROM'
           if ws-from-env(1:4) is numeric
              move ws-from-env(1:4) to ws-from-year
           end-if
           move jl-busdate(1:4) to ws-bus-year
           move jl-busdate(1:6) to ws-bus-month
           move job-log-file-name to ws-live-log-name
           string 'C:\WS\AOC2021\AOCSEAL-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into seal-report-name

           open output seal-report-file
           move 'AOCSEAL' to rw-prog
           move 'JOB LOG SEAL VERIFICATION' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY seal-report-record.
           move 'FILE                                                 '
             & '    RECORDS  UNSEALED    SEALED  CONCURR    BREAKS'
             to seal-report-record
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.

           perform varying ws-year from ws-from-year by 1
                   until ws-year > ws-bus-year
              move spaces to sf-name
              string 'C:\WS\AOC2021\AOC-JOBLOG-' delimited by size
                     ws-year delimited by size
                     '.txt' delimited by size
                into sf-name
              perform verify-one-file
              perform varying ws-month from 1 by 1
                      until ws-month > 12
                 compute ws-yyyymm = ws-year * 100 + ws-month
                 if ws-yyyymm <= ws-bus-month
                    move spaces to sf-name
                    string 'C:\WS\AOC2021\AOC-JOBLOG-'
                              delimited by size
                           ws-yyyymm delimited by size
                           '.txt' delimited by size
                      into sf-name
                    perform verify-one-file
                 end-if
              end-perform
           end-perform
           move ws-live-log-name to sf-name
           perform verify-one-file
           move ws-live-log-name to job-log-file-name

           move spaces to seal-report-record
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.
           move ws-files to ws-count-disp
           move ws-tot-recs to ws-count-disp2
           move ws-tot-legacy to ws-count-disp3
           move ws-tot-breaks to ws-count-disp4
           string function trim(ws-count-disp) delimited by size
                  ' file(s), ' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' record(s), ' delimited by size
                  function trim(ws-count-disp3) delimited by size
                  ' from before seals, ' delimited by size
                  function trim(ws-count-disp4) delimited by size
                  ' break(s)' delimited by size
             into seal-report-record
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.
           COPY RPTFOOT REPLACING RPT-REC BY seal-report-record.
           close seal-report-file
           COPY CATADD REPLACING PROGID BY 'AOCSEAL'
                                 RPT-PATH BY seal-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCSEAL: report written to '
              function trim(seal-report-name)

           if ws-tot-breaks > zero
              move 'SEALBRK' to jl-status
              display 'AOC0801W AOCSEAL: ' function trim(ws-count-disp4)
                 ' job-log record(s) fail the seal check -- see '
                 function trim(seal-report-name)
           else
              display 'AOCSEAL: ' function trim(ws-count-disp2)
                 ' record(s) in ' function trim(ws-count-disp)
                 ' file(s) -- seal chain intact'
           end-if
           string 'files=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' records=' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' breaks=' delimited by size
                  function trim(ws-count-disp4) delimited by size
             into jl-answer
           move ws-tot-recs to jl-recs-read
           move ws-tot-breaks to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCSEAL'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> One file, first record to last: its name, then every break
      *> JOBLOGCHAIN finds written up under it, then its counts. A
      *> segment that does not exist is skipped.
       verify-one-file section.
           move sf-name to job-log-file-name
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           add 1 to ws-files
           move sf-name to seal-report-record
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.
           move zero to sf-recs sf-legacy sf-sealed sf-concurrent
           move zero to jc-win-count jc-breaks
           move 'N' to jc-started
           move 'L' to sf-prev-result
           move 'N' to jl-seal-eof
           read job-log-file at end set jl-seal-at-eof to true
           end-read
           perform until jl-seal-at-eof
              add 1 to sf-recs
              move job-log-record to jlr-record
              COPY JOBLOGCHAIN.
              evaluate true
                 when jc-legacy
                    add 1 to sf-legacy
                 when jc-sealed
                    add 1 to sf-sealed
                 when jc-concurrent
                    if sf-prev-result = 'B'
                       move 'chains past the record before it -- '
                         & 'that one was inserted' to ws-what
                       perform report-break
                    end-if
                    add 1 to sf-concurrent
                 when jc-unsealed
                    move 'no seal after the chain began -- inserted'
                      to ws-what
                    perform report-break
                 when jc-duplicate
                    move 'same seal as a record just before it -- a '
                      & 'copy, inserted' to ws-what
                    perform report-break
                 when jc-broken
                    move 'seal mismatch -- edited, or the record '
                      & 'before it deleted' to ws-what
                    perform report-break
              end-evaluate
              move jc-result to sf-prev-result
              read job-log-file at end set jl-seal-at-eof to true
              end-read
           end-perform
           close job-log-file
           add sf-recs to ws-tot-recs
           add sf-legacy to ws-tot-legacy
           add jc-breaks to ws-tot-breaks
           move spaces to seal-report-record
           move '  file totals' to seal-report-record(1:52)
           move sf-recs to ws-count-disp
           move ws-count-disp to seal-report-record(55:8)
           move sf-legacy to ws-count-disp
           move ws-count-disp to seal-report-record(65:8)
           move sf-sealed to ws-count-disp
           move ws-count-disp to seal-report-record(75:8)
           move sf-concurrent to ws-count-disp
           move ws-count-disp to seal-report-record(84:8)
           move jc-breaks to ws-count-disp
           move ws-count-disp to seal-report-record(94:8)
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.
           .

      *> One exception line, under the file it belongs to.
       report-break section.
           move sf-recs to ws-recno-disp
           move spaces to seal-report-record
           string '  record ' delimited by size
                  function trim(ws-recno-disp) delimited by size
                  ' ' delimited by size
                  jlr-progid delimited by space
                  ' ' delimited by size
                  job-log-record(22:16) delimited by size
                  ' ' delimited by size
                  ws-what delimited by size
             into seal-report-record
           COPY RPTLINE REPLACING RPT-REC BY seal-report-record.
           display 'AOCSEAL: ' function trim(sf-name) ' record '
              function trim(ws-recno-disp) ' -- ' function trim(ws-what)
           .
