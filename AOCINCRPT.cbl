       identification division.
       program-id. AOCINCRPT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Monthly incident statement from the AOCINC register, for the
      *> month-end closing pack beside AOCMORPT's operations statement
      *> (AOCMORPT runs this for the month it closes). For one
      *> calendar month: incidents opened, closed and still open at
      *> month end; the opened ones by root-cause category and by
      *> program; the mean time to resolve of those closed; and the
      *> repeat offenders -- programs with two or more incidents
      *> opened in the three months to the month's end.
      *>   AOCINCRPT_MONTH  yyyymm (default the business date's month)
      *>   AOCINC_REGISTER  the register (default AOC-INCIDENTS.txt)
             select incident-file
               assign to dynamic ws-register-name
               organization is line sequential
               file status is ws-reg-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd incident-file
          block 0 records
          label records omitted
          data record is incident-record.
       01 incident-record pic X(220).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 ws-register-name pic X(60)
          value 'C:\WS\AOC2021\AOC-INCIDENTS.txt'.
       77 ws-reg-status pic X(2).
       77 ws-env-path pic X(60).
       77 report-file-name pic X(60).
       77 ws-scan-eof pic X.
          88 scan-at-eof value 'Y'.

       COPY INCREC.

       77 ws-month-env pic X(8).
       77 ws-month     pic 9(6) value zero.
       77 ws-from-month pic 9(6).
       77 ws-month-ix  pic S9(9) comp-4.
       77 ws-open-month pic 9(6).
       77 ws-close-month pic 9(6).

      *> The month's figures.
       77 ws-opened   pic 9(6) value zero.
       77 ws-closed   pic 9(6) value zero.
       77 ws-open-end pic 9(6) value zero.
       77 ws-ttr-secs pic S9(12) comp-4 value zero.
       77 ws-one-secs pic S9(12) comp-4.
       77 ws-max-secs pic S9(12) comp-4 value zero.
       77 ws-max-id   pic 9(6) value zero.
       77 ws-max-prog pic X(20) value spaces.
       77 ws-hours    pic 9(6)V9.
       77 ws-hours-disp pic Z(5)9.9.
       77 ws-mttr-disp  pic Z(5)9.9.
       77 ws-count-disp pic Z(5)9.
       77 ws-count-disp2 pic Z(5)9.
       77 ws-count-disp3 pic Z(5)9.
       77 ws-count-disp4 pic Z(5)9.
       01 ws-time-parts.
          05 ws-ts-hh pic 9(2).
          05 ws-ts-mm pic 9(2).
          05 ws-ts-ss pic 9(2).
          05 ws-ts-hs pic 9(2).

      *> Opened this month by root cause; the last row collects the
      *> ones not yet diagnosed.
       01 ca-names.
          05 filler pic X(11) value 'DATA'.
          05 filler pic X(11) value 'LATE'.
          05 filler pic X(11) value 'CODE'.
          05 filler pic X(11) value 'CONFIG'.
          05 filler pic X(11) value 'INFRA'.
          05 filler pic X(11) value 'OPERATOR'.
          05 filler pic X(11) value 'EXTERNAL'.
          05 filler pic X(11) value 'UNDIAGNOSED'.
       01 ca-table redefines ca-names.
          05 ca-name occurs 8 times pic X(11).
       01 ca-counts.
          05 ca-count occurs 8 times pic 9(6).
       77 ca-ix pic S9(4) comp-4.

      *> Per program: this month's opened and closed, its alerts and
      *> runs attached, and the three-month count with the IDs.
       77 pr-max   pic S9(4) comp-4 value 100.
       77 pr-count pic S9(4) comp-4 value zero.
       77 pr-ix    pic S9(4) comp-4.
       77 pr-hit   pic S9(4) comp-4.
       01 pr-table.
          05 pr-entry occurs 100 times.
             10 pr-progid pic X(20).
             10 pr-opened pic 9(6).
             10 pr-closed pic 9(6).
             10 pr-alerts pic 9(6).
             10 pr-runs   pic 9(6).
             10 pr-repeat pic 9(6).
             10 pr-ids    pic X(60).
             10 pr-ids-ptr pic S9(4) comp-4.

      *> Each incident's own month and program, so the attachment
      *> lines that follow it can be counted against it.
       77 ws-cur-counts pic X value 'N'.
          88 cur-counts value 'Y'.
       77 ws-cur-prog pic S9(4) comp-4 value zero.
       77 ws-rpt-ptr pic S9(4) comp-4.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-month-env from environment 'AOCINCRPT_MONTH'
           if ws-month-env not = spaces
              and ws-month-env(1:6) is numeric
              move ws-month-env(1:6) to ws-month
           else
              move jl-busdate(1:6) to ws-month
           end-if
           accept ws-env-path from environment 'AOCINC_REGISTER'
           if ws-env-path not = spaces
              move ws-env-path to ws-register-name
           end-if
      *> The repeat-offender window's first month, two back.
           compute ws-month-ix = function integer(ws-month / 100) * 12
              + function mod(ws-month, 100) - 1 - 2
           compute ws-from-month =
              function integer(ws-month-ix / 12) * 100
              + function mod(ws-month-ix, 12) + 1
           initialize ca-counts

           string 'C:\WS\AOC2021\AOCINCRPT-' delimited by size
                  ws-month delimited by size
                  '.txt' delimited by size
             into report-file-name

           open input incident-file
           if ws-reg-status not = '00'
              display 'AOCINCRPT: no incident register -- the month '
                 'had no incidents recorded'
           else
              move 'N' to ws-scan-eof
              read incident-file at end set scan-at-eof to true
              end-read
              perform until scan-at-eof
                 if incident-record not = spaces
                    move incident-record to in-rec
                    if in-is-incident
                       perform tally-incident
                    else
                       perform tally-attachment
                    end-if
                 end-if
                 read incident-file at end set scan-at-eof to true
                 end-read
              end-perform
              close incident-file
           end-if

           perform write-incident-report

           move ws-opened to ws-count-disp
           move ws-closed to ws-count-disp2
           move spaces to jl-answer
           string 'opened=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' closed=' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' mttr=' delimited by size
                  function trim(ws-mttr-disp) delimited by size
                  'h' delimited by size
             into jl-answer
           move ws-opened to jl-recs-read
           move zero to jl-recs-rejected
           move zero to return-code
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCINCRPT'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

       tally-incident section.
           move 'N' to ws-cur-counts
           move zero to ws-cur-prog
           move ih-opened-date(1:6) to ws-open-month
           move zero to ws-close-month
           if ih-status = 'CLOSED'
              move ih-closed-date(1:6) to ws-close-month
           end-if
      *> Opened on or before the month's end and not closed by it.
           if ws-open-month <= ws-month
              and (ws-close-month = zero
                   or ws-close-month > ws-month)
              add 1 to ws-open-end
           end-if
           if ws-open-month < ws-from-month
              or ws-open-month > ws-month
              if ws-close-month not = ws-month
                 exit section
              end-if
           end-if
           perform find-or-add-program
           move pr-hit to ws-cur-prog
           if ws-open-month >= ws-from-month
              and ws-open-month <= ws-month and pr-hit > zero
              add 1 to pr-repeat(pr-hit)
              if pr-ids-ptr(pr-hit) < 54
                 string in-id delimited by size
                        ' ' delimited by size
                   into pr-ids(pr-hit) with pointer pr-ids-ptr(pr-hit)
              end-if
           end-if
           if ws-open-month = ws-month
              set cur-counts to true
              add 1 to ws-opened
              if pr-hit > zero
                 add 1 to pr-opened(pr-hit)
              end-if
              perform varying ca-ix from 1 by 1 until ca-ix > 7
                 if ca-name(ca-ix) = ih-category
                    exit perform
                 end-if
              end-perform
              add 1 to ca-count(ca-ix)
           end-if
           if ws-close-month = ws-month
              add 1 to ws-closed
              if pr-hit > zero
                 add 1 to pr-closed(pr-hit)
              end-if
              perform add-time-to-resolve
           end-if
           .

      *> Attachments count toward the month of the incident they
      *> follow.
       tally-attachment section.
           if not cur-counts or ws-cur-prog = zero
              exit section
           end-if
           if in-is-alert
              add 1 to pr-alerts(ws-cur-prog)
           end-if
           if in-is-run
              add 1 to pr-runs(ws-cur-prog)
           end-if
           .

       find-or-add-program section.
           move zero to pr-hit
           if ih-progid = spaces
              move '(no program)' to ih-progid
           end-if
           perform varying pr-ix from 1 by 1 until pr-ix > pr-count
              if pr-progid(pr-ix) = ih-progid
                 move pr-ix to pr-hit
                 exit perform
              end-if
           end-perform
           if pr-hit = zero and pr-count < pr-max
              add 1 to pr-count
              move pr-count to pr-hit
              move ih-progid to pr-progid(pr-hit)
              move zero to pr-opened(pr-hit) pr-closed(pr-hit)
                 pr-alerts(pr-hit) pr-runs(pr-hit) pr-repeat(pr-hit)
              move spaces to pr-ids(pr-hit)
              move 1 to pr-ids-ptr(pr-hit)
           end-if
           .

       add-time-to-resolve section.
           move ih-closed-time to ws-time-parts
           compute ws-one-secs =
              function integer-of-date(ih-closed-date) * 86400
              + ws-ts-hh * 3600 + ws-ts-mm * 60 + ws-ts-ss
           move ih-opened-time to ws-time-parts
           compute ws-one-secs = ws-one-secs
              - function integer-of-date(ih-opened-date) * 86400
              - ws-ts-hh * 3600 - ws-ts-mm * 60 - ws-ts-ss
           if ws-one-secs < zero
              move zero to ws-one-secs
           end-if
           add ws-one-secs to ws-ttr-secs
           if ws-one-secs > ws-max-secs
              move ws-one-secs to ws-max-secs
              move in-id to ws-max-id
              move ih-progid to ws-max-prog
           end-if
           .

       write-incident-report section.
           open output report-file
           move 'AOCINCRP' to rw-prog
           move 'MONTHLY INCIDENT STATEMENT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Month closed: ' delimited by size
                  ws-month delimited by size
                  '   register ' delimited by size
                  function trim(ws-register-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.

           move ws-opened to ws-count-disp
           move ws-closed to ws-count-disp2
           move ws-open-end to ws-count-disp3
           move spaces to report-record
           string 'Incidents opened ' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ', closed ' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ', still open at month end ' delimited by size
                  function trim(ws-count-disp3) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move zero to ws-hours
           if ws-closed > zero
              compute ws-hours rounded =
                 ws-ttr-secs / ws-closed / 3600
           end-if
           move ws-hours to ws-mttr-disp
           move spaces to report-record
           string 'Mean time to resolve (closed this month): '
                     delimited by size
                  function trim(ws-mttr-disp) delimited by size
                  ' hour(s)' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-max-id > zero
              compute ws-hours rounded = ws-max-secs / 3600
              move ws-hours to ws-hours-disp
              move spaces to report-record
              string 'Longest: incident ' delimited by size
                     ws-max-id delimited by size
                     ' (' delimited by size
                     function trim(ws-max-prog) delimited by size
                     ') ' delimited by size
                     function trim(ws-hours-disp) delimited by size
                     ' hour(s)' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if

           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Opened this month by root cause:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying ca-ix from 1 by 1 until ca-ix > 8
              move ca-count(ca-ix) to ws-count-disp
              move spaces to report-record
              string '  ' delimited by size
                     ca-name(ca-ix) delimited by size
                     ' ' delimited by size
                     ws-count-disp delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform

           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'By program (this month):' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move zero to ws-rpt-ptr
           perform varying pr-ix from 1 by 1 until pr-ix > pr-count
              if pr-opened(pr-ix) > zero or pr-closed(pr-ix) > zero
                 add 1 to ws-rpt-ptr
                 move pr-opened(pr-ix) to ws-count-disp
                 move pr-closed(pr-ix) to ws-count-disp2
                 move pr-alerts(pr-ix) to ws-count-disp3
                 move pr-runs(pr-ix) to ws-count-disp4
                 move spaces to report-record
                 string '  ' delimited by size
                        pr-progid(pr-ix) delimited by size
                        ' opened ' delimited by size
                        function trim(ws-count-disp) delimited by size
                        ' closed ' delimited by size
                        function trim(ws-count-disp2) delimited by size
                        ' alerts ' delimited by size
                        function trim(ws-count-disp3) delimited by size
                        ' runs ' delimited by size
                        function trim(ws-count-disp4) delimited by size
                   into report-record
                 COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           if ws-rpt-ptr = zero
              move '  none' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if

           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Repeat offenders (two or more incidents opened '
                     delimited by size
                  ws-from-month delimited by size
                  ' to ' delimited by size
                  ws-month delimited by size
                  '):' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move zero to ws-rpt-ptr
           perform varying pr-ix from 1 by 1 until pr-ix > pr-count
              if pr-repeat(pr-ix) > 1
                 add 1 to ws-rpt-ptr
                 move pr-repeat(pr-ix) to ws-count-disp
                 move spaces to report-record
                 string '  ' delimited by size
                        pr-progid(pr-ix) delimited by size
                        ' ' delimited by size
                        function trim(ws-count-disp) delimited by size
                        ' incident(s): ' delimited by size
                        function trim(pr-ids(pr-ix)) delimited by size
                   into report-record
                 COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           if ws-rpt-ptr = zero
              move '  none' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCINCRPT'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCINCRPT: incident statement written to '
              function trim(report-file-name)
           .
