       identification division.
       program-id. AOCRECERT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Quarterly access recertification. Lists every operator in
      *> the operator file with each right held, the last date the
      *> right was actually exercised, the operator's denials and
      *> failed sign-ons from the authorization log, and flags every
      *> right not used within AOCRECERT_DAYS days (default 90) of the
      *> business date for removal. Where the use of a right shows:
      *>   STAGE    staging audit (AOCSTAGE), 'line(s) to' lines
      *>   RESTORE  staging audit, 'line(s) restored to' lines
      *>   PROFILE  profile history (AOCPROF)
      *>   PROMOTE  version register (AOCVERS)
      *>   PURGE    job log -- AOCARCH runs that purged something
      *>   SECURITY authorization log -- PIN resets (AOCSIGN)
      *>   RECERT   the sign-off register below
      *>   ALL      any of the above, the decisions log (AOCPEND), or
      *>            any job-log run under the operator
      *> A right with no trail anywhere (VOID today) is listed for a
      *> manager to judge, never flagged. The job log is read from
      *> the rolled segments back to the start of the window, then
      *> the live log.
      *> AOCRECERT_SIGNOFF=Y makes the run the manager's sign-off:
      *> sign on, the RECERT right, confirm -- and one line goes to
      *> the sign-off register for the business date's quarter. The
      *> report shows whether this quarter and the last were signed.
             COPY OPAUTHSEL.
             select trail-file
               assign to dynamic trail-name
               organization is line sequential
               file status is tr-file-status.
             select signoff-file
               assign to dynamic signoff-name
               organization is line sequential
               file status is so-file-status.
             select recert-report-file
               assign to dynamic recert-report-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY OPAUTHFD.

       fd trail-file
          block 0 records
          label records omitted
          data record is trail-record.
       01 trail-record pic X(200).

       fd signoff-file
          block 0 records
          label records omitted
          data record is signoff-record.
       01 signoff-record pic X(132).

       fd recert-report-file
          block 0 records
          label records omitted
          data record is recert-report-record.
       01 recert-report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       COPY OPAUTHWS.
       COPY SIGNLK.
       77 a-dummy pic X.

       77 recert-report-name pic X(60).
       77 trail-name         pic X(60).
       77 tr-file-status     pic X(2).
       77 signoff-name       pic X(60)
          value 'C:\WS\AOC2021\AOC-RECERT-SIGNOFF.txt'.
       77 so-file-status     pic X(2).
       77 ws-live-log-name   pic X(60).
       77 ws-env-path        pic X(60).
       77 ws-env-value       pic X(10).
       77 ws-trail-kind      pic X.
       77 ws-trail-eof       pic X.
          88 trail-at-eof value 'Y'.
       77 ws-signoff-env     pic X(4).
          88 signoff-run value 'Y' 'y'.

      *> The window.
       77 ws-days        pic 9(4) value 90.
       77 ws-bus-int     pic 9(7).
       77 ws-win-start   pic 9(8).
       77 ws-win-year    pic 9(4).
       77 ws-win-month   pic 9(6).
       77 ws-bus-year    pic 9(4).
       77 ws-bus-month   pic 9(6).
       77 ws-year        pic 9(4).
       77 ws-month       pic 9(2).
       77 ws-yyyymm      pic 9(6).

      *> Quarters, as yyyyQn.
       01 ws-this-qtr.
          05 ws-tq-year  pic 9(4).
          05 filler      pic X value 'Q'.
          05 ws-tq-num   pic 9.
       01 ws-prev-qtr.
          05 ws-pq-year  pic 9(4).
          05 filler      pic X value 'Q'.
          05 ws-pq-num   pic 9.
       77 ws-this-by     pic X(8) value spaces.
       77 ws-this-on     pic 9(8) value zero.
       77 ws-prev-by     pic X(8) value spaces.
       77 ws-prev-on     pic 9(8) value zero.
       77 ws-signoffs    pic 9(6) value zero.

      *> One use found in a trail.
       77 ws-use-oper    pic X(8).
       77 ws-use-right   pic X(8).
       77 ws-use-date    pic 9(8).
       77 ws-tally       pic S9(4) comp-4.

      *> The operator file as the list to certify.
       77 rc-max         pic S9(4) comp-4 value 200.
       77 rc-count       pic S9(4) comp-4 value zero.
       77 rc-ix          pic S9(4) comp-4.
       77 rc-hit         pic S9(4) comp-4.
       77 rc-rt-max      pic S9(4) comp-4 value 8.
       77 rc-rt-ix       pic S9(4) comp-4.
       77 ws-rc-toobig   pic X value 'N'.
          88 rc-toobig value 'Y'.
       01 rc-table.
          05 rc-op occurs 200 times.
             10 rc-op-id       pic X(8).
             10 rc-op-seen     pic 9(8).
             10 rc-op-denied   pic 9(5).
             10 rc-op-signfail pic 9(5).
             10 rc-rt-count    pic S9(4) comp-4.
             10 rc-rt occurs 8 times.
                15 rc-rt-name  pic X(8).
                15 rc-rt-last  pic 9(8).
       77 ws-word        pic X(40).
       77 ws-ptr         pic S9(4) comp-4.

      *> Rights some trail can show being used.
       01 rc-traced-data.
          05 filler pic X(8) value 'STAGE'.
          05 filler pic X(8) value 'RESTORE'.
          05 filler pic X(8) value 'PROFILE'.
          05 filler pic X(8) value 'PROMOTE'.
          05 filler pic X(8) value 'PURGE'.
          05 filler pic X(8) value 'SECURITY'.
          05 filler pic X(8) value 'RECERT'.
          05 filler pic X(8) value 'ALL'.
       01 rc-traced redefines rc-traced-data.
          05 rc-traced-right pic X(8) occurs 8 times.
       77 rc-tr-ix       pic S9(4) comp-4.
       77 ws-traced      pic X.
          88 right-traced value 'Y'.

      *> Totals and report scratch.
       77 ws-tot-rights  pic 9(6) value zero.
       77 ws-tot-flagged pic 9(6) value zero.
       77 ws-tot-untrace pic 9(6) value zero.
       77 ws-age         pic 9(7).
       77 ws-age-disp    pic Z(4)9.
       77 ws-cnt-disp    pic Z(4)9.
       77 ws-count-disp  pic Z(5)9.
       77 ws-count-disp2 pic Z(5)9.
       77 ws-count-disp3 pic Z(5)9.
       77 ws-finding     pic X(40).
       77 ws-confirm     pic X.
       77 ws-now-date    pic 9(8).
       77 ws-now-time    pic 9(8).

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-signoff-env from environment 'AOCRECERT_SIGNOFF'
           if signoff-run
              COPY SIGNON REPLACING PROGID BY 'AOCRECERT'
                                    OPERATOR BY jl-operator.
           end-if

           accept ws-env-value from environment 'AOCRECERT_DAYS'
           if ws-env-value not = spaces
              and function trim(ws-env-value) is numeric
              compute ws-days = function numval(ws-env-value)
           end-if
           accept ws-env-path from environment 'AOCRECERT_SIGNOFFS'
           if ws-env-path not = spaces
              move ws-env-path to signoff-name
           end-if
           compute ws-bus-int = function integer-of-date(jl-busdate)
           compute ws-win-start =
              function date-of-integer(ws-bus-int - ws-days)
           move ws-win-start(1:4) to ws-win-year
           move ws-win-start(1:6) to ws-win-month
           move jl-busdate(1:4) to ws-bus-year
           move jl-busdate(1:6) to ws-bus-month
           move jl-busdate(1:4) to ws-tq-year
           compute ws-tq-num = (function numval(jl-busdate(5:2)) - 1)
              / 3 + 1
           if ws-tq-num = 1
              compute ws-pq-year = ws-tq-year - 1
              move 4 to ws-pq-num
           else
              move ws-tq-year to ws-pq-year
              compute ws-pq-num = ws-tq-num - 1
           end-if

           perform load-operators
           if oa-file-status not = '00'
              display 'AOCRECERT: no operator file at '
                 function trim(operauth-name)
                 ' -- authorization is not in force, nothing to '
                 'recertify'
              move 'NOAUTH' to jl-status
              move 'no operator file' to jl-answer
              perform finish-run
              goback
           end-if
           if rc-toobig
              display 'AOCRECERT: the operator file exceeds the '
                 rc-max '-operator table limit -- later operators '
                 'are not on this list'
           end-if

      *> Every trail, oldest evidence first doesn't matter -- each
      *> use only ever moves a date later.
           accept ws-env-path from environment 'AOCSTAGE_AUDIT'
           move 'C:\WS\AOC2021\AOCSTAGE-AUDIT.txt' to trail-name
           if ws-env-path not = spaces
              move ws-env-path to trail-name
           end-if
           move 'A' to ws-trail-kind
           perform scan-trail
           move 'C:\WS\AOC2021\AOC-PROFILE-HISTORY.txt' to trail-name
           move 'P' to ws-trail-kind
           perform scan-trail
           move 'C:\WS\AOC2021\AOC-RESULTS-DECISIONS.txt' to trail-name
           move 'D' to ws-trail-kind
           perform scan-trail
           accept ws-env-path from environment 'AOCVERS_REGISTER'
           move 'C:\WS\AOC2021\AOC-VERSIONS.txt' to trail-name
           if ws-env-path not = spaces
              move ws-env-path to trail-name
           end-if
           move 'V' to ws-trail-kind
           perform scan-trail
           move signoff-name to trail-name
           move 'S' to ws-trail-kind
           perform scan-trail
           move auth-log-name to trail-name
           move 'L' to ws-trail-kind
           perform scan-trail
           perform scan-job-logs

           perform write-recert-report

           if ws-tot-flagged > zero
              move 'RECERT' to jl-status
              move ws-days to ws-age-disp
              display 'AOC1001W AOCRECERT: '
                 function trim(ws-count-disp2) ' right(s) unused in '
                 function trim(ws-age-disp)
                 ' days -- flagged for removal in '
                 function trim(recert-report-name)
           end-if
           if ws-signoffs > zero and ws-prev-by = spaces
              if jl-status = 'OK'
                 move 'UNSIGNED' to jl-status
              end-if
              display 'AOC1002W AOCRECERT: ' ws-prev-qtr
                 ' access list was never signed off'
           end-if
           move rc-count to ws-count-disp
           move ws-tot-rights to ws-count-disp3
           string 'operators=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' rights=' delimited by size
                  function trim(ws-count-disp3) delimited by size
                  ' flagged=' delimited by size
                  function trim(ws-count-disp2) delimited by size
             into jl-answer
           perform finish-run
           goback.

       finish-run section.
           move rc-count to jl-recs-read
           move ws-tot-flagged to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCRECERT'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           .

      *> One entry per operator line, its rights split into words.
       load-operators section.
           accept oa-env-path from environment 'AOC_OPERAUTH'
           if oa-env-path not = spaces
              move oa-env-path to operauth-name
           end-if
           open input operauth-file
           if oa-file-status not = '00'
              exit section
           end-if
           move 'on' to oa-eof
           read operauth-file at end set oa-at-eof to true end-read
           perform until oa-at-eof
              if operauth-record(1:1) not = '*'
                 and operauth-record(1:8) not = spaces
                 if rc-count >= rc-max
                    set rc-toobig to true
                 else
                    move operauth-record to oa-auth-rec
                    add 1 to rc-count
                    move oa-ar-id to rc-op-id(rc-count)
                    move zero to rc-op-seen(rc-count)
                                 rc-op-denied(rc-count)
                                 rc-op-signfail(rc-count)
                                 rc-rt-count(rc-count)
                    move 1 to ws-ptr
                    perform until ws-ptr > length of oa-ar-rights
                       or rc-rt-count(rc-count) >= rc-rt-max
                       move spaces to ws-word
                       unstring oa-ar-rights delimited by all space
                          into ws-word with pointer ws-ptr
                       end-unstring
                       if ws-word not = spaces
                          add 1 to rc-rt-count(rc-count)
                          move ws-word
                            to rc-rt-name(rc-count,
                                          rc-rt-count(rc-count))
                          move zero
                            to rc-rt-last(rc-count,
                                          rc-rt-count(rc-count))
                       end-if
                    end-perform
                 end-if
              end-if
              read operauth-file at end set oa-at-eof to true end-read
           end-perform
           close operauth-file
           .

      *> The dated trails all start yyyymmdd hhmmssss; what the rest
      *> of the line means depends on the trail.
       scan-trail section.
           open input trail-file
           if tr-file-status not = '00'
              exit section
           end-if
           move 'N' to ws-trail-eof
           read trail-file at end set trail-at-eof to true end-read
           perform until trail-at-eof
              perform note-trail-line
              read trail-file at end set trail-at-eof to true
              end-read
           end-perform
           close trail-file
           .

       note-trail-line section.
           if ws-trail-kind = 'V'
      *> Version register: the promoter and the date it went live.
              if trail-record(37:8) is numeric
                 move trail-record(55:8) to ws-use-oper
                 move 'PROMOTE' to ws-use-right
                 move trail-record(37:8) to ws-use-date
                 perform note-use
              end-if
              exit section
           end-if
           if trail-record(1:8) is not numeric
              exit section
           end-if
           move trail-record(1:8) to ws-use-date
           evaluate ws-trail-kind
              when 'A'
                 move trail-record(19:8) to ws-use-oper
                 move zero to ws-tally
                 inspect trail-record tallying ws-tally
                    for all ' line(s) restored to '
                 if ws-tally > zero
                    move 'RESTORE' to ws-use-right
                 else
                    move 'STAGE' to ws-use-right
                 end-if
                 perform note-use
              when 'P'
                 move trail-record(19:8) to ws-use-oper
                 move 'PROFILE' to ws-use-right
                 perform note-use
              when 'D'
                 move trail-record(19:8) to ws-use-oper
                 move spaces to ws-use-right
                 perform note-use
              when 'S'
                 move trail-record(19:8) to ws-use-oper
                 move 'RECERT' to ws-use-right
                 perform note-use
                 add 1 to ws-signoffs
                 if trail-record(28:6) = ws-this-qtr
                    move trail-record(19:8) to ws-this-by
                    move trail-record(1:8) to ws-this-on
                 end-if
                 if trail-record(28:6) = ws-prev-qtr
                    move trail-record(19:8) to ws-prev-by
                    move trail-record(1:8) to ws-prev-on
                 end-if
              when 'L'
                 perform note-auth-line
           end-evaluate
           .

      *> Authorization log: OPAUTHCHK's DENIED lines carry the
      *> operator in 26-33; AOCSIGN's lines carry an event in 19-26
      *> and the ID in 28-35.
       note-auth-line section.
           if trail-record(18:8) = ' DENIED '
              move trail-record(26:8) to ws-use-oper
              perform find-op
              if rc-hit > zero
                 add 1 to rc-op-denied(rc-hit)
              end-if
              exit section
           end-if
           move trail-record(28:8) to ws-use-oper
           evaluate trail-record(19:8)
              when 'SIGNFAIL'
                 perform find-op
                 if rc-hit > zero
                    add 1 to rc-op-signfail(rc-hit)
                 end-if
              when 'SIGNON'
                 move spaces to ws-use-right
                 perform note-use
              when 'PINRESET'
                 move spaces to ws-use-oper
                 unstring trail-record(48:) delimited by 'reset by '
                    into ws-word ws-use-oper
                 end-unstring
                 move 'SECURITY' to ws-use-right
                 perform note-use
           end-evaluate
           .

      *> The job log, the rolled segments covering the window first
      *> (the year files AOCYREND writes, the month files AOCLOGROLL
      *> writes), then the live log.
       scan-job-logs section.
           move job-log-file-name to ws-live-log-name
           perform varying ws-year from ws-win-year by 1
                   until ws-year > ws-bus-year
              move spaces to trail-name
              string 'C:\WS\AOC2021\AOC-JOBLOG-' delimited by size
                     ws-year delimited by size
                     '.txt' delimited by size
                into trail-name
              perform scan-one-log
              perform varying ws-month from 1 by 1
                      until ws-month > 12
                 compute ws-yyyymm = ws-year * 100 + ws-month
                 if ws-yyyymm >= ws-win-month
                    and ws-yyyymm <= ws-bus-month
                    move spaces to trail-name
                    string 'C:\WS\AOC2021\AOC-JOBLOG-'
                              delimited by size
                           ws-yyyymm delimited by size
                           '.txt' delimited by size
                      into trail-name
                    perform scan-one-log
                 end-if
              end-perform
           end-perform
           move ws-live-log-name to trail-name
           perform scan-one-log
           move ws-live-log-name to job-log-file-name
           .

      *> Any run under the operator is activity; an AOCARCH run that
      *> purged something is the PURGE right at work.
       scan-one-log section.
           move trail-name to job-log-file-name
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           move 'N' to jl-seal-eof
           read job-log-file at end set jl-seal-at-eof to true
           end-read
           perform until jl-seal-at-eof
              move job-log-record to jlr-record
              if jlr-start-date is numeric
                 and jlr-operator not = spaces
                 move jlr-operator to ws-use-oper
                 move jlr-start-date to ws-use-date
                 move spaces to ws-use-right
                 if jlr-progid = 'AOCARCH'
                    move zero to ws-tally
                    inspect jlr-answer tallying ws-tally
                       for all ' purged='
                    inspect jlr-answer tallying ws-tally
                       for all ' purged=0 '
                    if ws-tally = 1
                       move 'PURGE' to ws-use-right
                    end-if
                 end-if
                 perform note-use
              end-if
              read job-log-file at end set jl-seal-at-eof to true
              end-read
           end-perform
           close job-log-file
           .

      *> A dated use by an operator: their last activity, the right
      *> it exercises, and ALL -- which any use exercises.
       note-use section.
           perform find-op
           if rc-hit = zero
              exit section
           end-if
           if ws-use-date > rc-op-seen(rc-hit)
              move ws-use-date to rc-op-seen(rc-hit)
           end-if
           perform varying rc-rt-ix from 1 by 1
                   until rc-rt-ix > rc-rt-count(rc-hit)
              if rc-rt-name(rc-hit, rc-rt-ix) = 'ALL'
                 or (ws-use-right not = spaces
                     and rc-rt-name(rc-hit, rc-rt-ix) = ws-use-right)
                 if ws-use-date > rc-rt-last(rc-hit, rc-rt-ix)
                    move ws-use-date to rc-rt-last(rc-hit, rc-rt-ix)
                 end-if
              end-if
           end-perform
           .

       find-op section.
           move zero to rc-hit
           if ws-use-oper = spaces
              exit section
           end-if
           perform varying rc-ix from 1 by 1
                   until rc-ix > rc-count or rc-hit > zero
              if rc-op-id(rc-ix) = ws-use-oper
                 move rc-ix to rc-hit
              end-if
           end-perform
           .

       write-recert-report section.
           string 'C:\WS\AOC2021\AOCRECERT-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into recert-report-name
           open output recert-report-file
           move 'AOCRECERT' to rw-prog
           move 'ACCESS RECERTIFICATION' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY recert-report-record.
           move ws-days to ws-age-disp
           move spaces to recert-report-record
           string 'Quarter ' delimited by size
                  ws-this-qtr delimited by size
                  ' -- rights unused since ' delimited by size
                  ws-win-start delimited by size
                  ' (' delimited by size
                  function trim(ws-age-disp) delimited by size
                  ' days) are flagged for removal' delimited by size
             into recert-report-record
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           move spaces to recert-report-record
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           move 'OPERATOR RIGHT    LAST USED   DAYS DENIED SIGNFAIL '
             & 'LAST SEEN FINDING' to recert-report-record
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.

           perform varying rc-ix from 1 by 1 until rc-ix > rc-count
              if rc-rt-count(rc-ix) = zero
                 move spaces to recert-report-record
                 move rc-op-id(rc-ix) to recert-report-record(1:8)
                 move '(none)' to recert-report-record(10:8)
                 perform fill-operator-columns
                 move 'holds no rights -- remove the entry?'
                   to recert-report-record(62:40)
                 COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
              end-if
              perform varying rc-rt-ix from 1 by 1
                      until rc-rt-ix > rc-rt-count(rc-ix)
                 perform write-right-line
              end-perform
           end-perform

           move spaces to recert-report-record
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           move rc-count to ws-count-disp
           move ws-tot-flagged to ws-count-disp2
           move ws-tot-rights to ws-count-disp3
           move ws-tot-untrace to ws-cnt-disp
           move spaces to recert-report-record
           string function trim(ws-count-disp) delimited by size
                  ' operator(s), ' delimited by size
                  function trim(ws-count-disp3) delimited by size
                  ' right(s), ' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' flagged for removal, ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
                  ' with no trail to judge by' delimited by size
             into recert-report-record
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           if signoff-run
              perform record-signoff
           end-if
           move spaces to recert-report-record
           if ws-this-by = spaces
              string 'Sign-off ' delimited by size
                     ws-this-qtr delimited by size
                     ': NOT YET SIGNED OFF' delimited by size
                into recert-report-record
           else
              string 'Sign-off ' delimited by size
                     ws-this-qtr delimited by size
                     ': signed by ' delimited by size
                     ws-this-by delimited by space
                     ' on ' delimited by size
                     ws-this-on delimited by size
                into recert-report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           move spaces to recert-report-record
           if ws-prev-by = spaces
              string 'Sign-off ' delimited by size
                     ws-prev-qtr delimited by size
                     ': never signed off' delimited by size
                into recert-report-record
           else
              string 'Sign-off ' delimited by size
                     ws-prev-qtr delimited by size
                     ': signed by ' delimited by size
                     ws-prev-by delimited by space
                     ' on ' delimited by size
                     ws-prev-on delimited by size
                into recert-report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           COPY RPTFOOT REPLACING RPT-REC BY recert-report-record.
           close recert-report-file
           COPY CATADD REPLACING PROGID BY 'AOCRECERT'
                                 RPT-PATH BY recert-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCRECERT: report written to '
              function trim(recert-report-name)
           .

      *> One right of one operator, judged against the window. The
      *> operator's own columns ride on their first line only.
       write-right-line section.
           add 1 to ws-tot-rights
           move spaces to recert-report-record
           move rc-op-id(rc-ix) to recert-report-record(1:8)
           move rc-rt-name(rc-ix, rc-rt-ix)
             to recert-report-record(10:8)
           if rc-rt-last(rc-ix, rc-rt-ix) = zero
              move 'never' to recert-report-record(19:8)
           else
              move rc-rt-last(rc-ix, rc-rt-ix)
                to recert-report-record(19:8)
              compute ws-age = ws-bus-int - function integer-of-date(
                 rc-rt-last(rc-ix, rc-rt-ix))
              move ws-age to ws-age-disp
              move ws-age-disp to recert-report-record(28:5)
           end-if
           if rc-rt-ix = 1
              perform fill-operator-columns
           end-if
           move 'N' to ws-traced
           perform varying rc-tr-ix from 1 by 1 until rc-tr-ix > 8
              if rc-traced-right(rc-tr-ix) = rc-rt-name(rc-ix, rc-rt-ix)
                 set right-traced to true
              end-if
           end-perform
           move spaces to ws-finding
           evaluate true
              when not right-traced
                 add 1 to ws-tot-untrace
                 move 'no trail -- review by hand' to ws-finding
              when rc-rt-last(rc-ix, rc-rt-ix) < ws-win-start
                 add 1 to ws-tot-flagged
                 move 'REMOVE? unused in the window' to ws-finding
           end-evaluate
           move ws-finding to recert-report-record(62:40)
           COPY RPTLINE REPLACING RPT-REC BY recert-report-record.
           if signoff-run and ws-finding not = spaces
              display '  ' rc-op-id(rc-ix) ' '
                 rc-rt-name(rc-ix, rc-rt-ix) ' '
                 function trim(ws-finding)
           end-if
           .

       fill-operator-columns section.
           move rc-op-denied(rc-ix) to ws-cnt-disp
           move ws-cnt-disp to recert-report-record(34:5)
           move rc-op-signfail(rc-ix) to ws-cnt-disp
           move ws-cnt-disp to recert-report-record(42:5)
           if rc-op-seen(rc-ix) = zero
              move 'never' to recert-report-record(52:8)
           else
              move rc-op-seen(rc-ix) to recert-report-record(52:8)
           end-if
           .

      *> The manager's sign-off: the RECERT right, a confirmation,
      *> one register line -- date, time, who, which quarter, and what
      *> the list held when it was signed.
       record-signoff section.
           move jl-operator to oa-operator
           move 'RECERT' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              display 'AOCRECERT: ' ws-this-qtr ' NOT signed off'
              exit section
           end-if
           move rc-count to ws-count-disp
           move ws-tot-flagged to ws-count-disp2
           move ws-tot-rights to ws-count-disp3
           display 'AOCRECERT: ' function trim(ws-count-disp)
              ' operator(s), ' function trim(ws-count-disp3)
              ' right(s), ' function trim(ws-count-disp2)
              ' flagged -- see ' function trim(recert-report-name)
           display 'Sign off the ' ws-this-qtr
              ' access list as reviewed? (Y/N): ' with no advancing
           move space to ws-confirm
           accept ws-confirm
           COPY SIGNIDLE.
           if sg-refused
              exit section
           end-if
           if ws-confirm not = 'Y' and ws-confirm not = 'y'
              display 'AOCRECERT: ' ws-this-qtr ' NOT signed off'
              exit section
           end-if
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           open extend signoff-file
           if so-file-status = '35'
              open output signoff-file
           end-if
           move spaces to signoff-record
           string ws-now-date delimited by size
                  ' ' delimited by size
                  ws-now-time delimited by size
                  ' ' delimited by size
                  jl-operator delimited by size
                  ' ' delimited by size
                  ws-this-qtr delimited by size
                  ' operators=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' rights=' delimited by size
                  function trim(ws-count-disp3) delimited by size
                  ' flagged=' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' ' delimited by size
                  function trim(recert-report-name) delimited by size
             into signoff-record
           write signoff-record
           close signoff-file
           move jl-operator to ws-this-by
           move ws-now-date to ws-this-on
           display 'AOCRECERT: ' ws-this-qtr ' signed off by '
              function trim(jl-operator)
           .
