       identification division.
       program-id. AOCINC.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Incident register maintenance, in the AOCCAL/AOCINQ screen
      *> style. AOCALERT follows one alert from OPEN to CLOSED, but a
      *> real problem spans several alerts and several nights and
      *> its diagnosis was written down nowhere. An incident here
      *> collects the alert IDs and job-log runs that belong to one
      *> problem, carries its root-cause category and the fix, and
      *> is closed when the fix is in. AOCINCRPT turns the register
      *> into the month's incident statement for the closing pack.
      *>   AOCINC_REGISTER  the register (default AOC-INCIDENTS.txt)
      *>   AOCALERT_STORE   the alert store attached IDs are checked
      *>                    against
             select incident-file
               assign to dynamic ws-register-name
               organization is line sequential
               file status is ws-reg-status.
             select history-file
               assign to dynamic ws-history-path
               organization is line sequential
               file status is ws-hist-status.
             select alert-file
               assign to dynamic ws-alert-name
               organization is line sequential
               file status is ws-alert-status.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.

       fd incident-file
          block 0 records
          label records omitted
          data record is incident-record.
       01 incident-record pic X(220).

       fd history-file
          block 0 records
          label records omitted
          data record is history-record.
       01 history-record pic X(160).

       fd alert-file
          block 0 records
          label records omitted
          data record is alert-record.
       01 alert-record pic X(200).

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       77 ws-register-name pic X(60)
          value 'C:\WS\AOC2021\AOC-INCIDENTS.txt'.
       77 ws-reg-status pic X(2).
       77 ws-history-path pic X(60)
          value 'C:\WS\AOC2021\AOC-INCIDENT-HISTORY.txt'.
       77 ws-hist-status pic X(2).
       77 ws-alert-name pic X(60)
          value 'C:\WS\AOC2021\AOC-ALERTS.txt'.
       77 ws-alert-status pic X(2).
       77 ws-env-path pic X(60).

      *> One register line. Every line starts with the incident ID
      *> and a type: I the incident itself, A an attached alert, J
      *> an attached job-log run.
       COPY INCREC.

      *> The alert store's columns, as AOCALERT writes them.
       01 ia-store-rec.
          05 ia-sr-id      pic 9(6).
          05 filler        pic X.
          05 ia-sr-progid  pic X(20).
          05 filler        pic X.
          05 ia-sr-date    pic 9(8).
          05 filler        pic X.
          05 ia-sr-status  pic X(8).
          05 filler        pic X(154).

      *> The register held whole for the rewrite, as AOCCAL holds the
      *> calendar -- one that does not fit locks the editing.
       77 ig-max   pic S9(4) comp-4 value 1000.
       77 ig-count pic S9(4) comp-4 value zero.
       77 ws-reg-toobig pic X value 'N'.
          88 reg-toobig value 'Y'.
       01 ig-table.
          05 ig-line occurs 1000 times pic X(220).
       77 ig-ix   pic S9(4) comp-4.
       77 ig-hit  pic S9(4) comp-4.
       77 ig-jx   pic S9(4) comp-4.
       77 ig-next-id pic 9(6) value 1.

       77 ws-choice  pic X(2).
       77 ws-answer  pic X(60).
       77 ws-inc-id  pic 9(6).
       77 ws-alert-id pic 9(6).
       77 ws-run-date pic 9(8).
       77 ws-run-hhmm pic 9(4).
       77 ws-progid  pic X(20).
       77 ws-category pic X(10).
          88 category-ok value 'DATA' 'LATE' 'CODE' 'CONFIG' 'INFRA'
                               'OPERATOR' 'EXTERNAL'.
       77 ws-operator pic X(8).
       77 ws-stamp-date pic 9(8).
       77 ws-stamp-time pic 9(8).
       77 ws-action pic X(8).
       77 ws-note   pic X(60).
       77 ws-found  pic X value 'N'.
          88 found-it value 'Y'.
       77 ws-open-count pic 9(4).
       77 ws-link-count pic 9(4).
       77 ws-scan-eof pic X.
          88 scan-at-eof value 'Y'.
       77 ws-match-time pic 9(8).

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.
           accept ws-env-path from environment 'AOCINC_REGISTER'
           if ws-env-path not = spaces
              move ws-env-path to ws-register-name
           end-if
           accept ws-env-path from environment 'AOCALERT_STORE'
           if ws-env-path not = spaces
              move ws-env-path to ws-alert-name
           end-if
           COPY SIGNON REPLACING PROGID BY 'AOCINC'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
              accept ws-operator
              if ws-operator = spaces
                 move 'UNKNOWN' to ws-operator
              end-if
           end-if

           perform load-register

           move spaces to ws-choice
           perform until ws-choice = 'Q' or ws-choice = 'q'
              perform list-open-incidents
              display 'O=open, A=attach alert, J=attach job run, '
                 'D=diagnose, X=close, S=show, Q=quit: '
                 with no advancing
              move spaces to ws-choice
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to ws-choice
              end-if
              evaluate ws-choice
                 when 'O' when 'o' perform open-incident
                 when 'A' when 'a' perform attach-alert
                 when 'J' when 'j' perform attach-run
                 when 'D' when 'd' perform diagnose-incident
                 when 'X' when 'x' perform close-incident
                 when 'S' when 's' perform show-incident
                 when other
                    continue
              end-evaluate
           end-perform
           goback.

       load-register section.
           move zero to ig-count
           move 1 to ig-next-id
           open input incident-file
           if ws-reg-status not = '00'
              display 'AOCINC: no incident register yet -- the first '
                 'incident opened starts one'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read incident-file at end set scan-at-eof to true end-read
           perform until scan-at-eof
              if incident-record not = spaces
                 if ig-count >= ig-max
                    set reg-toobig to true
                    set scan-at-eof to true
                 else
                    add 1 to ig-count
                    move incident-record to ig-line(ig-count)
                    move incident-record to in-rec
                    if in-id is numeric and in-id >= ig-next-id
                       compute ig-next-id = in-id + 1
                    end-if
                 end-if
              end-if
              if not scan-at-eof
                 read incident-file at end set scan-at-eof to true
                 end-read
              end-if
           end-perform
           close incident-file
           if reg-toobig
              display 'AOCINC: the register exceeds the ' ig-max
                 '-line table limit -- changes locked to avoid '
                 'truncating it on save'
           end-if
           .

       list-open-incidents section.
           display ' '
           display 'Open incidents (' function trim(ws-register-name)
              '):'
           move zero to ws-open-count
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              move ig-line(ig-ix) to in-rec
              if in-is-incident and ih-status = 'OPEN'
                 add 1 to ws-open-count
                 display '  ' in-id ' ' ih-opened-date ' '
                    ih-progid ' ' ih-category ' '
                    function trim(ih-title)
              end-if
           end-perform
           if ws-open-count = zero
              display '  none'
           end-if
           .

       ask-incident section.
           move zero to ws-inc-id
           move zero to ig-hit
           display 'Incident ID: ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           if function trim(ws-answer) is not numeric
              display 'Not an incident number'
              exit section
           end-if
           compute ws-inc-id = function numval(ws-answer)
           perform find-incident
           if ig-hit = zero
              display 'No incident ' ws-inc-id
           end-if
           .

      *> ig-hit: ws-inc-id's own line.
       find-incident section.
           move zero to ig-hit
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              move ig-line(ig-ix) to in-rec
              if in-id = ws-inc-id and in-is-incident
                 move ig-ix to ig-hit
                 exit perform
              end-if
           end-perform
           .

       ask-category section.
           move spaces to ws-category
           display 'Root cause (DATA LATE CODE CONFIG INFRA OPERATOR '
              'EXTERNAL): ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           move function upper-case(ws-answer) to ws-category
           if not category-ok
              display 'Not a root-cause category'
              move spaces to ws-category
           end-if
           .

       open-incident section.
           if reg-toobig
              perform refuse-reg-toobig
              exit section
           end-if
           if ig-count >= ig-max
              display 'The register is at its ' ig-max '-line cap'
              exit section
           end-if
           move spaces to in-rec
           display 'Title: ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           if ws-answer = spaces
              display 'An incident needs a title -- not opened'
              exit section
           end-if
           move ws-answer to ih-title
           display 'Program (blank to take it from the first '
              'attachment): ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           move function upper-case(ws-answer) to ih-progid
           move ig-next-id to in-id
           move 'I' to in-type
           move 'OPEN' to ih-status
           accept ih-opened-date from date yyyymmdd
           accept ih-opened-time from time
           move ws-operator to ih-opened-by
           move zero to ih-closed-date ih-closed-time
           add 1 to ig-count
           move in-rec to ig-line(ig-count)
           add 1 to ig-next-id
           move in-id to ws-inc-id
           move 'OPEN' to ws-action
           move ih-title to ws-note
           perform save-register
           display 'Incident ' in-id ' opened'
           .

      *> An incident still OPEN, for the attach and close functions.
       ask-open-incident section.
           perform ask-incident
           if ig-hit = zero
              exit section
           end-if
           move ig-line(ig-hit) to in-rec
           if ih-status not = 'OPEN'
              display 'Incident ' ws-inc-id ' is closed'
              move zero to ig-hit
           end-if
           .

       attach-alert section.
           if reg-toobig
              perform refuse-reg-toobig
              exit section
           end-if
           perform ask-open-incident
           if ig-hit = zero
              exit section
           end-if
           display 'Alert ID: ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           if function trim(ws-answer) is not numeric
              display 'Not an alert number'
              exit section
           end-if
           compute ws-alert-id = function numval(ws-answer)
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              move ig-line(ig-ix) to in-rec
              if in-id = ws-inc-id and in-is-alert
                 and il-alert-id = ws-alert-id
                 display 'Alert ' ws-alert-id ' is already attached'
                 exit section
              end-if
           end-perform
           perform find-alert
           if not found-it
              display 'Alert ' ws-alert-id ' is not in '
                 function trim(ws-alert-name)
              exit section
           end-if
           move spaces to in-rec
           move ws-inc-id to in-id
           move 'A' to in-type
           move ia-sr-progid to il-progid
           move ia-sr-date to il-ref-date
           move zero to il-ref-time
           move ws-alert-id to il-alert-id
           move ia-sr-status to il-status
           perform add-link
           display 'Alert ' ws-alert-id ' (' function trim(il-progid)
              ' ' il-ref-date ') attached to incident ' ws-inc-id
           .

       find-alert section.
           move 'N' to ws-found
           open input alert-file
           if ws-alert-status not = '00'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read alert-file at end set scan-at-eof to true end-read
           perform until scan-at-eof
              move alert-record to ia-store-rec
              if ia-sr-id is numeric and ia-sr-id = ws-alert-id
                 set found-it to true
                 set scan-at-eof to true
              else
                 read alert-file at end set scan-at-eof to true
                 end-read
              end-if
           end-perform
           close alert-file
           .

      *> A run is named by program and business date, and by start
      *> time (hhmm) when the program ran more than once that day;
      *> without one the day's last run is taken.
       attach-run section.
           if reg-toobig
              perform refuse-reg-toobig
              exit section
           end-if
           perform ask-open-incident
           if ig-hit = zero
              exit section
           end-if
           display 'Program: ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           move function upper-case(ws-answer) to ws-progid
           display 'Run date (yyyymmdd): ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           if ws-answer(1:8) is not numeric
              display 'Not a yyyymmdd date'
              exit section
           end-if
           move ws-answer(1:8) to ws-run-date
           display 'Start time (hhmm, blank for the day''s last '
              'run): ' with no advancing
           move spaces to ws-answer
           accept ws-answer
           move zero to ws-run-hhmm
           if ws-answer not = spaces
              if ws-answer(1:4) is not numeric
                 display 'Not an hhmm time'
                 exit section
              end-if
              move ws-answer(1:4) to ws-run-hhmm
           end-if
           perform find-run
           if not found-it
              display 'No ' function trim(ws-progid) ' run on '
                 ws-run-date ' in the job log'
              exit section
           end-if
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              move ig-line(ig-ix) to in-rec
              if in-id = ws-inc-id and in-is-run
                 and il-progid = ws-progid
                 and il-ref-date = ws-run-date
                 and il-ref-time = ws-match-time
                 display 'That run is already attached'
                 exit section
              end-if
           end-perform
           move spaces to in-rec
           move ws-inc-id to in-id
           move 'J' to in-type
           move ws-progid to il-progid
           move ws-run-date to il-ref-date
           move ws-match-time to il-ref-time
           move zero to il-alert-id
           move jlp-status to il-status
           perform add-link
           display function trim(ws-progid) ' run ' ws-run-date ' '
              ws-match-time(1:4) ' (' function trim(il-status)
              ') attached to incident ' ws-inc-id
           .

      *> The matching run's start time into ws-match-time and its
      *> status into jlp-status.
       find-run section.
           move 'N' to ws-found
           move spaces to ws-note
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           move 'N' to ws-scan-eof
           read job-log-file at end set scan-at-eof to true end-read
           perform until scan-at-eof
              COPY JOBLOGPARSE.
              if jlp-valid and jlp-progid = ws-progid
                 and jlp-start-date = ws-run-date
                 and jlp-status not = 'START' and not = 'LANEEND'
                 and jlp-status not = 'LOKCLR' and not = 'VOID'
                 and (ws-run-hhmm = zero
                      or jlp-start-time(1:4) = ws-run-hhmm)
                 set found-it to true
                 move jlp-start-time to ws-match-time
                 move jlp-status to ws-note
              end-if
              read job-log-file at end set scan-at-eof to true
              end-read
           end-perform
           close job-log-file
           move ws-note to jlp-status
           .

      *> The new link goes in after the incident's last line, and
      *> a program-less incident takes its first attachment's.
       add-link section.
           if ig-count >= ig-max
              display 'The register is at its ' ig-max '-line cap'
              exit section
           end-if
           accept il-att-date from date yyyymmdd
           move ws-operator to il-att-by
           move in-rec to incident-record
           move il-progid to ws-progid
           move ig-hit to ig-ix
           perform until ig-ix >= ig-count
              if ig-line(ig-ix + 1)(1:6) not = incident-record(1:6)
                 exit perform
              end-if
              add 1 to ig-ix
           end-perform
           perform varying ig-jx from ig-count by -1
                   until ig-jx <= ig-ix
              move ig-line(ig-jx) to ig-line(ig-jx + 1)
           end-perform
           move incident-record to ig-line(ig-ix + 1)
           add 1 to ig-count
           move ig-line(ig-hit) to in-rec
           if ih-progid = spaces
              move ws-progid to ih-progid
              move in-rec to ig-line(ig-hit)
           end-if
           move incident-record to in-rec
           if in-is-alert
              move 'ALERT' to ws-action
           else
              move 'RUN' to ws-action
           end-if
           move spaces to ws-note
           string function trim(il-progid) delimited by size
                  ' ' delimited by size
                  il-ref-date delimited by size
                  ' ' delimited by size
                  il-ref-time delimited by size
                  ' ' delimited by size
                  il-alert-id delimited by size
             into ws-note
           perform save-register
           .

       diagnose-incident section.
           if reg-toobig
              perform refuse-reg-toobig
              exit section
           end-if
           perform ask-incident
           if ig-hit = zero
              exit section
           end-if
           perform ask-category
           if ws-category = spaces
              exit section
           end-if
           display 'Fix (what was done, or is to be done): '
              with no advancing
           move spaces to ws-answer
           accept ws-answer
           move ig-line(ig-hit) to in-rec
           move ws-category to ih-category
           if ws-answer not = spaces
              move ws-answer to ih-fix
           end-if
           move in-rec to ig-line(ig-hit)
           move 'DIAGNOSE' to ws-action
           move spaces to ws-note
           string function trim(ih-category) delimited by size
                  ' ' delimited by size
                  function trim(ih-fix) delimited by size
             into ws-note
           perform save-register
           display 'Incident ' ws-inc-id ' diagnosed '
              function trim(ih-category)
           .

      *> Closing needs the diagnosis in -- an incident closed without
      *> a category or a fix is no use to the month's statement.
       close-incident section.
           if reg-toobig
              perform refuse-reg-toobig
              exit section
           end-if
           perform ask-open-incident
           if ig-hit = zero
              exit section
           end-if
           if ih-category = spaces or ih-fix = spaces
              display 'Incident ' ws-inc-id ' has no root cause or '
                 'fix recorded -- diagnose it first'
              exit section
           end-if
           move 'CLOSED' to ih-status
           accept ih-closed-date from date yyyymmdd
           accept ih-closed-time from time
           move ws-operator to ih-closed-by
           move in-rec to ig-line(ig-hit)
           move 'CLOSE' to ws-action
           move ih-fix to ws-note
           perform save-register
           display 'Incident ' ws-inc-id ' closed'
           .

       show-incident section.
           perform ask-incident
           if ig-hit = zero
              exit section
           end-if
           move ig-line(ig-hit) to in-rec
           display ' '
           display 'Incident ' in-id ' ' function trim(ih-status)
              ' -- ' function trim(ih-title)
           display '  program   ' ih-progid
           display '  opened    ' ih-opened-date ' '
              ih-opened-time(1:4) ' by ' ih-opened-by
           if ih-status = 'CLOSED'
              display '  closed    ' ih-closed-date ' '
                 ih-closed-time(1:4) ' by ' ih-closed-by
           end-if
           display '  cause     ' ih-category
           display '  fix       ' function trim(ih-fix)
           move zero to ws-link-count
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              move ig-line(ig-ix) to in-rec
              if in-id = ws-inc-id and not in-is-incident
                 add 1 to ws-link-count
                 if in-is-alert
                    display '  alert     ' il-alert-id ' '
                       il-progid ' ' il-ref-date ' '
                       il-status
                 else
                    display '  run       ' il-progid ' '
                       il-ref-date ' ' il-ref-time(1:4) ' '
                       il-status
                 end-if
              end-if
           end-perform
           if ws-link-count = zero
              display '  (nothing attached)'
           end-if
           .

       save-register section.
           open output incident-file
           perform varying ig-ix from 1 by 1 until ig-ix > ig-count
              write incident-record from ig-line(ig-ix)
           end-perform
           close incident-file
           perform append-history
           .

       append-history section.
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           open extend history-file
           if ws-hist-status = '35'
              open output history-file
           end-if
           move spaces to history-record
           string ws-stamp-date delimited by size
                  ' ' delimited by size
                  ws-stamp-time delimited by size
                  ' ' delimited by size
                  ws-operator delimited by size
                  ' ' delimited by size
                  ws-action delimited by size
                  ' ' delimited by size
                  ws-inc-id delimited by size
                  ' ' delimited by size
                  function trim(ws-note) delimited by size
             into history-record
           write history-record
           close history-file
           .

       refuse-reg-toobig section.
           display 'AOCINC: the register exceeds the ' ig-max
              '-line table limit -- changes locked'
           .
