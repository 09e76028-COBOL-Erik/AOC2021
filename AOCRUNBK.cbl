       identification division.
       program-id. AOCRUNBK.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Runbook executor -- the hands behind the alert sweep's
      *> runbook table. Most nights' alerts have a standard fix an
      *> operator used to carry out by hand at 3 a.m.: restage a late
      *> input, clear a checkpoint left over from an earlier business
      *> date, or rerun a step once its input has landed. AOCALERT
      *> decides WHETHER an alert gets an automatic action (the table
      *> match, the attempt limit, the allowed hours); this subprogram
      *> carries the one action out, under the service operator the
      *> table names, through the same guarded paths an operator
      *> would use -- AOCSTAGE's manifest staging, AOCCKPT's checkpoint
      *> rules, AOCWATCH's arrival run -- and says what happened.
      *> Callers speak runbook-parm (RUNBKLK.cpy). Every action,
      *> whatever its result, is appended to the runbook log.
      *>   AOCRUNBK_LOG     the runbook action log (default
      *>                    C:\WS\AOC2021\AOC-RUNBOOK-LOG.txt)
      *>   AOCRUNBK_CMD     AOCBATCH executable when it isn't on the
      *>                    PATH as plain AOCBATCH
      *>   AOC_SERVICE_OPERATOR  the one operator AOCSTAGE accepts for
      *>                    unattended staging; RESTAGE under any
      *>                    other table operator is refused
             select arrival-reg-file
               assign to dynamic ws-arrival-path
               organization is line sequential
               file status is ws-arrival-status.
             select manifest-file
               assign to dynamic ws-manifest-path
               organization is line sequential
               file status is ws-man-status.
             select probe-file
               assign to dynamic ws-probe-path
               organization is line sequential
               file status is ws-probe-status.
             select runbook-log-file
               assign to dynamic runbook-log-name
               organization is line sequential
               file status is ws-log-status.
             COPY CKPTSEL.
             COPY OPAUTHSEL.
             COPY FRZSEL.
             COPY HOLDSEL.
             COPY RUNLKSEL.
       data division.
       file section.
       COPY CKPTFD.
       COPY OPAUTHFD.
       COPY FRZFD.
       COPY HOLDFD.
       COPY RUNLKFD.

       fd arrival-reg-file
          block 0 records
          label records omitted
          data record is arrival-reg-record.
       01 arrival-reg-record pic X(132).

       fd manifest-file
          block 0 records
          label records omitted
          data record is manifest-record.
       01 manifest-record pic X(200).

       fd probe-file
          block 0 records
          label records omitted
          data record is probe-record.
       01 probe-record pic X(80).

       fd runbook-log-file
          block 0 records
          label records omitted
          data record is runbook-log-record.
       01 runbook-log-record pic X(220).

       working-storage section.
       77 a-dummy pic X.

       77 runbook-log-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RUNBOOK-LOG.txt'.
       77 ws-log-status pic X(2).
       77 ws-env-path   pic X(60).
       77 ws-save-rc    pic S9(9) comp-4.
       77 ws-save-oper  pic X(8).
       77 ws-service-oper pic X(8).

      *> Same register, same X(60) override AOCSTAGE and AOCBATCH use.
       77 ws-arrival-path pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.
       77 ws-arrival-status pic X(2).
       01 arr-reg-rec.
          05 arr-date  pic 9(8).
          05 filler    pic X.
          05 arr-time  pic 9(8).
          05 filler    pic X.
          05 arr-count pic 9(6).
          05 filler    pic X.
          05 arr-path  pic X(80).
       77 ws-arr-total  pic S9(8) comp-4.
       77 ws-arr-before pic S9(8) comp-4.
       77 ws-arr-stamp  pic X(16).
       77 ws-arr-disp   pic Z(7)9.

       77 ws-manifest-path pic X(60).
       77 ws-man-status    pic X(2).
       77 ws-man-source    pic X(80).
       77 ws-man-target    pic X(20).
       77 ws-man-missing   pic X(80).

       77 ws-probe-path   pic X(60).
       77 ws-probe-status pic X(2).

       77 ws-batch-cmd pic X(60) value 'AOCBATCH'.

      *> The checkpoint registry's latest event for the alert's
      *> program -- the same "last event decides" rule AOCCKPT lists
      *> by.
       COPY CKPTWS.
      *> CKPTNOTE names the checkpoint path checkpoint-file-name.
       77 checkpoint-file-name pic X(60).
       77 ck-found pic X value 'N'.
          88 ck-was-found value 'Y'.
       01 ck-last.
          05 ck-last-date     pic 9(8).
          05 ck-last-action   pic X(8).
          05 ck-last-path     pic X(60).

      *> The action log, one fixed-column line per action taken.
       01 rg-log-rec.
          05 rg-date      pic 9(8).
          05 filler       pic X.
          05 rg-time      pic 9(8).
          05 filler       pic X.
          05 rg-alert-id  pic 9(6).
          05 filler       pic X.
          05 rg-progid    pic X(20).
          05 filler       pic X.
          05 rg-run-date  pic 9(8).
          05 filler       pic X.
          05 rg-action    pic X(10).
          05 filler       pic X.
          05 rg-result    pic X(8).
          05 filler       pic X.
          05 rg-operator  pic X(8).
          05 filler       pic X.
          05 rg-detail    pic X(60).

       COPY EOFSW.

       COPY OPAUTHWS.
       COPY FRZWS.
       COPY HOLDWS.
       COPY RUNLKWS.

       linkage section.
       COPY RUNBKLK.

       procedure division using runbook-parm.
      *> The caller's return code is its own escalation signal --
      *> nothing run from here may change it.
           move return-code to ws-save-rc
           move spaces to rb-result rb-detail
           accept ws-env-path from environment 'AOCRUNBK_LOG'
           if ws-env-path not = spaces
              move ws-env-path to runbook-log-name
           end-if
           accept ws-env-path from environment 'AOC_ARRIVALS'
           if ws-env-path not = spaces
              move ws-env-path to ws-arrival-path
           end-if
           accept ws-env-path from environment 'AOCRUNBK_CMD'
           if ws-env-path not = spaces
              move ws-env-path to ws-batch-cmd
           end-if

      *> The service operator is an operator like any other: the
      *> table's authority has to be on its line in the permissions
      *> file, and a refusal is logged there like anyone's.
           move rb-operator to oa-operator
           move rb-authority to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              move 'DENIED' to rb-result
              string 'service operator ' delimited by size
                     function trim(rb-operator) delimited by size
                     ' does not hold ' delimited by size
                     function trim(rb-authority) delimited by size
                into rb-detail
              display 'AOC1702W AOCRUNBK: alert ' rb-alert-id ' '
                 function trim(rb-action) ' refused -- '
                 function trim(rb-detail)
           else
              evaluate rb-action
                 when 'RESTAGE'
                    perform restage-input
                 when 'CLEARCKPT'
                    perform clear-stale-checkpoint
                 when 'RERUN'
                    perform rerun-on-arrival
                 when other
                    move 'FAILED' to rb-result
                    string 'no such runbook action: '
                              delimited by size
                           function trim(rb-action) delimited by size
                      into rb-detail
              end-evaluate
           end-if
           perform write-action-log
           move ws-save-rc to return-code
           goback.

      *> RESTAGE: the late input's manifest (source|target pairs,
      *> AOCSTAGE's own format) goes through AOCSTAGE exactly as
      *> AOCSPLIT drives it -- backup, verification, audit and the
      *> arrival register. Not ready until every source named in the
      *> manifest has landed; done only if the arrival register
      *> shows something was staged.
       restage-input section.
           if rb-param = spaces
              move 'FAILED' to rb-result
              move 'no manifest named for RESTAGE' to rb-detail
              exit section
           end-if
      *> AOCSTAGE stages unattended only as the configured service
      *> operator -- say so here rather than as "staged nothing".
           move spaces to ws-service-oper
           accept ws-service-oper
             from environment 'AOC_SERVICE_OPERATOR'
           if ws-service-oper not = spaces
              and rb-operator not = ws-service-oper
              move 'DENIED' to rb-result
              string 'service operator is ' delimited by size
                     function trim(ws-service-oper) delimited by size
                     ', not ' delimited by size
                     function trim(rb-operator) delimited by size
                into rb-detail
              exit section
           end-if
           move rb-param to ws-manifest-path
           open input manifest-file
           if ws-man-status not = '00'
              move 'WAIT' to rb-result
              string 'manifest ' delimited by size
                     function trim(ws-manifest-path) delimited by size
                     ' not there yet' delimited by size
                into rb-detail
              exit section
           end-if
           move spaces to ws-man-missing
           move 'on' to file-eof
           read manifest-file at end set eof-in to true end-read
           perform until eof-in
              if manifest-record not = spaces
                 and ws-man-missing = spaces
                 move spaces to ws-man-source ws-man-target
                 unstring manifest-record delimited by '|'
                    into ws-man-source ws-man-target
                 end-unstring
                 move ws-man-source to ws-probe-path
                 open input probe-file
                 if ws-probe-status = '00'
                    close probe-file
                 else
                    move ws-man-source to ws-man-missing
                 end-if
              end-if
              read manifest-file at end set eof-in to true end-read
           end-perform
           close manifest-file
           if ws-man-missing not = spaces
              move 'WAIT' to rb-result
              string 'input ' delimited by size
                     function trim(ws-man-missing) delimited by size
                     ' has not landed' delimited by size
                into rb-detail
              exit section
           end-if
           COPY RUNLKCHK.
           if rl-held
              perform note-suite-busy
              exit section
           end-if

           perform count-arrivals
           move ws-arr-total to ws-arr-before
           accept ws-save-oper from environment 'AOC_OPERATOR'
           display 'AOC_OPERATOR' upon environment-name
           display rb-operator upon environment-value
           display 'AOCSTAGE_MANIFEST' upon environment-name
           display ws-manifest-path upon environment-value
           call 'AOCSTAGE'
              on exception
                 move 'FAILED' to rb-result
                 move 'AOCSTAGE is not linked into this build'
                   to rb-detail
           end-call
           cancel 'AOCSTAGE'
           display 'AOCSTAGE_MANIFEST' upon environment-name
           display ' ' upon environment-value
           display 'AOC_OPERATOR' upon environment-name
           if ws-save-oper = spaces
              display ' ' upon environment-value
           else
              display ws-save-oper upon environment-value
           end-if
           if rb-result not = spaces
              exit section
           end-if
           perform count-arrivals
           if ws-arr-total > ws-arr-before
              move 'DONE' to rb-result
              compute ws-arr-disp = ws-arr-total - ws-arr-before
              string function trim(ws-arr-disp) delimited by size
                     ' input(s) staged from ' delimited by size
                     function trim(ws-manifest-path) delimited by size
                into rb-detail
           else
              move 'FAILED' to rb-result
              move 'AOCSTAGE staged nothing -- see its console'
                to rb-detail
           end-if
           .

      *> CLEARCKPT: the AOCCKPT cleanup without the prompt. Only a
      *> pending checkpoint (latest event WRITE or CONSUME) dated
      *> before the business date is stale; one from tonight is a
      *> live run's resume point and stays. The change freeze and
      *> legal holds apply exactly as they do to an operator.
       clear-stale-checkpoint section.
           perform find-latest-checkpoint
           if not ck-was-found
              or (ck-last-action not = 'WRITE'
                  and ck-last-action not = 'CONSUME')
              move 'NOOP' to rb-result
              string 'no pending checkpoint for ' delimited by size
                     function trim(rb-progid) delimited by size
                into rb-detail
              exit section
           end-if
           if ck-last-date >= rb-busdate
              move 'NOOP' to rb-result
              string 'checkpoint dated ' delimited by size
                     ck-last-date delimited by size
                     ' is current -- kept' delimited by size
                into rb-detail
              exit section
           end-if
           move 'PURGE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              move 'DENIED' to rb-result
              move 'change freeze in force for PURGE' to rb-detail
              exit section
           end-if
           COPY HOLDLOAD.
           move rb-progid to hd-chk-progid
           move ck-last-date to hd-chk-date
           COPY HOLDCHK.
           if hd-held
              move 'DENIED' to rb-result
              string 'checkpoint under legal hold ' delimited by size
                     function trim(hd-held-case) delimited by size
                into rb-detail
              exit section
           end-if
           move ck-last-path to ws-probe-path
           open input probe-file
           if ws-probe-status not = '00'
              move 'NOOP' to rb-result
              string 'registry names ' delimited by size
                     function trim(ck-last-path) delimited by size
                     ' -- not on disk' delimited by size
                into rb-detail
              exit section
           end-if
           close probe-file
           call 'CBL_DELETE_FILE' using ws-probe-path
           if return-code = zero
              move ck-last-path to checkpoint-file-name
              move spaces to ck-progress-txt
              string 'stale checkpoint cleared by runbook '
                        delimited by size
                     rb-operator delimited by size
                into ck-progress-txt
           COPY CKPTNOTE REPLACING PROGID BY rb-progid
                                   CK-ACTION BY 'DELETE'
                                   CK-PROGRESS BY ck-progress-txt.
              move 'DONE' to rb-result
              string 'checkpoint dated ' delimited by size
                     ck-last-date delimited by size
                     ' deleted: ' delimited by size
                     function trim(ck-last-path) delimited by size
                into rb-detail
           else
              move 'FAILED' to rb-result
              string 'delete of ' delimited by size
                     function trim(ck-last-path) delimited by size
                     ' failed' delimited by size
                into rb-detail
           end-if
           .

       find-latest-checkpoint section.
           move 'N' to ck-found
           open input ckpt-reg-file
           if ck-reg-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read ckpt-reg-file at end set eof-in to true end-read
           perform until eof-in
              if ckpt-reg-record not = spaces
                 move ckpt-reg-record to ck-reg-rec
                 if ck-rr-progid = rb-progid
                    set ck-was-found to true
                    move ck-rr-date to ck-last-date
                    move ck-rr-action to ck-last-action
                    move ck-rr-path to ck-last-path
                 end-if
              end-if
              read ckpt-reg-file at end set eof-in to true end-read
           end-perform
           close ckpt-reg-file
           .

      *> RERUN: AOCWATCH's dispatch for one input -- an arrival run
      *> of the steps reading it, started only once the input has
      *> landed after the failing run the alert counted (rb-since)
      *> and the suite is not busy.
       rerun-on-arrival section.
           if rb-param = spaces
              move 'FAILED' to rb-result
              move 'no input path named for RERUN' to rb-detail
              exit section
           end-if
           perform find-latest-arrival
           if ws-arr-stamp = spaces
              or ws-arr-stamp <= rb-since
              move 'WAIT' to rb-result
              string 'input ' delimited by size
                     function trim(rb-param) delimited by size
                     ' not landed since the failed run'
                        delimited by size
                into rb-detail
              exit section
           end-if
           COPY RUNLKCHK.
           if rl-held
              perform note-suite-busy
              exit section
           end-if
           display 'AOCRUNBK: alert ' rb-alert-id ' -- '
              function trim(rb-param) ' landed ' ws-arr-stamp
              ' -- starting its steps'
           display 'AOCBATCH_ARRIVED' upon environment-name
           display rb-param upon environment-value
           call 'SYSTEM' using ws-batch-cmd
              on exception
                 call 'AOCBATCH'
                 cancel 'AOCBATCH'
           end-call
           display 'AOCBATCH_ARRIVED' upon environment-name
           display ' ' upon environment-value
           move 'DONE' to rb-result
           string 'arrival run started for ' delimited by size
                  function trim(rb-param) delimited by size
             into rb-detail
           .

       note-suite-busy section.
           move 'WAIT' to rb-result
           string 'suite busy (' delimited by size
                  function trim(rl-holder) delimited by size
                  ')' delimited by size
             into rb-detail
           .

       count-arrivals section.
           move zero to ws-arr-total
           open input arrival-reg-file
           if ws-arrival-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read arrival-reg-file at end set eof-in to true end-read
           perform until eof-in
              if arrival-reg-record not = spaces
                 add 1 to ws-arr-total
              end-if
              read arrival-reg-file at end set eof-in to true end-read
           end-perform
           close arrival-reg-file
           .

      *> Latest arrival stamp (date and time) for the RERUN input --
      *> the register is in append order, so the last match wins.
       find-latest-arrival section.
           move spaces to ws-arr-stamp
           open input arrival-reg-file
           if ws-arrival-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read arrival-reg-file at end set eof-in to true end-read
           perform until eof-in
              if arrival-reg-record not = spaces
                 move arrival-reg-record to arr-reg-rec
                 if arr-path = rb-param
                    move spaces to ws-arr-stamp
                    string arr-date delimited by size
                           arr-time delimited by size
                      into ws-arr-stamp
                 end-if
              end-if
              read arrival-reg-file at end set eof-in to true end-read
           end-perform
           close arrival-reg-file
           .

       write-action-log section.
           move spaces to rg-log-rec
           accept rg-date from date yyyymmdd
           accept rg-time from time
           move rb-alert-id to rg-alert-id
           move rb-progid to rg-progid
           move rb-run-date to rg-run-date
           move rb-action to rg-action
           move rb-result to rg-result
           move rb-operator to rg-operator
           move rb-detail to rg-detail
           open extend runbook-log-file
           if ws-log-status = '35'
              open output runbook-log-file
           end-if
           if ws-log-status = '00'
              write runbook-log-record from rg-log-rec
              close runbook-log-file
           end-if
           .
