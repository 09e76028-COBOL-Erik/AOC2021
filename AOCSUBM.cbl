       identification division.
       program-id. AOCSUBM.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Submission attempt loader. When the tracking team submits an
      *> answer and it is rejected, the reply usually says "too high"
      *> or "too low" -- and that hint used to die in someone's mail,
      *> so a rerun could hand over an answer we already knew was
      *> impossible. This loads their inbound attempts file (program,
      *> run date, answer, ACCEPTED or REJECTED, and HIGH or LOW when
      *> a hint came back; one space-delimited line each) into the
      *> submission register, the same way AOCVERD loads verdicts.
      *> Malformed lines land on the error report; a line already in
      *> the register is skipped, so a resent file loads cleanly. The
      *> report then lists the bounds every key now carries and the
      *> answers AOCRSLT has flagged against them that no accepted
      *> attempt has settled yet.
             COPY JOBLOGSEL.
             select attempts-file
               assign to dynamic attempts-file-name
               organization is line sequential
               file status is ws-att-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY SUBSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY SUBFD.

       fd attempts-file
          block 0 records
          label records omitted
          data record is attempts-record.
       01 attempts-record pic X(100).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       COPY SUBWS.
       77 a-dummy pic X.

       77 attempts-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-SUBMIT-ATTEMPTS.txt'.
       77 ws-att-status pic X(2).
       77 report-file-name pic X(60).
       77 ws-env-path pic X(60).

       77 ws-a-progid  pic X(20).
       77 ws-a-date    pic X(10).
       77 ws-a-answer  pic X(40).
       77 ws-a-outcome pic X(10).
       77 ws-a-hint    pic X(10).
       77 ws-a-extra   pic X(10).
       77 ws-loaded    pic 9(4) value zero.
       77 ws-rejected  pic 9(4) value zero.
       77 ws-dupes     pic 9(4) value zero.
       77 ws-bounded   pic 9(4) value zero.
       77 ws-open-flags pic 9(4) value zero.
       77 ws-line-num  pic 9(6) value zero.
       77 ws-disp      pic Z(3)9.
       77 ws-attempts-disp pic Z(3)9.
       77 ws-rej-disp  pic Z(3)9.
       77 ws-lo-text   pic X(20).
       77 ws-hi-text   pic X(20).

      *> The register held in memory for the duplicate check --
      *> key, answer and outcome are what make an attempt the same.
       77 st-max   pic S9(4) comp-4 value 2000.
       77 st-count pic S9(4) comp-4 value zero.
       01 st-table.
          05 st-entry occurs 2000 times.
             10 st-progid  pic X(20).
             10 st-date    pic 9(8).
             10 st-answer  pic X(40).
             10 st-outcome pic X(8).
       77 st-ix  pic S9(4) comp-4.
       77 st-hit pic S9(4) comp-4.
       77 ws-reg-toobig pic X value 'N'.
          88 reg-toobig value 'Y'.

      *> Distinct program/date keys in the register, for the bounds
      *> listing.
       77 sk-max   pic S9(4) comp-4 value 300.
       77 sk-count pic S9(4) comp-4 value zero.
       01 sk-table.
          05 sk-entry occurs 300 times.
             10 sk-progid pic X(20).
             10 sk-date   pic 9(8).
       77 sk-ix  pic S9(4) comp-4.
       77 sk-hit pic S9(4) comp-4.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-path from environment 'AOC_SUBMIT_ATTEMPTS'
           if ws-env-path not = spaces
              move ws-env-path to attempts-file-name
           end-if
           accept sb-env-path from environment 'AOC_SUBMISSIONS'
           if sb-env-path not = spaces
              move sb-env-path to subreg-name
           end-if
           accept sb-env-path from environment 'AOC_SUBMISSION_FLAGS'
           if sb-env-path not = spaces
              move sb-env-path to subflag-name
           end-if
           string 'C:\WS\AOC2021\AOCSUBM-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name

           open output report-file
           move 'AOCSUBM' to rw-prog
           move 'SUBMISSION ATTEMPT LOAD' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.

           perform load-register
           if reg-toobig
              display 'AOCSUBM: the submission register exceeds '
                 st-max ' lines -- nothing loaded rather than risk '
                 'duplicating attempts'
              move 'Register over the table limit -- nothing loaded'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              move 'REGFULL' to jl-status
           else
              perform load-attempts
           end-if
           perform report-bounds
           perform report-open-flags

           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCSUBM'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.

           move ws-loaded to ws-disp
           display 'AOCSUBM: ' function trim(ws-disp)
              ' attempt(s) stored, ' ws-dupes ' already known, '
              ws-rejected ' rejected, ' ws-open-flags
              ' flagged answer(s) unsettled'
           move spaces to jl-answer
           string function trim(ws-disp) delimited by size
                  ' stored, ' delimited by size
                  ws-bounded delimited by size
                  ' bounded, ' delimited by size
                  ws-open-flags delimited by size
                  ' flagged' delimited by size
             into jl-answer
           if ws-rejected > zero
              move 'SUBMBAD' to jl-status
           end-if
           move ws-line-num to jl-recs-read
           move ws-rejected to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCSUBM'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The register as it stands -- attempts for the duplicate
      *> check, and every key it already knows.
       load-register section.
           open input subreg-file
           if sb-reg-status not = '00'
              exit section
           end-if
           move 'on' to sb-eof
           read subreg-file at end set sb-at-eof to true end-read
           perform until sb-at-eof
              move subreg-record to sr-rec
              if subreg-record(1:1) not = '*'
                 and sr-run-date is numeric
                 if st-count < st-max
                    add 1 to st-count
                    move sr-progid to st-progid(st-count)
                    move sr-run-date to st-date(st-count)
                    move sr-answer to st-answer(st-count)
                    move sr-outcome to st-outcome(st-count)
                 else
                    set reg-toobig to true
                 end-if
                 perform note-key
              end-if
              read subreg-file at end set sb-at-eof to true end-read
           end-perform
           close subreg-file
           .

       note-key section.
           move zero to sk-hit
           perform varying sk-ix from 1 by 1 until sk-ix > sk-count
              if sk-progid(sk-ix) = sr-progid
                 and sk-date(sk-ix) = sr-run-date
                 move sk-ix to sk-hit
                 exit perform
              end-if
           end-perform
           if sk-hit = zero and sk-count < sk-max
              add 1 to sk-count
              move sr-progid to sk-progid(sk-count)
              move sr-run-date to sk-date(sk-count)
           end-if
           .

       load-attempts section.
           open input attempts-file
           if ws-att-status = '35'
              display 'AOCSUBM: no attempts file at '
                 function trim(attempts-file-name)
              move 'No inbound attempts file today' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              exit section
           end-if
           move 'on' to file-eof
           read attempts-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to ws-line-num
              if attempts-record not = spaces
                 and attempts-record(1:1) not = '*'
                 perform apply-one-attempt
              end-if
              read attempts-file at end set eof-in to true end-read
           end-perform
           close attempts-file
           .

       apply-one-attempt section.
           move spaces to ws-a-progid ws-a-date ws-a-answer
           move spaces to ws-a-outcome ws-a-hint ws-a-extra
           unstring attempts-record delimited by all ' '
              into ws-a-progid ws-a-date ws-a-answer ws-a-outcome
                   ws-a-hint ws-a-extra
           end-unstring
           move function upper-case(ws-a-outcome) to ws-a-outcome
           move function upper-case(ws-a-hint) to ws-a-hint
           if ws-a-progid = spaces
              or ws-a-date(1:8) is not numeric
              or ws-a-date(9:2) not = spaces
              or ws-a-answer = spaces
              or ws-a-extra not = spaces
              or (ws-a-outcome not = 'ACCEPTED'
                  and ws-a-outcome not = 'REJECTED')
              or (ws-a-hint not = spaces
                  and ws-a-hint not = 'HIGH'
                  and ws-a-hint not = 'LOW')
              or (ws-a-outcome = 'ACCEPTED' and ws-a-hint not = spaces)
              perform reject-attempt-line
              exit section
           end-if
           move zero to st-hit
           perform varying st-ix from 1 by 1 until st-ix > st-count
              if st-progid(st-ix) = ws-a-progid
                 and st-date(st-ix) = ws-a-date(1:8)
                 and st-answer(st-ix) = ws-a-answer
                 and st-outcome(st-ix) = ws-a-outcome
                 move st-ix to st-hit
                 exit perform
              end-if
           end-perform
           if st-hit > zero
              add 1 to ws-dupes
              exit section
           end-if
           move spaces to sr-rec
           move ws-a-progid to sr-progid
           move ws-a-date(1:8) to sr-run-date
           move ws-a-answer to sr-answer
           move ws-a-outcome to sr-outcome
           move ws-a-hint to sr-hint
           move jl-busdate to sr-loaded
           move jl-operator to sr-loaded-by
           open extend subreg-file
           if sb-reg-status = '35'
              open output subreg-file
           end-if
           write subreg-record from sr-rec
           close subreg-file
           if st-count < st-max
              add 1 to st-count
              move sr-progid to st-progid(st-count)
              move sr-run-date to st-date(st-count)
              move sr-answer to st-answer(st-count)
              move sr-outcome to st-outcome(st-count)
           end-if
           perform note-key
           add 1 to ws-loaded
           move spaces to report-record
           string 'STORED  ' delimited by size
                  function trim(ws-a-progid) delimited by size
                  ' ' delimited by size
                  ws-a-date(1:8) delimited by size
                  ' ' delimited by size
                  function trim(ws-a-answer) delimited by size
                  ' ' delimited by size
                  function trim(ws-a-outcome) delimited by size
                  ' ' delimited by size
                  function trim(ws-a-hint) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       reject-attempt-line section.
           add 1 to ws-rejected
           move spaces to report-record
           string 'REJECTED line ' delimited by size
                  ws-line-num delimited by size
                  ': ' delimited by size
                  function trim(attempts-record) delimited by size
                  ' -- malformed' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> What the register now knows, key by key -- the window a
      *> rerun's answer has to land in to be worth submitting.
       report-bounds section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Known answer bounds:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if sk-count = zero
              move '  (the register is empty)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              exit section
           end-if
           perform varying sk-ix from 1 by 1 until sk-ix > sk-count
              move sk-progid(sk-ix) to sb-progid
              move sk-date(sk-ix) to sb-run-date
              move spaces to sb-answer
              COPY SUBBOUND.
              move sb-attempts to ws-attempts-disp
              move spaces to report-record
              if sb-accepted not = spaces
                 string '  ' delimited by size
                        sk-progid(sk-ix) delimited by size
                        ' ' delimited by size
                        sk-date(sk-ix) delimited by size
                        ' SETTLED -- accepted answer ' delimited by size
                        function trim(sb-accepted) delimited by size
                   into report-record
              else
                 if sb-has-lower = 'Y' or sb-has-upper = 'Y'
                    add 1 to ws-bounded
                 end-if
                 move '(none)' to ws-lo-text ws-hi-text
                 if sb-has-lower = 'Y'
                    move sb-lower to sb-lower-disp
                    move function trim(sb-lower-disp) to ws-lo-text
                 end-if
                 if sb-has-upper = 'Y'
                    move sb-upper to sb-upper-disp
                    move function trim(sb-upper-disp) to ws-hi-text
                 end-if
                 move sb-rej-count to ws-rej-disp
                 string '  ' delimited by size
                        sk-progid(sk-ix) delimited by size
                        ' ' delimited by size
                        sk-date(sk-ix) delimited by size
                        ' above ' delimited by size
                        function trim(ws-lo-text) delimited by size
                        ' below ' delimited by size
                        function trim(ws-hi-text) delimited by size
                        ' -- ' delimited by size
                        function trim(ws-attempts-disp)
                           delimited by size
                        ' attempt(s), ' delimited by size
                        function trim(ws-rej-disp) delimited by size
                        ' rejected' delimited by size
                   into report-record
              end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           .

      *> Flags AOCRSLT raised that no accepted attempt has settled
      *> since -- each one is an answer someone should look at
      *> before it is submitted.
       report-open-flags section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Flagged answers still unsettled:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           open input subflag-file
           if sb-flag-status = '00'
              move 'on' to file-eof
              read subflag-file at end set eof-in to true end-read
              perform until eof-in
                 move subflag-record to sf-rec
                 if sf-run-date is numeric
                    perform report-one-flag
                 end-if
                 read subflag-file at end set eof-in to true end-read
              end-perform
              close subflag-file
           end-if
           if ws-open-flags = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       report-one-flag section.
           move zero to st-hit
           perform varying st-ix from 1 by 1 until st-ix > st-count
              if st-progid(st-ix) = sf-progid
                 and st-date(st-ix) = sf-run-date
                 and st-outcome(st-ix) = 'ACCEPTED'
                 move st-ix to st-hit
                 exit perform
              end-if
           end-perform
           if st-hit > zero
              exit section
           end-if
           add 1 to ws-open-flags
           move spaces to report-record
           string '  ' delimited by size
                  sf-progid delimited by size
                  ' ' delimited by size
                  sf-run-date delimited by size
                  ' ' delimited by size
                  function trim(sf-answer) delimited by size
                  ' -- ' delimited by size
                  function trim(sf-reason) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
