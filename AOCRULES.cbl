       identification division.
       program-id. AOCRULES.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Cross-program answer consistency rules. AOCXCHK4, the
      *> lanternfish census and the day-3 pair each hard-code one
      *> relationship between two answers; this evaluator reads the
      *> relationships from a rules file instead (AOCRULES_FILE,
      *> default AOC-RULES.txt), one per line, '*' lines comments:
      *>   RULE,id,left,op,right,description[,guard]
      *>   id     up to 10 characters, unique in the file
      *>   left   an answer on the results master for the business
      *>   right  date -- PROGRAM for an answer that is a number,
      *>          PROGRAM:key for the number after 'key=' in it
      *>          (AOC2107A:tri) -- or a plain number
      *>   op     EQ NE GT GE LT LE  (left op right must hold)
      *>   guard  NAME=VALUE -- the rule is only judged when that
      *>          setting is in force tonight (AOC2106B_DAYS=80 for
      *>          a rule about the 80-day projection); otherwise it
      *>          is SKIPPED
      *> e.g.  RULE,R2105,AOC2105B,GE,AOC2105A,part 2 counts diagonals
      *>
      *> A rule whose program has no OK answer for the date is
      *> NODATA -- that run's own failure is already alerted. A
      *> BROKEN rule (AOC0701W) or one that cannot be judged
      *> (AOC0702W) gets its own run record, program
      *> AOCRULES-<id>, in the job log, so AOCALERT raises, routes
      *> and escalates one alert per rule; the record a later pass
      *> of the same rule writes on the same date closes it.
             COPY JOBLOGSEL.
             select rules-file
               assign to dynamic rules-file-name
               organization is line sequential
               file status is ws-rules-status.
             select rules-report-file
               assign to dynamic rules-report-name
               organization is line sequential.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd rules-file
          block 0 records
          label records omitted
          data record is rules-record.
       01 rules-record pic X(200).

       fd rules-report-file
          block 0 records
          label records omitted
          data record is rules-report-record.
       01 rules-report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 rules-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RULES.txt'.
       77 rules-report-name pic X(60).
       77 ws-rules-status pic X(2).
       77 ws-env-path     pic X(60).

      *> One rules-file line, split.
       01 rf-fields.
          05 rf-tag   pic X(10).
          05 rf-id    pic X(10).
          05 rf-left  pic X(30).
          05 rf-op    pic X(4).
          05 rf-right pic X(30).
          05 rf-desc  pic X(60).
          05 rf-guard pic X(60).
       77 ws-line-no   pic 9(5) value zero.
       77 ws-line-disp pic Z(4)9.
       77 ws-bad-lines pic 9(5) value zero.

       77 rl-max   pic S9(4) comp-4 value 200.
       77 rl-count pic S9(4) comp-4 value zero.
       01 rl-table.
          05 rl-entry occurs 200 times.
             10 rl-id     pic X(10).
             10 rl-left   pic X(30).
             10 rl-op     pic X(2).
             10 rl-right  pic X(30).
             10 rl-desc   pic X(60).
             10 rl-guard  pic X(60).
      *> PASS, BROKEN, BADRULE, NODATA or SKIPPED once judged.
             10 rl-result pic X(8).
             10 rl-lval   pic X(20).
             10 rl-rval   pic X(20).
             10 rl-note   pic X(40).
      *> 'Y' when an earlier pass tonight left this rule alerting.
             10 rl-open   pic X.
       77 rl-ix pic S9(4) comp-4.
       77 rl-jx pic S9(4) comp-4.

      *> One operand, resolved to a number.
       77 op-text   pic X(30).
       77 op-prog   pic X(20).
       77 op-key    pic X(20).
       77 op-key-eq pic X(21).
       77 op-klen   pic S9(4) comp-4.
       77 op-pos    pic S9(4) comp-4.
       77 op-token  pic X(20).
       77 op-value  pic S9(27)v9(4) comp-3.
       77 op-state  pic X.
          88 op-ok      value 'V'.
          88 op-nodata  value 'M'.
          88 op-notnum  value 'X'.
       77 ws-left-val  pic S9(27)v9(4) comp-3.
       77 ws-right-val pic S9(27)v9(4) comp-3.
       77 ws-holds     pic X.

      *> Guard: NAME=VALUE against tonight's setting.
       77 gd-name    pic X(30).
       77 gd-value   pic X(60).
       77 gd-current pic X(60).

       77 ws-cnt-pass    pic 9(5) value zero.
       77 ws-cnt-broken  pic 9(5) value zero.
       77 ws-cnt-bad     pic 9(5) value zero.
       77 ws-cnt-nodata  pic 9(5) value zero.
       77 ws-cnt-skipped pic 9(5) value zero.
       77 ws-count-disp  pic Z(4)9.
       77 ws-count-disp2 pic Z(4)9.
       77 ws-rule-prog   pic X(20).
       77 ws-log-written pic 9(5) value zero.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-path from environment 'AOCRULES_FILE'
           if ws-env-path not = spaces
              move ws-env-path to rules-file-name
           end-if
           string 'C:\WS\AOC2021\AOCRULES-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into rules-report-name

           perform load-rules
           if ws-rules-status not = '00'
              move 'NORULES' to jl-status
              move 'no rules file' to jl-answer
           else
              perform note-open-alerts
              perform varying rl-ix from 1 by 1 until rl-ix > rl-count
                 perform judge-rule
              end-perform
              perform write-rule-records
              perform write-rules-report
              move rl-count to ws-count-disp
              move ws-cnt-broken to ws-count-disp2
              move ws-cnt-bad to ws-line-disp
              string 'rules=' delimited by size
                     function trim(ws-count-disp) delimited by size
                     ' broken=' delimited by size
                     function trim(ws-count-disp2) delimited by size
                     ' bad=' delimited by size
                     function trim(ws-line-disp) delimited by size
                into jl-answer
           end-if

           move ws-line-no to jl-recs-read
           move ws-bad-lines to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCRULES'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The rules file, whole. A line that is not a RULE with an id
      *> and both operands is counted and ignored; a rule with an
      *> operator the evaluator does not know is kept, so it can be
      *> alerted as BADRULE under its own id.
       load-rules section.
           move zero to rl-count ws-line-no ws-bad-lines
           open input rules-file
           if ws-rules-status not = '00'
              display 'AOCRULES: no rules file '
                 function trim(rules-file-name)
                 ' -- nothing to evaluate'
              exit section
           end-if
           move 'on' to file-eof
           read rules-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to ws-line-no
              if rules-record not = spaces
                 and rules-record(1:1) not = '*'
                 perform load-rule-line
              end-if
              read rules-file at end set eof-in to true end-read
           end-perform
           close rules-file
           move rl-count to ws-count-disp
           display 'AOCRULES: ' function trim(ws-count-disp)
              ' rule(s) loaded from ' function trim(rules-file-name)
           .

       load-rule-line section.
           move spaces to rf-fields
           unstring rules-record delimited by ','
              into rf-tag rf-id rf-left rf-op rf-right rf-desc
                   rf-guard
           end-unstring
           move function upper-case(rf-tag) to rf-tag
           move function upper-case(rf-id) to rf-id
           move function upper-case(rf-op) to rf-op
           move ws-line-no to ws-line-disp
           if function trim(rf-tag) not = 'RULE'
              or rf-id = spaces
              or rf-left = spaces
              or rf-right = spaces
              add 1 to ws-bad-lines
              display 'AOCRULES: line ' function trim(ws-line-disp)
                 ' ignored -- not RULE,id,left,op,right: '
                 function trim(rules-record)
              exit section
           end-if
           move function trim(rf-id) to rf-id
           perform varying rl-jx from 1 by 1 until rl-jx > rl-count
              if rl-id(rl-jx) = rf-id
                 add 1 to ws-bad-lines
                 display 'AOCRULES: line ' function trim(ws-line-disp)
                    ' ignored -- rule ' function trim(rf-id)
                    ' is already defined'
                 exit section
              end-if
           end-perform
           if rl-count >= rl-max
              add 1 to ws-bad-lines
              display 'AOCRULES: line ' function trim(ws-line-disp)
                 ' ignored -- more than ' rl-max ' rules'
              exit section
           end-if
           add 1 to rl-count
           move rf-id to rl-id(rl-count)
           move function upper-case(function trim(rf-left))
             to rl-left(rl-count)
           move function trim(rf-op) to rl-op(rl-count)
           move function upper-case(function trim(rf-right))
             to rl-right(rl-count)
           move function trim(rf-desc) to rl-desc(rl-count)
           move function trim(rf-guard) to rl-guard(rl-count)
           move spaces to rl-result(rl-count) rl-lval(rl-count)
                          rl-rval(rl-count) rl-note(rl-count)
           move 'N' to rl-open(rl-count)
           .

      *> Rules an earlier pass tonight left alerting -- the latest
      *> AOCRULES-<id> record of the business date decides. A rule
      *> that passes now writes the record that closes its alert.
       note-open-alerts section.
           move 'on' to file-eof
           open input job-log-file
           if jl-file-status = '35'
              exit section
           end-if
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              COPY JOBLOGPARSE.
              if jlp-valid
                 and jlp-progid(1:9) = 'AOCRULES-'
                 and jlp-start-date = jl-busdate
                 perform varying rl-jx from 1 by 1
                         until rl-jx > rl-count
                    if rl-id(rl-jx) = jlp-progid(10:11)
                       if jlp-status = 'OK'
                          move 'N' to rl-open(rl-jx)
                       else
                          move 'Y' to rl-open(rl-jx)
                       end-if
                    end-if
                 end-perform
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           .

      *> One rule: the guard, then both operands, then the test.
       judge-rule section.
           if rl-guard(rl-ix) not = spaces
              move spaces to gd-name gd-value gd-current
              unstring rl-guard(rl-ix) delimited by '='
                 into gd-name gd-value
              end-unstring
              accept gd-current
                 from environment function trim(gd-name)
              if function upper-case(function trim(gd-current))
                 not = function upper-case(function trim(gd-value))
                 move 'SKIPPED' to rl-result(rl-ix)
                 move spaces to rl-note(rl-ix)
                 string 'guard ' delimited by size
                        function trim(gd-name) delimited by size
                        '=' delimited by size
                        function trim(gd-current) delimited by size
                   into rl-note(rl-ix)
                 add 1 to ws-cnt-skipped
                 exit section
              end-if
           end-if
           if rl-op(rl-ix) not = 'EQ' and not = 'NE'
              and not = 'GT' and not = 'GE'
              and not = 'LT' and not = 'LE'
              move 'BADRULE' to rl-result(rl-ix)
              move 'unknown operator' to rl-note(rl-ix)
              add 1 to ws-cnt-bad
              display 'AOC0702W AOCRULES: rule '
                 function trim(rl-id(rl-ix)) ' cannot be judged -- '
                 'unknown operator ' rl-op(rl-ix)
              exit section
           end-if

           move rl-left(rl-ix) to op-text
           perform resolve-operand
           move op-token to rl-lval(rl-ix)
           move op-value to ws-left-val
           if not op-ok
              perform note-unresolved
              exit section
           end-if
           move rl-right(rl-ix) to op-text
           perform resolve-operand
           move op-token to rl-rval(rl-ix)
           move op-value to ws-right-val
           if not op-ok
              perform note-unresolved
              exit section
           end-if

           move 'N' to ws-holds
           evaluate rl-op(rl-ix)
              when 'EQ'
                 if ws-left-val = ws-right-val
                    move 'Y' to ws-holds
                 end-if
              when 'NE'
                 if ws-left-val not = ws-right-val
                    move 'Y' to ws-holds
                 end-if
              when 'GT'
                 if ws-left-val > ws-right-val
                    move 'Y' to ws-holds
                 end-if
              when 'GE'
                 if ws-left-val >= ws-right-val
                    move 'Y' to ws-holds
                 end-if
              when 'LT'
                 if ws-left-val < ws-right-val
                    move 'Y' to ws-holds
                 end-if
              when 'LE'
                 if ws-left-val <= ws-right-val
                    move 'Y' to ws-holds
                 end-if
           end-evaluate
           if ws-holds = 'Y'
              move 'PASS' to rl-result(rl-ix)
              add 1 to ws-cnt-pass
           else
              move 'BROKEN' to rl-result(rl-ix)
              add 1 to ws-cnt-broken
              display 'AOC0701W AOCRULES: rule '
                 function trim(rl-id(rl-ix)) ' broken -- '
                 function trim(rl-left(rl-ix)) ' '
                 function trim(rl-lval(rl-ix)) ' is not '
                 rl-op(rl-ix) ' ' function trim(rl-right(rl-ix))
                 ' ' function trim(rl-rval(rl-ix))
           end-if
           .

      *> The operand that stopped the rule, and what it was.
       note-unresolved section.
           move spaces to rl-note(rl-ix)
           if op-nodata
              move 'NODATA' to rl-result(rl-ix)
              string 'no OK answer from ' delimited by size
                     function trim(op-prog) delimited by size
                into rl-note(rl-ix)
              add 1 to ws-cnt-nodata
           else
              move 'BADRULE' to rl-result(rl-ix)
              string function trim(op-text) delimited by size
                     ' is not a number' delimited by size
                into rl-note(rl-ix)
              add 1 to ws-cnt-bad
              display 'AOC0702W AOCRULES: rule '
                 function trim(rl-id(rl-ix)) ' cannot be judged -- '
                 function trim(rl-note(rl-ix))
           end-if
           .

      *> op-text to op-value: a plain number stands for itself;
      *> PROGRAM or PROGRAM:key is looked up on the results master
      *> for the business date.
       resolve-operand section.
           move zero to op-value
           move spaces to op-prog op-key op-token
           if function test-numval(op-text) = zero
              move function trim(op-text) to op-token
              compute op-value = function numval(op-text)
              set op-ok to true
              exit section
           end-if
           unstring op-text delimited by ':'
              into op-prog op-key
           end-unstring
           move 'R' to rslt-func
           move op-prog to rslt-progid
           move jl-busdate to rslt-run-date
           move 'N' to rslt-found
           call 'AOCRSLT' using rslt-parm
              on exception
                 move 'N' to rslt-found
           end-call
           if rslt-found not = 'Y'
              or rslt-status not = 'OK'
              set op-nodata to true
              exit section
           end-if
           if op-key = spaces
              move function trim(rslt-answer) to op-token
           else
              move spaces to op-key-eq
              string function trim(op-key) delimited by size
                     '=' delimited by size
                into op-key-eq
              compute op-klen =
                 function length(function trim(op-key)) + 1
              move zero to op-pos
              perform varying rl-jx from 1 by 1
                      until rl-jx > 41 - op-klen
                 if function upper-case(rslt-answer(rl-jx:op-klen))
                    = op-key-eq(1:op-klen)
                    and (rl-jx = 1
                         or rslt-answer(rl-jx - 1:1) = space
                         or rslt-answer(rl-jx - 1:1) = ';'
                         or rslt-answer(rl-jx - 1:1) = ',')
                    compute op-pos = rl-jx + op-klen
                    exit perform
                 end-if
              end-perform
              if op-pos = zero or op-pos > 40
                 set op-notnum to true
                 exit section
              end-if
              unstring rslt-answer(op-pos:) delimited by ' ' or ';'
                 or ','
                 into op-token
              end-unstring
           end-if
           if op-token = spaces
              or function test-numval(op-token) not = zero
              set op-notnum to true
              exit section
           end-if
           compute op-value = function numval(op-token)
           set op-ok to true
           .

      *> One run record per rule that is alerting -- BROKEN or
      *> BADRULE -- and a closing OK record for a rule that passes
      *> after an earlier pass tonight left it alerting. Same direct
      *> append as AOCBATCH's lane markers; these records are not
      *> answers of record, so nothing goes to the results master.
       write-rule-records section.
           move zero to ws-log-written
           perform varying rl-ix from 1 by 1 until rl-ix > rl-count
              if rl-result(rl-ix) = 'BROKEN'
                 or rl-result(rl-ix) = 'BADRULE'
                 or (rl-result(rl-ix) = 'PASS'
                     and rl-open(rl-ix) = 'Y')
                 add 1 to ws-log-written
              end-if
           end-perform
           if ws-log-written = zero
              exit section
           end-if
           COPY JOBLOGPREV.
           move zero to jl-retry-count
           open extend job-log-file
           perform until jl-file-status = '00'
                      or jl-file-status = '35'
                      or jl-retry-count >= jl-retry-max
              add 1 to jl-retry-count
              call 'C$SLEEP' using jl-retry-wait
                 on exception continue
              end-call
              open extend job-log-file
           end-perform
           if jl-file-status = '35'
              open output job-log-file
           end-if
           if jl-file-status not = '00'
              display 'AOCRULES: JOB LOG UNAVAILABLE (status '
                 jl-file-status ') -- rule alerts not written'
              exit section
           end-if
           accept jl-end-time from time
           perform varying rl-ix from 1 by 1 until rl-ix > rl-count
              if rl-result(rl-ix) = 'BROKEN'
                 or rl-result(rl-ix) = 'BADRULE'
                 or (rl-result(rl-ix) = 'PASS'
                     and rl-open(rl-ix) = 'Y')
                 perform write-rule-record
              end-if
           end-perform
           close job-log-file
           .

       write-rule-record section.
           move spaces to ws-rule-prog
           string 'AOCRULES-' delimited by size
                  rl-id(rl-ix) delimited by space
             into ws-rule-prog
           move spaces to jlr-record
           move jl-season to jlr-season
           move ws-rule-prog to jlr-progid
           move jl-start-date to jlr-start-date
           move jl-start-time to jlr-start-time
           move jl-busdate to jlr-end-date
           move jl-end-time to jlr-end-time
           move zero to jlr-elapsed
           move 1 to jlr-recs-read
           move zero to jlr-recs-rej
           move jl-operator to jlr-operator
           move zero to jlr-fingerprint
           move spaces to jlr-answer
           evaluate rl-result(rl-ix)
              when 'BROKEN'
                 move 4 to jlr-rc
                 move 'RULEBRK' to jlr-status
                 string 'AOC0701W ' delimited by size
                        function trim(rl-lval(rl-ix)) delimited by size
                        ' not ' delimited by size
                        rl-op(rl-ix) delimited by size
                        ' ' delimited by size
                        function trim(rl-rval(rl-ix)) delimited by size
                   into jlr-answer
              when 'BADRULE'
                 move 4 to jlr-rc
                 move 'RULEBAD' to jlr-status
                 string 'AOC0702W ' delimited by size
                        rl-note(rl-ix) delimited by size
                   into jlr-answer
              when other
                 move zero to jlr-rc
                 move 'OK' to jlr-status
                 string function trim(rl-lval(rl-ix)) delimited by size
                        ' ' delimited by size
                        rl-op(rl-ix) delimited by size
                        ' ' delimited by size
                        function trim(rl-rval(rl-ix)) delimited by size
                   into jlr-answer
           end-evaluate
           move function when-compiled to jlr-version
           COPY JOBLOGSEAL.
           move jlr-record to job-log-record
           write job-log-record
           if jl-file-status not = '00'
              display 'AOCRULES: JOB LOG WRITE FAILED (status '
                 jl-file-status ') -- ' function trim(job-log-record)
           end-if
           .

       write-rules-report section.
           open output rules-report-file
           move 'AOCRULES' to rw-prog
           move 'CROSS-PROGRAM ANSWER RULES' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY rules-report-record.

           move spaces to rules-report-record
           string 'rules file ' delimited by size
                  function trim(rules-file-name) delimited by size
             into rules-report-record
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           move spaces to rules-report-record
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           move 'RULE       RESULT   LEFT                 VALUE      '
             & '          OP RIGHT                VALUE'
             to rules-report-record
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           perform varying rl-ix from 1 by 1 until rl-ix > rl-count
              move spaces to rules-report-record
              move rl-id(rl-ix) to rules-report-record(1:10)
              move rl-result(rl-ix) to rules-report-record(12:8)
              move rl-left(rl-ix) to rules-report-record(21:20)
              move rl-lval(rl-ix) to rules-report-record(42:20)
              move rl-op(rl-ix) to rules-report-record(63:2)
              move rl-right(rl-ix) to rules-report-record(66:20)
              move rl-rval(rl-ix) to rules-report-record(87:20)
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
              if rl-desc(rl-ix) not = spaces
                 move spaces to rules-report-record
                 move rl-desc(rl-ix) to rules-report-record(12:60)
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
              end-if
              if rl-note(rl-ix) not = spaces
                 move spaces to rules-report-record
                 string '-- ' delimited by size
                        rl-note(rl-ix) delimited by size
                   into rules-report-record(12:60)
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
              end-if
           end-perform

           move spaces to rules-report-record
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           move ws-cnt-pass to ws-count-disp
           move ws-cnt-broken to ws-count-disp2
           string 'passed ' delimited by size
                  function trim(ws-count-disp) delimited by size
                  '  broken ' delimited by size
                  function trim(ws-count-disp2) delimited by size
             into rules-report-record
           move ws-cnt-bad to ws-count-disp
           move ws-cnt-nodata to ws-count-disp2
           string '  cannot be judged ' delimited by size
                  function trim(ws-count-disp) delimited by size
                  '  no data ' delimited by size
                  function trim(ws-count-disp2) delimited by size
             into rules-report-record(25:40)
           move ws-cnt-skipped to ws-count-disp
           string '  skipped ' delimited by size
                  function trim(ws-count-disp) delimited by size
             into rules-report-record(65:30)
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           if ws-bad-lines > zero
              move ws-bad-lines to ws-count-disp
              move spaces to rules-report-record
              string function trim(ws-count-disp) delimited by size
                     ' rules-file line(s) ignored -- see the console'
                        delimited by size
                into rules-report-record
           COPY RPTLINE REPLACING RPT-REC BY rules-report-record.
           end-if

           COPY RPTFOOT REPLACING RPT-REC BY rules-report-record.
           close rules-report-file
           COPY CATADD REPLACING PROGID BY 'AOCRULES'
                                 RPT-PATH BY rules-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCRULES: rules report written to '
              function trim(rules-report-name)
           .
