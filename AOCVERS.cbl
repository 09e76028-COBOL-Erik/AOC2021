       identification division.
       program-id. AOCVERS.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Program version register and answer-change correlation.
      *> When an answer of record changes, the input fingerprint says
      *> whether the data changed -- nothing said whether the code
      *> did. Every run record now carries the writing program's
      *> version (its build stamp, see JOBLOGEND), and the register
      *> records when each version went live and who promoted it.
      *>
      *> AOCVERS_PROMOTE=<program> promotes a version first: the one
      *> named in AOCVERS_VERSION, or the latest the job log has seen
      *> for that program, recorded under AOC_OPERATOR with the
      *> AOCVERS_NOTE text. Promoting needs the PROMOTE right.
      *>
      *> The report then walks the results master program by program
      *> and puts each answer change between consecutive run dates
      *> in a category from the two runs' log records: DATA (the
      *> fingerprint moved), CODE (the version moved), BOTH, or
      *> NEITHER -- the same input through the same code gave a
      *> different answer, which is the one to investigate. A change
      *> whose runs predate the columns is UNKNOWN.
             COPY JOBLOGSEL.
             select version-reg-file
               assign to dynamic version-reg-name
               organization is line sequential
               file status is ws-reg-status.
             select version-report-file
               assign to dynamic version-report-name
               organization is line sequential.
             COPY PROFILESEL.
             COPY CATSEL.
             COPY OPAUTHSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY OPAUTHFD.

       fd version-reg-file
          block 0 records
          label records omitted
          data record is version-reg-record.
       01 version-reg-record pic X(132).

       fd version-report-file
          block 0 records
          label records omitted
          data record is version-report-record.
       01 version-report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 version-reg-name pic X(60)
          value 'C:\WS\AOC2021\AOC-VERSIONS.txt'.
       77 version-report-name pic X(60).
       77 ws-reg-status pic X(2).
       77 ws-env-path   pic X(60).

      *> One register record per promotion, fixed columns like every
      *> other store in the suite.
       01 vr-rec.
          05 vr-progid    pic X(20).
          05 filler       pic X.
          05 vr-version   pic X(14).
          05 filler       pic X.
          05 vr-live-date pic 9(8).
          05 filler       pic X.
          05 vr-live-time pic 9(8).
          05 filler       pic X.
          05 vr-promoter  pic X(8).
          05 filler       pic X.
          05 vr-note      pic X(40).
       77 rg-max   pic S9(4) comp-4 value 500.
       77 rg-count pic S9(4) comp-4 value zero.
       01 rg-table.
          05 rg-entry occurs 500 times.
             10 rg-progid    pic X(20).
             10 rg-version   pic X(14).
             10 rg-live-date pic 9(8).
             10 rg-live-time pic 9(8).
             10 rg-promoter  pic X(8).
             10 rg-note      pic X(40).
       77 rg-ix  pic S9(4) comp-4.
       77 rg-hit pic S9(4) comp-4.

      *> Run records from the log, for the fingerprint and version
      *> behind each answer of record.
       77 rn-max   pic S9(5) comp-4 value 20000.
       77 rn-count pic S9(5) comp-4 value zero.
       01 rn-table.
          05 rn-entry occurs 20000 times.
             10 rn-progid  pic X(20).
             10 rn-date    pic 9(8).
      *> End time -- what the results master records as run time.
             10 rn-time    pic 9(8).
             10 rn-fp      pic 9(9).
             10 rn-version pic X(14).
       77 rn-ix  pic S9(5) comp-4.
       77 rn-hit pic S9(5) comp-4.
       77 ws-log-full pic X value 'N'.
          88 log-full value 'Y'.

      *> Versions the log has seen run, per program.
       77 vs-max   pic S9(4) comp-4 value 500.
       77 vs-count pic S9(4) comp-4 value zero.
       01 vs-table.
          05 vs-entry occurs 500 times.
             10 vs-progid pic X(20).
             10 vs-version pic X(14).
             10 vs-first  pic 9(8).
             10 vs-last   pic 9(8).
             10 vs-runs   pic 9(6).
       77 vs-ix  pic S9(4) comp-4.
       77 vs-hit pic S9(4) comp-4.
       77 ws-unpromoted pic 9(4) value zero.

      *> Promotion transaction.
       77 ws-promote-prog pic X(20).
       77 ws-promote-ver  pic X(14).
       77 ws-promote-note pic X(40).
       77 ws-now-time     pic 9(8).

      *> Results-master sweep state -- the previous record of the
      *> same program is what each answer is compared with.
       01 pv-rec.
          05 pv-progid pic X(20).
          05 pv-date   pic 9(8).
          05 pv-time   pic 9(8).
          05 pv-status pic X(8).
          05 pv-answer pic X(40).
          05 pv-season pic X(4).
       77 ws-master-ok pic X value 'Y'.
       77 ws-master-recs pic 9(8) value zero.
       77 ws-find-date pic 9(8).
       77 ws-find-time pic 9(8).
       77 ws-old-fp   pic 9(9).
       77 ws-new-fp   pic 9(9).
       77 ws-old-ver  pic X(14).
       77 ws-new-ver  pic X(14).
       77 ws-category pic X(8).
       77 ws-chg-count  pic 9(6) value zero.
       77 ws-cnt-data   pic 9(6) value zero.
       77 ws-cnt-code   pic 9(6) value zero.
       77 ws-cnt-both   pic 9(6) value zero.
       77 ws-cnt-neither pic 9(6) value zero.
       77 ws-cnt-unknown pic 9(6) value zero.
       77 ws-count-disp pic Z(5)9.
       77 ws-fp-disp    pic Z(8)9.
       77 ws-fp-disp2   pic Z(8)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY OPAUTHWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-path from environment 'AOCVERS_REGISTER'
           if ws-env-path not = spaces
              move ws-env-path to version-reg-name
           end-if
           string 'C:\WS\AOC2021\AOCVERS-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into version-report-name

           perform load-run-records

           accept ws-promote-prog from environment 'AOCVERS_PROMOTE'
           if ws-promote-prog not = spaces
              perform promote-version
           end-if

           perform load-register
           perform write-version-report

           if ws-cnt-neither > zero
              move 'NEITHER' to jl-status
              move ws-cnt-neither to ws-count-disp
              display 'AOC0601W AOCVERS: ' function trim(ws-count-disp)
                 ' answer change(s) with neither a data nor a code '
                 'change -- see ' function trim(version-report-name)
           end-if
           move ws-chg-count to ws-count-disp
           move ws-cnt-neither to ws-fp-disp
           string function trim(ws-count-disp) delimited by size
                  ' answer change(s), ' delimited by size
                  function trim(ws-fp-disp) delimited by size
                  ' unexplained' delimited by size
             into jl-answer
           move ws-master-recs to jl-recs-read
           move ws-cnt-neither to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCVERS'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> Every real run record: its fingerprint and version into the
      *> run table, its version into the versions-seen tally.
       load-run-records section.
           move 'on' to file-eof
           open input job-log-file
           if jl-file-status = '35'
              display 'AOCVERS: no job log found -- no versions or '
                 'fingerprints to correlate'
              exit section
           end-if
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              COPY JOBLOGPARSE.
              if jlp-valid
                 and jlp-status not = 'START'
                 and jlp-status not = 'VOID'
                 and jlp-status not = 'LANEEND'
                 and jlp-status not = 'LOKCLR'
                 perform note-run-record
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           if log-full
              display 'AOCVERS: the job log exceeds the ' rn-max
                 '-run table -- later runs not correlated'
           end-if
           .

       note-run-record section.
           if rn-count >= rn-max
              set log-full to true
           else
              add 1 to rn-count
              move jlp-progid to rn-progid(rn-count)
              move jlp-start-date to rn-date(rn-count)
              move jlp-end-stamp(9:8) to rn-time(rn-count)
              move jlp-fingerprint to rn-fp(rn-count)
              move jlp-version to rn-version(rn-count)
           end-if
           if jlp-version = spaces
              exit section
           end-if
           move zero to vs-hit
           perform varying vs-ix from 1 by 1 until vs-ix > vs-count
              if vs-progid(vs-ix) = jlp-progid
                 and vs-version(vs-ix) = jlp-version
                 move vs-ix to vs-hit
                 exit perform
              end-if
           end-perform
           if vs-hit = zero and vs-count < vs-max
              add 1 to vs-count
              move vs-count to vs-hit
              move jlp-progid to vs-progid(vs-hit)
              move jlp-version to vs-version(vs-hit)
              move jlp-start-date to vs-first(vs-hit)
              move zero to vs-runs(vs-hit)
           end-if
           if vs-hit > zero
              add 1 to vs-runs(vs-hit)
              move jlp-start-date to vs-last(vs-hit)
           end-if
           .

      *> AOCVERS_PROMOTE=<program>: record a version as live from
      *> now. Without AOCVERS_VERSION it is the version the latest
      *> logged run of that program used.
       promote-version section.
           move function upper-case(ws-promote-prog) to ws-promote-prog
           move spaces to ws-promote-ver ws-promote-note
           accept ws-promote-ver from environment 'AOCVERS_VERSION'
           accept ws-promote-note from environment 'AOCVERS_NOTE'
           if ws-promote-ver = spaces
              perform varying rn-ix from rn-count by -1
                      until rn-ix < 1
                 if rn-progid(rn-ix) = ws-promote-prog
                    and rn-version(rn-ix) not = spaces
                    move rn-version(rn-ix) to ws-promote-ver
                    exit perform
                 end-if
              end-perform
           end-if
           if ws-promote-ver = spaces
              display 'AOCVERS: no version given and no logged run '
                 'of ' function trim(ws-promote-prog)
                 ' carries one -- nothing promoted'
              exit section
           end-if
           move jl-operator to oa-operator
           move 'PROMOTE' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              display 'AOCVERS: ' function trim(ws-promote-prog)
                 ' version ' ws-promote-ver ' NOT promoted'
              exit section
           end-if
           perform load-register
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              if rg-progid(rg-ix) = ws-promote-prog
                 and rg-version(rg-ix) = ws-promote-ver
                 display 'AOCVERS: ' function trim(ws-promote-prog)
                    ' version ' ws-promote-ver ' was already '
                    'promoted on ' rg-live-date(rg-ix) ' by '
                    rg-promoter(rg-ix)
                 exit section
              end-if
           end-perform
           accept ws-now-time from time
           move spaces to vr-rec
           move ws-promote-prog to vr-progid
           move ws-promote-ver to vr-version
           move jl-busdate to vr-live-date
           move ws-now-time to vr-live-time
           move jl-operator to vr-promoter
           if vr-promoter = spaces
              move 'UNKNOWN' to vr-promoter
           end-if
           move ws-promote-note to vr-note
           open extend version-reg-file
           if ws-reg-status = '35'
              open output version-reg-file
           end-if
           write version-reg-record from vr-rec
           close version-reg-file
           display 'AOCVERS: ' function trim(ws-promote-prog)
              ' version ' ws-promote-ver ' promoted live on '
              jl-busdate ' by ' vr-promoter
           .

       load-register section.
           move zero to rg-count
           open input version-reg-file
           if ws-reg-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read version-reg-file at end set eof-in to true end-read
           perform until eof-in
              if version-reg-record not = spaces
                 and version-reg-record(1:1) not = '*'
                 and rg-count < rg-max
                 move version-reg-record to vr-rec
                 add 1 to rg-count
                 move vr-progid to rg-progid(rg-count)
                 move vr-version to rg-version(rg-count)
                 move zero to rg-live-date(rg-count)
                    rg-live-time(rg-count)
                 if vr-live-date is numeric
                    move vr-live-date to rg-live-date(rg-count)
                 end-if
                 if vr-live-time is numeric
                    move vr-live-time to rg-live-time(rg-count)
                 end-if
                 move vr-promoter to rg-promoter(rg-count)
                 move vr-note to rg-note(rg-count)
              end-if
              read version-reg-file at end set eof-in to true end-read
           end-perform
           close version-reg-file
           .

       write-version-report section.
           open output version-report-file
           move 'AOCVERS' to rw-prog
           move 'VERSION REGISTER AND ANSWER CHANGES' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY version-report-record.

           move 'VERSION REGISTER' to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           if rg-count = zero
              move '  (no versions promoted yet)'
                to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           end-if
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              move spaces to version-report-record
              string '  ' delimited by size
                     rg-progid(rg-ix) delimited by size
                     ' ' delimited by size
                     rg-version(rg-ix) delimited by size
                     ' live ' delimited by size
                     rg-live-date(rg-ix) delimited by size
                     ' ' delimited by size
                     rg-live-time(rg-ix)(1:4) delimited by size
                     ' by ' delimited by size
                     rg-promoter(rg-ix) delimited by size
                     ' ' delimited by size
                     function trim(rg-note(rg-ix)) delimited by size
                into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           end-perform

           move spaces to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move 'VERSIONS RUN (from the job log)'
             to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           perform varying vs-ix from 1 by 1 until vs-ix > vs-count
              move vs-runs(vs-ix) to ws-count-disp
              move spaces to version-report-record
              string '  ' delimited by size
                     vs-progid(vs-ix) delimited by size
                     ' ' delimited by size
                     vs-version(vs-ix) delimited by size
                     ' runs ' delimited by size
                     ws-count-disp delimited by size
                     ' first ' delimited by size
                     vs-first(vs-ix) delimited by size
                     ' last ' delimited by size
                     vs-last(vs-ix) delimited by size
                into version-report-record
              move zero to rg-hit
              perform varying rg-ix from 1 by 1 until rg-ix > rg-count
                 if rg-progid(rg-ix) = vs-progid(vs-ix)
                    and rg-version(rg-ix) = vs-version(vs-ix)
                    move rg-ix to rg-hit
                    exit perform
                 end-if
              end-perform
              if rg-hit = zero
                 add 1 to ws-unpromoted
                 move ' << NOT PROMOTED'
                   to version-report-record(91:16)
              end-if
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           end-perform

           move spaces to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move 'ANSWER CHANGES ON THE RESULTS MASTER'
             to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           perform sweep-answer-changes
           if ws-chg-count = zero
              move spaces to version-report-record
              if ws-master-ok = 'Y'
                 move '  (no answer changed between run dates)'
                   to version-report-record
              else
                 move '  (results master not available)'
                   to version-report-record
              end-if
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           end-if

           move spaces to version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-chg-count to ws-count-disp
           move spaces to version-report-record
           string 'Changes: ' delimited by size
                  function trim(ws-count-disp) delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-cnt-data to ws-count-disp
           move spaces to version-report-record
           string '  DATA    ' delimited by size
                  ws-count-disp delimited by size
                  '  input fingerprint changed' delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-cnt-code to ws-count-disp
           move spaces to version-report-record
           string '  CODE    ' delimited by size
                  ws-count-disp delimited by size
                  '  program version changed' delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-cnt-both to ws-count-disp
           move spaces to version-report-record
           string '  BOTH    ' delimited by size
                  ws-count-disp delimited by size
                  '  data and code both changed' delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-cnt-neither to ws-count-disp
           move spaces to version-report-record
           string '  NEITHER ' delimited by size
                  ws-count-disp delimited by size
                  '  same data, same code -- INVESTIGATE'
                     delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-cnt-unknown to ws-count-disp
           move spaces to version-report-record
           string '  UNKNOWN ' delimited by size
                  ws-count-disp delimited by size
                  '  a run predates the fingerprint or version '
                     delimited by size
                  'column, or is not in the log' delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           if ws-unpromoted > zero
              move ws-unpromoted to ws-count-disp
              move spaces to version-report-record
              string function trim(ws-count-disp) delimited by size
                     ' version(s) have run without being promoted '
                        delimited by size
                     '(AOCVERS_PROMOTE=<program>)' delimited by size
                into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           end-if

           COPY RPTFOOT REPLACING RPT-REC BY version-report-record.
           close version-report-file
           COPY CATADD REPLACING PROGID BY 'AOCVERS'
                                 RPT-PATH BY version-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCVERS: version report written to '
              function trim(version-report-name)
           .

      *> The master comes back in key order -- program, then run
      *> date -- so each record is compared with the one before it
      *> when both belong to the same program.
       sweep-answer-changes section.
           move spaces to pv-rec
           move low-values to rslt-season rslt-progid
           move zero to rslt-run-date
           move 'Y' to rslt-found
           perform until rslt-found not = 'Y'
              move 'N' to rslt-func
              move 'Y' to rslt-io-ok
              call 'AOCRSLT' using rslt-parm
                 on exception
                    move 'N' to rslt-found
                    move 'N' to ws-master-ok
              end-call
              if rslt-io-ok = 'N'
                 move 'N' to rslt-found
                 move 'N' to ws-master-ok
              end-if
              if rslt-found = 'Y'
                 add 1 to ws-master-recs
                 if rslt-status not = 'VOID'
                    if rslt-progid = pv-progid
                       and rslt-season = pv-season
                       and function trim(rslt-answer)
                           not = function trim(pv-answer)
                       perform classify-change
                    end-if
                    move rslt-progid to pv-progid
                    move rslt-season to pv-season
                    move rslt-run-date to pv-date
                    move rslt-run-time to pv-time
                    move rslt-status to pv-status
                    move rslt-answer to pv-answer
                 end-if
              end-if
           end-perform
           .

       classify-change section.
           add 1 to ws-chg-count
           move pv-date to ws-find-date
           move pv-time to ws-find-time
           perform find-run-record
           move zero to ws-old-fp
           move spaces to ws-old-ver
           if rn-hit > zero
              move rn-fp(rn-hit) to ws-old-fp
              move rn-version(rn-hit) to ws-old-ver
           end-if
           move rslt-run-date to ws-find-date
           move rslt-run-time to ws-find-time
           perform find-run-record
           move zero to ws-new-fp
           move spaces to ws-new-ver
           if rn-hit > zero
              move rn-fp(rn-hit) to ws-new-fp
              move rn-version(rn-hit) to ws-new-ver
           end-if
           evaluate true
              when ws-old-fp = zero or ws-new-fp = zero
                 or ws-old-ver = spaces or ws-new-ver = spaces
                 move 'UNKNOWN' to ws-category
                 add 1 to ws-cnt-unknown
              when ws-old-fp not = ws-new-fp
                 and ws-old-ver not = ws-new-ver
                 move 'BOTH' to ws-category
                 add 1 to ws-cnt-both
              when ws-old-fp not = ws-new-fp
                 move 'DATA' to ws-category
                 add 1 to ws-cnt-data
              when ws-old-ver not = ws-new-ver
                 move 'CODE' to ws-category
                 add 1 to ws-cnt-code
              when other
                 move 'NEITHER' to ws-category
                 add 1 to ws-cnt-neither
           end-evaluate
           move spaces to version-report-record
           string '  ' delimited by size
                  ws-category delimited by size
                  ' ' delimited by size
                  rslt-progid delimited by size
                  ' ' delimited by size
                  pv-date delimited by size
                  ' -> ' delimited by size
                  rslt-run-date delimited by size
                  ' [' delimited by size
                  function trim(pv-answer) delimited by size
                  '] -> [' delimited by size
                  function trim(rslt-answer) delimited by size
                  ']' delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           move ws-old-fp to ws-fp-disp
           move ws-new-fp to ws-fp-disp2
           move spaces to version-report-record
           string '           fingerprint ' delimited by size
                  function trim(ws-fp-disp) delimited by size
                  ' -> ' delimited by size
                  function trim(ws-fp-disp2) delimited by size
                  '  version ' delimited by size
                  ws-old-ver delimited by size
                  ' -> ' delimited by size
                  ws-new-ver delimited by size
             into version-report-record
           COPY RPTLINE REPLACING RPT-REC BY version-report-record.
           .

      *> The log record behind an answer of record: same program and
      *> run date, the matching end time if there is one, else the
      *> latest run that date (the master keeps the latest).
       find-run-record section.
           move zero to rn-hit
           perform varying rn-ix from 1 by 1 until rn-ix > rn-count
              if rn-progid(rn-ix) = rslt-progid
                 and rn-date(rn-ix) = ws-find-date
                 move rn-ix to rn-hit
                 if rn-time(rn-ix) = ws-find-time
                    exit perform
                 end-if
              end-if
           end-perform
           .
