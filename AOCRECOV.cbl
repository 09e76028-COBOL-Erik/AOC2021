       identification division.
       program-id. AOCRECOV.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Point-in-time recovery of the results master. Restoring a
      *> backup generation (AOCBACKUP) alone throws away every
      *> legitimate change made since it was taken; this restores
      *> the chosen RESULTS generation and then rolls it forward
      *> through AOCRSLT's journal -- new keys, reruns, and the
      *> reviewed amendments AOCPEND accepted through the force
      *> function -- replaying every change stamped after the
      *> generation and before the recovery point, so a bad mass
      *> update at 14:05 is undone by recovering to 1405.
      *>
      *> The generation is picked from the backup register (or named
      *> in AOCRECOV_GENERATION as yyyymmdd-hhmmsscc), the point is
      *> entered as yyyymmdd hhmm[ss] (or AOCRECOV_POINT). The run
      *> needs the RESTORE right and the suite run lock, and takes a
      *> registered snapshot of the live master first, so the
      *> recovery itself can be restored away. Journal lines written
      *> before the journal kept after-images are rolled forward
      *> from the key's next before-image, else from the snapshot.
      *> Verdicts are not journaled: one the snapshot holds for the
      *> same answer is carried over. The report lists every change
      *> replayed and the recovered master's record count.
             COPY JOBLOGSEL.
             select register-file
               assign to dynamic register-file-name
               organization is line sequential
               file status is ws-reg-status.
             select journal-file
               assign to dynamic results-journal-name
               organization is line sequential
               file status is rv-jrn-status.
      *> The same journal again, read ahead for a legacy line's
      *> after-image.
             select look-file
               assign to dynamic results-journal-name
               organization is line sequential
               file status is rv-look-status.
      *> The results master is indexed -- it travels through its own
      *> record structure, as in AOCBACKUP.
             select source-master
               assign to dynamic rv-source-name
               organization is indexed
               access is dynamic
               record key is sm-key
               file status is rv-source-status.
             select target-master
               assign to dynamic rv-target-name
               organization is indexed
               access is dynamic
               record key is tm-key
               file status is rv-target-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY PROFILESEL.
             COPY CATSEL.
             COPY OPAUTHSEL.
             COPY RUNLKSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY OPAUTHFD.
       COPY RUNLKFD.

       fd register-file
          block 0 records
          label records omitted
          data record is register-record.
       01 register-record pic X(160).

       fd journal-file
          block 0 records
          label records omitted
          data record is journal-record.
       01 journal-record pic X(200).

       fd look-file
          block 0 records
          label records omitted
          data record is look-record.
       01 look-record pic X(200).

       fd source-master.
       01 sm-record.
          05 sm-key.
             10 sm-season   pic X(4).
             10 sm-progid   pic X(20).
             10 sm-run-date pic 9(8).
          05 sm-run-time    pic 9(8).
          05 sm-status      pic X(8).
          05 sm-answer      pic X(40).
          05 sm-verdict     pic X(8).
          05 sm-verd-ref    pic X(12).

       fd target-master.
       01 tm-record.
          05 tm-key.
             10 tm-season   pic X(4).
             10 tm-progid   pic X(20).
             10 tm-run-date pic 9(8).
          05 tm-run-time    pic 9(8).
          05 tm-status      pic X(8).
          05 tm-answer      pic X(40).
          05 tm-verdict     pic X(8).
          05 tm-verd-ref    pic X(12).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       COPY OPAUTHWS.
       COPY RUNLKWS.
       COPY SIGNLK.
       77 a-dummy pic X.

       77 report-file-name pic X(60).
       77 ws-env-path pic X(60).
       77 rv-live-name pic X(80)
          value 'C:\WS\AOC2021\AOC-RESULTS.dat'.
       77 rv-source-name pic X(80).
       77 rv-source-status pic X(2).
       77 rv-target-name pic X(80).
       77 rv-target-status pic X(2).
       77 results-journal-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-JOURNAL.txt'.
       77 rv-jrn-status  pic X(2).
       77 rv-look-status pic X(2).
       77 rv-jrn-eof  pic X.
          88 rv-jrn-at-eof value 'Y'.
       77 rv-look-eof pic X.
          88 rv-look-at-eof value 'Y'.

      *> The backup register -- AOCBACKUP's column layout.
       77 register-file-name pic X(60)
          value 'C:\WS\AOC2021\BACKUP\BACKUP-CATALOG.txt'.
       77 ws-reg-status pic X(2).
       01 reg-rec.
          05 reg-date pic 9(8).
          05 filler   pic X.
          05 reg-time pic 9(8).
          05 filler   pic X.
          05 reg-key  pic X(10).
          05 filler   pic X.
          05 reg-recs pic 9(8).
          05 filler   pic X.
          05 reg-path pic X(80).

      *> The RESULTS generations on offer, oldest first.
       77 gn-max   pic S9(4) comp-4 value 500.
       77 gn-count pic S9(4) comp-4 value zero.
       77 gn-over  pic 9(4) value zero.
       01 gn-table.
          05 gn-line occurs 500 times pic X(160).
       77 gn-ix    pic S9(4) comp-4.
       77 gn-pick  pic S9(4) comp-4.

      *> The generation restored and the recovery point. Each is a
      *> yyyymmdd + hhmmsscc stamp, compared whole.
       01 rv-gen-stamp.
          05 rv-gen-date  pic 9(8) value zero.
          05 rv-gen-time  pic 9(8) value zero.
       77 rv-gen-path  pic X(80).
       77 rv-gen-recs  pic 9(8).
       01 rv-point-stamp.
          05 rv-point-date pic 9(8) value zero.
          05 rv-point-time pic 9(8) value zero.
       01 rv-line-stamp.
          05 rv-line-date  pic 9(8).
          05 rv-line-time  pic 9(8).
       77 rv-env-gen   pic X(20).
       77 rv-point-in  pic X(20).
       77 rv-pt-date   pic X(8).
       77 rv-pt-time   pic X(8).
       77 rv-pt-len    pic S9(4) comp-4.
       77 rv-point-sw  pic X.
          88 rv-point-ok value 'Y'.

      *> The pre-recovery snapshot of the live master.
       77 rv-snap-name pic X(80) value spaces.
       77 rv-snap-sw   pic X value 'N'.
          88 rv-snap-taken value 'Y'.
       77 rv-snap-recs pic 9(8) value zero.
       77 rv-restored  pic 9(8) value zero.
       77 ws-now-date  pic 9(8).
       77 ws-now-time  pic 9(8).

      *> One journal line -- AOCRSLT's column layout. A line written
      *> before the journal kept after-images has no action.
       01 jv-rec.
          05 jv-date    pic 9(8).
          05 filler     pic X.
          05 jv-time    pic 9(8).
          05 filler     pic X.
          05 jv-oper    pic X(8).
          05 filler     pic X.
          05 jv-progid  pic X(20).
          05 filler     pic X.
          05 jv-rundate pic 9(8).
          05 filler     pic X.
          05 jv-runtime pic X(8).
          05 filler     pic X.
          05 jv-status  pic X(8).
          05 filler     pic X.
          05 jv-answer  pic X(40).
          05 filler     pic X.
          05 jv-action  pic X(8).
          05 filler     pic X.
          05 jv-season  pic X(4).
          05 filler     pic X.
          05 jv-new-runtime pic 9(8).
          05 filler     pic X.
          05 jv-new-status  pic X(8).
          05 filler     pic X.
          05 jv-new-answer  pic X(40).
          05 filler     pic X(12).
       77 rv-line-no  pic 9(8).
       77 rv-look-no  pic 9(8).

      *> The after-image being replayed.
       77 rv-image-sw pic X.
          88 rv-have-image value 'Y'.
       77 rv-new-season  pic X(4).
       77 rv-new-runtime pic 9(8).
       77 rv-new-status  pic X(8).
       77 rv-new-answer  pic X(40).
       77 rv-outcome     pic X(8).

       77 rv-jrn-read  pic 9(6) value zero.
       77 rv-window    pic 9(6) value zero.
       77 rv-in-gen    pic 9(6) value zero.
       77 rv-past      pic 9(6) value zero.
       77 rv-applied   pic 9(6) value zero.
       77 rv-added     pic 9(6) value zero.
       77 rv-noimage   pic 9(6) value zero.
       77 rv-verdicts  pic 9(6) value zero.
       77 rv-final     pic 9(8) value zero.
       77 ws-disp      pic Z(7)9.
       77 ws-disp2     pic Z(7)9.
       77 ws-disp3     pic Z(7)9.
       77 ws-pick      pic X(4).
       77 ws-confirm   pic X.

      *> One replayed change, under the column heading.
       01 rd-line.
          05 rd-date     pic 9(8).
          05 filler      pic X.
          05 rd-time     pic 9(8).
          05 filler      pic X(2).
          05 rd-oper     pic X(8).
          05 filler      pic X(2).
          05 rd-action   pic X(8).
          05 filler      pic X(2).
          05 rd-progid   pic X(20).
          05 filler      pic X(2).
          05 rd-run-date pic 9(8).
          05 filler      pic X(2).
          05 rd-old      pic X(20).
          05 filler      pic X(2).
          05 rd-new      pic X(20).
          05 filler      pic X(2).
          05 rd-outcome  pic X(8).

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           COPY SIGNON REPLACING PROGID BY 'AOCRECOV'
                                 OPERATOR BY jl-operator.
           move jl-operator to oa-operator
           move 'RESTORE' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              move 'DENIED' to jl-status
              move 'recovery not authorized' to jl-answer
              perform finish-run
              goback
           end-if

           perform resolve-paths
           perform pick-generation
           if jl-status = 'OK'
              perform pick-point
           end-if
           if jl-status not = 'OK'
              perform finish-run
              goback
           end-if

      *> Nothing may write the master while it is rebuilt.
           COPY RUNLKTAKE REPLACING PROGID BY 'AOCRECOV'.
           if rl-held
              display 'AOCRECOV: recovery refused while the lock is '
                 'held'
              move 'LOCKED' to jl-status
              move 'suite run lock held' to jl-answer
              perform finish-run
              goback
           end-if

           display 'This OVERWRITES the live results master with the '
              rv-gen-date '/' rv-gen-time ' generation rolled '
              'forward to ' rv-point-date '/' rv-point-time
              '. Proceed? (Y/N): ' with no advancing
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y'
              display 'Recovery cancelled'
              move 'CANCEL' to jl-status
              move 'recovery cancelled' to jl-answer
              COPY RUNLKFREE.
              perform finish-run
              goback
           end-if

           perform take-snapshot
           if jl-status = 'OK'
              perform restore-generation
           end-if
           if jl-status not = 'OK'
              COPY RUNLKFREE.
              perform finish-run
              goback
           end-if

           perform count-window
           string 'C:\WS\AOC2021\AOCRECOV-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCRECOV' to rw-prog
           move 'POINT-IN-TIME RECOVERY OF THE RESULTS MASTER'
             to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-recovery-heading

           perform replay-journal
           if jl-status = 'OK'
              perform carry-verdicts
           end-if
           COPY RUNLKFREE.

           perform write-recovery-totals
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCRECOV'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rv-window.

           compute ws-disp = rv-applied + rv-added
           move rv-final to ws-disp2
           display 'AOCRECOV: ' function trim(ws-disp)
              ' change(s) replayed, ' function trim(ws-disp2)
              ' record(s) on the recovered master -- see '
              function trim(report-file-name)
      *> A replay that could not open the master keeps its status
      *> and answer.
           if jl-status = 'OK'
              if rv-noimage > zero
                 move 'NOIMAGE' to jl-status
                 move rv-noimage to ws-disp3
                 display 'AOCRECOV: ' function trim(ws-disp3)
                    ' journaled change(s) had no after-image and were '
                    'NOT replayed'
              end-if
              move spaces to jl-answer
              string function trim(ws-disp) delimited by size
                     ' replayed, ' delimited by size
                     function trim(ws-disp2) delimited by size
                     ' record(s)' delimited by size
                into jl-answer
           end-if
           perform finish-run
           goback.

       finish-run section.
           move rv-jrn-read to jl-recs-read
           move rv-noimage to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCRECOV'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           .

      *> The live master, the journal and the backup register, with
      *> the env overrides their owners honor.
       resolve-paths section.
           accept ws-env-path from environment 'RESULTS_PATH'
           if ws-env-path not = spaces
              move ws-env-path to rv-live-name
           end-if
           accept ws-env-path from environment 'RESULTS_JOURNAL'
           if ws-env-path not = spaces
              move ws-env-path to results-journal-name
           end-if
           accept ws-env-path from environment 'AOCBACKUP_REGISTER'
           if ws-env-path not = spaces
              move ws-env-path to register-file-name
           end-if
           .

      *> The register's RESULTS generations, offered by number --
      *> or the one AOCRECOV_GENERATION names.
       pick-generation section.
           move zero to gn-count
           open input register-file
           if ws-reg-status = '00'
              move 'on' to file-eof
              read register-file at end set eof-in to true end-read
              perform until eof-in
                 move register-record to reg-rec
                 if reg-key = 'RESULTS'
                    if gn-count < gn-max
                       add 1 to gn-count
                       move register-record to gn-line(gn-count)
                    else
                       add 1 to gn-over
                    end-if
                 end-if
                 read register-file at end set eof-in to true
                 end-read
              end-perform
              close register-file
           end-if
           if gn-count = zero
              display 'AOCRECOV: the backup register holds no '
                 'RESULTS generation -- nothing to recover from'
              move 'NOGEN' to jl-status
              move 'no RESULTS generation' to jl-answer
              exit section
           end-if
           if gn-over > zero
              display 'AOCRECOV: WARNING -- the register holds more '
                 'than ' gn-max ' RESULTS generations; the NEWEST '
                 'are not offered'
           end-if

           move zero to gn-pick
           accept rv-env-gen from environment 'AOCRECOV_GENERATION'
           if rv-env-gen not = spaces
              perform varying gn-ix from 1 by 1 until gn-ix > gn-count
                 move gn-line(gn-ix) to reg-rec
                 if reg-date = rv-env-gen(1:8)
                    and reg-time = rv-env-gen(10:8)
                    move gn-ix to gn-pick
                 end-if
              end-perform
              if gn-pick = zero
                 display 'AOCRECOV: no RESULTS generation '
                    function trim(rv-env-gen) ' in the register'
                 move 'NOGEN' to jl-status
                 move 'generation not registered' to jl-answer
                 exit section
              end-if
           else
              display 'Generations of RESULTS:'
              perform varying gn-ix from 1 by 1 until gn-ix > gn-count
                 move gn-line(gn-ix) to reg-rec
                 move gn-ix to ws-disp
                 display function trim(ws-disp) '. ' reg-date ' '
                    reg-time ' ' reg-recs ' record(s)'
              end-perform
              display 'Generation number to recover from (blank to '
                 'cancel): ' with no advancing
              move spaces to ws-pick
              accept ws-pick
              if ws-pick not = spaces
                 and function trim(ws-pick) is numeric
                 compute gn-pick = function numval(ws-pick)
              end-if
              if gn-pick < 1 or gn-pick > gn-count
                 display 'Recovery cancelled'
                 move 'CANCEL' to jl-status
                 move 'recovery cancelled' to jl-answer
                 exit section
              end-if
           end-if
           move gn-line(gn-pick) to reg-rec
           move reg-date to rv-gen-date
           move reg-time to rv-gen-time
           move reg-path to rv-gen-path
           move reg-recs to rv-gen-recs
           .

      *> The recovery point, yyyymmdd hhmm or yyyymmdd hhmmss:
      *> every change stamped before it is replayed, none at or
      *> after it. It must fall after the generation.
       pick-point section.
           accept rv-point-in from environment 'AOCRECOV_POINT'
           if rv-point-in = spaces
              display 'Recover to (yyyymmdd hhmm[ss] -- changes '
                 'stamped before it are replayed): '
                 with no advancing
              accept rv-point-in
           end-if
           move spaces to rv-pt-date rv-pt-time
           unstring rv-point-in delimited by all space
              into rv-pt-date rv-pt-time
           end-unstring
           move 'Y' to rv-point-sw
           move zero to rv-pt-len
           if rv-pt-time not = spaces
              compute rv-pt-len =
                 function length(function trim(rv-pt-time))
           end-if
           if rv-pt-len not = 4 and rv-pt-len not = 6
              move 'N' to rv-point-sw
           end-if
           if rv-point-ok
              if rv-pt-time(1:rv-pt-len) is not numeric
                 or rv-pt-date is not numeric
                 move 'N' to rv-point-sw
              end-if
           end-if
           if rv-point-ok
              if function test-date-yyyymmdd(
                    function numval(rv-pt-date)) not = zero
                 move 'N' to rv-point-sw
              end-if
           end-if
           if not rv-point-ok
              display 'AOCRECOV: [' function trim(rv-point-in)
                 '] is not yyyymmdd hhmm[ss] -- nothing recovered'
              move 'BADPOINT' to jl-status
              move 'recovery point not valid' to jl-answer
              exit section
           end-if
           move rv-pt-date to rv-point-date
           move zero to rv-point-time
           move rv-pt-time(1:rv-pt-len) to rv-point-time(1:rv-pt-len)
           if rv-point-stamp not > rv-gen-stamp
              display 'AOCRECOV: the point ' rv-point-date '/'
                 rv-point-time ' is not after the ' rv-gen-date '/'
                 rv-gen-time ' generation -- nothing recovered'
              move 'BADPOINT' to jl-status
              move 'recovery point before the generation'
                to jl-answer
           end-if
           .

      *> The live master as it stands, kept as a registered RESULTS
      *> generation (AOCBACKUP's naming and retention) before it is
      *> overwritten. No live master, no snapshot.
       take-snapshot section.
           move rv-live-name to rv-source-name
           open input source-master
           if rv-source-status = '35'
              display 'AOCRECOV: no live results master -- no '
                 'pre-recovery snapshot taken'
              exit section
           end-if
      *> A live master that cannot be read cannot be kept -- and is
      *> not overwritten unkept.
           if rv-source-status not = '00'
              display 'AOCRECOV: live results master open failed, '
                 'status ' rv-source-status ' -- nothing recovered'
              move 'NOSNAP' to jl-status
              move 'live master could not be kept' to jl-answer
              exit section
           end-if
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           move spaces to rv-snap-name
           string 'C:\WS\AOC2021\BACKUP\RESULTS-' delimited by size
                  ws-now-date delimited by size
                  '-' delimited by size
                  ws-now-time delimited by size
                  '.gen' delimited by size
             into rv-snap-name
           move rv-snap-name to rv-target-name
           open output target-master
           if rv-target-status not = '00'
              display 'AOCRECOV: snapshot ' function trim(rv-snap-name)
                 ' could not be written, status ' rv-target-status
                 ' -- nothing recovered'
              close source-master
              move 'NOSNAP' to jl-status
              move 'live master could not be kept' to jl-answer
              exit section
           end-if
           read source-master next
              at end move '10' to rv-source-status
           end-read
           perform until rv-source-status not = '00'
              write tm-record from sm-record
              add 1 to rv-snap-recs
              read source-master next
                 at end move '10' to rv-source-status
              end-read
           end-perform
           close source-master
           close target-master
           set rv-snap-taken to true
           move spaces to reg-rec
           move ws-now-date to reg-date
           move ws-now-time to reg-time
           move 'RESULTS' to reg-key
           move rv-snap-recs to reg-recs
           move rv-snap-name to reg-path
           open extend register-file
           if ws-reg-status = '35'
              open output register-file
           end-if
           write register-record from reg-rec
           close register-file
           display 'AOCRECOV: live master kept as '
              function trim(rv-snap-name) ' (' rv-snap-recs
              ' record(s))'
           .

      *> The chosen generation over the live master. A generation
      *> file gone missing leaves the live master untouched.
       restore-generation section.
           move rv-gen-path to rv-source-name
           open input source-master
           if rv-source-status not = '00'
              display 'AOCRECOV: generation file '
                 function trim(rv-gen-path) ' is MISSING -- the live '
                 'master is untouched'
              move 'MISSING' to jl-status
              move 'generation file missing' to jl-answer
              exit section
           end-if
           move rv-live-name to rv-target-name
           open output target-master
           if rv-target-status not = '00'
              display 'AOCRECOV: live results master could not be '
                 'opened for the restore, status ' rv-target-status
                 ' -- nothing restored'
              close source-master
              move 'NOOPEN' to jl-status
              move 'live master could not be opened' to jl-answer
              exit section
           end-if
           read source-master next
              at end move '10' to rv-source-status
           end-read
           perform until rv-source-status not = '00'
              write tm-record from sm-record
              add 1 to rv-restored
              read source-master next
                 at end move '10' to rv-source-status
              end-read
           end-perform
           close source-master
           close target-master
           display 'AOCRECOV: ' rv-gen-date '/' rv-gen-time
              ' generation restored (' rv-restored ' record(s))'
           .

      *> How many journal lines fall between the generation and the
      *> point -- the report's detail count, known before it opens.
       count-window section.
           open input journal-file
           if rv-jrn-status not = '00'
              exit section
           end-if
           move 'N' to rv-jrn-eof
           read journal-file at end set rv-jrn-at-eof to true
           end-read
           perform until rv-jrn-at-eof
              move journal-record to jv-rec
              if jv-date is numeric and jv-time is numeric
                 move jv-date to rv-line-date
                 move jv-time to rv-line-time
                 if rv-line-stamp > rv-gen-stamp
                    and rv-line-stamp < rv-point-stamp
                    add 1 to rv-window
                 end-if
              end-if
              read journal-file at end set rv-jrn-at-eof to true
              end-read
           end-perform
           close journal-file
           .

       write-recovery-heading section.
           move rv-restored to ws-disp
           move spaces to report-record
           string 'Generation restored:   ' delimited by size
                  rv-gen-date delimited by size
                  '/' delimited by size
                  rv-gen-time delimited by size
                  '  ' delimited by size
                  function trim(ws-disp) delimited by size
                  ' record(s)  ' delimited by size
                  function trim(rv-gen-path) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Recovered to:          changes stamped before '
                     delimited by size
                  rv-point-date delimited by size
                  '/' delimited by size
                  rv-point-time delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           if rv-snap-taken
              move rv-snap-recs to ws-disp
              string 'Pre-recovery snapshot: ' delimited by size
                     function trim(rv-snap-name) delimited by size
                     '  ' delimited by size
                     function trim(ws-disp) delimited by size
                     ' record(s)' delimited by size
                into report-record
           else
              move 'Pre-recovery snapshot: none -- there was no live '
                 & 'master' to report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Recovered by:          ' delimited by size
                  jl-operator delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.

           move 'STAMP              OPERATOR  ACTION    PROGRAM     '
              & '          RUN DATE  BEFORE                AFTER     '
              & '            OUTCOME'
              to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if rv-window > zero
              COPY RPTCOLS REPLACING RPT-REC BY report-record.
           end-if
           if rv-window = zero
              move 'none -- no journaled change between the '
                 & 'generation and the point' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> Every journal line stamped after the generation and before
      *> the point, in the order written, onto the restored master.
       replay-journal section.
           open input journal-file
           if rv-jrn-status not = '00'
              exit section
           end-if
           move rv-live-name to rv-target-name
           open i-o target-master
           if rv-target-status not = '00'
              display 'AOCRECOV: restored master could not be opened '
                 'for the replay, status ' rv-target-status
                 ' -- nothing replayed'
              close journal-file
              move 'NOOPEN' to jl-status
              move 'restored master could not be opened' to jl-answer
              exit section
           end-if
           move zero to rv-line-no
           move 'N' to rv-jrn-eof
           read journal-file at end set rv-jrn-at-eof to true
           end-read
           perform until rv-jrn-at-eof
              add 1 to rv-line-no
              add 1 to rv-jrn-read
              move journal-record to jv-rec
              if jv-date is numeric and jv-time is numeric
                 move jv-date to rv-line-date
                 move jv-time to rv-line-time
                 evaluate true
                    when rv-line-stamp not > rv-gen-stamp
                       add 1 to rv-in-gen
                    when rv-line-stamp not < rv-point-stamp
                       add 1 to rv-past
                    when other
                       perform replay-one-change
                 end-evaluate
              end-if
              read journal-file at end set rv-jrn-at-eof to true
              end-read
           end-perform
           close journal-file
           close target-master
           .

       replay-one-change section.
           move 'N' to rv-image-sw
           if jv-action not = spaces
              move jv-season to rv-new-season
              move jv-new-runtime to rv-new-runtime
              move jv-new-status to rv-new-status
              move jv-new-answer to rv-new-answer
              set rv-have-image to true
           else
              move jl-season to rv-new-season
              perform find-legacy-image
           end-if
           if rv-new-season = spaces
              move jl-season to rv-new-season
           end-if

           if not rv-have-image
              move 'NO IMAGE' to rv-outcome
              add 1 to rv-noimage
           else
              move rv-new-season to tm-season
              move jv-progid to tm-progid
              move jv-rundate to tm-run-date
              read target-master
                 invalid key
                    move rv-new-runtime to tm-run-time
                    move rv-new-status to tm-status
                    move rv-new-answer to tm-answer
                    move spaces to tm-verdict tm-verd-ref
                    write tm-record
                    move 'ADDED' to rv-outcome
                    add 1 to rv-added
                 not invalid key
      *> A verdict belongs to the answer it judged, as in AOCRSLT.
                    if function trim(rv-new-answer)
                       not = function trim(tm-answer)
                       move spaces to tm-verdict tm-verd-ref
                    end-if
                    move rv-new-runtime to tm-run-time
                    move rv-new-status to tm-status
                    move rv-new-answer to tm-answer
                    rewrite tm-record
                    move 'APPLIED' to rv-outcome
                    add 1 to rv-applied
              end-read
           end-if

           move spaces to rd-line
           move jv-date to rd-date
           move jv-time to rd-time
           move jv-oper to rd-oper
           move jv-action to rd-action
           if jv-action = spaces
              move 'LEGACY' to rd-action
           end-if
           move jv-progid to rd-progid
           move jv-rundate to rd-run-date
           move jv-answer to rd-old
           if rv-have-image
              move rv-new-answer to rd-new
           end-if
           move rv-outcome to rd-outcome
           move rd-line to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> A line journaled before after-images were kept: what the
      *> write left is what the key's next journaled write found --
      *> or, with none after it, what the live master held.
       find-legacy-image section.
           open input look-file
           if rv-look-status not = '00'
              exit section
           end-if
           move zero to rv-look-no
           move 'N' to rv-look-eof
           read look-file at end set rv-look-at-eof to true end-read
           perform until rv-look-at-eof or rv-have-image
              add 1 to rv-look-no
              if rv-look-no > rv-line-no
                 and look-record(28:20) = jv-progid
                 and look-record(49:8) = jv-rundate
                 and look-record(117:8) not = 'INSERT'
                 and look-record(58:8) is numeric
                 move look-record(58:8) to rv-new-runtime
                 move look-record(67:8) to rv-new-status
                 move look-record(76:40) to rv-new-answer
                 set rv-have-image to true
              end-if
              if not rv-have-image
                 read look-file at end set rv-look-at-eof to true
                 end-read
              end-if
           end-perform
           close look-file
           if rv-have-image or not rv-snap-taken
              exit section
           end-if
           move rv-snap-name to rv-source-name
           open input source-master
           if rv-source-status not = '00'
              exit section
           end-if
           move rv-new-season to sm-season
           move jv-progid to sm-progid
           move jv-rundate to sm-run-date
           read source-master
              invalid key
                 continue
              not invalid key
                 move sm-run-time to rv-new-runtime
                 move sm-status to rv-new-status
                 move sm-answer to rv-new-answer
                 set rv-have-image to true
           end-read
           close source-master
           .

      *> Verdicts never reach the journal. Where the snapshot holds
      *> the same answer for a key with a verdict, the verdict still
      *> stands and is carried over. The pass counts the recovered
      *> master as it goes.
       carry-verdicts section.
           move rv-live-name to rv-target-name
           open i-o target-master
           if rv-target-status not = '00'
              exit section
           end-if
           if rv-snap-taken
              move rv-snap-name to rv-source-name
              open input source-master
           end-if
           read target-master next
              at end move '10' to rv-target-status
           end-read
           perform until rv-target-status not = '00'
              add 1 to rv-final
              if rv-snap-taken and tm-verdict = spaces
                 move tm-key to sm-key
                 read source-master
                    invalid key
                       continue
                    not invalid key
                       if sm-verdict not = spaces
                          and function trim(sm-answer)
                              = function trim(tm-answer)
                          move sm-verdict to tm-verdict
                          move sm-verd-ref to tm-verd-ref
                          rewrite tm-record
                          add 1 to rv-verdicts
                       end-if
                 end-read
              end-if
              read target-master next
                 at end move '10' to rv-target-status
              end-read
           end-perform
           if rv-snap-taken
              close source-master
           end-if
           close target-master
           .

       write-recovery-totals section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           compute ws-disp = rv-applied + rv-added
           move rv-applied to ws-disp2
           move rv-added to ws-disp3
           move spaces to report-record
           string 'Changes replayed: ' delimited by size
                  function trim(ws-disp) delimited by size
                  ' (' delimited by size
                  function trim(ws-disp2) delimited by size
                  ' to an existing record, ' delimited by size
                  function trim(ws-disp3) delimited by size
                  ' added)' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move rv-noimage to ws-disp
           move rv-in-gen to ws-disp2
           move rv-past to ws-disp3
           move spaces to report-record
           string 'Not replayed: ' delimited by size
                  function trim(ws-disp) delimited by size
                  ' without an after-image, ' delimited by size
                  function trim(ws-disp2) delimited by size
                  ' already in the generation, ' delimited by size
                  function trim(ws-disp3) delimited by size
                  ' at or after the point' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move rv-verdicts to ws-disp
           move spaces to report-record
           string 'Verdicts carried over from the snapshot: '
                     delimited by size
                  function trim(ws-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move rv-final to ws-disp
           move spaces to report-record
           string 'Records on the recovered master: '
                     delimited by size
                  function trim(ws-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
