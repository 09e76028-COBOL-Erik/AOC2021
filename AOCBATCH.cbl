      *> Operator bulletin board -- tagged notes surface as the
      *> stream reaches their step.
             COPY BULLSEL.
      *> The stream's step definitions -- see df-table below.
             select step-def-file
               assign to dynamic ws-steps-name
               organization is line sequential
               file status is ws-steps-status.
      *> Dry-run forecast -- see ws-dryrun-env.
             select forecast-file
               assign to dynamic forecast-name
               organization is line sequential.
       data division.
       file section.
       COPY PROFILEFD.
          data record is arrival-reg-record.
       01 arrival-reg-record pic X(132).

       fd step-def-file
          block 0 records
          label records omitted
          data record is step-def-record.
       01 step-def-record pic X(200).

       fd forecast-file
          block 0 records
          label records omitted
          data record is forecast-record.
       01 forecast-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
      *> instead of re-running the nine slow steps before it.
       77 ws-restart-flag pic X value space.
          88 restart-mode value 'Y' 'y'.
      *> Request 063: regression-replay mode. AOCBATCH_REPLAY=yyyymmdd
      *> points every step at that date's archived input copies (via
      *> the archive catalog), redirects the steps' job-log records to
          05 rp-2107b       pic X(80) value spaces.
          05 rp-aoc8        pic X(80) value spaces.
          05 rp-aoc9        pic X(80) value spaces.
      *> Archive copies of programs the list above does not name,
      *> by program name -- see file-other-replay-path.
       77 rg-max   pic S9(4) comp-4 value 40.
       77 rg-count pic S9(4) comp-4 value zero.
       01 rg-table.
          05 rg-entry occurs 40 times.
             10 rg-progid pic X(40).
             10 rg-path   pic X(80).
       77 rg-ix pic S9(4) comp-4.
       77 ws-exp-cur     pic X(40).
       77 ws-replay-path pic X(80).

       77 ws-calendar-name pic X(60)
          value 'C:\WS\AOC2021\AOC-CALENDAR.txt'.
       77 ws-calendar-status pic X(2).
       77 ws-cal-season pic X(4).
       77 ws-env-path-cal   pic X(60).
       77 ws-catchup-env  pic X(2).
       77 ws-selftest-env pic X(2).
      *> overrides must be put back before tonight's own stream runs,
      *> or the real steps silently read the last caught-up date's
      *> files. Same save/restore-environment shape AOCSELFTEST uses.
       77 cu-sv-max   pic S9(4) comp-4 value 40.
       77 cu-sv-count pic S9(4) comp-4 value 11.
       01 cu-sv-names-data.
          05 filler pic X(18) value 'AOC1_INPUT'.
          05 filler pic X(18) value 'AOC2104A_GAMES'.
          05 filler pic X(18) value 'AOC8_INPUT'.
          05 filler pic X(18) value 'AOC9_INPUT'.
      *> Room for the input variables of steps outside the standard
      *> night -- see add-catchup-names.
          05 filler pic X(18) occurs 29 times value spaces.
       01 cu-sv-names redefines cu-sv-names-data.
          05 cu-sv-name occurs 40 times pic X(18).
       01 cu-sv-values.
          05 cu-sv-value occurs 40 times pic X(80).
       77 cu-sv-ix pic S9(4) comp-4.

      *> Request 074: batch-window deadline and per-step timing.
          05 ws-tm-hs pic 9(2).
       77 ws-tm-start-secs pic S9(9) comp-4.
       77 ws-tm-end-secs   pic S9(9) comp-4.
       77 tm-max   pic S9(4) comp-4 value 40.
       77 tm-count pic S9(4) comp-4 value zero.
       01 tm-table.
          05 tm-entry occurs 40 times.
             10 tm-name pic X(8).
             10 tm-secs pic S9(9) comp-4.
       77 tm-ix   pic S9(4) comp-4.
       77 tm-disp pic Z(8)9.

      *> Parallel execution lanes. The serial stream runs one step
      *> at a time even where steps share no files; each step's
      *> definition (df-table) places it in a lane independent of
      *> the others, with every true dependency kept INSIDE one
      *> lane. The built-in stream's lanes:
      *>   lane 1  AOC1, AOC1b            (sonar input)
      *>   lane 2  AOC2b                  (course input)
      *>   lane 3  AOC3, AOC3b            (diagnostic input)
      *>   lane 4  AOC2105C, or the AOC2105A/B pair (vent input)
      *>   lane 5  AOC4, AOC2104A, AOCXCHK4  (bingo pair, then the
      *>           reconciliation that must follow both)
      *>   lane 6  AOC2106A, AOC2106B     (fish, 2106A before 2106B)
          88 parallel-mode value 'Y'.
       77 ws-lane-env   pic X(4).
       77 ws-lane-num   pic 9(2) value zero.
      *> The highest lane any step is defined in.
       77 ws-lane-count pic 9(2) value zero.
       77 ws-lane-cmd   pic X(60) value 'AOCBATCH'.
       77 ws-lane-cmdline pic X(120).
       77 ws-lane-ix    pic 9(2).
       77 ws-lane-waited   pic S9(9) comp-4 value zero.
       77 ws-lane-poll  pic 9(4) comp-4 value 5.
       77 ws-lane-disp  pic Z9.
       77 ws-lane-gates pic X(9).
      *> Day-5 mode: COMBINED (default) runs AOC2105C once; SPLIT
      *> keeps the old A/B pair.
       77 ws-day5-env pic X(10).
      *> before each step runs, the latest arrival for its input
      *> path is compared with the program's last processed run; a
      *> run newer than every arrival means stale data, and the step
      *> holds with an ARRIVAL-WAIT record instead. An input that
      *> has never passed through AOCSTAGE has no register entry and
      *> is not gated; AOCBATCH_ARRIVALS=N opts out.
       77 ws-arrival-path pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.
       77 ws-arrival-env  pic X(60).
       77 ws-arrival-wait pic X value 'N'.
          88 arrival-wait value 'Y'.
       77 ws-arrival-waits pic 9(2) value zero.
       77 ws-arrlog-status pic X(8).
       77 ws-arrlog-answer pic X(40).
       77 av-max   pic S9(4) comp-4 value 50.
       77 av-count pic S9(4) comp-4 value zero.
       01 av-table.
       77 ws-step-input  pic X(80).
       77 ws-arr-stamp   pic X(16).
       77 ws-run-stamp   pic X(16).
      *> A step whose last OK run is dated tonight's business date
      *> and newer than its input's latest arrival has already
      *> processed that input -- AOCWATCH ran it the moment the file
      *> was staged. That is done, not stale: the step is skipped as
      *> complete rather than held.
       77 ws-arrival-done pic X value 'N'.
          88 arrival-done value 'Y'.
       77 ws-arrival-skips pic 9(2) value zero.
      *> Arrival run (AOCBATCH_ARRIVED=<staged path>, set by
      *> AOCWATCH): under the run lock, after the pre-flight gate,
      *> only the steps reading that input -- and any step with no
      *> input of its own whose predecessors are then all done --
      *> run, and the scoreboard is rebuilt. No stream marker, no
      *> health or self-test step, no alert sweep: those belong to
      *> the night.
       77 ws-arrived-path pic X(80) value spaces.
       77 ws-arrival-run  pic X value 'N'.
          88 arrival-run value 'Y'.
       77 ws-arrival-ran  pic 9(2) value zero.
       77 ws-wall-rc      pic S9(4) comp-4.
       77 ws-pred-fresh   pic X value 'N'.
          88 pred-fresh value 'Y'.

      *> Projected-finish early warning. check-deadline only reports
      *> a blown window once a step is actually skipped; since every
      *> project its own finish at start and after every step, and
      *> shout the moment the projection crosses the deadline --
      *> while there is still time to act.
       77 pe-max   pic S9(4) comp-4 value 40.
       77 pe-count pic S9(4) comp-4 value zero.
       01 pe-table.
          05 pe-entry occurs 40 times.
             10 pe-name pic X(20).
             10 pe-secs pic S9(9) comp-4.
       77 pe-ix        pic S9(4) comp-4.
       77 pe-step-flag pic X value 'N'.
          88 pe-is-step value 'Y'.

      *> Dry-run forecast. AOCBATCH_DRYRUN=Y walks the stream the
      *> way a real start would -- calendar and catch-up dates, the
      *> restart state, the pre-flight gates (AOCVALID in its own
      *> dry mode), the arrival register, predecessors and the
      *> deadline -- and reports what each step would do, timed from
      *> the per-step elapsed history, with each lane's projected
      *> start and end. Nothing runs and nothing shared is written:
      *> no lock, no stream marker, no log record, answer or
      *> checkpoint, not even a report-catalog entry; only the
      *> forecast report itself. AOCBATCH_DRYSTART=HHMM times the
      *> forecast from a planned start instead of now.
       77 ws-dryrun-env   pic X(2).
       77 ws-drystart-env pic X(10).
       77 forecast-name   pic X(60).
       77 fc-base-secs    pic S9(9) comp-4.
       77 fc-dl-secs      pic S9(9) comp-4.
       77 fc-clock        pic S9(9) comp-4.
       77 fc-now          pic S9(9) comp-4.
       77 fc-est          pic S9(9) comp-4.
       77 fc-tsecs        pic S9(9) comp-4.
       77 fc-finish       pic S9(9) comp-4.
       77 fc-hhmm-disp    pic X(5).
       77 fc-date         pic 9(8).
       77 fc-step-num     pic 9(2).
       77 fc-verdict      pic X(16).
       77 fc-note         pic X(60).
       77 fc-run-sw       pic X value 'N'.
          88 fc-runs-step value 'Y'.
       77 fc-lanes-sw     pic X value 'N'.
          88 fc-by-lane value 'Y'.
       77 fc-runs         pic 9(4) value zero.
       77 fc-done         pic 9(4) value zero.
       77 fc-waits        pic 9(4) value zero.
       77 fc-skips        pic 9(4) value zero.
       77 fc-count-disp   pic Z(3)9.
       77 fc-count-disp2  pic Z(3)9.
       77 fc-count-disp3  pic Z(3)9.
       77 fc-count-disp4  pic Z(3)9.
       01 fl-table.
          05 fl-entry occurs 20 times.
             10 fl-clock pic S9(9) comp-4.
             10 fl-first pic S9(9) comp-4.
             10 fl-last  pic S9(9) comp-4.
             10 fl-runs  pic 9(2).
       77 fl-ix pic S9(4) comp-4.
       01 fc-line.
          05 fcl-date    pic 9(8).
          05 filler      pic X(2).
          05 fcl-step    pic Z9.
          05 filler      pic X(2).
          05 fcl-prog    pic X(8).
          05 filler      pic X.
          05 fcl-lane    pic Z9.
          05 filler      pic X(2).
          05 fcl-verdict pic X(16).
          05 filler      pic X.
          05 fcl-start   pic X(5).
          05 filler      pic X.
          05 fcl-end     pic X(5).
          05 filler      pic X.
          05 fcl-est     pic Z(5)9.
          05 filler      pic X(2).
          05 fcl-note    pic X(60).

       77 ws-marker-seen pic X value 'N'.
          88 marker-seen value 'Y'.
       77 ws-skip-count pic 9(2) value zero.
       77 ws-warn-steps pic 9(2) value zero.
      *> Request 091: pre-flight validation gate -- per-input-file
      *> verdicts from AOCVALID's 'bad=NNNNNNNNN' answer (1=AOC1
      *> 2=AOC2 3=AOC3 4=bingo pair 5=fish 6=crabs 7=vents 8=displays
      *> 9=heights). Only the steps whose
      *> own input failed are skipped; the rest of the night's
      *> answers keep flowing.
       77 ws-validate-env pic X(2).
       01 gate-flags.
          05 gate-bad occurs 9 times pic X value 'N'.
       77 ws-badinput-skips pic 9(2) value zero.
       77 ws-gate-save pic X(9) value 'NNNNNNNNN'.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
      *> scoreboard is built from live data rather than only from
      *> re-parsing the log.
       COPY JOBRESLK.
      *> AOC2b's voyage statement summary -- only when the run that
      *> produced the AOC2b answer was priced from a rate table. The
      *> step answers themselves land in df-live.
       77 lv-aoc2b-voyage pic X(40) value spaces.

      *> The scoreboard: one entry per program, holding its latest
      *> answer (defaulting to a "never ran" placeholder, so a
      *> program skipped by an earlier condition-code failure still
      *> shows up on the report instead of being silently missing).
      *> The previous-run columns keep the run before the latest one
      *> beside it -- the shared job log already *is* the results
      *> history, so the same scan that builds the scoreboard flags
      *> an answer that changed since last time. The fingerprint
      *> columns hold the input fingerprints, current and previous,
      *> and shift alongside.
       77 sb-max   pic S9(4) comp-4 value 40.
       77 sb-count pic S9(4) comp-4 value zero.
       01 sb-table.
          05 sb-entry occurs 40 times.
             10 sb-prog    pic X(8).
             10 sb-label   pic X(13).
             10 sb-cur     pic X(60).
             10 sb-prev    pic X(60).
             10 sb-fp      pic 9(9).
             10 sb-fp-prev pic 9(9).
       77 sb-ix  pic S9(4) comp-4.
       77 sb-hit pic S9(4) comp-4.
       77 sb-sx  pic S9(4) comp-4.
      *> AOC2b's voyage line, printed under the AOC2b answer.
       77 sb-aoc2b-voyage pic X(60) value spaces.
       77 ws-sb-legend pic X(15).
      *> The standard programs and their answer legends, in
      *> scoreboard order -- every day program keeps its line, run
      *> tonight or not.
       77 sb-std-count pic S9(4) comp-4 value 18.
       01 sb-std-data.
          05 filler pic X(8)  value 'AOC1'.
          05 filler pic X(13) value 'a-inc'.
          05 filler pic X(8)  value 'AOC1b'.
          05 filler pic X(13) value 'a-inc'.
          05 filler pic X(8)  value 'AOC2b'.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC3'.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC3b'.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC4'.
          05 filler pic X(13) value 'ans'.
          05 filler pic X(8)  value 'AOC2104A'.
          05 filler pic X(13) value 'ans'.
          05 filler pic X(8)  value 'AOC2105A'.
          05 filler pic X(13) value 'overlaps'.
          05 filler pic X(8)  value 'AOC2105B'.
          05 filler pic X(13) value 'overlaps'.
          05 filler pic X(8)  value 'AOC2105C'.
          05 filler pic X(13) value 'overlaps+diag'.
          05 filler pic X(8)  value 'AOC2106A'.
          05 filler pic X(13) value 'fish-count'.
          05 filler pic X(8)  value 'AOC2106B'.
          05 filler pic X(13) value 'fish-count'.
          05 filler pic X(8)  value 'AOC2107A'.
          05 filler pic X(13) value 'fuel/lowfuel'.
          05 filler pic X(8)  value 'AOC2107B'.
          05 filler pic X(13) value 'lowfuel'.
          05 filler pic X(8)  value 'AOC2108A'.
          05 filler pic X(13) value 'easy-digits'.
          05 filler pic X(8)  value 'AOC2108B'.
          05 filler pic X(13) value 'decoded-sum'.
          05 filler pic X(8)  value 'AOC2109A'.
          05 filler pic X(13) value 'risk-sum'.
          05 filler pic X(8)  value 'AOC2109B'.
          05 filler pic X(13) value 'basin-product'.
       01 sb-std-list redefines sb-std-data.
          05 sb-std-entry occurs 18 times.
             10 sb-std-prog  pic X(8).
             10 sb-std-label pic X(13).

      *> Step definitions. The stream is whatever the step file
      *> (AOCBATCH_STEPS, default AOCBATCH-STEPS.txt) defines, one
      *> step per line, '*' lines comments:
      *>   STEP,program,input,lane,after,gate,class,legend
      *>   input  the variable naming the step's live input, with an
      *>          optional =default (AOC1_INPUT=C:\WS\AOC2021\AOC1.txt);
      *>          blank for a step with no input of its own
      *>   lane   1-20, the parallel lane it runs in
      *>   after  its predecessors, joined by '+', all in its own
      *>          lane -- a step whose predecessor did not complete
      *>          tonight is skipped
      *>   gate   the pre-flight verdict that gates it (1-9, 0 none)
      *>   class  NORMAL (or blank) is skipped past the deadline;
      *>          ALWAYS runs whatever the clock says
      *>   legend its answer legend on the scoreboard (optional)
      *> e.g.  STEP,AOCXCHK4,,5,AOC4+AOC2104A,4,NORMAL,
      *> Steps run in dependency order, definition order wherever
      *> nothing constrains it. A definition with an unknown program,
      *> an undefined or cross-lane predecessor or a dependency
      *> cycle is rejected before anything runs. No step file means
      *> the built-in stream further down -- the standard night.
       77 ws-steps-name pic X(60)
          value 'C:\WS\AOC2021\AOCBATCH-STEPS.txt'.
       77 ws-steps-env    pic X(60).
       77 ws-steps-status pic X(2).
       77 ws-steps-source pic X(60).
       77 df-max      pic S9(4) comp-4 value 40.
       77 df-count    pic S9(4) comp-4 value zero.
       77 df-lane-max pic S9(4) comp-4 value 20.
       77 df-pred-max pic S9(4) comp-4 value 8.
       01 df-table.
          05 df-entry occurs 40 times.
             10 df-prog       pic X(8).
             10 df-env        pic X(18).
             10 df-default    pic X(60).
             10 df-lane       pic 9(2).
             10 df-after      pic X(60).
             10 df-pred-count pic S9(4) comp-4.
             10 df-pred occurs 8 times pic S9(4) comp-4.
             10 df-gate       pic 9.
             10 df-class      pic X(8).
                88 df-always value 'ALWAYS'.
             10 df-label      pic X(13).
      *> Restart: already completed OK since the last batch start.
             10 df-done       pic X.
      *> Tonight's outcome, for the steps that follow this one.
             10 df-state      pic X.
                88 df-complete value 'C'.
                88 df-skipped  value 'S'.
      *> Found already run on arrival for this business date.
             10 df-early      pic X.
      *> The answer as the CALL returned it, and (replay) the answer
      *> the log recorded for the replay date.
             10 df-live       pic X(40).
             10 df-exp        pic X(40).
             10 df-indeg      pic S9(4) comp-4.
       77 df-ix pic S9(4) comp-4.
       77 df-jx pic S9(4) comp-4.
       77 df-kx pic S9(4) comp-4.
       77 df-px pic S9(4) comp-4.
       77 df-ptr pic S9(4) comp-4.
       01 df-order-table.
          05 df-order occurs 40 times pic S9(4) comp-4.
       77 df-order-count pic S9(4) comp-4 value zero.
       77 df-ox pic S9(4) comp-4.
       77 ws-step-ix pic S9(4) comp-4 value zero.
       77 ws-order-more pic X.
       77 df-errors  pic 9(4) value zero.
       77 df-line-no pic 9(4) value zero.
       77 df-disp    pic Z9.
       77 df-msg     pic X(100).
       77 df-f-tag     pic X(10).
       77 df-f-prog    pic X(20).
       77 df-f-input   pic X(100).
       77 df-f-lane    pic X(6).
       77 df-f-after   pic X(60).
       77 df-f-gate    pic X(6).
       77 df-f-class   pic X(10).
       77 df-f-label   pic X(20).
       77 df-f-env     pic X(30).
       77 df-f-default pic X(80).
       77 df-f-pred    pic X(20).
       77 ws-pred-open pic X value 'N'.
          88 pred-open value 'Y'.
       77 ws-pred-name  pic X(8).
       77 ws-pred-skips pic 9(2) value zero.
       77 ws-step-missing pic X value 'N'.
          88 step-missing value 'Y'.
      *> The programs a step may name -- the suite's day programs
      *> and the day-4 reconciliation. A new day program is linked
      *> into the build and added here; nothing else in the stream
      *> needs to know about it.
       77 kp-count pic S9(4) comp-4 value 19.
       01 kp-names-data.
          05 filler pic X(8) value 'AOC1'.
          05 filler pic X(8) value 'AOC1b'.
          05 filler pic X(8) value 'AOC2b'.
          05 filler pic X(8) value 'AOC3'.
          05 filler pic X(8) value 'AOC3b'.
          05 filler pic X(8) value 'AOC4'.
          05 filler pic X(8) value 'AOC2104A'.
          05 filler pic X(8) value 'AOCXCHK4'.
          05 filler pic X(8) value 'AOC2105A'.
          05 filler pic X(8) value 'AOC2105B'.
          05 filler pic X(8) value 'AOC2105C'.
          05 filler pic X(8) value 'AOC2106A'.
          05 filler pic X(8) value 'AOC2106B'.
          05 filler pic X(8) value 'AOC2107A'.
          05 filler pic X(8) value 'AOC2107B'.
          05 filler pic X(8) value 'AOC2108A'.
          05 filler pic X(8) value 'AOC2108B'.
          05 filler pic X(8) value 'AOC2109A'.
          05 filler pic X(8) value 'AOC2109B'.
       01 kp-names redefines kp-names-data.
          05 kp-name occurs 19 times pic X(8).
       77 kp-ix  pic S9(4) comp-4.
       77 kp-hit pic S9(4) comp-4.
      *> The built-in stream: program, input variable and default,
      *> lane, gate, predecessors and legend, in run order. Both day-5
      *> variants are listed; load-builtin-steps keeps the one
      *> AOCBATCH_DAY5 selects.
       77 bi-count pic S9(4) comp-4 value 19.
       01 bi-steps-data.
          05 filler pic X(8)  value 'AOC1'.
          05 filler pic X(18) value 'AOC1_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC1.txt'.
          05 filler pic 9(2)  value 1.
          05 filler pic 9     value 1.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'a-inc'.
          05 filler pic X(8)  value 'AOC1b'.
          05 filler pic X(18) value 'AOC1_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC1.txt'.
          05 filler pic 9(2)  value 1.
          05 filler pic 9     value 1.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'a-inc'.
          05 filler pic X(8)  value 'AOC2b'.
          05 filler pic X(18) value 'AOC2_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC2.txt'.
          05 filler pic 9(2)  value 2.
          05 filler pic 9     value 2.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC3'.
          05 filler pic X(18) value 'AOC3_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC3.txt'.
          05 filler pic 9(2)  value 3.
          05 filler pic 9     value 3.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC3b'.
          05 filler pic X(18) value 'AOC3_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC3.txt'.
          05 filler pic 9(2)  value 3.
          05 filler pic 9     value 3.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'a-key'.
          05 filler pic X(8)  value 'AOC4'.
          05 filler pic X(18) value 'AOC4_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC4atry.txt'.
          05 filler pic 9(2)  value 5.
          05 filler pic 9     value 4.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'ans'.
          05 filler pic X(8)  value 'AOC2104A'.
          05 filler pic X(18) value 'INFIL1'.
          05 filler pic X(40) value 'INFIL1'.
          05 filler pic 9(2)  value 5.
          05 filler pic 9     value 4.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'ans'.
          05 filler pic X(8)  value 'AOCXCHK4'.
          05 filler pic X(18) value spaces.
          05 filler pic X(40) value spaces.
          05 filler pic 9(2)  value 5.
          05 filler pic 9     value 4.
          05 filler pic X(20) value 'AOC4+AOC2104A'.
          05 filler pic X(13) value spaces.
          05 filler pic X(8)  value 'AOC2105A'.
          05 filler pic X(18) value 'AOC2105_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC5.txt'.
          05 filler pic 9(2)  value 4.
          05 filler pic 9     value 7.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'overlaps'.
          05 filler pic X(8)  value 'AOC2105B'.
          05 filler pic X(18) value 'AOC2105_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC5.txt'.
          05 filler pic 9(2)  value 4.
          05 filler pic 9     value 7.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'overlaps'.
          05 filler pic X(8)  value 'AOC2105C'.
          05 filler pic X(18) value 'AOC2105_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC5.txt'.
          05 filler pic 9(2)  value 4.
          05 filler pic 9     value 7.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'overlaps+diag'.
          05 filler pic X(8)  value 'AOC2106A'.
          05 filler pic X(18) value 'INFIL1'.
          05 filler pic X(40) value 'INFIL1'.
          05 filler pic 9(2)  value 6.
          05 filler pic 9     value 5.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'fish-count'.
          05 filler pic X(8)  value 'AOC2106B'.
          05 filler pic X(18) value 'INFIL1'.
          05 filler pic X(40) value 'INFIL1'.
          05 filler pic 9(2)  value 6.
          05 filler pic 9     value 5.
          05 filler pic X(20) value 'AOC2106A'.
          05 filler pic X(13) value 'fish-count'.
          05 filler pic X(8)  value 'AOC2107A'.
          05 filler pic X(18) value 'INFIL1'.
          05 filler pic X(40) value 'INFIL1'.
          05 filler pic 9(2)  value 7.
          05 filler pic 9     value 6.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'fuel/lowfuel'.
          05 filler pic X(8)  value 'AOC2107B'.
          05 filler pic X(18) value 'INFIL1'.
          05 filler pic X(40) value 'INFIL1'.
          05 filler pic 9(2)  value 7.
          05 filler pic 9     value 6.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'lowfuel'.
          05 filler pic X(8)  value 'AOC2108A'.
          05 filler pic X(18) value 'AOC8_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC8.txt'.
          05 filler pic 9(2)  value 8.
          05 filler pic 9     value 8.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'easy-digits'.
          05 filler pic X(8)  value 'AOC2108B'.
          05 filler pic X(18) value 'AOC8_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC8.txt'.
          05 filler pic 9(2)  value 8.
          05 filler pic 9     value 8.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'decoded-sum'.
          05 filler pic X(8)  value 'AOC2109A'.
          05 filler pic X(18) value 'AOC9_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC9.txt'.
          05 filler pic 9(2)  value 9.
          05 filler pic 9     value 9.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'risk-sum'.
          05 filler pic X(8)  value 'AOC2109B'.
          05 filler pic X(18) value 'AOC9_INPUT'.
          05 filler pic X(40) value 'C:\WS\AOC2021\AOC9.txt'.
          05 filler pic 9(2)  value 9.
          05 filler pic 9     value 9.
          05 filler pic X(20) value spaces.
          05 filler pic X(13) value 'basin-product'.
       01 bi-steps redefines bi-steps-data.
          05 bi-entry occurs 19 times.
             10 bi-prog    pic X(8).
             10 bi-env     pic X(18).
             10 bi-default pic X(40).
             10 bi-lane    pic 9(2).
             10 bi-gate    pic 9.
             10 bi-after   pic X(20).
             10 bi-label   pic X(13).
       77 bi-ix pic S9(4) comp-4.

       77 sb-progid-tok pic X(8).
       77 sb-answer-raw pic X(120).
      *> time this program has no use for -- harmless, same COPY every
      *> other program in the suite opens with).
           COPY JOBLOGSTART.
      *> One season's night at a time -- the log's other seasons
      *> neither count as tonight's history nor as missed dates.
           set jlp-this-season-only to true

      *> Force the request-027 batch/interactive switch on for every
      *> step so a nightly run never blocks waiting on an operator to
           display 'AOC_BATCH' upon environment-name
           display 'Y' upon environment-value

      *> The step definitions are checked whole before anything at
      *> all runs -- a rejected definition runs no step, no gate and
      *> no lane.
           perform load-step-definitions
           if df-errors > zero
              display 'AOC0206E AOCBATCH: step definitions in '
                 function trim(ws-steps-source) ' REJECTED ('
                 df-errors ' error(s)) -- stream not run'
              move 8 to return-code
              goback
           end-if

      *> A lane child executes its lane's steps and nothing else --
      *> no lock (the parent holds it), no marker, no scoreboard.
           accept ws-lane-env from environment 'AOCBATCH_LANE'
              goback
           end-if

           accept ws-dryrun-env from environment 'AOCBATCH_DRYRUN'
           if ws-dryrun-env = 'Y' or ws-dryrun-env = 'y'
              perform forecast-stream
              goback
           end-if

           accept ws-arrived-path from environment 'AOCBATCH_ARRIVED'
           if ws-arrived-path not = spaces
              set arrival-run to true
           end-if

      *> The whole stream runs under the suite run lock -- another
      *> holder means another stream (or a crashed one's stale lock);
      *> either way nothing here may touch the shared files. A stale
      *> lock is inspected and cleared through AOCMENU's lock
      *> transaction, which records the event. An arrival run that
      *> finds the lock held has lost to the nightly stream, which
      *> will run those steps itself.
           COPY RUNLKTAKE REPLACING PROGID BY 'AOCBATCH'.
           if rl-held
              if arrival-run
                 display 'AOCBATCH: arrival run not started -- the '
                    'stream is running'
                 goback
              end-if
              display 'AOCBATCH: stream not run -- clear a stale '
                 'lock through AOCMENU if no other stream is alive'
              goback
           end-if

           if arrival-run
              perform run-arrival-steps
              COPY RUNLKFREE.
              goback
           end-if

           move df-count to df-disp
           display 'AOCBATCH: ' function trim(df-disp) ' step(s) in '
              ws-lane-count ' lane(s) from '
              function trim(ws-steps-source)

      *> What the desk posted for tonight -- shown before anything
      *> runs, tagged notes again at their own step.
           COPY BULLSHOW REPLACING BULL-TAG BY ws-all-tag.
      *> after four SKIPPED-BADINPUT notes misled the operator.
           if ws-skip-count > zero or ws-badinput-skips > zero
              or ws-deadline-skips > zero or ws-arrival-waits > zero
              or ws-pred-skips > zero or ws-arrival-skips > zero
              display 'AOCBATCH: stream complete -- ' ws-step-num
                 ' step(s): ' ws-skip-count ' restart-skipped, '
                 ws-badinput-skips ' bad-input-skipped, '
                 ws-deadline-skips ' deadline-skipped, '
                 ws-arrival-waits ' arrival-wait(s), '
                 ws-pred-skips ' predecessor-skipped, '
                 ws-arrival-skips ' already run on arrival'
           else
              display 'AOCBATCH: all ' ws-step-num
                 ' steps completed successfully'
           COPY RUNLKFREE.
           goback.

      *> One defined step, by table index ws-step-ix. The checks run
      *> in the stream's long-standing order -- deadline, pre-flight
      *> gate, restart, then predecessors, replay redirection and the
      *> arrival hold -- and each outcome is left in df-state for the
      *> steps that name this one as their predecessor.
       run-defined-step section.
           move df-prog(ws-step-ix) to ws-step-name
           set df-skipped(ws-step-ix) to true
      *> A step with no input of its own (the day-4 reconciliation)
      *> works from other steps' runs -- replay and catch-up rehearse
      *> archived inputs, so it sits those out.
           if replay-mode and df-env(ws-step-ix) = spaces
              exit section
           end-if
           if ws-step-name = 'AOCXCHK4'
              accept ws-xchk4-env from environment 'AOCBATCH_XCHK4'
              if ws-xchk4-env = 'N' or ws-xchk4-env = 'n'
                 display 'AOCBATCH: day-4 reconciliation disabled'
                 exit section
              end-if
           end-if
           add 1 to ws-step-num
           COPY BULLSHOW REPLACING BULL-TAG BY ws-step-name.
           perform check-deadline
           perform check-predecessors
           evaluate true
              when deadline-passed and not df-always(ws-step-ix)
                 perform note-deadline-skipped
              when df-gate(ws-step-ix) > zero
               and gate-bad(df-gate(ws-step-ix)) = 'Y'
                 perform note-badinput-skipped
              when restart-mode and df-done(ws-step-ix) = 'Y'
                 set df-complete(ws-step-ix) to true
                 perform note-step-skipped
              when pred-open
                 perform note-predecessor-skipped
              when other
                 perform launch-defined-step
           end-evaluate
           .

       launch-defined-step section.
           move 'N' to ws-replay-skip
           if replay-mode
              perform set-replay-env
           end-if
           if replay-skip
              perform note-replay-skipped
              exit section
           end-if
           perform check-arrival
           if arrival-wait
              perform note-arrival-wait
              exit section
           end-if
           if df-env(ws-step-ix) = spaces
              perform check-dependant-done
           end-if
           if arrival-done
              perform note-arrival-done
              exit section
           end-if
           display 'AOCBATCH: step ' ws-step-num ' -- ' ws-step-name
           accept ws-step-start from time
           perform init-job-results
           move 'N' to ws-step-missing
           if sysout-mode
              perform run-step-captured
           else
              perform run-step-inline
           end-if
           if step-missing
              exit section
           end-if
           perform check-step-rc
           cancel ws-step-name
           perform record-step-time
           set df-complete(ws-step-ix) to true
           move jres-answer to df-live(ws-step-ix)
           if ws-step-name = 'AOC2b'
              move jres-statement to lv-aoc2b-voyage
           end-if
           if replay-mode
              perform compare-replay-result
           end-if
           .

      *> A predecessor that did not complete tonight -- skipped,
      *> held for its input, failed pre-flight -- holds its
      *> dependants back too. One already done before a restart
      *> counts as complete.
       check-predecessors section.
           move 'N' to ws-pred-open
           move spaces to ws-pred-name
           perform varying df-px from 1 by 1
                   until df-px > df-pred-count(ws-step-ix)
              move df-pred(ws-step-ix, df-px) to df-jx
              if not df-complete(df-jx)
                 set pred-open to true
                 move df-prog(df-jx) to ws-pred-name
                 exit perform
              end-if
           end-perform
           .

       note-predecessor-skipped section.
           add 1 to ws-pred-skips
           perform drop-step-projection
           display 'AOCBATCH: step ' ws-step-num ' (' ws-step-name
              ') SKIPPED -- predecessor '
              function trim(ws-pred-name) ' did not complete'
           .

      *> The stream's step definitions: the step file when there is
      *> one, else the built-in stream. Everything is checked here,
      *> before anything runs -- a bad line, an unknown program, an
      *> undefined or cross-lane predecessor and a dependency cycle
      *> each count in df-errors, and any error rejects the whole
      *> definition.
       load-step-definitions section.
           move zero to df-count df-errors df-line-no df-order-count
           accept ws-steps-env from environment 'AOCBATCH_STEPS'
      *> The built-in stream is the 2021 night; any other season
      *> runs from its own step file, which must be there.
           if ws-steps-env = spaces and jl-season not = '2021'
              move spaces to ws-steps-env
              string 'C:\WS\AOC2021\AOCBATCH-STEPS-' delimited by size
                     jl-season delimited by size
                     '.txt' delimited by size
                into ws-steps-env
           end-if
           if ws-steps-env not = spaces
              move ws-steps-env to ws-steps-name
           end-if
           open input step-def-file
           if ws-steps-status = '00'
              move ws-steps-name to ws-steps-source
              move 'on' to file-eof
              read step-def-file at end set eof-in to true end-read
              perform until eof-in
                 add 1 to df-line-no
                 if step-def-record not = spaces
                    and step-def-record(1:1) not = '*'
                    perform parse-step-line
                 end-if
                 read step-def-file at end set eof-in to true
                 end-read
              end-perform
              close step-def-file
              if df-count = zero and df-errors = zero
                 move 'no STEP lines -- nothing to run' to df-msg
                 perform note-step-def-error
              end-if
           else
      *> A step file named explicitly must be there -- falling back
      *> to the built-in stream would run a night nobody asked for.
              if ws-steps-env not = spaces
                 move ws-steps-name to ws-steps-source
                 move 'step file not found' to df-msg
                 perform note-step-def-error
              else
                 move 'built-in stream' to ws-steps-source
                 perform load-builtin-steps
              end-if
           end-if
           move zero to df-line-no
           perform resolve-predecessors
           perform order-steps
           move zero to ws-lane-count
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-lane(df-ix) > ws-lane-count
                 move df-lane(df-ix) to ws-lane-count
              end-if
           end-perform
           perform add-catchup-names
           .

      *>   STEP,program,input,lane,after,gate,class,legend
       parse-step-line section.
           move spaces to df-f-tag df-f-prog df-f-input df-f-lane
                          df-f-after df-f-gate df-f-class df-f-label
           unstring step-def-record delimited by ','
              into df-f-tag df-f-prog df-f-input df-f-lane
                   df-f-after df-f-gate df-f-class df-f-label
           end-unstring
           move function upper-case(df-f-tag) to df-f-tag
           move function upper-case(df-f-class) to df-f-class
           if function trim(df-f-tag) not = 'STEP'
              move 'not a STEP line' to df-msg
              perform note-step-def-error
              exit section
           end-if
           if df-count >= df-max
              move 'more steps than the stream can hold' to df-msg
              perform note-step-def-error
              exit section
           end-if
           move function trim(df-f-prog) to df-f-prog
           move zero to kp-hit
           perform varying kp-ix from 1 by 1 until kp-ix > kp-count
              if function upper-case(kp-name(kp-ix))
                 = function upper-case(df-f-prog)
                 move kp-ix to kp-hit
                 exit perform
              end-if
           end-perform
           if kp-hit = zero
              move spaces to df-msg
              string 'unknown program ' delimited by size
                     function trim(df-f-prog) delimited by size
                into df-msg
              perform note-step-def-error
              exit section
           end-if
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-prog(df-ix) = kp-name(kp-hit)
                 move spaces to df-msg
                 string function trim(kp-name(kp-hit))
                           delimited by size
                        ' is defined twice' delimited by size
                   into df-msg
                 perform note-step-def-error
                 exit section
              end-if
           end-perform
           move function trim(df-f-lane) to df-f-lane
           if df-f-lane = spaces
              or function trim(df-f-lane) is not numeric
              move 'lane is not a number' to df-msg
              perform note-step-def-error
              exit section
           end-if
           if function numval(df-f-lane) < 1
              or function numval(df-f-lane) > df-lane-max
              move 'lane must be 1 to 20' to df-msg
              perform note-step-def-error
              exit section
           end-if
           move function trim(df-f-gate) to df-f-gate
           if df-f-gate = spaces
              move '0' to df-f-gate
           end-if
           if function trim(df-f-gate) is not numeric
              or function numval(df-f-gate) > 9
              move 'gate must be 0 to 9' to df-msg
              perform note-step-def-error
              exit section
           end-if
           move function trim(df-f-class) to df-f-class
           if df-f-class = spaces
              move 'NORMAL' to df-f-class
           end-if
           if df-f-class not = 'NORMAL' and df-f-class not = 'ALWAYS'
              move 'deadline class must be NORMAL or ALWAYS' to df-msg
              perform note-step-def-error
              exit section
           end-if
           move spaces to df-f-env df-f-default
           unstring df-f-input delimited by '='
              into df-f-env df-f-default
           end-unstring
           move function trim(df-f-env) to df-f-env
           move function trim(df-f-default) to df-f-default
           if df-f-env = spaces and df-f-default not = spaces
              move 'input default given without a variable' to df-msg
              perform note-step-def-error
              exit section
           end-if
           move function trim(df-f-label) to df-f-label
           if df-f-env(19:) not = spaces
              or df-f-label(14:) not = spaces
              move 'input variable or legend too long' to df-msg
              perform note-step-def-error
              exit section
           end-if
           add 1 to df-count
           initialize df-entry(df-count)
           move kp-name(kp-hit) to df-prog(df-count)
           move df-f-env to df-env(df-count)
           move df-f-default to df-default(df-count)
           compute df-lane(df-count) = function numval(df-f-lane)
           move function trim(df-f-after) to df-after(df-count)
           compute df-gate(df-count) = function numval(df-f-gate)
           move df-f-class to df-class(df-count)
           move df-f-label to df-label(df-count)
           move 'N' to df-done(df-count)
           .

      *> The suite's standard night, used when there is no step file
      *> -- the same steps, lanes, gates and order as always. Day 5
      *> runs the combined AOC2105C unless AOCBATCH_DAY5=SPLIT asks
      *> for the old A/B pair (they do the straight work twice
      *> between them, which is exactly what the combined run
      *> retires).
       load-builtin-steps section.
           accept ws-day5-env from environment 'AOCBATCH_DAY5'
           if ws-day5-env = 'split'
              move 'SPLIT' to ws-day5-env
           end-if
           perform varying bi-ix from 1 by 1 until bi-ix > bi-count
              evaluate true
                 when bi-prog(bi-ix) = 'AOC2105A'
                  and ws-day5-env not = 'SPLIT'
                    continue
                 when bi-prog(bi-ix) = 'AOC2105B'
                  and ws-day5-env not = 'SPLIT'
                    continue
                 when bi-prog(bi-ix) = 'AOC2105C'
                  and ws-day5-env = 'SPLIT'
                    continue
                 when other
                    add 1 to df-count
                    initialize df-entry(df-count)
                    move bi-prog(bi-ix) to df-prog(df-count)
                    move bi-env(bi-ix) to df-env(df-count)
                    move bi-default(bi-ix) to df-default(df-count)
                    move bi-lane(bi-ix) to df-lane(df-count)
                    move bi-after(bi-ix) to df-after(df-count)
                    move bi-gate(bi-ix) to df-gate(df-count)
                    move 'NORMAL' to df-class(df-count)
                    move bi-label(bi-ix) to df-label(df-count)
                    move 'N' to df-done(df-count)
              end-evaluate
           end-perform
           .

      *> Predecessor names to table positions. Every predecessor
      *> must itself be defined, and in the same lane -- lanes run as
      *> separate processes with nothing to wait on each other by.
       resolve-predecessors section.
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move zero to df-pred-count(df-ix)
              move 1 to df-ptr
              perform until df-ptr > length of df-after(df-ix)
                 move spaces to df-f-pred
                 unstring df-after(df-ix) delimited by '+'
                    into df-f-pred
                    with pointer df-ptr
                 end-unstring
                 move function trim(df-f-pred) to df-f-pred
                 if df-f-pred not = spaces
                    perform resolve-one-predecessor
                 end-if
              end-perform
           end-perform
           .

       resolve-one-predecessor section.
           move zero to df-jx
           perform varying df-kx from 1 by 1 until df-kx > df-count
              if function upper-case(df-prog(df-kx))
                 = function upper-case(df-f-pred)
                 move df-kx to df-jx
                 exit perform
              end-if
           end-perform
           move spaces to df-msg
           evaluate true
              when df-jx = zero
                 string function trim(df-prog(df-ix)) delimited by size
                        ' follows ' delimited by size
                        function trim(df-f-pred) delimited by size
                        ', which is not defined' delimited by size
                   into df-msg
              when df-jx = df-ix
                 string function trim(df-prog(df-ix)) delimited by size
                        ' names itself as its predecessor'
                           delimited by size
                   into df-msg
              when df-lane(df-jx) not = df-lane(df-ix)
                 string function trim(df-prog(df-ix)) delimited by size
                        ' follows ' delimited by size
                        function trim(df-prog(df-jx)) delimited by size
                        ' in another lane' delimited by size
                   into df-msg
              when df-pred-count(df-ix) >= df-pred-max
                 string function trim(df-prog(df-ix)) delimited by size
                        ' has too many predecessors' delimited by size
                   into df-msg
              when other
                 add 1 to df-pred-count(df-ix)
                 move df-jx to df-pred(df-ix, df-pred-count(df-ix))
           end-evaluate
           if df-msg not = spaces
              perform note-step-def-error
           end-if
           .

      *> Dependency order: repeatedly take the first step, in
      *> definition order, whose predecessors are all placed. Steps
      *> left over when none qualifies sit on a cycle.
       order-steps section.
           move zero to df-order-count
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move df-pred-count(df-ix) to df-indeg(df-ix)
           end-perform
           move 'Y' to ws-order-more
           perform until ws-order-more = 'N'
              move zero to df-jx
              perform varying df-ix from 1 by 1 until df-ix > df-count
                 if df-indeg(df-ix) = zero
                    move df-ix to df-jx
                    exit perform
                 end-if
              end-perform
              if df-jx = zero
                 move 'N' to ws-order-more
              else
                 add 1 to df-order-count
                 move df-jx to df-order(df-order-count)
                 move -1 to df-indeg(df-jx)
                 perform release-dependants
              end-if
           end-perform
           if df-order-count < df-count
              move spaces to df-msg
              move 1 to df-ptr
              string 'dependency cycle among' delimited by size
                into df-msg with pointer df-ptr
              perform varying df-ix from 1 by 1 until df-ix > df-count
                 if df-indeg(df-ix) > zero
                    string ' ' delimited by size
                           function trim(df-prog(df-ix))
                              delimited by size
                      into df-msg with pointer df-ptr
                    end-string
                 end-if
              end-perform
              perform note-step-def-error
           end-if
           .

      *> Step df-jx is placed -- each step waiting on it has one
      *> predecessor fewer to wait for.
       release-dependants section.
           perform varying df-kx from 1 by 1 until df-kx > df-count
              perform varying df-px from 1 by 1
                      until df-px > df-pred-count(df-kx)
                 if df-pred(df-kx, df-px) = df-jx
                    and df-indeg(df-kx) > zero
                    subtract 1 from df-indeg(df-kx)
                 end-if
              end-perform
           end-perform
           .

       note-step-def-error section.
           add 1 to df-errors
           if df-line-no > zero
              display 'AOCBATCH: ' function trim(ws-steps-source)
                 ' line ' df-line-no ' -- ' function trim(df-msg)
           else
              display 'AOCBATCH: ' function trim(ws-steps-source)
                 ' -- ' function trim(df-msg)
           end-if
           .

      *> Catch-up repoints every defined step's input variable, so
      *> each one joins the save/restore list.
       add-catchup-names section.
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-env(df-ix) not = spaces
                 perform varying cu-sv-ix from 1 by 1
                         until cu-sv-ix > cu-sv-count
                    if cu-sv-name(cu-sv-ix) = df-env(df-ix)
                       exit perform
                    end-if
                 end-perform
                 if cu-sv-ix > cu-sv-count and cu-sv-count < cu-sv-max
                    add 1 to cu-sv-count
                    move df-env(df-ix) to cu-sv-name(cu-sv-count)
                 end-if
              end-if
           end-perform
           .

      *> Request 034: scan the shared job-run log for this program's
      *> earlier match -- by the time end-of-file is reached each
      *> scoreboard field holds that program's latest answer.
       build-scoreboard section.
           perform build-scoreboard-table
           open input job-log-file
           if jl-file-status = '35'
              display 'AOCBATCH: no job log found yet -- scoreboard '
      *> Request 035: shift the current value down into its -prev
      *> field before overwriting it, so by end-of-file each -prev
      *> field holds the run before the latest one.
           perform find-scoreboard-entry
           if sb-hit > zero
              move sb-cur(sb-hit) to sb-prev(sb-hit)
              move function trim(sb-answer-raw) to sb-cur(sb-hit)
              move sb-fp(sb-hit) to sb-fp-prev(sb-hit)
              move jlp-fingerprint to sb-fp(sb-hit)
              if sb-progid-tok = 'AOC2b'
                 move spaces to sb-aoc2b-voyage
              end-if
           end-if
      *> The voyage record follows its AOC2b record in the log (its
      *> name is longer than the token above holds).
           if sb-progid-tok not = spaces
              and jlp-progid = 'AOC2b-VOYAGE'
              move function trim(sb-answer-raw) to sb-aoc2b-voyage
           end-if
           .

       find-scoreboard-entry section.
           move zero to sb-hit
           if sb-progid-tok = spaces
              exit section
           end-if
           perform varying sb-ix from 1 by 1 until sb-ix > sb-count
              if sb-prog(sb-ix) = sb-progid-tok
                 move sb-ix to sb-hit
                 exit perform
              end-if
           end-perform
           .

      *> The scoreboard's program list: the standard programs in
      *> their usual order, then any defined step with a legend of
      *> its own that the list does not already hold. A definition's
      *> legend replaces the standard one. Steps without a legend
      *> (the day-4 reconciliation) have no answer to show.
       build-scoreboard-table section.
           move zero to sb-count
      *> The standard list is the 2021 programs; another season's
      *> scoreboard is built from its step legends alone.
           if jl-season = '2021'
              perform varying sb-sx from 1 by 1
                      until sb-sx > sb-std-count
                 add 1 to sb-count
                 move sb-std-prog(sb-sx) to sb-prog(sb-count)
                 move sb-std-label(sb-sx) to sb-label(sb-count)
              end-perform
           end-if
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-label(df-ix) not = spaces
                 move df-prog(df-ix) to sb-progid-tok
                 perform find-scoreboard-entry
                 if sb-hit = zero and sb-count < sb-max
                    add 1 to sb-count
                    move sb-count to sb-hit
                    move df-prog(df-ix) to sb-prog(sb-hit)
                 end-if
                 if sb-hit > zero
                    move df-label(df-ix) to sb-label(sb-hit)
                 end-if
              end-if
           end-perform
           perform varying sb-ix from 1 by 1 until sb-ix > sb-count
              move '(no run recorded in log)' to sb-cur(sb-ix)
              move '(no prior run)' to sb-prev(sb-ix)
              move zero to sb-fp(sb-ix) sb-fp-prev(sb-ix)
           end-perform
           .

      *> Request 053: the current answer per program now comes from a
      *> which a latest-keyed master doesn't hold, and as the fallback
      *> for programs whose history predates the master.
       refresh-from-results-master section.
           perform varying sb-ix from 1 by 1 until sb-ix > sb-count
              move sb-prog(sb-ix) to rslt-progid
              perform fetch-latest-result
              if rslt-found = 'Y'
                 move rslt-answer to sb-cur(sb-ix)
              end-if
           end-perform
           .

       fetch-latest-result section.
           move 'L' to rslt-func
           move jl-season to rslt-season
           move spaces to rslt-status rslt-answer
           move 'N' to rslt-found
           call 'AOCRSLT' using rslt-parm
           move 'AOCBATCH' to rw-prog
           move 'DAILY ANSWERS SCOREBOARD' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY scoreboard-record.
      *> One line per scoreboard program, in scoreboard order, with
      *> the answer legend in brackets after the name.
           perform varying sb-ix from 1 by 1 until sb-ix > sb-count
              move spaces to ws-sb-legend
              string '(' delimited by size
                     function trim(sb-label(sb-ix)) delimited by size
                     ')' delimited by size
                into ws-sb-legend
              move spaces to scoreboard-record
              string sb-prog(sb-ix) delimited by size
                     ' ' delimited by size
                     ws-sb-legend delimited by size
                     ': ' delimited by size
                     sb-cur(sb-ix) delimited by size
                into scoreboard-record
           COPY RPTLINE REPLACING RPT-REC BY scoreboard-record.
              move sb-cur(sb-ix) to ws-trend-current
              move sb-prev(sb-ix) to ws-trend-prev
              move sb-fp(sb-ix) to ws-trend-fp-cur
              move sb-fp-prev(sb-ix) to ws-trend-fp-prev
              perform write-trend-flag-if-changed
              if sb-prog(sb-ix) = 'AOC2b'
                 and sb-aoc2b-voyage not = spaces
                 move spaces to scoreboard-record
                 string 'AOC2b    (voyage)       : ' delimited by size
                        sb-aoc2b-voyage delimited by size
                   into scoreboard-record
           COPY RPTLINE REPLACING RPT-REC BY scoreboard-record.
              end-if
           end-perform
      *> Request 074: per-step elapsed summary -- which step ate the
      *> window is answerable from the same page as the answers.
           move spaces to scoreboard-record
      *> refills the paths once per date.
       load-replay-paths section.
           move spaces to replay-paths
           move zero to rg-count
           open input archive-cat-file
           if archive-cat-status = '35'
              display 'AOCBATCH: no archive catalog -- every step '
                          if rp-aoc9 = spaces
                             move arc-cat-path to rp-aoc9
                          end-if
                       when other
                          perform file-other-replay-path
                    end-evaluate
                 end-if
                 read archive-cat-file at end set eof-in to true
           end-if
           .

      *> Archive copies for programs outside the list above, filed
      *> by program name -- the latest copy of the date wins, as for
      *> the named ones.
       file-other-replay-path section.
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              if rg-progid(rg-ix) = arc-cat-progid
                 move arc-cat-path to rg-path(rg-ix)
                 exit section
              end-if
           end-perform
           if rg-count < rg-max
              add 1 to rg-count
              move arc-cat-progid to rg-progid(rg-count)
              move arc-cat-path to rg-path(rg-count)
           end-if
           .

       prepare-replay section.
           display 'AOCBATCH: regression replay of ' ws-replay-date
           perform load-replay-paths
           if jl-file-status not = '35'
              move 'on' to file-eof
              read job-log-file at end set eof-in to true end-read
              perform until eof-in
                 COPY JOBLOGPARSE.
                 if jlp-valid and jlp-status not = 'VOID'
                    and jlp-status not = 'START'
                    and jlp-start-date = ws-replay-date
                    perform varying df-ix from 1 by 1
                            until df-ix > df-count
                       if df-prog(df-ix) = jlp-progid
                          move jlp-answer to df-exp(df-ix)
                       end-if
                    end-perform
                 end-if
                 read job-log-file at end set eof-in to true end-read
              end-perform
                 move rp-aoc9 to ws-replay-path
                 display 'AOC9_INPUT' upon environment-name
                 display ws-replay-path upon environment-value
      *> Any other defined step: the date's archive copy filed under
      *> its own program name, pointed at through its input variable.
              when other
                 perform varying rg-ix from 1 by 1
                         until rg-ix > rg-count
                    if rg-progid(rg-ix) = ws-step-name
                       and df-env(ws-step-ix) not = spaces
                       move rg-path(rg-ix) to ws-replay-path
                       display df-env(ws-step-ix)
                          upon environment-name
                       display ws-replay-path upon environment-value
                    end-if
                 end-perform
           end-evaluate
           if ws-replay-path = spaces
              set replay-skip to true
           if in-catchup
              exit section
           end-if
           move df-exp(ws-step-ix) to ws-exp-cur
           move spaces to replay-report-record
           evaluate true
              when ws-exp-cur = spaces
      *> register and the last-run stamps lazily on first use.
       check-arrival section.
           move 'N' to ws-arrival-wait
           move 'N' to ws-arrival-done
           if replay-mode
              exit section
           end-if
              exit section
           end-if
           if av-stamp(av-hit) <= lr-stamp(lr-hit)
              if lr-stamp(lr-hit)(1:8) = jl-busdate
                 set arrival-done to true
              else
                 set arrival-wait to true
              end-if
           end-if
           .

      *> A step with no input of its own (the day-4 reconciliation)
      *> is done the same way once every predecessor was found
      *> already run on arrival and it has an OK run of its own
      *> dated this business date.
       check-dependant-done section.
           move 'N' to ws-arrival-done
           if replay-mode or df-pred-count(ws-step-ix) = zero
              exit section
           end-if
           perform varying df-px from 1 by 1
                   until df-px > df-pred-count(ws-step-ix)
              move df-pred(ws-step-ix, df-px) to df-jx
              if df-early(df-jx) not = 'Y'
                 exit section
              end-if
           end-perform
           if not arrivals-loaded
              perform load-arrival-register
              perform load-last-run-stamps
              set arrivals-loaded to true
           end-if
           perform varying lr-ix from 1 by 1 until lr-ix > lr-count
              if lr-progid(lr-ix) = ws-step-name
                 if lr-stamp(lr-ix)(1:8) = jl-busdate
                    set arrival-done to true
                 end-if
                 exit perform
              end-if
           end-perform
           .

       note-arrival-done section.
           add 1 to ws-arrival-skips
           perform drop-step-projection
           set df-complete(ws-step-ix) to true
           move 'Y' to df-early(ws-step-ix)
           display 'AOCBATCH: step ' ws-step-num ' (' ws-step-name
              ') already run for ' jl-busdate ' when its input '
              'arrived -- skipping'
           .

      *> The arrival run proper -- see ws-arrival-run. Steps are
      *> taken in the stream's own dependency order; a step reading
      *> some other input is only looked at to learn whether it is
      *> already done for the day (so a reconciliation waiting on
      *> it can go), never run.
       run-arrival-steps section.
           display 'AOCBATCH: arrival of '
              function trim(ws-arrived-path) ' -- running its steps'
           accept ws-today-date from date yyyymmdd
           perform load-calendar
           if cal-count > zero and not today-in-cal
              display 'AOCBATCH: ' ws-today-date ' is not a '
                 'processing date in the calendar -- nothing run'
              exit section
           end-if
           perform run-validation-step
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move space to df-state(df-ix) df-early(df-ix)
           end-perform
           perform varying df-ox from 1 by 1
                   until df-ox > df-order-count
              move df-order(df-ox) to ws-step-ix
              move df-prog(ws-step-ix) to ws-step-name
              perform resolve-step-input-path
              evaluate true
                 when ws-step-input = spaces
                    perform check-fresh-predecessor
                    if pred-fresh
                       perform run-arrival-one
                    end-if
                 when ws-step-input = ws-arrived-path
                    perform run-arrival-one
                 when other
                    perform check-arrival
                    if arrival-done
                       set df-complete(ws-step-ix) to true
                       move 'Y' to df-early(ws-step-ix)
                    end-if
              end-evaluate
           end-perform
           if ws-arrival-ran = zero
              display 'AOCBATCH: arrival run complete -- no step ran'
              exit section
           end-if
           display 'AOCBATCH: arrival run complete -- '
              ws-arrival-ran ' step(s) run'
           perform build-scoreboard
           perform refresh-from-results-master
           perform apply-live-results
           perform write-scoreboard-report
           move return-code to ws-wall-rc
           call 'AOCWALL'
              on exception continue
           end-call
           cancel 'AOCWALL'
           move ws-wall-rc to return-code
           .

       run-arrival-one section.
           perform run-defined-step
           if df-complete(ws-step-ix)
              and df-early(ws-step-ix) not = 'Y'
              add 1 to ws-arrival-ran
           end-if
           .

      *> pred-fresh: every predecessor is done and at least one of
      *> them ran in this arrival run.
       check-fresh-predecessor section.
           move 'N' to ws-pred-fresh
           if df-pred-count(ws-step-ix) = zero
              exit section
           end-if
           perform varying df-px from 1 by 1
                   until df-px > df-pred-count(ws-step-ix)
              move df-pred(ws-step-ix, df-px) to df-jx
              if not df-complete(df-jx)
                 move 'N' to ws-pred-fresh
                 exit section
              end-if
              if df-early(df-jx) not = 'Y'
                 set pred-fresh to true
              end-if
           end-perform
           .

       load-arrival-register section.
           .

      *> The live input path this step reads, resolved the same way
      *> AOCSTAGE resolves its staging targets -- the step's input
      *> variable, else the default its definition names. Steps with
      *> no input of their own come back blank.
       resolve-step-input-path section.
           move spaces to ws-step-input
           if df-env(ws-step-ix) not = spaces
              accept ws-step-input from environment df-env(ws-step-ix)
              if ws-step-input = spaces
                 move df-default(ws-step-ix) to ws-step-input
              end-if
           end-if
           .

      *> The hold is loud and on the record: an ordinary structured
           display 'AOCBATCH: step ' ws-step-num ' (' ws-step-name
              ') ARRIVAL-WAIT -- no input arrival since its last '
              'run; holding instead of reprocessing stale data'
           move 'ARRWAIT' to ws-arrlog-status
           move 'held -- input not staged since last run'
             to ws-arrlog-answer
           perform write-arrival-record
           .

      *> The step record for an input that had not arrived -- held
      *> (ARRWAIT) or skipped at the deadline still waiting for it
      *> (ARRSKIP). AOCPUNCT counts both against the feed.
       write-arrival-record section.
           COPY JOBLOGPREV.
           move zero to jl-retry-count
           open extend job-log-file
           perform until jl-file-status = '00'
           if jl-file-status = '00'
              accept jl-end-time from time
              move spaces to jlr-record
              move jl-season to jlr-season
              move ws-step-name to jlr-progid
              move jl-start-date to jlr-start-date
              move jl-end-time to jlr-start-time
              move zero to jlr-elapsed
              move 4 to jlr-rc
              move zero to jlr-recs-read jlr-recs-rej
              move ws-arrlog-status to jlr-status
              move ws-arrlog-answer to jlr-answer
              COPY JOBLOGSEAL.
              move jlr-record to job-log-record
              write job-log-record
              close job-log-file
              ws-sysout-count ' line(s))'
           .

      *> The step named in ws-step-name, CALLed in this process --
      *> the normal path, and the capture fallback, so a night
      *> without a shell is a night without sysout files -- never a
      *> night without answers. The caller's check-step-rc and
      *> cancel then see a real run. The callee's filled status is
      *> the proof it ran (see run-selftest-step), so only an empty
      *> one marks the program as missing from the build.
       run-step-inline section.
           move 'N' to ws-step-missing
           call ws-step-name using job-results
              on exception
                 if jres-status = spaces
                    set step-missing to true
                    display 'AOCBATCH: ' function trim(ws-step-name)
                       ' is not linked into this build -- step '
                       'skipped'
                 end-if
           end-call
           .

       init-job-results section.
           move spaces to jres-answer jres-status jres-statement
           move zero to jres-recs-read jres-recs-rejected
           .

      *> (restart mode) or never filled the area leave spaces and
      *> keep whatever the log/master provided.
       apply-live-results section.
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-live(df-ix) not = spaces
                 move df-prog(df-ix) to sb-progid-tok
                 perform find-scoreboard-entry
                 if sb-hit > zero
                    move df-live(df-ix) to sb-cur(sb-hit)
                 end-if
                 if df-prog(df-ix) = 'AOC2b'
                    move lv-aoc2b-voyage to sb-aoc2b-voyage
                 end-if
              end-if
           end-perform
           .

      *> Request 052: batch-start marker -- an ordinary-looking log
              end-call
              cancel 'AOCVALID'
              if jres-answer(1:4) = 'bad='
                 move jres-answer(5:9) to gate-flags
              end-if
              if return-code not = zero
                 display 'AOCBATCH: validation flagged input '
           end-if
           .

      *> Every defined step, in dependency order. Catch-up runs the
      *> stream once per missed date, so the per-step outcomes the
      *> predecessor check reads start fresh each time.
       run-all-steps section.
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move space to df-state(df-ix) df-early(df-ix)
           end-perform
           perform varying df-ox from 1 by 1
                   until df-ox > df-order-count
              move df-order(df-ox) to ws-step-ix
              perform run-defined-step
           end-perform
           .

      *> One lane child: the deadline and pre-flight gate verdicts
           display 'AOCBATCH: lane ' ws-lane-num ' child finished'
           .

      *> The lane's own steps, in the same dependency order the
      *> serial stream uses -- every predecessor shares the lane, so
      *> the order inside a lane is all that has to hold.
       run-lane-steps section.
           if ws-lane-num < 1 or ws-lane-num > ws-lane-count
              display 'AOCBATCH: AOCBATCH_LANE ' ws-lane-num
                 ' is not a lane -- nothing run'
              exit section
           end-if
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move space to df-state(df-ix) df-early(df-ix)
           end-perform
           perform varying df-ox from 1 by 1
                   until df-ox > df-order-count
              move df-order(df-ox) to ws-step-ix
              if df-lane(ws-step-ix) = ws-lane-num
                 perform run-defined-step
              end-if
           end-perform
           .

      *> Detach one child per lane. AOCBATCH_LANE rides the inherited
      *> Same ordinary-structured-record shape as the batch START
      *> marker, so every log reader's parse takes it in stride.
       write-lane-end section.
           COPY JOBLOGPREV.
           move zero to jl-retry-count
           open extend job-log-file
           perform until jl-file-status = '00'
           else
              accept jl-end-time from time
              move spaces to jlr-record
              move jl-season to jlr-season
              move 'AOCBATCH' to jlr-progid
              move jl-start-date to jlr-start-date
              move jl-end-time to jlr-start-time
                     function trim(ws-lane-disp) delimited by size
                     ' complete' delimited by size
                into jlr-answer
              COPY JOBLOGSEAL.
              move jlr-record to job-log-record
              write job-log-record
              close job-log-file
              move 'on' to file-eof
              read calendar-file at end set eof-in to true end-read
              perform until eof-in
                 move calendar-record(51:4) to ws-cal-season
                 if ws-cal-season = spaces
                    move '2021' to ws-cal-season
                 end-if
                 if calendar-record(1:8) is numeric
                    and ws-cal-season = jl-season
                    and cal-count < cal-max
                    add 1 to cal-count
                    move calendar-record(1:8) to cal-date(cal-count)
      *> Request 070: same bounded-wait retry JOBLOGEND applies --
      *> the marker is what restart mode anchors on, so losing it to
      *> a moment of contention would quietly break restarts.
           COPY JOBLOGPREV.
           move zero to jl-retry-count
           open extend job-log-file
           perform until jl-file-status = '00'
           else
      *> Request 076: the marker is an ordinary structured record.
              move spaces to jlr-record
              move jl-season to jlr-season
              move 'AOCBATCH' to jlr-progid
              move jl-start-date to jlr-start-date
              move jl-start-time to jlr-start-time
              move zero to jlr-recs-read jlr-recs-rej
              move 'START' to jlr-status
              move 'batch stream started' to jlr-answer
              COPY JOBLOGSEAL.
              move jlr-record to job-log-record
              write job-log-record
              close job-log-file
                    if jlp-progid = 'AOCBATCH'
                       and jlp-status = 'START'
                       set marker-seen to true
                       perform varying df-ix from 1 by 1
                               until df-ix > df-count
                          move 'N' to df-done(df-ix)
                       end-perform
                    end-if
                    if jlp-status = 'OK'
                       perform varying df-ix from 1 by 1
                               until df-ix > df-count
                          if df-prog(df-ix) = jlp-progid
                             move 'Y' to df-done(df-ix)
                          end-if
                       end-perform
                    end-if
                 end-if
                 read job-log-file at end set eof-in to true end-read
           perform drop-step-projection
           display 'AOCBATCH: step ' ws-step-num ' (' ws-step-name
              ') SKIPPED -- past the batch-window deadline'
      *> A step skipped while its input was still not staged lost
      *> the night to the late file, not to the window -- that goes
      *> on the record for the punctuality scorecard.
           perform check-arrival
           if arrival-wait
              move 'ARRSKIP' to ws-arrlog-status
              move 'deadline skip -- input not staged'
                to ws-arrlog-answer
              perform write-arrival-record
           end-if
           .

       record-step-time section.

       check-stream-step section.
           move 'N' to pe-step-flag
           perform varying df-ix from 1 by 1 until df-ix > df-count
              if df-prog(df-ix) = jlp-progid
                 set pe-is-step to true
                 exit perform
              end-if
           end-perform
           .

       file-step-elapsed section.
           end-if
           .

      *> The dry run -- see ws-dryrun-env. The same decisions a
      *> real start makes, in the same order, reported instead of
      *> acted on.
       forecast-stream section.
           display 'AOCBATCH: dry run -- forecasting the stream, '
              'nothing will be run'
           move spaces to forecast-name
           string 'C:\WS\AOC2021\AOCBATCH-FORECAST-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into forecast-name
           open output forecast-file
           move 'AOCBATCH' to rw-prog
           move 'STREAM FORECAST (DRY RUN)' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY forecast-record.

           COPY RUNLKCHK.
           if rl-held
              move spaces to forecast-record
              string 'Run lock held by ' delimited by size
                     rl-holder delimited by space
                     ' since ' delimited by size
                     rl-date delimited by size
                     ' ' delimited by size
                     rl-time(1:4) delimited by size
                     ' -- a stream started now would not run'
                        delimited by size
                into forecast-record
              COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           end-if

           accept ws-now-time from time
           move ws-now-hhmm to ws-stream-hhmm
           accept ws-drystart-env from environment 'AOCBATCH_DRYSTART'
           if ws-drystart-env not = spaces
              and function trim(ws-drystart-env) is numeric
              compute ws-stream-hhmm =
                 function numval(ws-drystart-env)
           end-if
           move ws-stream-hhmm to pe-hhmm-split
           compute fc-base-secs = pe-sp-hh * 3600 + pe-sp-mm * 60
           move fc-base-secs to fc-clock
           accept ws-deadline-env from environment 'AOCBATCH_DEADLINE'
           if ws-deadline-env not = spaces
              and function trim(ws-deadline-env) is numeric
              compute ws-deadline-hhmm =
                 function numval(ws-deadline-env)
              set deadline-set to true
              move ws-deadline-hhmm to pe-hhmm-split
              compute fc-dl-secs = pe-sp-hh * 3600 + pe-sp-mm * 60
              if fc-dl-secs <= fc-base-secs
                 add 86400 to fc-dl-secs
              end-if
           end-if
           accept ws-restart-flag from environment 'AOCBATCH_RESTART'
           accept ws-parallel-env from environment 'AOCBATCH_PARALLEL'
           if (ws-parallel-env = 'Y' or ws-parallel-env = 'y')
              and not restart-mode
              set parallel-mode to true
           end-if

           move df-count to df-disp
           if parallel-mode
              move 'in parallel' to fc-note
           else
              move 'one after another' to fc-note
           end-if
           move spaces to forecast-record
           string 'Stream of ' delimited by size
                  function trim(df-disp) delimited by size
                  ' step(s) from ' delimited by size
                  function trim(ws-steps-source) delimited by size
                  ', planned start ' delimited by size
                  ws-stream-hhmm delimited by size
                  ', ' delimited by size
                  ws-lane-count delimited by size
                  ' lane(s) run ' delimited by size
                  fc-note delimited by '  '
                into forecast-record
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           move spaces to forecast-record
           if deadline-set
              string 'Batch-window deadline ' delimited by size
                     ws-deadline-hhmm delimited by size
                into forecast-record
           else
              move 'No batch-window deadline set' to forecast-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.

           perform load-elapsed-history
           accept ws-today-date from date yyyymmdd
           perform load-calendar
           move spaces to forecast-record
           evaluate true
              when cal-count = zero
                 move 'No processing calendar -- every date is run'
                    to forecast-record
              when today-in-cal
                 string ws-today-date delimited by size
                        ' is a processing date in the calendar'
                           delimited by size
                   into forecast-record
              when other
                 string ws-today-date delimited by size
                        ' is NOT a processing date -- the stream '
                           delimited by size
                        'would stop before any step' delimited by size
                   into forecast-record
           end-evaluate
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           if cal-count > zero and not today-in-cal
              move fc-base-secs to fc-finish
              perform finish-forecast
              exit section
           end-if

           perform forecast-gates

           move spaces to forecast-record
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           move spaces to forecast-record
           move 'DATE' to forecast-record(1:8)
           move ' #' to forecast-record(11:2)
           move 'PROGRAM' to forecast-record(15:8)
           move 'LN' to forecast-record(24:2)
           move 'FORECAST' to forecast-record(28:16)
           move 'START' to forecast-record(45:5)
           move 'END' to forecast-record(51:5)
           move 'EST(s)' to forecast-record(57:6)
           move 'NOTE' to forecast-record(65:4)
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           COPY RPTCOLS REPLACING RPT-REC BY forecast-record.

      *> Catch-up first, serially, from the archives -- with the
      *> gates cleared, exactly as run-catchup does.
           accept ws-catchup-env from environment 'AOCBATCH_CATCHUP'
           if (ws-catchup-env = 'Y' or ws-catchup-env = 'y')
              and cal-count > zero
              perform find-missed-dates
              if md-count > zero
                 perform save-catchup-environment
                 move gate-flags to ws-gate-save
                 move all 'N' to gate-flags
                 set in-catchup to true
                 set replay-mode to true
                 perform varying md-ix from 1 by 1
                         until md-ix > md-count
                    move md-date(md-ix) to ws-replay-date
                                           fc-date
                    perform load-replay-paths
                    perform forecast-all-steps
                 end-perform
                 perform restore-catchup-environment
                 move ws-gate-save to gate-flags
                 move 'N' to ws-replay-mode
                 move 'N' to ws-in-catchup
              end-if
           end-if

           if restart-mode
              perform scan-restart-state
           end-if
           if parallel-mode
              set fc-by-lane to true
           end-if
           perform varying fl-ix from 1 by 1 until fl-ix > 20
              move fc-clock to fl-clock(fl-ix)
              move -1 to fl-first(fl-ix) fl-last(fl-ix)
              move zero to fl-runs(fl-ix)
           end-perform
           move jl-busdate to fc-date
           perform forecast-all-steps

           move fc-clock to fc-finish
           move spaces to forecast-record
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           perform varying fl-ix from 1 by 1
                   until fl-ix > ws-lane-count
              if fc-by-lane and fl-clock(fl-ix) > fc-finish
                 move fl-clock(fl-ix) to fc-finish
              end-if
              perform forecast-lane-line
           end-perform
           perform finish-forecast
           .

      *> The pre-flight verdicts, from AOCVALID run dry: it judges
      *> the staged files exactly as before a real stream but logs,
      *> catalogs and quarantines nothing.
       forecast-gates section.
           move spaces to forecast-record
           accept ws-validate-env from environment 'AOCBATCH_VALIDATE'
           if ws-validate-env = 'N' or ws-validate-env = 'n'
              move 'Pre-flight validation disabled -- no step gated'
                 to forecast-record
              COPY RPTLINE REPLACING RPT-REC BY forecast-record.
              exit section
           end-if
           display 'AOCVALID_DRYRUN' upon environment-name
           display 'Y' upon environment-value
           perform init-job-results
           call 'AOCVALID' using job-results
              on exception
                 move 'Pre-flight validation not linked into this '
                   & 'build -- no step gated' to forecast-record
           end-call
           cancel 'AOCVALID'
           display 'AOCVALID_DRYRUN' upon environment-name
           display ' ' upon environment-value
           move zero to return-code
           if jres-answer(1:4) = 'bad='
              move jres-answer(5:9) to gate-flags
           end-if
           if forecast-record = spaces
              if gate-flags = all 'N'
                 move 'Pre-flight validation: every staged input '
                   & 'passes' to forecast-record
              else
                 string 'Pre-flight validation: inputs failing '
                           delimited by size
                        '(gate flags ' delimited by size
                        gate-flags delimited by size
                        ') -- their steps would be skipped'
                           delimited by size
                   into forecast-record
              end-if
           end-if
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           .

       forecast-all-steps section.
           move zero to fc-step-num
           perform varying df-ix from 1 by 1 until df-ix > df-count
              move space to df-state(df-ix) df-early(df-ix)
           end-perform
           perform varying df-ox from 1 by 1
                   until df-ox > df-order-count
              move df-order(df-ox) to ws-step-ix
              perform forecast-one-step
           end-perform
           .

      *> One step, judged in run-defined-step's order. A step that
      *> would run takes its latest logged elapsed time on its lane's
      *> clock (the one stream clock when serial); every other
      *> verdict takes none.
       forecast-one-step section.
           move df-prog(ws-step-ix) to ws-step-name
           set df-skipped(ws-step-ix) to true
           move spaces to fc-verdict fc-note
           move 'N' to fc-run-sw
           add 1 to fc-step-num
           if fc-by-lane
              move fl-clock(df-lane(ws-step-ix)) to fc-now
           else
              move fc-clock to fc-now
           end-if
           move 'N' to ws-deadline-passed
           if deadline-set and fc-now >= fc-dl-secs
              set deadline-passed to true
           end-if
           accept ws-xchk4-env from environment 'AOCBATCH_XCHK4'
           perform check-predecessors
           evaluate true
              when replay-mode and df-env(ws-step-ix) = spaces
                 move 'SITS OUT' to fc-verdict
                 move 'works from other steps -- not replayed'
                    to fc-note
              when ws-step-name = 'AOCXCHK4'
               and (ws-xchk4-env = 'N' or ws-xchk4-env = 'n')
                 move 'DISABLED' to fc-verdict
                 move 'AOCBATCH_XCHK4=N' to fc-note
              when deadline-passed and not df-always(ws-step-ix)
                 move 'SKIP DEADLINE' to fc-verdict
                 move 'past the batch-window deadline' to fc-note
              when df-gate(ws-step-ix) > zero
               and gate-bad(df-gate(ws-step-ix)) = 'Y'
                 move 'SKIP BAD INPUT' to fc-verdict
                 move 'its input fails pre-flight validation'
                    to fc-note
              when restart-mode and df-done(ws-step-ix) = 'Y'
                 set df-complete(ws-step-ix) to true
                 move 'DONE (RESTART)' to fc-verdict
                 move 'completed OK since the last batch start'
                    to fc-note
              when pred-open
                 move 'SKIP PREDECESSOR' to fc-verdict
                 string 'predecessor ' delimited by size
                        ws-pred-name delimited by space
                        ' would not complete' delimited by size
                   into fc-note
              when other
                 perform forecast-launch
           end-evaluate
           if fc-runs-step
              add 1 to fc-runs
           else
              evaluate fc-verdict
                 when 'DONE (RESTART)'
                 when 'DONE ON ARRIVAL'
                    add 1 to fc-done
                 when 'WAIT FOR INPUT'
                    add 1 to fc-waits
                 when other
                    add 1 to fc-skips
              end-evaluate
           end-if
           perform write-forecast-line
           .

       forecast-launch section.
           if replay-mode
              move 'N' to ws-replay-skip
              perform set-replay-env
              if replay-skip
                 move 'NO ARCHIVE' to fc-verdict
                 move 'no archived input for the date' to fc-note
                 exit section
              end-if
              move ws-replay-path to fc-note
           end-if
           perform check-arrival
           if arrival-wait
              move 'WAIT FOR INPUT' to fc-verdict
              move 'no input arrival since its last OK run'
                 to fc-note
              exit section
           end-if
           if df-env(ws-step-ix) = spaces
              perform check-dependant-done
           end-if
           if arrival-done
              set df-complete(ws-step-ix) to true
              move 'Y' to df-early(ws-step-ix)
              move 'DONE ON ARRIVAL' to fc-verdict
              move 'already run for the business date on arrival'
                 to fc-note
              exit section
           end-if
           set df-complete(ws-step-ix) to true
           set fc-runs-step to true
           move 'RUN' to fc-verdict
           move zero to fc-est
           move 'N' to pe-step-flag
           perform varying pe-ix from 1 by 1 until pe-ix > pe-count
              if pe-name(pe-ix) = ws-step-name
                 move pe-secs(pe-ix) to fc-est
                 set pe-is-step to true
                 exit perform
              end-if
           end-perform
           if not pe-is-step
              move 'no elapsed history -- timed as zero' to fc-note
           end-if
           .

      *> The step's line, and its time on the clock it runs on.
       write-forecast-line section.
           move spaces to fc-line
           move fc-date to fcl-date
           move fc-step-num to fcl-step
           move ws-step-name to fcl-prog
           move df-lane(ws-step-ix) to fcl-lane
           move fc-verdict to fcl-verdict
           move fc-note to fcl-note
           if fc-runs-step
              move fc-now to fc-tsecs
              perform format-forecast-time
              move fc-hhmm-disp to fcl-start
              add fc-est to fc-now
              move fc-now to fc-tsecs
              perform format-forecast-time
              move fc-hhmm-disp to fcl-end
              move fc-est to fcl-est
              if fc-by-lane and not replay-mode
                 move fc-now to fl-clock(df-lane(ws-step-ix))
              else
                 move fc-now to fc-clock
              end-if
              if not replay-mode
                 move df-lane(ws-step-ix) to fl-ix
                 if fl-first(fl-ix) < zero
                    compute fl-first(fl-ix) = fc-now - fc-est
                 end-if
                 move fc-now to fl-last(fl-ix)
                 add 1 to fl-runs(fl-ix)
              end-if
           end-if
           move fc-line to forecast-record
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           .

       forecast-lane-line section.
           move spaces to forecast-record
           move fl-ix to ws-lane-disp
           if fl-runs(fl-ix) = zero
              string 'Lane ' delimited by size
                     ws-lane-disp delimited by size
                     ': nothing to run' delimited by size
                into forecast-record
           else
              move fl-first(fl-ix) to fc-tsecs
              perform format-forecast-time
              move fc-hhmm-disp to fcl-start
              move fl-last(fl-ix) to fc-tsecs
              perform format-forecast-time
              move fl-runs(fl-ix) to fc-count-disp
              string 'Lane ' delimited by size
                     ws-lane-disp delimited by size
                     ': ' delimited by size
                     function trim(fc-count-disp) delimited by size
                     ' step(s) to run, start ' delimited by size
                     fcl-start delimited by size
                     ', end ' delimited by size
                     fc-hhmm-disp delimited by size
                into forecast-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           .

      *> Seconds from midnight of the start day as hh:mm, with the
      *> day wrapped -- the same mod-86400 split project-finish makes.
       format-forecast-time section.
           compute pe-fin-day = function mod(fc-tsecs, 86400)
           divide pe-fin-day by 3600
              giving pe-sp-hh remainder pe-fin-rem
           divide pe-fin-rem by 60
              giving pe-sp-mm remainder pe-scrap
           move spaces to fc-hhmm-disp
           string pe-sp-hh delimited by size
                  ':' delimited by size
                  pe-sp-mm delimited by size
             into fc-hhmm-disp
           .

       finish-forecast section.
           move spaces to forecast-record
           move fc-finish to fc-tsecs
           perform format-forecast-time
           if deadline-set
              compute pe-margin = fc-dl-secs - fc-finish
              if pe-margin < zero
                 move function abs(pe-margin) to pe-marg-disp
                 string 'Projected finish ' delimited by size
                        fc-hhmm-disp delimited by size
                        ' -- PAST the ' delimited by size
                        ws-deadline-hhmm delimited by size
                        ' deadline by ' delimited by size
                        function trim(pe-marg-disp) delimited by size
                        's' delimited by size
                   into forecast-record
              else
                 move pe-margin to pe-marg-disp
                 string 'Projected finish ' delimited by size
                        fc-hhmm-disp delimited by size
                        ' -- ' delimited by size
                        function trim(pe-marg-disp) delimited by size
                        's inside the ' delimited by size
                        ws-deadline-hhmm delimited by size
                        ' deadline' delimited by size
                   into forecast-record
              end-if
           else
              string 'Projected finish ' delimited by size
                     fc-hhmm-disp delimited by size
                into forecast-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           move fc-runs to fc-count-disp
           move fc-done to fc-count-disp2
           move fc-waits to fc-count-disp3
           move fc-skips to fc-count-disp4
           move spaces to forecast-record
           string function trim(fc-count-disp) delimited by size
                  ' step run(s), ' delimited by size
                  function trim(fc-count-disp2) delimited by size
                  ' already done, ' delimited by size
                  function trim(fc-count-disp3) delimited by size
                  ' waiting for input, ' delimited by size
                  function trim(fc-count-disp4) delimited by size
                  ' skipped' delimited by size
             into forecast-record
           COPY RPTLINE REPLACING RPT-REC BY forecast-record.
           display 'AOCBATCH: forecast -- '
              function trim(forecast-record)
           COPY RPTFOOT REPLACING RPT-REC BY forecast-record.
           close forecast-file
           display 'AOCBATCH: forecast written to '
              function trim(forecast-name)
           move zero to return-code
           .

      *> Request 090: condition-code gate under the standardized
      *> scheme -- warnings (RC 1-7) are noted and the stream
      *> continues; genuine failures (RC 8+) still stop it. The code
