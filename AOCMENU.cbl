       COPY EOFSW.
       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY SIGNLK.
       COPY RUNLKWS.
       COPY BULLWS.
      *> Bulletin post-transaction scratch.
           if jl-env-path not = spaces
              move jl-env-path to job-log-file-name
           end-if
      *> The menu works within one season: its last-run notes come
      *> from that season's records only, and the day-programs it
      *> lists are season 2021's.
           accept jl-season-env from environment 'AOC_SEASON'
           if jl-season-env not = spaces
              move jl-season-env(1:4) to jl-season
           end-if
           set jlp-this-season-only to true
           accept ws-env-job from environment 'AOCMENU_JOB'
           if ws-env-job not = spaces
              perform run-job-by-name
           else
              COPY SIGNON REPLACING PROGID BY 'AOCMENU'
                                    OPERATOR BY jl-operator.
              perform menu-loop
           end-if
           goback.
           perform until ws-choice = 99
              perform load-last-runs
              display ' '
              display 'AOC job menu (season ' jl-season
                 ') -- pick one to run:'
              if jl-season not = '2021'
                 display '  (1-19 are the season 2021 programs -- '
                    'they run only with AOC_SEASON=2021)'
              end-if
           COPY BULLSHOW REPLACING BULL-TAG BY ws-all-tag.
              display ' 1. AOC1      Day  1 part 1 (increase count)'
              move 'AOC1' to ml-query
              display '80. Queue several jobs, run unattended'
              display '85. Post a bulletin for the board'
              display '90. Show / clear the suite run lock'
              display '95. Change my PIN / reset an operator'
              display '99. Quit'
              display 'Choice: ' with no advancing
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 99 to ws-choice
              end-if
              if ws-choice >= 1 and ws-choice <= 19
                 and jl-season not = '2021'
                 display 'That is a season 2021 program -- AOC_SEASON '
                    'is ' jl-season
              else
                 evaluate ws-choice
                 when 1  perform run-aoc1
                 when 2  perform run-aoc1b
                 when 3  perform run-aoc2b
                 when 4  perform run-aoc3
                 when 5  perform run-aoc3b
                 when 6  perform run-aoc4
                 when 7  perform run-aoc2104a
                 when 8  perform run-aoc2106a
                 when 9  perform run-aoc2106b
                 when 10 perform run-aoc2107a
                 when 11 perform run-aoc2107b
                 when 12 perform run-aoc2105a
                 when 13 perform run-aoc2105b
                 when 14 perform run-aocxchk4
                 when 15 perform run-aoc2108a
                 when 16 perform run-aoc2108b
                 when 17 perform run-aoc2109a
                 when 18 perform run-aoc2109b
                 when 19 perform run-aoc2105c
                 when 80 perform queue-transaction
                 when 85 perform post-bulletin
                 when 90 perform lock-transaction
                 when 95 perform pin-transaction
                 when 99 continue
                 when other
                    display 'Not a valid choice -- try again'
                 end-evaluate
              end-if
           end-perform
           .

       run-job-by-name section.
           if jl-season not = '2021'
              display 'AOCMENU: ' function trim(ws-env-job)
                 ' is a season 2021 program -- AOC_SEASON is '
                 jl-season
              exit section
           end-if
           evaluate ws-env-job
           when 'AOC1'     perform run-aoc1
           when 'AOC1b'    perform run-aoc1b
           display 'Running AOC2b...'
           move 'AOC2b' to ws-job-name
           COPY BULLSHOW REPLACING BULL-TAG BY ws-job-name.
           move spaces to jres-answer jres-status jres-statement
           move zero to jres-recs-read jres-recs-rejected
           call 'AOC2b' using job-results
           display 'AOC2b finished, return-code=' return-code
              display '  status=' jres-status ' answer='
                 function trim(jres-answer)
           end-if
           if jres-statement not = spaces
              display '  voyage: ' function trim(jres-statement)
           end-if
           cancel 'AOC2b'
           .

      *> same OPEN EXTEND appending JOBLOGEND and the batch stream
      *> marker use, so every log reader parses it like any run.
       record-lock-cleared section.
           COPY JOBLOGPREV.
           open extend job-log-file
           if jl-file-status = '35'
              open output job-log-file
              accept jl-start-time from time
              accept jl-operator from environment 'AOC_OPERATOR'
              move spaces to jlr-record
              move jl-season to jlr-season
              move 'AOCMENU' to jlr-progid
              move jl-start-date to jlr-start-date
              move jl-start-time to jlr-start-time
                     function trim(rl-holder) delimited by size
                into jlr-answer
              move jl-operator to jlr-operator
              COPY JOBLOGSEAL.
              move jlr-record to job-log-record
              write job-log-record
              close job-log-file
           cancel 'AOC2105C'
           .

      *> PIN maintenance is AOCSIGN's own screen, under the operator
      *> signed on to the menu. A session that times out inside it
      *> ends the menu too.
       pin-transaction section.
           move 'M' to sg-func
           call 'AOCSIGN' using sign-parm
           if sg-refused
              move 99 to ws-choice
           end-if
           .

      *> Post a note for the board: text, expiry, optional program
      *> tag -- appended under the posting operator with the next
      *> free ID. Expiry does the housekeeping; nothing deletes.
