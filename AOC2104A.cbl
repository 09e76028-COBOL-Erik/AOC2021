               assign to dynamic checkpoint-file-name
               organization is line sequential
               file status is ws-ckpt-status.
      *> Win-probability simulation report, one per game.
             select sim-file
               assign to dynamic sim-file-name
               organization is line sequential.
      *> Request 028: shared job-run log.
             COPY JOBLOGSEL.
      *> Request 033: dated input-file archive.
          data record is standings-record.
       01 standings-record pic X(132).

       fd sim-file
          block 0 records
          label records omitted
          data record is sim-record.
       01 sim-record pic X(132).

       fd summary-file
          block 0 records
          label records omitted
       77 sm-ptr         pic S9(4) comp-4.
       77 ws-summary-status pic X(2).

      *> Win-probability simulation -- AOC2104A_SIMULATE=n replays
      *> each game n times with its numeric draws in a random order,
      *> through the same draw/handle-board-win logic the real game
      *> uses, played on until every board completes so first AND
      *> last winners are known. Per board: how often it won first,
      *> how often last, its average draws to win, how often it never
      *> completed -- beside what the real draw order did. The seed
      *> (AOC2104A_SIM_SEED, else taken from the clock) is printed on
      *> the report; the same seed, count and files replay the same
      *> orders exactly.
       77 sim-file-name pic X(60) value spaces.
       77 wp-env      pic X(10).
       77 wp-runs     pic S9(8) comp-4 value zero.
       77 wp-runs-max pic S9(8) comp-4 value 100000.
       77 wp-seed     pic 9(9) value zero.
       77 wp-time     pic 9(8).
       77 wp-rand     pic V9(9) comp-3.
       77 wp-run      pic S9(8) comp-4.
       77 wp-running-sw pic X value 'N'.
          88 wp-running value 'Y'.
       77 wp-draw-count pic S9(4) comp-4 value zero.
       01 wp-draw-table.
          05 wp-draw occurs 1000 times pic X(2).
       77 wp-swap  pic X(2).
       77 wp-i     pic S9(4) comp-4.
       77 wp-j     pic S9(4) comp-4.
       77 wp-ptr   pic S9(4) comp-4.
       77 wp-first-draw pic S9(4) comp-4.
       77 wp-last-draw  pic S9(4) comp-4.
       01 wp-board-stats.
          05 wp-board-stat occurs 100 times.
             10 wp-first-cnt pic S9(8) comp-3.
             10 wp-last-cnt  pic S9(8) comp-3.
             10 wp-win-cnt   pic S9(8) comp-3.
             10 wp-draw-sum  pic S9(12) comp-3.
             10 wp-act-draw  pic S9(4) comp-4.
             10 wp-act-place pic X(10).
       77 wp-act-first-board pic S9(4) comp-4.
       77 wp-act-first-draw  pic S9(4) comp-4.
       77 wp-act-last-board  pic S9(4) comp-4.
       77 wp-act-last-draw   pic S9(4) comp-4.
       77 wp-pct    pic S9(3)V99 comp-3.
       77 wp-avg    pic S9(4)V99 comp-3.
       77 wp-pct-disp pic ZZ9.99.
       77 wp-avg-disp pic Z(3)9.99.
       77 wp-num-disp pic Z(7)9.
       77 wp-num-disp2 pic Z(7)9.
       77 wp-seed-disp pic Z(8)9.
      *> The real game's outcome, put back once the replays are done.
       77 wp-save-mode  pic X(10).
       77 wp-save-board pic S9(4) comp.
       77 wp-save-sum   pic S9(4) comp.
       77 wp-save-ans   pic S9(8) comp.
       77 wp-save-drawix pic S9(4) comp.
       77 wp-save-won   pic S9(4) comp.
       77 wp-save-flag  pic X.

      *> Request 097: checkpoint state.
       77 checkpoint-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC2104A.ckpt'.
      *> Request 096: dated outputs carry the business date.
           move jl-busdate to ws-wr-today-yyyymmdd

           accept wp-env from environment 'AOC2104A_SIMULATE'
           if wp-env not = spaces
              and function trim(wp-env) is numeric
              compute wp-runs = function numval(wp-env)
              if wp-runs > wp-runs-max
                 display 'AOC2104A: AOC2104A_SIMULATE capped at '
                    wp-runs-max
                 move wp-runs-max to wp-runs
              end-if
           end-if
           if wp-runs > zero
              accept wp-env from environment 'AOC2104A_SIM_SEED'
              if wp-env not = spaces
                 and function trim(wp-env) is numeric
                 compute wp-seed = function numval(wp-env)
              else
                 accept wp-time from time
                 move wp-time to wp-seed
              end-if
           end-if

           perform parse-game-list

           move spaces to summary-name
           display 'Total draws parsed: '
              function trim(a-draw-ix-disp)
           perform write-standings-report
           if wp-runs > zero
              perform simulate-game
           end-if
           .

      *> Request 056: the full end-of-game picture -- every board in
                     ' score ' delimited by size
                     function trim(st-score-disp) delimited by size
                into standings-record
      *> The board master id goes on the end, where the payout run
      *> finds it and the season summary's draw parsing never looks.
              if gb-id(st-board(st-ix)) not = zero
                 move 1 to st-pos
                 inspect standings-record tallying st-pos
                    for characters before initial '   '
                 string ' id=' delimited by size
                        gb-id(st-board(st-ix)) delimited by size
                   into standings-record
                   with pointer st-pos
                 end-string
              end-if
              write standings-record
           end-perform
           move spaces to standings-record
                  function trim(st-disp) delimited by size
                  ' number(s) still unmarked:' delimited by size
             into standings-record
           if gb-id(wr-row) not = zero
              move 1 to st-pos
              inspect standings-record tallying st-pos
                 for characters before initial '   '
              string ' id=' delimited by size
                     gb-id(wr-row) delimited by size
                into standings-record
                with pointer st-pos
              end-string
           end-if
           write standings-record
           perform varying hbw-row from 1 by 1
                   until hbw-row > a-board-dim
                    perform handle-board-win
                 else
                    if ws-col-unmarked = 1 and not board-is-won(bbx)
                       and not wp-running
                       move bbx to ws-nm-board
                       move bnx to ws-nm-line
                       display 'Near miss -- board ' ws-nm-board
                    perform handle-board-win
                 else
                    if ws-row-unmarked = 1 and not board-is-won(bbx)
                       and not wp-running
                       move bbx to ws-nm-board
                       move brx to ws-nm-line
                       display 'Near miss -- board ' ws-nm-board
              end-perform
           end-perform

           if a-draw-win-count > 0 and not wp-running
              perform varying a-chk from 1 by 1
                      until a-chk > a-draw-win-count
                 display 'Simultaneous winner -- board '
              end-if
      *> The lifetime master hears about every win as it fires.
              if ws-board-call-ok = 'Y' and gb-id(bbx) not = zero
                 and not wp-running
                 move 'W' to bm-func
                 move gb-id(bbx) to bm-board-id
                 move a-draw-ix to bm-draws
              move 'DUPBOARD' to jl-status
           end-if
           .

      *> The win-probability replays for the game just played: the
      *> real order once more (played to the end), then wp-runs
      *> shuffled orders, then the report. The real game's results
      *> are restored afterwards for the summary and the answer.
       simulate-game section.
           move a-mode to wp-save-mode
           move a-last-win-board to wp-save-board
           move a-last-win-sum to wp-save-sum
           move a-last-win-ans to wp-save-ans
           move a-draw-ix to wp-save-drawix
           move a-boards-won to wp-save-won
           move ws-bingo-flag to wp-save-flag
           perform wp-load-draws
           if wp-draw-count < 2 or a-board-count = zero
              display 'AOC2104A: game ' function trim(game-ix-disp)
                 ' has too few draws or boards to simulate'
              exit section
           end-if
           perform varying gb-ix from 1 by 1 until gb-ix > 100
              move zero to wp-first-cnt(gb-ix) wp-last-cnt(gb-ix)
                 wp-win-cnt(gb-ix) wp-draw-sum(gb-ix)
                 wp-act-draw(gb-ix)
              move spaces to wp-act-place(gb-ix)
           end-perform
           set wp-running to true
           move 'LAST' to a-mode
           perform wp-play-once
           perform wp-record-actual
           compute wp-rand = function random(wp-seed)
           perform varying wp-run from 1 by 1 until wp-run > wp-runs
              perform wp-shuffle
              perform wp-play-once
              perform wp-tally
           end-perform
           move 'N' to wp-running-sw
           perform write-sim-report
           move wp-save-mode to a-mode
           move wp-save-board to a-last-win-board
           move wp-save-sum to a-last-win-sum
           move wp-save-ans to a-last-win-ans
           move wp-save-drawix to a-draw-ix
           move wp-save-won to a-boards-won
           move wp-save-flag to ws-bingo-flag
           .

      *> The game's numeric draws, in their real order.
       wp-load-draws section.
           move zero to wp-draw-count
           move 1 to ua-point
           perform until ua-point > length of dn-string
                      or dn-string(ua-point:) = space
                      or wp-draw-count >= 1000
              move spaces to ua-item
              COPY CSVNEXT REPLACING SRC BY dn-string
                                     PTR BY ua-point
                                     TGT BY ua-item
                                     CNT BY ua-cnt
                                     DLM BY ','.
              if function trim(ua-item) is numeric
                 and function length(function trim(ua-item)) <= 2
                 add 1 to wp-draw-count
                 move function trim(ua-item) to wp-draw(wp-draw-count)
              end-if
           end-perform
           .

      *> Fisher-Yates over the draw table.
       wp-shuffle section.
           perform varying wp-i from wp-draw-count by -1
                   until wp-i < 2
              compute wp-j = function integer(function random * wp-i)
                 + 1
              move wp-draw(wp-i) to wp-swap
              move wp-draw(wp-j) to wp-draw(wp-i)
              move wp-swap to wp-draw(wp-j)
           end-perform
           .

      *> One full play of the current draw table from a clean board
      *> state, the draw list rebuilt in the form the draw section
      *> reads.
       wp-play-once section.
           move spaces to dn-string
           move 1 to wp-ptr
           perform varying wp-i from 1 by 1 until wp-i > wp-draw-count
              if wp-i > 1
                 string ',' delimited by size
                   into dn-string with pointer wp-ptr
              end-if
              string function trim(wp-draw(wp-i)) delimited by size
                into dn-string with pointer wp-ptr
           end-perform
           perform varying bbx from 1 by 1 until bbx > a-board-count
              move 'N' to board-won(bbx)
              perform varying brx from 1 by 1 until brx > a-board-dim
                 perform varying bnx from 1 by 1
                         until bnx > a-board-dim
                    move space to marker(bbx, brx, bnx)
                 end-perform
              end-perform
           end-perform
           move zero to st-count a-boards-won a-draw-ix
              a-draw-win-count
           move ' ' to ws-bingo-flag
           move 1 to dn-point
           perform draw
           perform draw until dn-point > length of dn-string
                           or dn-string(dn-point:) = space
                           or bingo
           .

       wp-record-actual section.
           move zero to wp-act-first-board wp-act-first-draw
              wp-act-last-board wp-act-last-draw
           perform varying st-ix from 1 by 1 until st-ix > st-count
              move st-draw(st-ix) to wp-act-draw(st-board(st-ix))
              if st-draw(st-ix) = st-draw(1)
                 move 'FIRST' to wp-act-place(st-board(st-ix))
              end-if
           end-perform
           if st-count > zero
              move st-board(1) to wp-act-first-board
              move st-draw(1) to wp-act-first-draw
           end-if
           if st-count = a-board-count and st-count > zero
              move st-board(st-count) to wp-act-last-board
              move st-draw(st-count) to wp-act-last-draw
              perform varying st-ix from 1 by 1 until st-ix > st-count
                 if st-draw(st-ix) = st-draw(st-count)
                    if wp-act-place(st-board(st-ix)) = spaces
                       move 'LAST' to wp-act-place(st-board(st-ix))
                    else
                       move 'FIRST+LAST'
                         to wp-act-place(st-board(st-ix))
                    end-if
                 end-if
              end-perform
           end-if
           .

      *> Boards tied on the first (or last) winning draw each count
      *> as a first (or last) winner for that order.
       wp-tally section.
           if st-count = zero
              exit section
           end-if
           move st-draw(1) to wp-first-draw
           move st-draw(st-count) to wp-last-draw
           perform varying st-ix from 1 by 1 until st-ix > st-count
              move st-board(st-ix) to gb-ix
              add 1 to wp-win-cnt(gb-ix)
              add st-draw(st-ix) to wp-draw-sum(gb-ix)
              if st-draw(st-ix) = wp-first-draw
                 add 1 to wp-first-cnt(gb-ix)
              end-if
              if st-count = a-board-count
                 and st-draw(st-ix) = wp-last-draw
                 add 1 to wp-last-cnt(gb-ix)
              end-if
           end-perform
           .

       write-sim-report section.
           move spaces to sim-file-name
           string 'C:\WS\AOC2021\AOC2104A-SIM-' delimited by size
                  ws-wr-today-yyyymmdd delimited by size
                  '-G' delimited by size
                  function trim(game-ix-disp) delimited by size
                  '.txt' delimited by size
             into sim-file-name
           open output sim-file
           move spaces to sim-record
           string 'Win-probability simulation -- game '
                     delimited by size
                  function trim(game-ix-disp) delimited by size
                  ' (' delimited by size
                  ws-wr-today-yyyymmdd delimited by size
                  ')' delimited by size
             into sim-record
           write sim-record
           move wp-runs to wp-num-disp
           move wp-seed to wp-seed-disp
           move wp-draw-count to wp-num-disp2
           move a-board-count to wr-board-disp
           move spaces to sim-record
           string '  reorderings: ' delimited by size
                  function trim(wp-num-disp) delimited by size
                  '   seed: ' delimited by size
                  function trim(wp-seed-disp) delimited by size
                  '   draws: ' delimited by size
                  function trim(wp-num-disp2) delimited by size
                  '   boards: ' delimited by size
                  function trim(wr-board-disp) delimited by size
             into sim-record
           write sim-record
           move spaces to sim-record
           if wp-act-first-board = zero
              move '  real draw order: no board completed'
                to sim-record
           else
              move wp-act-first-board to wp-num-disp
              move wp-act-first-draw to wp-num-disp2
              move 1 to wp-ptr
              string '  real draw order: first board ' delimited by size
                     function trim(wp-num-disp) delimited by size
                     ' (draw ' delimited by size
                     function trim(wp-num-disp2) delimited by size
                     ')' delimited by size
                into sim-record with pointer wp-ptr
              if wp-act-last-board = zero
                 string ', not every board completes' delimited by size
                   into sim-record with pointer wp-ptr
              else
                 move wp-act-last-board to wp-num-disp
                 move wp-act-last-draw to wp-num-disp2
                 string ', last board ' delimited by size
                        function trim(wp-num-disp) delimited by size
                        ' (draw ' delimited by size
                        function trim(wp-num-disp2) delimited by size
                        ')' delimited by size
                   into sim-record with pointer wp-ptr
              end-if
           end-if
           write sim-record
           move spaces to sim-record
           write sim-record
           move '   board   first %    last %   avg draws   never %'
              & '     real draws-to-win  real place' to sim-record
           write sim-record
           perform varying gb-ix from 1 by 1 until gb-ix > a-board-count
              move spaces to sim-record
              move gb-ix to wr-board-disp
              move wr-board-disp to sim-record(1:8)
              compute wp-pct rounded = wp-first-cnt(gb-ix) * 100
                 / wp-runs
              move wp-pct to wp-pct-disp
              move wp-pct-disp to sim-record(12:6)
              compute wp-pct rounded = wp-last-cnt(gb-ix) * 100
                 / wp-runs
              move wp-pct to wp-pct-disp
              move wp-pct-disp to sim-record(22:6)
              if wp-win-cnt(gb-ix) > zero
                 compute wp-avg rounded = wp-draw-sum(gb-ix)
                    / wp-win-cnt(gb-ix)
                 move wp-avg to wp-avg-disp
                 move wp-avg-disp to sim-record(33:7)
              else
                 move 'n/a' to sim-record(37:3)
              end-if
              compute wp-pct rounded =
                 (wp-runs - wp-win-cnt(gb-ix)) * 100 / wp-runs
              move wp-pct to wp-pct-disp
              move wp-pct-disp to sim-record(44:6)
              if wp-act-draw(gb-ix) > zero
                 move wp-act-draw(gb-ix) to wp-num-disp
                 move wp-num-disp to sim-record(63:8)
              else
                 move 'never' to sim-record(66:5)
              end-if
              move wp-act-place(gb-ix) to sim-record(73:10)
              write sim-record
           end-perform
           close sim-file
           COPY CATADD REPLACING PROGID BY 'AOC2104A-SIM'
                                 RPT-PATH BY sim-file-name
                                 RPT-COUNT BY a-board-count.
           display 'Win-probability simulation (' wp-runs
              ' orders, seed ' wp-seed ') written to '
              function trim(sim-file-name)
           .
