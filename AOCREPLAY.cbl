       identification division.
       program-id. AOCREPLAY.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Bingo game replay viewer, an AOCMENU-style transaction over
      *> one archived AOC2104A game. When a player disputes a result
      *> the game used to be rebuilt by hand from the draw list; this
      *> finds the draw and board files AOC2104A archived for a game
      *> date and game number (the latest copies that day, through
      *> the archive catalog) and steps through the draws one at a
      *> time, forward or back. At any draw it shows a board's grid
      *> with the numbers marked so far, the boards one number away
      *> from a row or column, and the boards that have completed;
      *> it can jump straight to the draw where a chosen board won.
      *> Nothing is written but the session's job-log record, kept
      *> under the signed-on operator's ID like every other run.
      *>
      *> AOCREPLAY_DATE and AOCREPLAY_GAME answer the opening
      *> prompts when set.
             COPY JOBLOGSEL.
             select draw-file
               assign to dynamic draw-file-name
               organization is line sequential
               file status is draw-file-status.
             select board-file
               assign to dynamic board-file-name
               organization is line sequential
               file status is board-file-status.
             COPY ARCHIVESEL.
             COPY PROFILESEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       fd draw-file
          block 0 records
          label records omitted
          data record is draw-record.
       01 draw-record pic X(300).

      *> Same cell layout AOC2104A reads: two-character numbers with
      *> a space between.
       fd board-file
          block 0 records
          label records omitted
          data record is board-record.
       01 board-record.
          05 filler occurs 10 times.
             10 br-number pic XX.
             10 filler    pic X.

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       77 draw-file-name    pic X(80) value spaces.
       77 draw-file-status  pic X(2).
       77 board-file-name   pic X(80) value spaces.
       77 board-file-status pic X(2).
       77 ws-env-val        pic X(12).
       77 rp-date           pic 9(8) value zero.
       77 rp-game           pic 9(3) value 1.
       77 rp-game-disp      pic ZZ9.
       77 rp-draw-progid    pic X(40).
       77 rp-board-progid   pic X(40).

      *> The draw list, in order, as AOC2104A assembles it.
       77 dn-string   pic X(3000).
       77 dn-asm-ptr  pic S9(4) comp-4.
       77 dn-point    pic S9(4) comp-4.
       77 dn-count    pic S9(4) comp-4.
       77 dn-number-x pic XX.
       77 dr-max      pic S9(4) comp-4 value 1000.
       77 dr-count    pic S9(4) comp-4 value zero.
       01 dr-table.
          05 dr-number occurs 1000 times pic XX.
       77 dr-ix pic S9(4) comp-4.

      *> The boards. Each cell keeps the draw that marks it (zero if
      *> it is never drawn), so any point in the game is a compare.
       77 bd-dim   pic S9(2) comp-4 value 5.
       77 bd-count pic S9(4) comp-4 value zero.
       01 bd-table.
          05 bd-board occurs 100 times.
             10 bd-win-draw pic S9(4) comp-4.
             10 bd-row occurs 10 times.
                15 bd-cell occurs 10 times.
                   20 bd-number pic XX.
                   20 bd-draw   pic S9(4) comp-4.
       77 bd-ix  pic S9(4) comp-4.
       77 bd-row-ix pic S9(4) comp-4.
       77 bd-col-ix pic S9(4) comp-4.
       77 bd-chk pic S9(4) comp-4.
       77 ln-draw     pic S9(4) comp-4.
       77 ln-open     pic S9(4) comp-4.
       77 ln-open-row pic S9(4) comp-4.
       77 ln-open-col pic S9(4) comp-4.
       77 ln-kind     pic X(6).

      *> Session state.
       77 rp-step     pic S9(4) comp-4 value zero.
       77 rp-commands pic S9(6) comp-4 value zero.
       77 rp-command  pic X(20).
       77 rp-verb     pic X(10).
       77 rp-arg      pic X(10).
       77 rp-arg-num  pic S9(4) comp-4.
       77 rp-found    pic S9(4) comp-4.
       77 rp-line     pic X(80).
       77 rp-ptr      pic S9(4) comp-4.
       77 rp-disp     pic Z(3)9.
       77 rp-disp2    pic Z(3)9.
       77 rp-disp3    pic Z(3)9.

       COPY EOFSW.

       COPY JOBLOGWS.
       COPY ARCHIVEWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.
           COPY SIGNON REPLACING PROGID BY 'AOCREPLAY'
                                 OPERATOR BY jl-operator.

           accept ws-env-val from environment 'AOCREPLAY_DATE'
           if ws-env-val = spaces
              display 'Game date (yyyymmdd): ' with no advancing
              accept ws-env-val
              COPY SIGNIDLE.
              if sg-refused
                 goback
              end-if
           end-if
           if ws-env-val(1:8) is not numeric
              display 'AOCREPLAY: not a yyyymmdd date'
              goback
           end-if
           move ws-env-val(1:8) to rp-date
           accept ws-env-val from environment 'AOCREPLAY_GAME'
           if ws-env-val = spaces
              display 'Game number (blank for 1): ' with no advancing
              accept ws-env-val
              COPY SIGNIDLE.
              if sg-refused
                 goback
              end-if
           end-if
           if ws-env-val not = spaces
              if function trim(ws-env-val) is not numeric
                 display 'AOCREPLAY: not a game number'
                 goback
              end-if
              compute rp-game = function numval(ws-env-val)
           end-if
           move rp-game to rp-game-disp

           perform find-archived-game
           if draw-file-name = spaces or board-file-name = spaces
              display 'AOCREPLAY: no archived draw and board files '
                 'for game ' function trim(rp-game-disp) ' of '
                 rp-date
              goback
           end-if
           perform load-draws
           perform load-boards
           if dr-count = zero or bd-count = zero
              display 'AOCREPLAY: the archived game holds '
                 dr-count ' draw(s) and ' bd-count ' board(s) -- '
                 'nothing to replay'
              goback
           end-if
           perform work-out-wins

           display ' '
           display 'Replay of game ' function trim(rp-game-disp)
              ' of ' rp-date
           display '  draws : ' function trim(draw-file-name)
           display '  boards: ' function trim(board-file-name)
           move dr-count to rp-disp
           move bd-count to rp-disp2
           display '  ' function trim(rp-disp) ' draw(s), '
              function trim(rp-disp2) ' board(s)'
           perform show-step

           move spaces to rp-verb
           perform until rp-verb = 'Q'
              display ' '
              display 'N next, P previous, G n go to draw n, '
                 'B n show board n, W n go to board n''s win,'
              display 'M near misses, S boards completed so far, '
                 'Q quit'
              display 'Command: ' with no advancing
              move spaces to rp-command
              accept rp-command
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to rp-command
              end-if
              add 1 to rp-commands
              perform replay-command
           end-perform

           move rp-step to rp-disp
           move spaces to jl-answer
           string 'viewed ' delimited by size
                  rp-date delimited by size
                  ' G' delimited by size
                  function trim(rp-game-disp) delimited by size
                  ' to draw ' delimited by size
                  function trim(rp-disp) delimited by size
             into jl-answer
           move dr-count to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCREPLAY'.
           goback.

      *> The latest INFIL1/BINGO1 copies AOC2104A archived that day
      *> for the game.
       find-archived-game section.
           move spaces to rp-draw-progid rp-board-progid
           string 'AOC2104A-INFIL1-G' delimited by size
                  function trim(rp-game-disp) delimited by size
             into rp-draw-progid
           string 'AOC2104A-BINGO1-G' delimited by size
                  function trim(rp-game-disp) delimited by size
             into rp-board-progid
           open input archive-cat-file
           if archive-cat-status = '35'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              move archive-cat-record to arc-cat-record
              if arc-cat-date = rp-date
                 if arc-cat-progid = rp-draw-progid
                    move arc-cat-path to draw-file-name
                 end-if
                 if arc-cat-progid = rp-board-progid
                    move arc-cat-path to board-file-name
                 end-if
              end-if
              read archive-cat-file at end set eof-in to true
              end-read
           end-perform
           close archive-cat-file
           .

      *> Continuation records up to a blank line make one list; each
      *> number is right-justified the way AOC2104A compares them.
       load-draws section.
           move spaces to dn-string
           move 1 to dn-asm-ptr
           open input draw-file
           if draw-file-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read draw-file at end set eof-in to true end-read
           perform until eof-in or draw-record = spaces
              if dn-asm-ptr > 1
                 and dn-string(dn-asm-ptr - 1:1) not = ','
                 string ',' delimited by size
                   into dn-string
                   with pointer dn-asm-ptr
                 end-string
              end-if
              string function trim(draw-record) delimited by size
                into dn-string
                with pointer dn-asm-ptr
                on overflow
                   set eof-in to true
              end-string
              read draw-file at end set eof-in to true end-read
           end-perform
           close draw-file
           move 1 to dn-point
           perform until dn-point > length of dn-string
                      or dn-string(dn-point:) = spaces
                      or dr-count >= dr-max
              COPY CSVNEXT REPLACING SRC BY dn-string
                                     PTR BY dn-point
                                     TGT BY dn-number-x
                                     CNT BY dn-count
                                     DLM BY ','.
              if dn-count not = 2
                 move function reverse(dn-number-x) to dn-number-x
              end-if
              add 1 to dr-count
              move dn-number-x to dr-number(dr-count)
           end-perform
           .

       load-boards section.
           open input board-file
           if board-file-status not = '00'
              exit section
           end-if
           move 1 to bd-ix
           move zero to bd-row-ix
           move 'on' to file-eof
           read board-file at end set eof-in to true end-read
           if not eof-in and board-record(1:5) = 'SIZE '
              if board-record(6:2) is numeric
                 move board-record(6:2) to bd-dim
              end-if
              if bd-dim = zero or bd-dim > 10
                 move 5 to bd-dim
              end-if
              read board-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              if board-record = spaces
                 if bd-row-ix > zero
                    add 1 to bd-ix
                    move zero to bd-row-ix
                 end-if
                 if bd-ix > 100
                    set eof-in to true
                 end-if
              else
                 if bd-row-ix < bd-dim
                    add 1 to bd-row-ix
                    perform varying bd-col-ix from 1 by 1
                            until bd-col-ix > bd-dim
                       move br-number(bd-col-ix)
                         to bd-number(bd-ix, bd-row-ix, bd-col-ix)
                    end-perform
                    move bd-ix to bd-count
                 end-if
              end-if
              if not eof-in
                 read board-file at end set eof-in to true end-read
              end-if
           end-perform
           close board-file
           .

      *> The draw that marks each cell, then each board's winning
      *> draw: the earliest line whose last cell is drawn.
       work-out-wins section.
           perform varying bd-ix from 1 by 1 until bd-ix > bd-count
              perform varying bd-row-ix from 1 by 1
                      until bd-row-ix > bd-dim
                 perform varying bd-col-ix from 1 by 1
                         until bd-col-ix > bd-dim
                    move zero to bd-draw(bd-ix, bd-row-ix, bd-col-ix)
                    perform varying dr-ix from 1 by 1
                            until dr-ix > dr-count
                       if dr-number(dr-ix) =
                          bd-number(bd-ix, bd-row-ix, bd-col-ix)
                          move dr-ix
                            to bd-draw(bd-ix, bd-row-ix, bd-col-ix)
                          exit perform
                       end-if
                    end-perform
                 end-perform
              end-perform
              move zero to bd-win-draw(bd-ix)
              perform varying bd-row-ix from 1 by 1
                      until bd-row-ix > bd-dim
                 move zero to ln-draw
                 perform varying bd-chk from 1 by 1
                         until bd-chk > bd-dim
                    if bd-draw(bd-ix, bd-row-ix, bd-chk) = zero
                       move 9999 to ln-draw
                    else
                       if bd-draw(bd-ix, bd-row-ix, bd-chk) > ln-draw
                          move bd-draw(bd-ix, bd-row-ix, bd-chk)
                            to ln-draw
                       end-if
                    end-if
                 end-perform
                 perform take-line-draw
              end-perform
              perform varying bd-col-ix from 1 by 1
                      until bd-col-ix > bd-dim
                 move zero to ln-draw
                 perform varying bd-chk from 1 by 1
                         until bd-chk > bd-dim
                    if bd-draw(bd-ix, bd-chk, bd-col-ix) = zero
                       move 9999 to ln-draw
                    else
                       if bd-draw(bd-ix, bd-chk, bd-col-ix) > ln-draw
                          move bd-draw(bd-ix, bd-chk, bd-col-ix)
                            to ln-draw
                       end-if
                    end-if
                 end-perform
                 perform take-line-draw
              end-perform
           end-perform
           .

       take-line-draw section.
           if ln-draw < 9999
              if bd-win-draw(bd-ix) = zero
                 or ln-draw < bd-win-draw(bd-ix)
                 move ln-draw to bd-win-draw(bd-ix)
              end-if
           end-if
           .

       replay-command section.
           move spaces to rp-verb rp-arg
           unstring rp-command delimited by all ' '
              into rp-verb rp-arg
           end-unstring
           if rp-command(1:1) = space
              move spaces to rp-verb rp-arg
              unstring function trim(rp-command) delimited by all ' '
                 into rp-verb rp-arg
              end-unstring
           end-if
           move function upper-case(rp-verb) to rp-verb
           move zero to rp-arg-num
           if rp-arg not = spaces
              and function trim(rp-arg) is numeric
              compute rp-arg-num = function numval(rp-arg)
           end-if
           evaluate rp-verb
              when spaces
              when 'N'
                 if rp-step < dr-count
                    add 1 to rp-step
                    perform show-step
                 else
                    display 'Already at the last draw'
                 end-if
              when 'P'
                 if rp-step > zero
                    subtract 1 from rp-step
                    perform show-step
                 else
                    display 'Already before the first draw'
                 end-if
              when 'G'
                 if rp-arg-num < zero or rp-arg-num > dr-count
                    or function trim(rp-arg) is not numeric
                    move dr-count to rp-disp
                    display 'Draw number 0 to '
                       function trim(rp-disp) ' please'
                 else
                    move rp-arg-num to rp-step
                    perform show-step
                 end-if
              when 'B'
                 if rp-arg-num < 1 or rp-arg-num > bd-count
                    perform bad-board-number
                 else
                    move rp-arg-num to bd-ix
                    perform show-board
                 end-if
              when 'W'
                 if rp-arg-num < 1 or rp-arg-num > bd-count
                    perform bad-board-number
                 else
                    move rp-arg-num to bd-ix
                    if bd-win-draw(bd-ix) = zero
                       move bd-ix to rp-disp
                       display 'Board ' function trim(rp-disp)
                          ' never completes in this game'
                    else
                       move bd-win-draw(bd-ix) to rp-step
                       perform show-step
                       move rp-arg-num to bd-ix
                       perform show-board
                    end-if
                 end-if
              when 'M'
                 perform show-near-misses
              when 'S'
                 perform show-completed
              when 'Q'
                 continue
              when other
                 display 'Unknown command ' function trim(rp-verb)
           end-evaluate
           .

       bad-board-number section.
           move bd-count to rp-disp
           display 'Board number 1 to ' function trim(rp-disp)
              ' please'
           .

      *> Where the replay stands: the draw, and any board completing
      *> on it.
       show-step section.
           move rp-step to rp-disp
           move dr-count to rp-disp2
           if rp-step = zero
              display 'Before the first draw (0 of '
                 function trim(rp-disp2) ')'
              exit section
           end-if
           display 'Draw ' function trim(rp-disp) ' of '
              function trim(rp-disp2) ': number '
              function trim(dr-number(rp-step))
           perform varying bd-ix from 1 by 1 until bd-ix > bd-count
              if bd-win-draw(bd-ix) = rp-step
                 move bd-ix to rp-disp3
                 display '  BINGO -- board ' function trim(rp-disp3)
                    ' completes on this draw'
              end-if
           end-perform
           .

      *> The grid as it stands at the current draw: a marked number
      *> carries a '*'.
       show-board section.
           move bd-ix to rp-disp
           move rp-step to rp-disp2
           if bd-win-draw(bd-ix) > zero
              and bd-win-draw(bd-ix) <= rp-step
              move bd-win-draw(bd-ix) to rp-disp3
              display 'Board ' function trim(rp-disp) ' at draw '
                 function trim(rp-disp2) ' (won on draw '
                 function trim(rp-disp3) '; * = marked)'
           else
              display 'Board ' function trim(rp-disp) ' at draw '
                 function trim(rp-disp2) ' (* = marked)'
           end-if
           perform varying bd-row-ix from 1 by 1
                   until bd-row-ix > bd-dim
              move spaces to rp-line
              move 3 to rp-ptr
              perform varying bd-col-ix from 1 by 1
                      until bd-col-ix > bd-dim
                 if bd-draw(bd-ix, bd-row-ix, bd-col-ix) > zero
                    and bd-draw(bd-ix, bd-row-ix, bd-col-ix)
                        <= rp-step
                    move '*' to rp-line(rp-ptr:1)
                 end-if
                 move bd-number(bd-ix, bd-row-ix, bd-col-ix)
                   to rp-line(rp-ptr + 1:2)
                 add 4 to rp-ptr
              end-perform
              display rp-line(1:rp-ptr)
           end-perform
           .

      *> Boards not yet complete with a row or column one number
      *> short, and the number each is waiting for.
       show-near-misses section.
           move zero to rp-found
           perform varying bd-ix from 1 by 1 until bd-ix > bd-count
              if bd-win-draw(bd-ix) = zero
                 or bd-win-draw(bd-ix) > rp-step
                 perform varying bd-row-ix from 1 by 1
                         until bd-row-ix > bd-dim
                    move zero to ln-open
                    perform varying bd-chk from 1 by 1
                            until bd-chk > bd-dim
                       if bd-draw(bd-ix, bd-row-ix, bd-chk) = zero
                          or bd-draw(bd-ix, bd-row-ix, bd-chk)
                             > rp-step
                          add 1 to ln-open
                          move bd-row-ix to ln-open-row
                          move bd-chk to ln-open-col
                       end-if
                    end-perform
                    if ln-open = 1
                       move 'row' to ln-kind
                       move bd-row-ix to rp-disp2
                       perform show-one-near-miss
                    end-if
                 end-perform
                 perform varying bd-col-ix from 1 by 1
                         until bd-col-ix > bd-dim
                    move zero to ln-open
                    perform varying bd-chk from 1 by 1
                            until bd-chk > bd-dim
                       if bd-draw(bd-ix, bd-chk, bd-col-ix) = zero
                          or bd-draw(bd-ix, bd-chk, bd-col-ix)
                             > rp-step
                          add 1 to ln-open
                          move bd-chk to ln-open-row
                          move bd-col-ix to ln-open-col
                       end-if
                    end-perform
                    if ln-open = 1
                       move 'column' to ln-kind
                       move bd-col-ix to rp-disp2
                       perform show-one-near-miss
                    end-if
                 end-perform
              end-if
           end-perform
           move rp-step to rp-disp
           if rp-found = zero
              display 'No board is one number from a line at draw '
                 function trim(rp-disp)
           end-if
           .

       show-one-near-miss section.
           add 1 to rp-found
           move bd-ix to rp-disp
           display '  board ' function trim(rp-disp) ' '
              function trim(ln-kind) ' ' function trim(rp-disp2)
              ' needs '
              function trim(bd-number(bd-ix, ln-open-row,
                                      ln-open-col))
           .

       show-completed section.
           move zero to rp-found
           perform varying bd-ix from 1 by 1 until bd-ix > bd-count
              if bd-win-draw(bd-ix) > zero
                 and bd-win-draw(bd-ix) <= rp-step
                 add 1 to rp-found
                 move bd-ix to rp-disp
                 move bd-win-draw(bd-ix) to rp-disp2
                 display '  board ' function trim(rp-disp)
                    ' won on draw ' function trim(rp-disp2)
              end-if
           end-perform
           move rp-step to rp-disp
           if rp-found = zero
              display 'No board has completed by draw '
                 function trim(rp-disp)
           end-if
           .
