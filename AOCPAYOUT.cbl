       identification division.
       program-id. AOCPAYOUT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Bingo prize payout statement. Boards are sold to players and
      *> the payouts used to be worked out by hand from AOC2104A's
      *> winner report. This reads the player register (board master
      *> id from AOCBOARD, player name, stake per game) and the prize
      *> table, then AOC2104A's per-game summary for the business
      *> date and each game's standings file, and writes one payout
      *> statement: every game's stakes, winners and prizes, every
      *> player's stakes and winnings, and a control total tying the
      *> stakes collected to the prizes paid plus the house's share.
      *>
      *> The register (AOCPAYOUT_PLAYERS, default AOC-PLAYERS.txt)
      *> holds 'board-id,player name,stake' lines; the prize table
      *> (AOCPAYOUT_PRIZES, default AOC-PRIZES.txt) holds
      *> 'FIRST,pct' and 'LAST,pct' -- each prize as a percentage of
      *> the game's stakes -- and 'SPLIT,EVEN' or 'SPLIT,SCORE' for
      *> how boards winning on the same draw share a prize. '*'
      *> starts a comment in either file. With no prize table the
      *> house terms apply: 60% first, 30% last, even split.
      *>
      *> The first prize goes to the board(s) completing on the
      *> earliest winning draw, the last prize to the board(s)
      *> completing on the final winning draw once every board in
      *> the game has completed. Split shares are whole cents; odd
      *> cents, prizes nobody won and prizes won by a board nobody
      *> bought stay with the house. AOCPAYOUT_DATE pays out an
      *> earlier business date's games.
             select player-file
               assign to dynamic player-file-name
               organization is line sequential
               file status is player-file-status.
             select prize-file
               assign to dynamic prize-file-name
               organization is line sequential
               file status is prize-file-status.
             select summary-file
               assign to dynamic summary-file-name
               organization is line sequential
               file status is summary-file-status.
             select standings-file
               assign to dynamic standings-file-name
               organization is line sequential
               file status is standings-file-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd player-file
          block 0 records
          label records omitted
          data record is player-record.
       01 player-record pic X(80).

       fd prize-file
          block 0 records
          label records omitted
          data record is prize-record.
       01 prize-record pic X(80).

       fd summary-file
          block 0 records
          label records omitted
          data record is summary-record.
       01 summary-record pic X(200).

       fd standings-file
          block 0 records
          label records omitted
          data record is standings-record.
       01 standings-record pic X(132).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 player-file-name      pic X(60) value spaces.
       77 player-file-status    pic X(2).
       77 prize-file-name       pic X(60) value spaces.
       77 prize-file-status     pic X(2).
       77 summary-file-name     pic X(60) value spaces.
       77 summary-file-status   pic X(2).
       77 standings-file-name   pic X(60) value spaces.
       77 standings-file-status pic X(2).
       77 report-file-name      pic X(60) value spaces.
       77 ws-env-path           pic X(60).
       77 ws-env-num            pic X(12).
       77 ws-pay-date           pic 9(8).

      *> The prize table.
       77 pz-first-pct pic 9(3)V99 comp-3 value 60.
       77 pz-last-pct  pic 9(3)V99 comp-3 value 30.
       77 pz-split     pic X(5) value 'EVEN'.
       77 pz-source    pic X(8) value 'DEFAULT'.
       77 pz-bad       pic 9(4) value zero.
       77 pz-key       pic X(10).
       77 pz-val       pic X(20).

      *> The player register, one entry per board sold.
       77 pl-max   pic S9(4) comp-4 value 500.
       77 pl-count pic S9(4) comp-4 value zero.
       01 pl-table.
          05 pl-entry occurs 500 times.
             10 pl-board-id pic 9(6).
             10 pl-stake    pic 9(7)V99 comp-3.
             10 pl-player   pic S9(4) comp-4.
       77 pl-ix  pic S9(4) comp-4.
       77 pl-bad pic 9(4) value zero.
       77 pl-dup pic 9(4) value zero.
       77 pl-id-txt    pic X(12).
       77 pl-name-txt  pic X(40).
       77 pl-stake-txt pic X(20).

      *> One line per player, whatever number of boards they hold.
       77 py-max   pic S9(4) comp-4 value 200.
       77 py-count pic S9(4) comp-4 value zero.
       01 py-table.
          05 py-entry occurs 200 times.
             10 py-name   pic X(30).
             10 py-boards pic S9(4) comp-4.
             10 py-plays  pic S9(6) comp-4.
             10 py-wins   pic S9(6) comp-4.
             10 py-staked pic S9(9)V99 comp-3.
             10 py-won    pic S9(9)V99 comp-3.
       77 py-ix  pic S9(4) comp-4.
       77 py-net pic S9(9)V99 comp-3.

      *> The boards of the game in hand, from its standings file.
       77 gp-count pic S9(4) comp-4 value zero.
       01 gp-table.
          05 gp-entry occurs 100 times.
             10 gp-board pic S9(4) comp-4.
             10 gp-id    pic 9(6).
             10 gp-won   pic X.
             10 gp-draw  pic S9(4) comp-4.
             10 gp-score pic S9(8) comp-4.
             10 gp-reg   pic S9(4) comp-4.
             10 gp-prize pic S9(9)V99 comp-3.
       77 gp-ix pic S9(4) comp-4.

       77 gm-number-txt pic X(6).
       77 gm-mode       pic X(10).
       77 gm-unwon      pic S9(4) comp-4.
       77 gm-first-draw pic S9(4) comp-4.
       77 gm-last-draw  pic S9(4) comp-4.
       77 gm-stakes     pic S9(9)V99 comp-3.
       77 gm-paid       pic S9(9)V99 comp-3.
       77 gm-house      pic S9(9)V99 comp-3.
       77 gm-pool       pic S9(9)V99 comp-3.
       77 gm-outside    pic S9(9)V99 comp-3.
       77 gm-unsold     pic S9(4) comp-4.

      *> One prize being shared out among the boards on its draw.
       77 sh-prize      pic S9(9)V99 comp-3.
       77 sh-draw       pic S9(4) comp-4.
       77 sh-ways       pic S9(4) comp-4.
       77 sh-score-sum  pic S9(12) comp-4.
       77 sh-share      pic S9(9)V99 comp-3.
       77 sh-given      pic S9(9)V99 comp-3.
       77 sh-dealt      pic S9(9)V99 comp-3.
       77 sh-odd        pic S9(9)V99 comp-3.
       77 sh-label      pic X(5).
       77 sh-note       pic X(40).

      *> Run totals for the control. The house's share is built up
      *> from what it keeps -- the stakes outside the prize pool,
      *> prizes not won, shares won by unsold boards and the odd
      *> cents of a split -- and never taken as stakes less prizes.
       77 tt-games     pic S9(6) comp-4 value zero.
       77 tt-missing   pic S9(6) comp-4 value zero.
       77 tt-stakes    pic S9(11)V99 comp-3 value zero.
       77 tt-paid      pic S9(11)V99 comp-3 value zero.
       77 tt-house     pic S9(11)V99 comp-3 value zero.
       77 tt-unclaimed pic S9(11)V99 comp-3 value zero.
       77 tt-outside   pic S9(11)V99 comp-3 value zero.
       77 tt-unwon     pic S9(11)V99 comp-3 value zero.
       77 tt-odd       pic S9(11)V99 comp-3 value zero.
       77 tt-check     pic S9(11)V99 comp-3.
       77 tt-py-staked pic S9(11)V99 comp-3 value zero.
       77 tt-py-won    pic S9(11)V99 comp-3 value zero.
       77 ws-balance   pic X value 'Y'.
          88 in-balance value 'Y'.

      *> Standings line scratch.
       77 ws-scrap      pic X(132).
       77 ws-rest       pic X(132).
       77 ws-rest2      pic X(132).
       77 ws-board-txt  pic X(12).
       77 ws-draw-txt   pic X(12).
       77 ws-score-txt  pic X(12).
       77 ws-id-txt     pic X(12).
       77 ws-tally      pic S9(4) comp-4.
       77 ws-std-eof    pic X.
       77 ws-sum-eof    pic X.

       77 ws-cnt-disp   pic Z(7)9.
       77 ws-cnt-disp2  pic Z(7)9.
       77 ws-id-disp    pic 9(6).
       77 ws-amt-disp   pic Z(10)9.99.
       77 ws-amt-disp2  pic Z(10)9.99.
       77 ws-amt-disp3  pic Z(10)9.99.
       77 ws-net-disp   pic -(10)9.99.
       77 ws-pct-disp   pic ZZ9.99.
       77 ws-pct-disp2  pic ZZ9.99.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           move jl-busdate to ws-pay-date
           accept ws-env-num from environment 'AOCPAYOUT_DATE'
           if ws-env-num(1:8) is numeric
              move ws-env-num(1:8) to ws-pay-date
           end-if
           accept ws-env-path from environment 'AOCPAYOUT_PLAYERS'
           if ws-env-path not = spaces
              move ws-env-path to player-file-name
           else
              move 'C:\WS\AOC2021\AOC-PLAYERS.txt' to player-file-name
           end-if
           accept ws-env-path from environment 'AOCPAYOUT_PRIZES'
           if ws-env-path not = spaces
              move ws-env-path to prize-file-name
           else
              move 'C:\WS\AOC2021\AOC-PRIZES.txt' to prize-file-name
           end-if
           string 'C:\WS\AOC2021\AOC2104A-SUMMARY-' delimited by size
                  ws-pay-date delimited by size
                  '.txt' delimited by size
             into summary-file-name
           string 'C:\WS\AOC2021\AOCPAYOUT-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name

           perform load-prize-table
           if pz-bad > zero or pz-first-pct + pz-last-pct > 100
              display 'AOCPAYOUT: prize table '
                 function trim(prize-file-name)
                 ' is unusable -- no payout statement produced'
              move 'BADPRIZE' to jl-status
              move 'prize table unusable' to jl-answer
              move 8 to return-code
              perform finish-run
              goback
           end-if
           perform load-player-register

           open output report-file
           move 'AOCPAYOU' to rw-prog
           move 'BINGO PRIZE PAYOUT STATEMENT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-report-head

           open input summary-file
           if summary-file-status not = '00'
              display 'AOCPAYOUT: no AOC2104A game summary for '
                 ws-pay-date ' -- no games to pay out'
              move spaces to report-record
              string 'No AOC2104A game summary for ' delimited by size
                     ws-pay-date delimited by size
                     ' -- no games to pay out' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move 'NOGAMES' to jl-status
           else
              move 'N' to ws-sum-eof
              perform until ws-sum-eof = 'Y'
                 read summary-file
                    at end move 'Y' to ws-sum-eof
                 end-read
                 if ws-sum-eof = 'N'
                    and summary-record(1:5) = 'Game '
                    perform pay-one-game
                 end-if
              end-perform
              close summary-file
           end-if

           perform write-player-statement
           perform write-control-total
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCPAYOUT'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCPAYOUT: payout statement written to '
              function trim(report-file-name)

           move tt-paid to ws-amt-disp
           move tt-house to ws-amt-disp2
           move spaces to jl-answer
           string 'paid=' delimited by size
                  function trim(ws-amt-disp) delimited by size
                  ' house=' delimited by size
                  function trim(ws-amt-disp2) delimited by size
             into jl-answer
           if tt-games = zero and jl-status not = 'NOGAMES'
              move 'NOGAMES' to jl-status
           end-if
           if tt-missing > zero
              move 'NOSTAND' to jl-status
           end-if
           if pl-bad > zero or pl-dup > zero
              move 'BADREG' to jl-status
           end-if
           if not in-balance
              display 'AOCPAYOUT: control total OUT OF BALANCE -- '
                 'stakes do not equal prizes plus house, or the '
                 'player statement does not agree'
              move 'OUTOFBAL' to jl-status
              move 8 to return-code
           end-if
           move tt-games to jl-recs-read
           compute jl-recs-rejected = pl-bad + pl-dup + tt-missing
           perform finish-run
           goback.

       finish-run section.
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCPAYOUT'.
           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           .

      *> 'FIRST,pct', 'LAST,pct', 'SPLIT,EVEN|SCORE'. No table at all
      *> leaves the house terms; a table that is there must be
      *> readable line by line.
       load-prize-table section.
           open input prize-file
           if prize-file-status not = '00'
              exit section
           end-if
           move 'TABLE' to pz-source
           move 'on' to file-eof
           read prize-file at end set eof-in to true end-read
           perform until eof-in
              if prize-record not = spaces
                 and prize-record(1:1) not = '*'
                 perform load-prize-line
              end-if
              read prize-file at end set eof-in to true end-read
           end-perform
           close prize-file
           .

       load-prize-line section.
           move spaces to pz-key pz-val
           unstring prize-record delimited by ','
              into pz-key pz-val
           end-unstring
           move function upper-case(function trim(pz-key)) to pz-key
           move function upper-case(function trim(pz-val)) to pz-val
           evaluate pz-key
              when 'FIRST'
              when 'LAST'
                 if pz-val = spaces
                    or function test-numval(pz-val) not = zero
                    add 1 to pz-bad
                    display 'AOCPAYOUT: bad prize line: '
                       function trim(prize-record)
                    exit section
                 end-if
                 if function numval(pz-val) < zero
                    or function numval(pz-val) > 100
                    add 1 to pz-bad
                    display 'AOCPAYOUT: bad prize line: '
                       function trim(prize-record)
                    exit section
                 end-if
                 if pz-key = 'FIRST'
                    compute pz-first-pct = function numval(pz-val)
                 else
                    compute pz-last-pct = function numval(pz-val)
                 end-if
              when 'SPLIT'
                 if pz-val = 'EVEN' or pz-val = 'SCORE'
                    move pz-val to pz-split
                 else
                    add 1 to pz-bad
                    display 'AOCPAYOUT: bad prize line: '
                       function trim(prize-record)
                 end-if
              when other
                 add 1 to pz-bad
                 display 'AOCPAYOUT: bad prize line: '
                    function trim(prize-record)
           end-evaluate
           .

      *> 'board-id,player name,stake' -- a board sold twice is
      *> rejected on its second line, the first sale stands.
       load-player-register section.
           open input player-file
           if player-file-status not = '00'
              display 'AOCPAYOUT: no player register '
                 function trim(player-file-name)
                 ' -- every board is unsold'
              exit section
           end-if
           move 'on' to file-eof
           read player-file at end set eof-in to true end-read
           perform until eof-in
              if player-record not = spaces
                 and player-record(1:1) not = '*'
                 perform load-player-line
              end-if
              read player-file at end set eof-in to true end-read
           end-perform
           close player-file
           .

       load-player-line section.
           move spaces to pl-id-txt pl-name-txt pl-stake-txt
           unstring player-record delimited by ','
              into pl-id-txt pl-name-txt pl-stake-txt
           end-unstring
           if function trim(pl-id-txt) is not numeric
              or function trim(pl-name-txt) = spaces
              or pl-stake-txt = spaces
              or function test-numval(pl-stake-txt) not = zero
              add 1 to pl-bad
              display 'AOCPAYOUT: bad register line: '
                 function trim(player-record)
              exit section
           end-if
           if function numval(pl-stake-txt) < zero
              or function numval(pl-id-txt) = zero
              or function numval(pl-id-txt) > 999999
              add 1 to pl-bad
              display 'AOCPAYOUT: bad register line: '
                 function trim(player-record)
              exit section
           end-if
           perform varying pl-ix from 1 by 1 until pl-ix > pl-count
              if pl-board-id(pl-ix) = function numval(pl-id-txt)
                 add 1 to pl-dup
                 display 'AOCPAYOUT: board '
                    function trim(pl-id-txt)
                    ' is registered twice -- first sale kept'
                 exit section
              end-if
           end-perform
           if pl-count >= pl-max
              add 1 to pl-bad
              display 'AOCPAYOUT: register full -- board '
                 function trim(pl-id-txt) ' not loaded'
              exit section
           end-if
           move function trim(pl-name-txt) to pl-name-txt
           perform varying py-ix from 1 by 1 until py-ix > py-count
              if py-name(py-ix) = pl-name-txt
                 exit perform
              end-if
           end-perform
           if py-ix > py-count
              if py-count >= py-max
                 add 1 to pl-bad
                 display 'AOCPAYOUT: too many players -- board '
                    function trim(pl-id-txt) ' not loaded'
                 exit section
              end-if
              add 1 to py-count
              move py-count to py-ix
              move pl-name-txt to py-name(py-ix)
              move zero to py-boards(py-ix) py-plays(py-ix)
              move zero to py-wins(py-ix)
              move zero to py-staked(py-ix) py-won(py-ix)
           end-if
           add 1 to py-boards(py-ix)
           add 1 to pl-count
           compute pl-board-id(pl-count) = function numval(pl-id-txt)
           compute pl-stake(pl-count) = function numval(pl-stake-txt)
           move py-ix to pl-player(pl-count)
           .

      *> 'Game n mode=M ...' -- the standings file for game n on the
      *> same date names every board that played and when it won.
       pay-one-game section.
           move spaces to ws-scrap ws-rest gm-number-txt gm-mode
           unstring summary-record delimited by 'Game ' or ' '
              into ws-scrap gm-number-txt
           end-unstring
           unstring summary-record delimited by 'mode='
              into ws-scrap ws-rest
           end-unstring
           unstring ws-rest delimited by all ' '
              into gm-mode
           end-unstring
           if function trim(gm-number-txt) is not numeric
              exit section
           end-if
           add 1 to tt-games
           move spaces to standings-file-name
           string 'C:\WS\AOC2021\AOC2104A-STANDINGS-' delimited by size
                  ws-pay-date delimited by size
                  '-G' delimited by size
                  function trim(gm-number-txt) delimited by size
                  '.txt' delimited by size
             into standings-file-name
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Game ' delimited by size
                  function trim(gm-number-txt) delimited by size
                  ' (' delimited by size
                  function trim(gm-mode) delimited by size
                  ' mode) -- ' delimited by size
                  function trim(standings-file-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.

           perform load-game-standings
           if standings-file-status not = '00'
              add 1 to tt-missing
              move '  standings file not found -- game not paid'
                to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              exit section
           end-if

      *> Stakes in: every sold board that played.
           move zero to gm-stakes gm-paid gm-unsold gm-unwon
           move zero to gm-house gm-pool
           move zero to gm-first-draw gm-last-draw
           perform varying gp-ix from 1 by 1 until gp-ix > gp-count
              move zero to gp-reg(gp-ix) gp-prize(gp-ix)
              if gp-id(gp-ix) not = zero
                 perform varying pl-ix from 1 by 1
                         until pl-ix > pl-count
                    if pl-board-id(pl-ix) = gp-id(gp-ix)
                       move pl-ix to gp-reg(gp-ix)
                       exit perform
                    end-if
                 end-perform
              end-if
              if gp-reg(gp-ix) = zero
                 add 1 to gm-unsold
              else
                 move gp-reg(gp-ix) to pl-ix
                 move pl-player(pl-ix) to py-ix
                 add pl-stake(pl-ix) to gm-stakes py-staked(py-ix)
                 add 1 to py-plays(py-ix)
              end-if
              if gp-won(gp-ix) = 'Y'
                 if gm-first-draw = zero
                    or gp-draw(gp-ix) < gm-first-draw
                    move gp-draw(gp-ix) to gm-first-draw
                 end-if
                 if gp-draw(gp-ix) > gm-last-draw
                    move gp-draw(gp-ix) to gm-last-draw
                 end-if
              else
                 add 1 to gm-unwon
              end-if
           end-perform

      *> Prizes out: first on the earliest winning draw, last on the
      *> final one once the whole card has completed.
           move '     board  master id  player                      '
              & '       stake  won on draw     score         prize'
              to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           compute sh-prize
              = gm-stakes * pz-first-pct / 100
           add sh-prize to gm-pool
           move 'FIRST' to sh-label
           if gm-first-draw = zero
              perform write-unwon-prize
           else
              move gm-first-draw to sh-draw
              perform share-prize
           end-if
           compute sh-prize
              = gm-stakes * pz-last-pct / 100
           add sh-prize to gm-pool
           move 'LAST' to sh-label
           if gm-last-draw = zero or gm-unwon > zero
              perform write-unwon-prize
           else
              move gm-last-draw to sh-draw
              perform share-prize
           end-if
           perform varying gp-ix from 1 by 1 until gp-ix > gp-count
              perform write-board-line
           end-perform
           compute gm-outside = gm-stakes - gm-pool
           add gm-outside to gm-house tt-outside
           add gm-stakes to tt-stakes
           add gm-paid to tt-paid
           add gm-house to tt-house
           move gm-stakes to ws-amt-disp
           move gm-paid to ws-amt-disp2
           move gm-house to ws-amt-disp3
           move spaces to report-record
           string '     game stakes ' delimited by size
                  function trim(ws-amt-disp) delimited by size
                  '   prizes paid ' delimited by size
                  function trim(ws-amt-disp2) delimited by size
                  '   house ' delimited by size
                  function trim(ws-amt-disp3) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if gm-unsold > zero
              move gm-unsold to ws-cnt-disp
              move spaces to report-record
              string '     ' delimited by size
                     function trim(ws-cnt-disp) delimited by size
                     ' board(s) not in the register -- no stake '
                        delimited by size
                     'taken, no prize paid' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> 'Won #k: board B on draw D score S id=N' and 'Board B never
      *> completed -- ... id=N'.
       load-game-standings section.
           move zero to gp-count
           open input standings-file
           if standings-file-status not = '00'
              exit section
           end-if
           move 'N' to ws-std-eof
           perform until ws-std-eof = 'Y'
              read standings-file
                 at end move 'Y' to ws-std-eof
              end-read
              if ws-std-eof = 'N' and gp-count < 100
                 if standings-record(1:5) = 'Won #'
                    perform parse-won-line
                 else
                    if standings-record(1:6) = 'Board '
                       perform parse-unwon-line
                    end-if
                 end-if
              end-if
           end-perform
           close standings-file
           .

       parse-won-line section.
           move spaces to ws-scrap ws-rest ws-rest2
           move spaces to ws-board-txt ws-draw-txt ws-score-txt
           unstring standings-record delimited by ': board '
              into ws-scrap ws-rest
           end-unstring
           unstring ws-rest delimited by ' on draw '
              into ws-board-txt ws-rest2
           end-unstring
           move spaces to ws-rest
           unstring ws-rest2 delimited by ' score '
              into ws-draw-txt ws-rest
           end-unstring
           unstring ws-rest delimited by all ' '
              into ws-score-txt
           end-unstring
           if function trim(ws-board-txt) is not numeric
              or function trim(ws-draw-txt) is not numeric
              exit section
           end-if
           add 1 to gp-count
           move 'Y' to gp-won(gp-count)
           compute gp-board(gp-count) = function numval(ws-board-txt)
           compute gp-draw(gp-count) = function numval(ws-draw-txt)
           move zero to gp-score(gp-count)
           if function trim(ws-score-txt) is numeric
              compute gp-score(gp-count) =
                 function numval(ws-score-txt)
           end-if
           perform parse-board-id
           .

       parse-unwon-line section.
           move zero to ws-tally
           inspect standings-record tallying ws-tally
              for all ' never completed'
           if ws-tally = zero
              exit section
           end-if
           move spaces to ws-scrap ws-board-txt
           unstring standings-record delimited by 'Board '
                                           or ' never'
              into ws-scrap ws-board-txt
           end-unstring
           if function trim(ws-board-txt) is not numeric
              exit section
           end-if
           add 1 to gp-count
           move 'N' to gp-won(gp-count)
           compute gp-board(gp-count) = function numval(ws-board-txt)
           move zero to gp-draw(gp-count) gp-score(gp-count)
           perform parse-board-id
           .

      *> Boards played without the master (a self-test sweep, or the
      *> master unavailable) carry no id and count as unsold.
       parse-board-id section.
           move zero to gp-id(gp-count)
           move zero to ws-tally
           inspect standings-record tallying ws-tally for all ' id='
           if ws-tally = zero
              exit section
           end-if
           move spaces to ws-scrap ws-rest ws-id-txt
           unstring standings-record delimited by ' id='
              into ws-scrap ws-rest
           end-unstring
           unstring ws-rest delimited by all ' '
              into ws-id-txt
           end-unstring
           if function trim(ws-id-txt) is numeric
              compute gp-id(gp-count) = function numval(ws-id-txt)
           end-if
           .

      *> Equal shares, or shares in proportion to the boards' scores;
      *> whole cents either way, the odd cents to the house. A share
      *> won by an unsold board is not paid.
       share-prize section.
           move zero to sh-ways sh-score-sum sh-given sh-dealt
           perform varying gp-ix from 1 by 1 until gp-ix > gp-count
              if gp-won(gp-ix) = 'Y' and gp-draw(gp-ix) = sh-draw
                 add 1 to sh-ways
                 add gp-score(gp-ix) to sh-score-sum
              end-if
           end-perform
           perform varying gp-ix from 1 by 1 until gp-ix > gp-count
              if gp-won(gp-ix) = 'Y' and gp-draw(gp-ix) = sh-draw
                 if pz-split = 'SCORE' and sh-score-sum > zero
                    compute sh-share
                       = sh-prize * gp-score(gp-ix) / sh-score-sum
                 else
                    compute sh-share
                       = sh-prize / sh-ways
                 end-if
                 add sh-share to sh-dealt
                 if gp-reg(gp-ix) = zero
                    add sh-share to tt-unclaimed gm-house
                 else
                    add sh-share to gp-prize(gp-ix) gm-paid sh-given
                    move gp-reg(gp-ix) to pl-ix
                    move pl-player(pl-ix) to py-ix
                    add sh-share to py-won(py-ix)
                    add 1 to py-wins(py-ix)
                 end-if
              end-if
           end-perform
           compute sh-odd = sh-prize - sh-dealt
           add sh-odd to tt-odd gm-house
           move sh-prize to ws-amt-disp
           move sh-draw to ws-cnt-disp
           move sh-ways to ws-cnt-disp2
           move spaces to sh-note
           if sh-ways > 1
              string '(' delimited by size
                     function trim(ws-cnt-disp2) delimited by size
                     '-way split, ' delimited by size
                     function trim(pz-split) delimited by size
                     ')' delimited by size
                into sh-note
           end-if
           move spaces to report-record
           string '     ' delimited by size
                  sh-label delimited by size
                  ' prize ' delimited by size
                  function trim(ws-amt-disp) delimited by size
                  ' on draw ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
                  ' ' delimited by size
                  sh-note delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-unwon-prize section.
           add sh-prize to tt-unwon gm-house
           move sh-prize to ws-amt-disp
           move spaces to report-record
           string '     ' delimited by size
                  sh-label delimited by size
                  ' prize ' delimited by size
                  function trim(ws-amt-disp) delimited by size
                  ' not won -- retained by the house' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-board-line section.
           move spaces to report-record
           move gp-board(gp-ix) to ws-cnt-disp
           move ws-cnt-disp to report-record(3:8)
           if gp-id(gp-ix) not = zero
              move gp-id(gp-ix) to ws-id-disp
              move ws-id-disp to report-record(15:6)
           else
              move '(none)' to report-record(15:6)
           end-if
           if gp-reg(gp-ix) = zero
              move '(not sold)' to report-record(24:10)
           else
              move gp-reg(gp-ix) to pl-ix
              move pl-player(pl-ix) to py-ix
              move py-name(py-ix) to report-record(24:30)
              move pl-stake(pl-ix) to ws-amt-disp
              move ws-amt-disp(4:11) to report-record(53:11)
           end-if
           if gp-won(gp-ix) = 'Y'
              move gp-draw(gp-ix) to ws-cnt-disp
              move ws-cnt-disp to report-record(69:8)
              move gp-score(gp-ix) to ws-cnt-disp
              move ws-cnt-disp to report-record(79:8)
           else
              move 'never won' to report-record(68:9)
           end-if
           if gp-prize(gp-ix) > zero
              move gp-prize(gp-ix) to ws-amt-disp
              move ws-amt-disp(4:11) to report-record(90:11)
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-report-head section.
           move spaces to report-record
           string 'Games of   : ' delimited by size
                  ws-pay-date delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move pl-count to ws-cnt-disp
           move py-count to ws-cnt-disp2
           move spaces to report-record
           string 'Register   : ' delimited by size
                  function trim(player-file-name) delimited by size
                  ' (' delimited by size
                  function trim(ws-cnt-disp) delimited by size
                  ' board(s), ' delimited by size
                  function trim(ws-cnt-disp2) delimited by size
                  ' player(s))' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if pl-bad > zero or pl-dup > zero
              move pl-bad to ws-cnt-disp
              move pl-dup to ws-cnt-disp2
              move spaces to report-record
              string '             ' delimited by size
                     function trim(ws-cnt-disp) delimited by size
                     ' bad line(s), ' delimited by size
                     function trim(ws-cnt-disp2) delimited by size
                     ' board(s) registered twice -- see the log'
                        delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move pz-first-pct to ws-pct-disp
           move pz-last-pct to ws-pct-disp2
           move spaces to report-record
           if pz-source = 'DEFAULT'
              move 'house terms, no prize table' to ws-rest
           else
              move prize-file-name to ws-rest
           end-if
           string 'Prize table: first ' delimited by size
                  function trim(ws-pct-disp) delimited by size
                  '%  last ' delimited by size
                  function trim(ws-pct-disp2) delimited by size
                  '%  split ' delimited by size
                  function trim(pz-split) delimited by size
                  '  (' delimited by size
                  function trim(ws-rest) delimited by size
                  ')' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-player-statement section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Player statement' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move '     player                          boards   plays'
              & '    wins         staked            won            net'
              to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if py-count > zero
              COPY RPTCOLS REPLACING RPT-REC BY report-record.
           end-if
           if py-count = zero
              move '     no players registered' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           perform varying py-ix from 1 by 1 until py-ix > py-count
              move spaces to report-record
              move py-name(py-ix) to report-record(6:30)
              move py-boards(py-ix) to ws-cnt-disp
              move ws-cnt-disp to report-record(36:8)
              move py-plays(py-ix) to ws-cnt-disp
              move ws-cnt-disp to report-record(44:8)
              move py-wins(py-ix) to ws-cnt-disp
              move ws-cnt-disp to report-record(52:8)
              move py-staked(py-ix) to ws-amt-disp
              move ws-amt-disp to report-record(61:14)
              move py-won(py-ix) to ws-amt-disp
              move ws-amt-disp to report-record(76:14)
              add py-staked(py-ix) to tt-py-staked
              add py-won(py-ix) to tt-py-won
              compute py-net = py-won(py-ix) - py-staked(py-ix)
              move py-net to ws-net-disp
              move ws-net-disp to report-record(91:14)
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           .

      *> Every stake is either a prize paid or the house's; the two
      *> together must give back exactly what was collected, and the
      *> player statement must account for the same stakes and
      *> prizes.
       write-control-total section.
           compute tt-check = tt-paid + tt-house
           if tt-check not = tt-stakes
              or tt-py-staked not = tt-stakes
              or tt-py-won not = tt-paid
              move 'N' to ws-balance
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Control total' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-games to ws-cnt-disp
           move spaces to report-record
           string '     games paid out     : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if tt-missing > zero
              move tt-missing to ws-cnt-disp
              move spaces to report-record
              string '     games not paid     : ' delimited by size
                     function trim(ws-cnt-disp) delimited by size
                     ' (no standings file)' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move tt-stakes to ws-amt-disp
           move spaces to report-record
           string '     stakes collected   : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-paid to ws-amt-disp
           move spaces to report-record
           string '     prizes paid        : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-house to ws-amt-disp
           move spaces to report-record
           string '     house retention    : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-outside to ws-amt-disp
           move spaces to report-record
           string '       outside the pool : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-unwon to ws-amt-disp
           move spaces to report-record
           string '       prizes not won   : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-unclaimed to ws-amt-disp
           move spaces to report-record
           string '       won by unsold    : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-odd to ws-amt-disp
           move spaces to report-record
           string '       odd cents        : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-check to ws-amt-disp
           move spaces to report-record
           string '     paid + retained    : ' delimited by size
                  ws-amt-disp delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tt-py-staked to ws-amt-disp
           move tt-py-won to ws-amt-disp2
           move spaces to report-record
           string '     player statement   : ' delimited by size
                  ws-amt-disp delimited by size
                  ' staked, ' delimited by size
                  function trim(ws-amt-disp2) delimited by size
                  ' won' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if in-balance
              move '     control            : IN BALANCE'
                to report-record
           else
              move '     control            : *** OUT OF BALANCE ***'
                to report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
