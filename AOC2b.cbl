             select trail-file
               assign to dynamic trail-file-name
               organization is line sequential.
      *> Fleet mode: the fleet list and the fleet report.
             select fleet-list-file
               assign to dynamic fleet-list-name
               organization is line sequential
               file status is fleet-list-status.
             select fleet-file
               assign to dynamic fleet-file-name
               organization is line sequential.
      *> Voyage statement: the optional rate table and the statement.
             select rate-file
               assign to dynamic rate-file-name
               organization is line sequential
               file status is rate-file-status.
             select voyage-file
               assign to dynamic voyage-file-name
               organization is line sequential.
      *> Request 028: shared job-run log.
             COPY JOBLOGSEL.
      *> Request 033: dated input-file archive.
          data record is trail-record.
       01 trail-record pic X(80).

      *> Fleet list: 'vessel-id,command-file' per line, '*' comments.
       fd fleet-list-file
          block 0 records
          label records omitted
          data record is fleet-list-record.
       01 fleet-list-record pic X(100).

       fd fleet-file
          block 0 records
          label records omitted
          data record is fleet-record.
       01 fleet-record pic X(132).

       fd rate-file
          block 0 records
          label records omitted
          data record is rate-record.
       01 rate-record pic X(80).

       fd voyage-file
          block 0 records
          label records omitted
          data record is voyage-record.
       01 voyage-record pic X(132).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy    pic X.
       77 a-func     pic X(7).
      *> Request 042: widened from a single digit -- the old PIC 9
       77 lg-ix-disp pic Z(2)9.
       77 lg-env-len pic S9(4) comp-4.

      *> Fleet mode -- AOC2B_FLEET names a fleet list, one vessel ID
      *> and command file per line. Every vessel's commands are read
      *> in first, then all vessels step forward together, command by
      *> command (a vessel out of commands holds its position), and
      *> after each step every pair is checked for separation: both
      *> the horizontal and the depth gap within AOC2B_SEP_HORIZ /
      *> AOC2B_SEP_DEPTH (default 5 each) is a conflict. Each
      *> vessel's own answer is the same arithmetic as a single run.
       77 fleet-list-name   pic X(60) value spaces.
       77 fleet-list-status pic X(2).
       77 fleet-file-name   pic X(60) value spaces.
       77 fl-line-count pic S9(8) comp-4 value zero.
       77 fl-max   pic S9(4) comp-4 value 20.
       77 fl-count pic S9(4) comp-4 value zero.
       01 fl-table.
          05 fl-vessel occurs 20 times.
             10 fl-id        pic X(8).
             10 fl-path      pic X(60).
             10 fl-first     pic S9(8) comp-4.
             10 fl-cmds      pic S9(8) comp-4.
             10 fl-horizont  pic S9(12) comp-4.
             10 fl-depth     pic S9(12) comp-4.
             10 fl-aim       pic S9(12) comp-4.
             10 fl-p1-depth  pic S9(12) comp-4.
             10 fl-bad       pic S9(8) comp-4.
             10 fl-neg       pic S9(8) comp-4.
             10 fl-env       pic S9(8) comp-4.
             10 fl-conflicts pic S9(8) comp-4.
       77 fl-ix pic S9(4) comp-4.
       77 fl-jx pic S9(4) comp-4.
      *> Every vessel's commands, one after another: F/D/U, or X for
      *> a line that is not a usable command.
       77 fc-max   pic S9(8) comp-4 value 200000.
       77 fc-count pic S9(8) comp-4 value zero.
       01 fc-table.
          05 fc-cmd occurs 200000 times.
             10 fc-func pic X.
             10 fc-val  pic S9(4) comp-4.
       77 fc-ix pic S9(8) comp-4.
       77 fl-steps pic S9(8) comp-4 value zero.
       77 fl-step  pic S9(8) comp-4.
       77 fl-sep-env   pic X(14).
       77 fl-sep-horiz pic S9(12) comp-4 value 5.
       77 fl-sep-depth pic S9(12) comp-4 value 5.
       77 fl-gap-h pic S9(12) comp-4.
       77 fl-gap-d pic S9(12) comp-4.
       77 fl-conflict-count pic S9(8) comp-4 value zero.
       77 fl-conflict-steps pic S9(8) comp-4 value zero.
       77 fl-step-flagged pic X.
       77 fl-truncated pic X value 'N'.
       77 fl-parts-id   pic X(20).
       77 fl-parts-path pic X(80).
       77 fl-step-disp pic Z(7)9.
       77 fl-num-disp  pic -(11)9.
       77 fl-num-disp2 pic -(11)9.
       77 fl-num-disp3 pic -(11)9.
       77 fl-num-disp4 pic -(11)9.
       77 fl-cnt-disp  pic Z(7)9.

      *> Voyage statement -- an optional rate table (AOC2B_RATES,
      *> default C:\WS\AOC2021\AOC2-RATES.txt) prices the run:
      *>   RATE,<forward|down|up>,<cost per unit>,<hours per unit>
      *>   BAND,<depth from>,<surcharge per hour>
      *> with '*' lines as comments. A band runs from its depth down
      *> to the next band's; above the shallowest listed band is the
      *> surface band, never surcharged. Forward time is shared among
      *> the bands the sub passes through, in proportion to the depth
      *> travelled in each; down/up time is charged at the depth the
      *> sub is holding. No table, no statement -- the run is
      *> otherwise untouched.
       77 rate-file-name   pic X(60)
          value 'C:\WS\AOC2021\AOC2-RATES.txt'.
       77 rate-file-status pic X(2).
       77 voyage-file-name pic X(60) value spaces.
       77 vy-active-sw pic X value 'N'.
          88 vy-active value 'Y'.
       77 vy-bad-lines pic S9(4) comp-4 value zero.
       77 vy-part1 pic X(20).
       77 vy-part2 pic X(20).
       77 vy-part3 pic X(20).
       77 vy-part4 pic X(20).
       01 vy-rates.
          05 vy-type occurs 3 times.
             10 vy-type-name pic X(7).
             10 vy-unit-cost pic S9(7)V9(4) comp-3.
             10 vy-unit-hrs  pic S9(5)V9(4) comp-3.
             10 vy-cmds      pic S9(8) comp-3.
             10 vy-units     pic S9(12) comp-3.
             10 vy-hrs       pic S9(11)V9(4) comp-3.
             10 vy-cost      pic S9(13)V9(4) comp-3.
       77 vy-tx pic S9(4) comp-4.
      *> Band 1 is the surface band; listed bands follow, shallowest
      *> first.
       77 vy-band-max   pic S9(4) comp-4 value 11.
       77 vy-band-count pic S9(4) comp-4 value 1.
       01 vy-bands.
          05 vy-band occurs 11 times.
             10 vy-bd-from pic S9(12) comp-3.
             10 vy-bd-rate pic S9(7)V9(4) comp-3.
             10 vy-bd-hrs  pic S9(11)V9(4) comp-3.
             10 vy-bd-cost pic S9(13)V9(4) comp-3.
       77 vy-bx pic S9(4) comp-4.
       77 vy-by pic S9(4) comp-4.
       01 vy-legs.
          05 vy-leg occurs 20 times.
             10 vy-lg-units pic S9(12) comp-3.
             10 vy-lg-hrs   pic S9(11)V9(4) comp-3.
             10 vy-lg-cost  pic S9(13)V9(4) comp-3.
       77 vy-d0 pic S9(12) comp-3.
       77 vy-d1 pic S9(12) comp-3.
       77 vy-lo pic S9(12) comp-3.
       77 vy-hi pic S9(12) comp-3.
       77 vy-band-lo pic S9(12) comp-3.
       77 vy-band-hi pic S9(12) comp-3.
       77 vy-span pic S9(12) comp-3.
       77 vy-units-now pic S9(12) comp-3.
       77 vy-cmd-hrs  pic S9(11)V9(4) comp-3.
       77 vy-cmd-cost pic S9(13)V9(4) comp-3.
       77 vy-left  pic S9(11)V9(4) comp-3.
       77 vy-share pic S9(11)V9(4) comp-3.
       77 vy-term  pic S9(13)V9(4) comp-3.
       77 vy-move-cost pic S9(13)V9(4) comp-3 value zero.
       77 vy-sur-cost  pic S9(13)V9(4) comp-3 value zero.
       77 vy-tot-hrs   pic S9(11)V9(4) comp-3 value zero.
       77 vy-tot-cost  pic S9(13)V9(4) comp-3 value zero.
       77 vy-days  pic S9(8) comp-3.
       77 vy-hrs-rem pic S9(3)V99 comp-3.
       77 vy-summary pic X(40) value spaces.
       77 vy-cost-disp  pic -(12)9.99.
       77 vy-hrs-disp   pic -(9)9.99.
       77 vy-rem-disp   pic Z9.99.
       77 vy-rate-disp  pic -(6)9.9999.
       77 vy-cnt-disp   pic Z(7)9.
       77 vy-unit-disp  pic -(11)9.
       77 vy-from-disp  pic -(11)9.
       77 vy-to-disp    pic -(11)9.
       77 vy-band-label pic X(30).

      *> Request 024: shared end-of-file switch for the AOC job suite.
       COPY EOFSW.
       COPY HDRWS.
                  '.txt' delimited by size
             into trail-file-name

           accept fleet-list-name from environment 'AOC2B_FLEET'
           if fleet-list-name not = spaces
              perform fleet-mode
              goback
           end-if

           perform parse-leg-list
           perform load-rate-table

           open output error-file
           open output trail-file
                   into error-record
                 write error-record
              end-if
              move a-depth to vy-d0
              if valid-cmd
                 evaluate a-func
                 when 'forward'
                    write error-record
                 end-evaluate
              end-if
              if valid-cmd and vy-active
                 perform voyage-cost-command
              end-if
              if valid-cmd
                 move a-horizont to a-horizont-disp
                 move function trim(a-horizont-disp) to a-horizont-trim
           if ws-env-count > zero
              move 'ENVLIMIT' to jl-status
           end-if
           if vy-active
              perform write-voyage-statement
           end-if
      *> Request 066: both interpretations recorded, so "which rule
      *> was this historical number computed under" stops being a
      *> research project.
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
      *> The voyage statement goes back beside the position answer,
      *> and into the log under its own name so the extract carries
      *> it too.
           if vy-active
              if address of job-results not = null
                 move vy-summary to jres-statement
              end-if
              move vy-summary to jl-answer
              if vy-bad-lines > zero
                 move 'BADRATES' to jl-status
              else
                 move 'OK' to jl-status
              end-if
              COPY JOBLOGEND REPLACING PROGID BY 'AOC2b-VOYAGE'.
           end-if
           COPY CONSOLEPAUSE.
           goback.

              end-if
           end-if
           .

      *> Fleet mode -- load the list and every vessel's commands,
      *> step the fleet, write the fleet report.
       fleet-mode section.
           accept fl-sep-env from environment 'AOC2B_SEP_HORIZ'
           if fl-sep-env not = spaces
              and function trim(fl-sep-env) is numeric
              compute fl-sep-horiz = function numval(fl-sep-env)
           end-if
           accept fl-sep-env from environment 'AOC2B_SEP_DEPTH'
           if fl-sep-env not = spaces
              and function trim(fl-sep-env) is numeric
              compute fl-sep-depth = function numval(fl-sep-env)
           end-if
           open output error-file
           perform load-fleet-list
           perform varying fl-ix from 1 by 1 until fl-ix > fl-count
              perform load-vessel-commands
           end-perform
           close error-file

           if fl-count = zero
              display 'AOC2b: fleet list '
                 function trim(fleet-list-name)
                 ' names no vessels'
              move 'NOFLEET' to jl-status
              move 'no vessels' to jl-answer
           else
              string 'C:\WS\AOC2021\AOC2b-FLEET-' delimited by size
                     ws-today-yyyymmdd delimited by size
                     '.txt' delimited by size
                into fleet-file-name
              open output fleet-file
              move 'AOC2b fleet run -- separation check' to fleet-record
              perform write-fleet-line
              move fl-count to fl-cnt-disp
              move fl-sep-horiz to fl-num-disp
              move fl-sep-depth to fl-num-disp2
              move spaces to fleet-record
              string '  vessels: ' delimited by size
                     function trim(fl-cnt-disp) delimited by size
                     '   separation: horizontal ' delimited by size
                     function trim(fl-num-disp) delimited by size
                     ', depth ' delimited by size
                     function trim(fl-num-disp2) delimited by size
                into fleet-record
              perform write-fleet-line
              move spaces to fleet-record
              perform write-fleet-line
              move '    step  vessel    vessel        horiz A'
                 & '      depth A      horiz B      depth B'
                to fleet-record
              perform write-fleet-line
              perform varying fl-step from 1 by 1
                      until fl-step > fl-steps
                 perform step-fleet
              end-perform
              if fl-conflict-count = zero
                 move '  (no separation conflicts)' to fleet-record
                 perform write-fleet-line
              end-if
              perform write-fleet-summary
              close fleet-file
              COPY CATADD REPLACING PROGID BY 'AOC2b-FLEET'
                                    RPT-PATH BY fleet-file-name
                                    RPT-COUNT BY fl-line-count.
              display 'AOC2b: fleet report written to '
                 function trim(fleet-file-name)
              move fl-conflict-count to fl-cnt-disp
              move fl-count to fl-step-disp
              move spaces to jl-answer
              string 'fleet=' delimited by size
                     function trim(fl-step-disp) delimited by size
                     ' conflicts=' delimited by size
                     function trim(fl-cnt-disp) delimited by size
                into jl-answer
              perform varying fl-ix from 1 by 1 until fl-ix > fl-count
                 add fl-bad(fl-ix) to a-bad-count
                 add fl-neg(fl-ix) to ws-neg-count
                 add fl-env(fl-ix) to ws-env-count
              end-perform
              if a-bad-count > zero
                 move 'BADCMDS' to jl-status
              end-if
              if ws-neg-count > zero
                 move 'NEGDEPTH' to jl-status
              end-if
              if ws-env-count > zero
                 move 'ENVLIMIT' to jl-status
              end-if
              if fl-conflict-count > zero
                 display 'AOC2b: ' fl-conflict-count ' separation '
                    'conflict(s) in ' fl-conflict-steps ' step(s) -- '
                    'see the fleet report'
                 move 'SEPARATN' to jl-status
              end-if
           end-if
           move fc-count to jl-recs-read
           move a-bad-count to jl-recs-rejected
           COPY RCSET.
      *> The fleet summary is not the Day-2 answer -- it is logged
      *> under its own name, as the voyage statement is, so the
      *> results master, the scoreboard and the extract keep AOC2b's
      *> answer of record; the caller gets the status and counts
      *> with no answer.
           COPY JOBLOGEND REPLACING PROGID BY 'AOC2b-FLEET'.
           if address of job-results not = null
              move spaces to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           .

       load-fleet-list section.
           move zero to fl-count
           open input fleet-list-file
           if fleet-list-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read fleet-list-file at end set eof-in to true end-read
           perform until eof-in
              if fleet-list-record not = spaces
                 and fleet-list-record(1:1) not = '*'
                 move spaces to fl-parts-id fl-parts-path
                 unstring fleet-list-record delimited by ','
                    into fl-parts-id fl-parts-path
                 end-unstring
                 if fl-parts-path = spaces
                    display 'AOC2b: fleet list line ['
                       function trim(fleet-list-record)
                       '] has no command file -- ignored'
                 else
                    if fl-count < fl-max
                       add 1 to fl-count
                       initialize fl-vessel(fl-count)
                       move function trim(fl-parts-id)
                         to fl-id(fl-count)
                       move function trim(fl-parts-path)
                         to fl-path(fl-count)
                    else
                       display 'AOC2b: the fleet list names more than '
                          fl-max ' vessels -- ignoring the rest'
                    end-if
                 end-if
              end-if
              read fleet-list-file at end set eof-in to true end-read
           end-perform
           close fleet-list-file
           .

      *> One vessel's command file into the command table -- the
      *> same parse and the same error lines as a single run, each
      *> tagged with the vessel.
       load-vessel-commands section.
           move fl-path(fl-ix) to input-file-name
           compute fl-first(fl-ix) = fc-count + 1
           move zero to a-line-num
           move 'on' to file-eof
           open input input-file
           read input-file at end set eof-in to true end-read
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              move a-line-num to a-line-disp
              if fc-count >= fc-max
                 move 'Y' to fl-truncated
                 set eof-in to true
                 exit perform
              end-if
              add 1 to fc-count
              add 1 to fl-cmds(fl-ix)
              move 'X' to fc-func(fc-count)
              move zero to fc-val(fc-count)
              move spaces to a-func a-val-raw
              unstring input-record
                delimited by all ' '
                into a-func a-val-raw
              end-unstring
              if function trim(a-val-raw) is numeric
                 compute a-val = function numval(a-val-raw)
                    on size error
                       move 'N' to ws-valid-cmd
                    not on size error
                       move 'Y' to ws-valid-cmd
                 end-compute
              else
                 move 'N' to ws-valid-cmd
              end-if
              if valid-cmd
                 evaluate a-func
                    when 'forward'
                       move 'F' to fc-func(fc-count)
                    when 'down'
                       move 'D' to fc-func(fc-count)
                    when 'up'
                       move 'U' to fc-func(fc-count)
                 end-evaluate
                 move a-val to fc-val(fc-count)
              end-if
              if fc-func(fc-count) = 'X'
                 add 1 to fl-bad(fl-ix)
                 move spaces to error-record
                 string function trim(fl-id(fl-ix)) delimited by size
                        ' line ' delimited by size
                        function trim(a-line-disp) delimited by size
                        ': unusable command [' delimited by size
                        input-record delimited by size
                        ']' delimited by size
                   into error-record
                 write error-record
              end-if
              read input-file at end set eof-in to true end-read
           end-perform
           close input-file
           if fl-cmds(fl-ix) > fl-steps
              move fl-cmds(fl-ix) to fl-steps
           end-if
           if fl-truncated = 'Y'
              display 'AOC2b: fleet command table full at ' fc-max
                 ' commands -- vessel ' function trim(fl-id(fl-ix))
                 ' and any after it are cut short'
           end-if
           COPY ARCHIVECOPY REPLACING PROGID BY 'AOC2b'
                                       SRC-PATH BY input-file-name.
           .

      *> Every vessel with a command left takes it, then every pair
      *> is checked.
       step-fleet section.
           perform varying fl-ix from 1 by 1 until fl-ix > fl-count
              if fl-step <= fl-cmds(fl-ix)
                 compute fc-ix = fl-first(fl-ix) + fl-step - 1
                 move fc-val(fc-ix) to a-val
                 evaluate fc-func(fc-ix)
                    when 'F'
                       add a-val to fl-horizont(fl-ix)
                       compute fl-depth(fl-ix) = fl-depth(fl-ix)
                          + fl-aim(fl-ix) * a-val
                    when 'D'
                       add a-val to fl-aim(fl-ix)
                       add a-val to fl-p1-depth(fl-ix)
                    when 'U'
                       subtract a-val from fl-aim(fl-ix)
                       subtract a-val from fl-p1-depth(fl-ix)
                 end-evaluate
                 if fc-func(fc-ix) not = 'X'
                    if fl-aim(fl-ix) < 0 or fl-depth(fl-ix) < 0
                       add 1 to fl-neg(fl-ix)
                    end-if
                    if ws-max-depth > zero
                       and fl-depth(fl-ix) > ws-max-depth
                       add 1 to fl-env(fl-ix)
                    end-if
                    if ws-max-aim > zero
                       and fl-aim(fl-ix) > ws-max-aim
                       add 1 to fl-env(fl-ix)
                    end-if
                 end-if
              end-if
           end-perform
           move 'N' to fl-step-flagged
           perform varying fl-ix from 1 by 1 until fl-ix >= fl-count
              perform varying fl-jx from fl-ix by 1
                      until fl-jx >= fl-count
                 compute fl-gap-h = function abs(fl-horizont(fl-ix)
                    - fl-horizont(fl-jx + 1))
                 compute fl-gap-d = function abs(fl-depth(fl-ix)
                    - fl-depth(fl-jx + 1))
                 if fl-gap-h <= fl-sep-horiz
                    and fl-gap-d <= fl-sep-depth
                    add 1 to fl-jx
                    perform write-conflict-line
                    subtract 1 from fl-jx
                 end-if
              end-perform
           end-perform
           .

       write-conflict-line section.
           add 1 to fl-conflict-count
           add 1 to fl-conflicts(fl-ix)
           add 1 to fl-conflicts(fl-jx)
           if fl-step-flagged = 'N'
              move 'Y' to fl-step-flagged
              add 1 to fl-conflict-steps
           end-if
           move fl-step to fl-step-disp
           move fl-horizont(fl-ix) to fl-num-disp
           move fl-depth(fl-ix) to fl-num-disp2
           move fl-horizont(fl-jx) to fl-num-disp3
           move fl-depth(fl-jx) to fl-num-disp4
           move spaces to fleet-record
           move fl-step-disp to fleet-record(1:8)
           move fl-id(fl-ix) to fleet-record(11:8)
           move fl-id(fl-jx) to fleet-record(21:8)
           move fl-num-disp to fleet-record(30:12)
           move fl-num-disp2 to fleet-record(43:12)
           move fl-num-disp3 to fleet-record(56:12)
           move fl-num-disp4 to fleet-record(69:12)
           perform write-fleet-line
           .

      *> Final position and the single-run answers, per vessel.
       write-fleet-summary section.
           move spaces to fleet-record
           perform write-fleet-line
           move 'Final positions' to fleet-record
           perform write-fleet-line
           move '  vessel      commands        horiz        depth'
              & '          aim       answer  no-aim answer  conflicts'
             to fleet-record
           perform write-fleet-line
           perform varying fl-ix from 1 by 1 until fl-ix > fl-count
              move spaces to fleet-record
              move fl-id(fl-ix) to fleet-record(3:8)
              move fl-cmds(fl-ix) to fl-cnt-disp
              move fl-cnt-disp to fleet-record(13:8)
              move fl-horizont(fl-ix) to fl-num-disp
              move fl-num-disp to fleet-record(22:12)
              move fl-depth(fl-ix) to fl-num-disp
              move fl-num-disp to fleet-record(35:12)
              move fl-aim(fl-ix) to fl-num-disp
              move fl-num-disp to fleet-record(48:12)
              compute a-key = fl-horizont(fl-ix) * fl-depth(fl-ix)
              move a-key to fl-num-disp
              move fl-num-disp to fleet-record(61:12)
              compute p1-key = fl-horizont(fl-ix)
                 * fl-p1-depth(fl-ix)
              move p1-key to fl-num-disp
              move fl-num-disp to fleet-record(75:12)
              move fl-conflicts(fl-ix) to fl-cnt-disp
              move fl-cnt-disp to fleet-record(89:8)
              perform write-fleet-line
              display 'AOC2b: vessel ' function trim(fl-id(fl-ix))
                 ' -- horiz=' fl-horizont(fl-ix)
                 ' depth=' fl-depth(fl-ix) ' aim=' fl-aim(fl-ix)
                 ' product=' a-key
              if fl-bad(fl-ix) > zero or fl-neg(fl-ix) > zero
                 or fl-env(fl-ix) > zero
                 move fl-bad(fl-ix) to fl-num-disp
                 move fl-neg(fl-ix) to fl-num-disp2
                 move fl-env(fl-ix) to fl-num-disp3
                 move spaces to fleet-record
                 string '            unusable commands '
                           delimited by size
                        function trim(fl-num-disp) delimited by size
                        ', surface breaks ' delimited by size
                        function trim(fl-num-disp2) delimited by size
                        ', envelope breaches ' delimited by size
                        function trim(fl-num-disp3) delimited by size
                   into fleet-record
                 perform write-fleet-line
              end-if
           end-perform
           move fl-conflict-count to fl-cnt-disp
           move fl-conflict-steps to fl-step-disp
           move spaces to fleet-record
           string 'Separation conflicts: ' delimited by size
                  function trim(fl-cnt-disp) delimited by size
                  ' in ' delimited by size
                  function trim(fl-step-disp) delimited by size
                  ' step(s)' delimited by size
             into fleet-record
           perform write-fleet-line
           .

       write-fleet-line section.
           write fleet-record
           add 1 to fl-line-count
           .

      *> Reads the rate table, if there is one.
       load-rate-table section.
           accept ws-env-path from environment 'AOC2B_RATES'
           if ws-env-path not = spaces
              move ws-env-path to rate-file-name
           end-if
           move 'forward' to vy-type-name(1)
           move 'down' to vy-type-name(2)
           move 'up' to vy-type-name(3)
           initialize vy-legs
           perform varying vy-tx from 1 by 1 until vy-tx > 3
              move zero to vy-unit-cost(vy-tx) vy-unit-hrs(vy-tx)
                 vy-cmds(vy-tx) vy-units(vy-tx) vy-hrs(vy-tx)
                 vy-cost(vy-tx)
           end-perform
           move 1 to vy-band-count
           move -999999999999 to vy-bd-from(1)
           move zero to vy-bd-rate(1) vy-bd-hrs(1) vy-bd-cost(1)
           open input rate-file
           if rate-file-status not = '00'
              if ws-env-path not = spaces
                 display 'AOC2b: rate table '
                    function trim(rate-file-name)
                    ' not found -- no voyage statement'
              end-if
              exit section
           end-if
           move 'on' to file-eof
           read rate-file at end set eof-in to true end-read
           perform until eof-in
              if rate-record not = spaces
                 and rate-record(1:1) not = '*'
                 perform load-rate-line
              end-if
              read rate-file at end set eof-in to true end-read
           end-perform
           close rate-file
           if vy-active
              display 'AOC2b: pricing the voyage from '
                 function trim(rate-file-name)
           end-if
           .

       load-rate-line section.
           move spaces to vy-part1 vy-part2 vy-part3 vy-part4
           unstring rate-record delimited by ','
              into vy-part1 vy-part2 vy-part3 vy-part4
           end-unstring
           move function upper-case(function trim(vy-part1))
             to vy-part1
           move function lower-case(function trim(vy-part2))
             to vy-part2
           move zero to vy-tx
           evaluate true
              when vy-part1 = 'RATE'
                 evaluate vy-part2
                    when 'forward' move 1 to vy-tx
                    when 'down'    move 2 to vy-tx
                    when 'up'      move 3 to vy-tx
                 end-evaluate
                 if vy-tx > zero
                    and vy-part3 not = spaces and vy-part4 not = spaces
                    and function test-numval(vy-part3) = zero
                    and function test-numval(vy-part4) = zero
                    and function numval(vy-part3) >= zero
                    and function numval(vy-part4) >= zero
                    compute vy-unit-cost(vy-tx) =
                       function numval(vy-part3)
                    compute vy-unit-hrs(vy-tx) =
                       function numval(vy-part4)
                    set vy-active to true
                    exit section
                 end-if
              when vy-part1 = 'BAND'
                 if vy-part2 not = spaces and vy-part3 not = spaces
                    and function test-numval(vy-part2) = zero
                    and function test-numval(vy-part3) = zero
                    and function numval(vy-part3) >= zero
                    and vy-band-count < vy-band-max
                    compute vy-d1 = function numval(vy-part2)
                    perform varying vy-bx from 2 by 1
                            until vy-bx > vy-band-count
                       if vy-bd-from(vy-bx) = vy-d1
                          move zero to vy-bx
                          exit perform
                       end-if
                    end-perform
                    if vy-bx > zero
                       perform insert-rate-band
                       set vy-active to true
                       exit section
                    end-if
                 end-if
           end-evaluate
           add 1 to vy-bad-lines
           display 'AOC2b: rate table line ['
              function trim(rate-record) '] not understood -- ignored'
           .

      *> Keeps the listed bands shallowest first.
       insert-rate-band section.
           move vy-band-count to vy-bx
           add 1 to vy-band-count
           perform until vy-bx < 2 or vy-bd-from(vy-bx) < vy-d1
              compute vy-by = vy-bx + 1
              move vy-band(vy-bx) to vy-band(vy-by)
              subtract 1 from vy-bx
           end-perform
           add 1 to vy-bx
           move vy-d1 to vy-bd-from(vy-bx)
           compute vy-bd-rate(vy-bx) = function numval(vy-part3)
           move zero to vy-bd-hrs(vy-bx) vy-bd-cost(vy-bx)
           .

      *> Prices one command: its movement, then its time in the bands.
       voyage-cost-command section.
           evaluate a-func
              when 'forward' move 1 to vy-tx
              when 'down'    move 2 to vy-tx
              when 'up'      move 3 to vy-tx
           end-evaluate
           move a-val to vy-units-now
           compute vy-cmd-hrs = vy-unit-hrs(vy-tx) * vy-units-now
           compute vy-cmd-cost = vy-unit-cost(vy-tx) * vy-units-now
           add 1 to vy-cmds(vy-tx)
           add vy-units-now to vy-units(vy-tx) vy-lg-units(lg-ix)
           add vy-cmd-hrs to vy-hrs(vy-tx) vy-lg-hrs(lg-ix) vy-tot-hrs
           add vy-cmd-cost to vy-cost(vy-tx) vy-lg-cost(lg-ix)
              vy-move-cost vy-tot-cost
           if vy-cmd-hrs = zero
              exit section
           end-if
           move a-depth to vy-d1
           if vy-d0 = vy-d1
              move vy-band-count to vy-bx
              perform until vy-bx = 1 or vy-bd-from(vy-bx) <= vy-d0
                 subtract 1 from vy-bx
              end-perform
              move vy-cmd-hrs to vy-share
              perform charge-band-time
              exit section
           end-if
           if vy-d0 < vy-d1
              move vy-d0 to vy-lo
              move vy-d1 to vy-hi
           else
              move vy-d1 to vy-lo
              move vy-d0 to vy-hi
           end-if
           compute vy-span = vy-hi - vy-lo
           move vy-cmd-hrs to vy-left
           perform varying vy-bx from 1 by 1
                   until vy-bx > vy-band-count
              move vy-bd-from(vy-bx) to vy-band-lo
              if vy-bx < vy-band-count
                 move vy-bd-from(vy-bx + 1) to vy-band-hi
              else
                 move vy-hi to vy-band-hi
              end-if
              if vy-band-lo < vy-lo
                 move vy-lo to vy-band-lo
              end-if
              if vy-band-hi > vy-hi
                 move vy-hi to vy-band-hi
              end-if
              if vy-band-hi > vy-band-lo
      *> The band that reaches the deepest point takes what is left,
      *> so the shares always add back up to the command's time.
                 if vy-band-hi = vy-hi
                    move vy-left to vy-share
                 else
                    compute vy-share = vy-cmd-hrs
                       * (vy-band-hi - vy-band-lo) / vy-span
                 end-if
                 subtract vy-share from vy-left
                 perform charge-band-time
              end-if
           end-perform
           .

       charge-band-time section.
           add vy-share to vy-bd-hrs(vy-bx)
           compute vy-term = vy-share * vy-bd-rate(vy-bx)
           add vy-term to vy-bd-cost(vy-bx) vy-lg-cost(lg-ix)
              vy-sur-cost vy-tot-cost
           .

      *> The statement itself, and its one-line summary.
       write-voyage-statement section.
           string 'C:\WS\AOC2021\AOC2b-VOYAGE-' delimited by size
                  ws-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into voyage-file-name
           open output voyage-file
           move 'AOC2b' to rw-prog
           move 'VOYAGE COST AND DURATION STATEMENT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY voyage-record.
           move spaces to voyage-record
           string 'Rate table: ' delimited by size
                  function trim(rate-file-name) delimited by size
             into voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           move spaces to voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           move 'MOVEMENT   COMMANDS         UNITS  COST/UNIT'
              & '   HRS/UNIT          HOURS              COST'
             to voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           COPY RPTCOLS REPLACING RPT-REC BY voyage-record.
           perform varying vy-tx from 1 by 1 until vy-tx > 3
              move spaces to voyage-record
              move vy-type-name(vy-tx) to voyage-record(1:7)
              move vy-cmds(vy-tx) to vy-cnt-disp
              move vy-cnt-disp to voyage-record(12:8)
              move vy-units(vy-tx) to vy-unit-disp
              move vy-unit-disp to voyage-record(21:12)
              move vy-unit-cost(vy-tx) to vy-rate-disp
              move vy-rate-disp to voyage-record(33:12)
              move vy-unit-hrs(vy-tx) to vy-rate-disp
              move vy-rate-disp to voyage-record(45:12)
              move vy-hrs(vy-tx) to vy-hrs-disp
              move vy-hrs-disp to voyage-record(57:13)
              compute vy-cost-disp rounded = vy-cost(vy-tx)
              move vy-cost-disp to voyage-record(71:16)
              COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           end-perform
           move spaces to voyage-record
           move 'movement total' to voyage-record(1:14)
           move vy-tot-hrs to vy-hrs-disp
           move vy-hrs-disp to voyage-record(57:13)
           compute vy-cost-disp rounded = vy-move-cost
           move vy-cost-disp to voyage-record(71:16)
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.

           move spaces to voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           move 'DEPTH BAND                     SURCHARGE/HR'
              & '          HOURS         SURCHARGE'
             to voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           perform varying vy-bx from 1 by 1
                   until vy-bx > vy-band-count
              perform build-band-label
              move spaces to voyage-record
              move vy-band-label to voyage-record(1:30)
              move vy-bd-rate(vy-bx) to vy-rate-disp
              move vy-rate-disp to voyage-record(33:12)
              move vy-bd-hrs(vy-bx) to vy-hrs-disp
              move vy-hrs-disp to voyage-record(46:13)
              compute vy-cost-disp rounded = vy-bd-cost(vy-bx)
              move vy-cost-disp to voyage-record(60:16)
              COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           end-perform
           move spaces to voyage-record
           move 'surcharge total' to voyage-record(1:15)
           compute vy-cost-disp rounded = vy-sur-cost
           move vy-cost-disp to voyage-record(60:16)
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.

           if lg-count > 1
              move spaces to voyage-record
              COPY RPTLINE REPLACING RPT-REC BY voyage-record.
              move 'LEG  COURSE FILE                              '
                 & '         UNITS          HOURS              COST'
                to voyage-record
              COPY RPTLINE REPLACING RPT-REC BY voyage-record.
              perform varying lg-ix from 1 by 1 until lg-ix > lg-count
                 move spaces to voyage-record
                 move lg-ix to lg-ix-disp
                 move lg-ix-disp to voyage-record(1:3)
                 move leg-path(lg-ix)(1:40) to voyage-record(6:40)
                 move vy-lg-units(lg-ix) to vy-unit-disp
                 move vy-unit-disp to voyage-record(47:12)
                 move vy-lg-hrs(lg-ix) to vy-hrs-disp
                 move vy-hrs-disp to voyage-record(60:13)
                 compute vy-cost-disp rounded = vy-lg-cost(lg-ix)
                 move vy-cost-disp to voyage-record(74:16)
                 COPY RPTLINE REPLACING RPT-REC BY voyage-record.
              end-perform
           end-if

           move spaces to voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           compute vy-cost-disp rounded = vy-tot-cost
           move spaces to voyage-record
           string 'TOTAL VOYAGE COST      ' delimited by size
                  function trim(vy-cost-disp) delimited by size
             into voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           compute vy-days = vy-tot-hrs / 24
           compute vy-hrs-rem rounded = vy-tot-hrs - vy-days * 24
           move vy-tot-hrs to vy-hrs-disp
           move vy-days to vy-cnt-disp
           move vy-hrs-rem to vy-rem-disp
           move spaces to voyage-record
           string 'ESTIMATED DURATION     ' delimited by size
                  function trim(vy-hrs-disp) delimited by size
                  ' hours (' delimited by size
                  function trim(vy-cnt-disp) delimited by size
                  ' days ' delimited by size
                  function trim(vy-rem-disp) delimited by size
                  ' hours)' delimited by size
             into voyage-record
           COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           if vy-bad-lines > zero
              move vy-bad-lines to vy-cnt-disp
              move spaces to voyage-record
              string 'NOTE: ' delimited by size
                     function trim(vy-cnt-disp) delimited by size
                     ' rate table line(s) ignored' delimited by size
                into voyage-record
              COPY RPTLINE REPLACING RPT-REC BY voyage-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY voyage-record.
           close voyage-file
           COPY CATADD REPLACING PROGID BY 'AOC2b-VOYAGE'
                                 RPT-PATH BY voyage-file-name
                                 RPT-COUNT BY rw-rec-count.

           compute vy-cost-disp rounded = vy-tot-cost
           move vy-tot-hrs to vy-hrs-disp
           move spaces to vy-summary
           string 'cost=' delimited by size
                  function trim(vy-cost-disp) delimited by size
                  ' hrs=' delimited by size
                  function trim(vy-hrs-disp) delimited by size
             into vy-summary
           display 'AOC2b: voyage statement -- '
              function trim(vy-summary) ' -- see '
              function trim(voyage-file-name)
           .

       build-band-label section.
           move spaces to vy-band-label
           if vy-bx = 1
              if vy-band-count = 1
                 move 'all depths' to vy-band-label
              else
                 move vy-bd-from(2) to vy-from-disp
                 string 'surface (above ' delimited by size
                        function trim(vy-from-disp) delimited by size
                        ')' delimited by size
                   into vy-band-label
              end-if
              exit section
           end-if
           move vy-bd-from(vy-bx) to vy-from-disp
           if vy-bx = vy-band-count
              string function trim(vy-from-disp) delimited by size
                     ' and deeper' delimited by size
                into vy-band-label
           else
              compute vy-to-disp = vy-bd-from(vy-bx + 1) - 1
              string function trim(vy-from-disp) delimited by size
                     ' to ' delimited by size
                     function trim(vy-to-disp) delimited by size
                into vy-band-label
           end-if
           .
