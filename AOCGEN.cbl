       identification division.
       program-id. AOCGEN.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Synthetic input generator. The self-test only has the small
      *> published examples, so a program's behaviour on a 50,000-line
      *> input was only found out when the provider sent one. This
      *> writes a valid input in any day's format at a chosen size
      *> from a chosen seed -- the same seed always gives the same
      *> file -- and can plant edge cases at a fixed interval. Every
      *> output starts with the staging control header (src=AOCGEN),
      *> so it goes into a test profile's environment the normal way:
      *> AOCGEN_MANIFEST writes the source|target pairs, and
      *>   AOC_PROFILE=<test profile> AOCSTAGE_MANIFEST=<manifest>
      *> stages them through AOCSTAGE with its backup, audit and
      *> arrival entries, to wherever that profile's *_INPUT
      *> settings point. AOCSTAGE drops the header again for the
      *> targets that never carry one (the bingo boards and the raw
      *> single-record files).
      *>   AOCGEN_FORMAT  SONAR COURSE DIAG BINGO VENTS FISH CRABS
      *>                  DISPLAY HEIGHTS
      *>   AOCGEN_SIZE    records (boards for BINGO, values for FISH
      *>                  and CRABS, rows for HEIGHTS) -- default 1000
      *>   AOCGEN_SEED    default 1
      *>   AOCGEN_WIDTH   DIAG bits (12), HEIGHTS columns (100), VENTS
      *>                  grid side (1000), CRABS position range (2000)
      *>   AOCGEN_EDGE    any of T (ties), B (boundary values) and M
      *>                  (malformed lines), e.g. TBM -- default none
      *>   AOCGEN_EVERY   plant one edge case every n records (100),
      *>                  taking the chosen kinds in turn
      *>   AOCGEN_OUT     output (default AOCGEN-<format>.txt); BINGO
      *>                  writes its draw line there and the boards to
      *>   AOCGEN_OUT2    (default AOCGEN-<format>-BOARDS.txt)
      *>   AOCGEN_MANIFEST  staging manifest to write (optional)
             select gen-out-file
               assign to dynamic gen-out-name
               organization is line sequential
               file status is gen-out-status.
             select gen-man-file
               assign to dynamic gen-man-name
               organization is line sequential
               file status is gen-man-status.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.

       fd gen-out-file
          block 0 records
          label records omitted
          data record is gen-out-record.
       01 gen-out-record pic X(4000).

       fd gen-man-file
          block 0 records
          label records omitted
          data record is gen-man-record.
       01 gen-man-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       77 gen-out-name    pic X(60).
       77 gen-out2-name   pic X(60).
       77 gen-out-status  pic X(2).
       77 gen-man-name    pic X(60).
       77 gen-man-status  pic X(2).
       77 gn-man-path     pic X(60).
       77 gn-env          pic X(60).

       77 gn-format pic X(10).
          88 gn-format-ok value 'SONAR' 'COURSE' 'DIAG' 'BINGO'
                                'VENTS' 'FISH' 'CRABS' 'DISPLAY'
                                'HEIGHTS'.
       77 gn-size   pic 9(7) value 1000.
       77 gn-seed   pic 9(9) value 1.
       77 gn-width  pic 9(4) value zero.
       77 gn-every  pic 9(5) value 100.
       77 gn-edge   pic X(10).

      *> The chosen edge kinds, taken in turn.
       01 gn-kinds.
          05 gn-kind occurs 3 times pic X.
       77 gn-kind-count pic S9(4) comp-4 value zero.
       77 gn-kind-ix    pic S9(4) comp-4 value zero.
       77 gn-edge-kind  pic X.
          88 edge-none      value space.
          88 edge-tie       value 'T'.
          88 edge-boundary  value 'B'.
          88 edge-malformed value 'M'.
       77 gn-flip pic X value 'L'.
          88 flip-low value 'L'.

       77 gn-rand  pic 9V9(9).
       77 gn-lo    pic S9(9) comp-4.
       77 gn-hi    pic S9(9) comp-4.
       77 gn-pick  pic S9(9) comp-4.
       77 gn-rec   pic S9(9) comp-4.
       77 gn-ix    pic S9(9) comp-4.
       77 gn-jx    pic S9(9) comp-4.
       77 gn-swap  pic S9(9) comp-4.
       77 gn-len   pic S9(9) comp-4.
       77 gn-limit pic S9(9) comp-4.
       77 gn-depth pic S9(9) comp-4.
       77 gn-x1    pic S9(9) comp-4.
       77 gn-y1    pic S9(9) comp-4.
       77 gn-x2    pic S9(9) comp-4.
       77 gn-y2    pic S9(9) comp-4.
       77 gn-num   pic Z(8)9.
       77 gn-z2    pic Z9.
       77 gn-one   pic 9.
       77 gn-line  pic X(4000).
       77 gn-prev  pic X(4000).
       77 gn-ptr   pic S9(4) comp-4.
       77 gn-recs  pic 9(6).
       77 gn-written pic 9(7) value zero.
       77 gn-edges   pic 9(7) value zero.
       77 gn-capped  pic X value 'N'.
          88 gn-was-capped value 'Y'.
       77 gn-today   pic 9(8).
       77 gn-count-disp  pic Z(6)9.
       77 gn-count-disp2 pic Z(6)9.

      *> Bingo: a shuffled 0-99 pool, the first 25 make a board.
       01 gn-pool-table.
          05 gn-pool occurs 100 times pic S9(4) comp-4.

      *> Seven-segment digits on the standard wiring; each display
      *> entry rewires them through a shuffled copy of a-g.
       01 gn-seg-values.
          05 filler pic X(7) value 'abcefg'.
          05 filler pic X(7) value 'cf'.
          05 filler pic X(7) value 'acdeg'.
          05 filler pic X(7) value 'acdfg'.
          05 filler pic X(7) value 'bcdf'.
          05 filler pic X(7) value 'abdfg'.
          05 filler pic X(7) value 'abdefg'.
          05 filler pic X(7) value 'acf'.
          05 filler pic X(7) value 'abcdefg'.
          05 filler pic X(7) value 'abcdfg'.
       01 gn-seg-table redefines gn-seg-values.
          05 gn-seg occurs 10 times pic X(7).
       77 gn-wires   pic X(7).
       77 gn-letters pic X(7) value 'abcdefg'.
       77 gn-pattern pic X(7).
       77 gn-digit   pic S9(4) comp-4.
       01 gn-order-table.
          05 gn-order occurs 10 times pic S9(4) comp-4.
       77 gn-char    pic X.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           perform read-generator-settings
           if not gn-format-ok
              display 'AOCGEN: AOCGEN_FORMAT [' function trim(gn-format)
                 '] is not one of SONAR COURSE DIAG BINGO VENTS FISH '
                 'CRABS DISPLAY HEIGHTS -- nothing written'
              move 'BADPARM' to jl-status
              move 8 to return-code
              move 'no file written' to jl-answer
           else
              accept gn-today from date yyyymmdd
              compute gn-rand = function random(gn-seed)
              perform generate-format
              perform write-stage-manifest
              move gn-written to gn-count-disp
              move gn-edges to gn-count-disp2
              display 'AOCGEN: ' function trim(gn-format) ' -- '
                 function trim(gn-count-disp) ' record(s), '
                 function trim(gn-count-disp2)
                 ' edge case(s), seed ' gn-seed ' -- '
                 function trim(gen-out-name)
              string 'format=' delimited by size
                     function trim(gn-format) delimited by size
                     ' recs=' delimited by size
                     function trim(gn-count-disp) delimited by size
                     ' edges=' delimited by size
                     function trim(gn-count-disp2) delimited by size
                     ' seed=' delimited by size
                     gn-seed delimited by size
                into jl-answer
              move zero to return-code
           end-if
           move gn-written to jl-recs-read
           move gn-edges to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCGEN'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

       read-generator-settings section.
           accept ws-batch-flag from environment 'AOC_BATCH'
           accept gn-env from environment 'AOCGEN_FORMAT'
           move function upper-case(gn-env) to gn-format
           accept gn-env from environment 'AOCGEN_SIZE'
           if gn-env not = spaces
              and function trim(gn-env) is numeric
              compute gn-size = function numval(gn-env)
           end-if
           accept gn-env from environment 'AOCGEN_SEED'
           if gn-env not = spaces
              and function trim(gn-env) is numeric
              compute gn-seed = function numval(gn-env)
           end-if
           accept gn-env from environment 'AOCGEN_WIDTH'
           if gn-env not = spaces
              and function trim(gn-env) is numeric
              compute gn-width = function numval(gn-env)
           end-if
           if gn-width = zero
              evaluate gn-format
                 when 'DIAG'    move 12 to gn-width
                 when 'HEIGHTS' move 100 to gn-width
                 when 'VENTS'   move 1000 to gn-width
                 when 'CRABS'   move 2000 to gn-width
              end-evaluate
           end-if
      *> The day-3 reader holds 32 bits, the height-map reader 4000
      *> columns.
           if gn-format = 'DIAG' and gn-width > 32
              move 32 to gn-width
           end-if
           if gn-format = 'HEIGHTS' and gn-width > 4000
              move 4000 to gn-width
           end-if
           if gn-width < 2
              move 2 to gn-width
           end-if
           accept gn-env from environment 'AOCGEN_EVERY'
           if gn-env not = spaces
              and function trim(gn-env) is numeric
              compute gn-every = function numval(gn-env)
           end-if
           if gn-every = zero
              move 1 to gn-every
           end-if
           accept gn-env from environment 'AOCGEN_EDGE'
           move function upper-case(gn-env) to gn-edge
           move spaces to gn-kinds
           if gn-edge not = spaces
              if gn-edge = 'Y'
                 move 'TBM' to gn-edge
              end-if
              perform varying gn-ix from 1 by 1 until gn-ix > 10
                 if (gn-edge(gn-ix:1) = 'T' or 'B' or 'M')
                    and gn-kind-count < 3
                    add 1 to gn-kind-count
                    move gn-edge(gn-ix:1) to gn-kind(gn-kind-count)
                 end-if
              end-perform
           end-if
           move spaces to gen-out-name
           string 'C:\WS\AOC2021\AOCGEN-' delimited by size
                  function trim(gn-format) delimited by size
                  '.txt' delimited by size
             into gen-out-name
           accept gn-env from environment 'AOCGEN_OUT'
           if gn-env not = spaces
              move gn-env to gen-out-name
           end-if
           move spaces to gen-out2-name
           string 'C:\WS\AOC2021\AOCGEN-' delimited by size
                  function trim(gn-format) delimited by size
                  '-BOARDS.txt' delimited by size
             into gen-out2-name
           accept gn-env from environment 'AOCGEN_OUT2'
           if gn-env not = spaces
              move gn-env to gen-out2-name
           end-if
           accept gen-man-name from environment 'AOCGEN_MANIFEST'
           .

       generate-format section.
           evaluate gn-format
              when 'SONAR'   perform generate-sonar
              when 'COURSE'  perform generate-course
              when 'DIAG'    perform generate-diag
              when 'BINGO'   perform generate-bingo
              when 'VENTS'   perform generate-vents
              when 'FISH'    perform generate-list
              when 'CRABS'   perform generate-list
              when 'DISPLAY' perform generate-display
              when 'HEIGHTS' perform generate-heights
           end-evaluate
           .

      *> An edge case every gn-every records (never the first -- a
      *> tie needs something to tie with), the kinds in turn.
       pick-edge section.
           move space to gn-edge-kind
           if gn-kind-count = zero or gn-rec < 2
              exit section
           end-if
           if function mod(gn-rec, gn-every) not = zero
              exit section
           end-if
           add 1 to gn-kind-ix
           if gn-kind-ix > gn-kind-count
              move 1 to gn-kind-ix
           end-if
           move gn-kind(gn-kind-ix) to gn-edge-kind
           add 1 to gn-edges
      *> Boundary cases alternate between the low and high ends.
           if edge-boundary
              if flip-low
                 move 'H' to gn-flip
              else
                 move 'L' to gn-flip
              end-if
           end-if
           .

      *> gn-pick: a whole number from gn-lo to gn-hi.
       random-pick section.
           compute gn-pick = gn-lo
              + function integer(function random * (gn-hi - gn-lo + 1))
           if gn-pick > gn-hi
              move gn-hi to gn-pick
           end-if
           .

      *> Append gn-pick to gn-line at gn-ptr.
       append-number section.
           move gn-pick to gn-num
           string function trim(gn-num) delimited by size
             into gn-line with pointer gn-ptr
           .

       open-output-with-header section.
           open output gen-out-file
           move spaces to gn-line
           string '*AOCHDR date=' delimited by size
                  gn-today delimited by size
                  ' recs=' delimited by size
                  gn-recs delimited by size
                  ' src=AOCGEN' delimited by size
             into gn-line
           write gen-out-record from gn-line
           .

       write-gen-line section.
           write gen-out-record from gn-line
           move gn-line to gn-prev
           add 1 to gn-written
           .

      *> Day 1: a depth series wandering down from a few hundred.
       generate-sonar section.
           move gn-size to gn-recs
           perform open-output-with-header
           move 100 to gn-lo
           move 300 to gn-hi
           perform random-pick
           move gn-pick to gn-depth
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              move spaces to gn-line
              move 1 to gn-ptr
              evaluate true
                 when edge-tie
                    move gn-prev to gn-line
                 when edge-boundary and flip-low
                    move '0' to gn-line
                 when edge-boundary
                    move '999999999' to gn-line
                 when edge-malformed
                    move '12O4' to gn-line
                 when other
                    move -10 to gn-lo
                    move 20 to gn-hi
                    perform random-pick
                    add gn-pick to gn-depth
                    if gn-depth < zero
                       move zero to gn-depth
                    end-if
                    move gn-depth to gn-pick
                    perform append-number
              end-evaluate
              perform write-gen-line
           end-perform
           close gen-out-file
           .

      *> Day 2: forward/down/up commands that never surface above
      *> zero; the boundary case surfaces exactly.
       generate-course section.
           move gn-size to gn-recs
           perform open-output-with-header
           move zero to gn-depth
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              move spaces to gn-line
              move 1 to gn-ptr
              evaluate true
                 when edge-tie
                    move gn-prev to gn-line
                    perform apply-course-line
                 when edge-boundary and gn-depth > zero
                    string 'up ' delimited by size
                      into gn-line with pointer gn-ptr
                    move gn-depth to gn-pick
                    perform append-number
                    move zero to gn-depth
                 when edge-boundary
                    move 'forward 0' to gn-line
                 when edge-malformed
                    move 'sideways 5' to gn-line
                 when other
                    move 1 to gn-lo
                    move 9 to gn-hi
                    perform random-pick
                    move gn-pick to gn-len
                    move 1 to gn-lo
                    move 3 to gn-hi
                    perform random-pick
                    if gn-pick = 3 and gn-depth < gn-len
                       move 2 to gn-pick
                    end-if
                    evaluate gn-pick
                       when 1
                          string 'forward ' delimited by size
                            into gn-line with pointer gn-ptr
                       when 2
                          string 'down ' delimited by size
                            into gn-line with pointer gn-ptr
                          add gn-len to gn-depth
                       when other
                          string 'up ' delimited by size
                            into gn-line with pointer gn-ptr
                          subtract gn-len from gn-depth
                    end-evaluate
                    move gn-len to gn-pick
                    perform append-number
              end-evaluate
              perform write-gen-line
           end-perform
           close gen-out-file
           .

      *> A repeated command moves the depth the same way again.
       apply-course-line section.
           move zero to gn-len
           if gn-line(1:5) = 'down '
              compute gn-len = function numval(gn-line(6:10))
              add gn-len to gn-depth
           end-if
           if gn-line(1:3) = 'up '
              compute gn-len = function numval(gn-line(4:10))
              if gn-len > gn-depth
                 move 'forward 0' to gn-line
              else
                 subtract gn-len from gn-depth
              end-if
           end-if
           .

      *> Day 3: fixed-width bit strings. The tie case is the previous
      *> line's complement, which evens out every column so far.
       generate-diag section.
           move gn-size to gn-recs
           perform open-output-with-header
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              move spaces to gn-line
              evaluate true
                 when edge-tie
                    move gn-prev to gn-line
                    inspect gn-line(1:gn-width)
                       converting '01' to '10'
                 when edge-boundary and flip-low
                    move all '0' to gn-line(1:gn-width)
                 when edge-boundary
                    move all '1' to gn-line(1:gn-width)
                 when other
                    move zero to gn-lo
                    move 1 to gn-hi
                    perform varying gn-ix from 1 by 1
                            until gn-ix > gn-width
                       perform random-pick
                       move gn-pick to gn-one
                       move gn-one to gn-line(gn-ix:1)
                    end-perform
                    if edge-malformed
                       move 1 to gn-lo
                       move gn-width to gn-hi
                       perform random-pick
                       move '2' to gn-line(gn-pick:1)
                    end-if
              end-evaluate
              perform write-gen-line
           end-perform
           close gen-out-file
           .

      *> Day 4: the draw line (every number 0-99 once, shuffled) and
      *> gn-size 5x5 boards. A tied board repeats the one before it,
      *> so two boards win on the same draw; a boundary board holds
      *> both 0 and 99; a malformed board has a short row.
       generate-bingo section.
           move 1 to gn-recs
           perform open-output-with-header
           perform shuffle-pool
           move spaces to gn-line
           move 1 to gn-ptr
           perform varying gn-ix from 1 by 1 until gn-ix > 100
              if gn-ix > 1
                 string ',' delimited by size
                   into gn-line with pointer gn-ptr
              end-if
              move gn-pool(gn-ix) to gn-pick
              perform append-number
           end-perform
           write gen-out-record from gn-line
           close gen-out-file
           move gen-out-name to gn-env
           move gen-out2-name to gen-out-name
           compute gn-recs = gn-size * 6 - 1
           perform open-output-with-header
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              if not edge-tie
                 perform shuffle-pool
              end-if
              if edge-boundary
                 perform place-bingo-bounds
              end-if
              if gn-rec > 1
                 move spaces to gn-line
                 write gen-out-record from gn-line
              end-if
              perform varying gn-jx from 0 by 1 until gn-jx > 4
                 move spaces to gn-line
                 move 1 to gn-ptr
                 move 5 to gn-limit
                 if edge-malformed and gn-jx = 2
                    move 4 to gn-limit
                 end-if
                 perform varying gn-ix from 1 by 1
                         until gn-ix > gn-limit
                    if gn-ix > 1
                       string ' ' delimited by size
                         into gn-line with pointer gn-ptr
                    end-if
                    move gn-pool(gn-jx * 5 + gn-ix) to gn-z2
                    string gn-z2 delimited by size
                      into gn-line with pointer gn-ptr
                 end-perform
                 write gen-out-record from gn-line
              end-perform
              add 1 to gn-written
           end-perform
           close gen-out-file
           move gen-out-name to gen-out2-name
           move gn-env to gen-out-name
           .

      *> Fisher-Yates over 0-99.
       shuffle-pool section.
           perform varying gn-ix from 1 by 1 until gn-ix > 100
              compute gn-pool(gn-ix) = gn-ix - 1
           end-perform
           perform varying gn-ix from 100 by -1 until gn-ix < 2
              move 1 to gn-lo
              move gn-ix to gn-hi
              perform random-pick
              move gn-pool(gn-ix) to gn-swap
              move gn-pool(gn-pick) to gn-pool(gn-ix)
              move gn-swap to gn-pool(gn-pick)
           end-perform
           .

      *> 0 to the board's first square, 99 to its last.
       place-bingo-bounds section.
           perform varying gn-ix from 1 by 1 until gn-ix > 100
              if gn-pool(gn-ix) = zero
                 move gn-pool(1) to gn-pool(gn-ix)
                 move zero to gn-pool(1)
              end-if
           end-perform
           perform varying gn-ix from 1 by 1 until gn-ix > 100
              if gn-pool(gn-ix) = 99
                 move gn-pool(25) to gn-pool(gn-ix)
                 move 99 to gn-pool(25)
              end-if
           end-perform
           .

      *> Day 5: horizontal, vertical and 45-degree segments on a
      *> gn-width square grid. The tie case repeats a segment, so it
      *> overlaps itself end to end; the boundary cases are the full
      *> diagonal and a single point on the grid's edge.
       generate-vents section.
           move gn-size to gn-recs
           perform open-output-with-header
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              move spaces to gn-line
              move 1 to gn-ptr
              evaluate true
                 when edge-tie
                    move gn-prev to gn-line
                 when edge-boundary and flip-low
                    move zero to gn-x1 gn-y1
                    compute gn-x2 = gn-width - 1
                    move gn-x2 to gn-y2
                    perform format-segment
                 when edge-boundary
                    compute gn-x1 = gn-width - 1
                    move zero to gn-y1
                    move gn-x1 to gn-x2
                    move zero to gn-y2
                    perform format-segment
                 when edge-malformed
                    perform make-segment
                    perform format-segment-head
                 when other
                    perform make-segment
                    perform format-segment
              end-evaluate
              perform write-gen-line
           end-perform
           close gen-out-file
           .

       make-segment section.
           move zero to gn-lo
           compute gn-hi = gn-width - 1
           perform random-pick
           move gn-pick to gn-x1
           perform random-pick
           move gn-pick to gn-y1
           move 1 to gn-lo
           compute gn-hi = gn-width / 10
           if gn-hi < 1
              move 1 to gn-hi
           end-if
           perform random-pick
           move gn-pick to gn-len
           move gn-x1 to gn-x2
           move gn-y1 to gn-y2
           move 1 to gn-lo
           move 3 to gn-hi
           perform random-pick
           if gn-pick not = 2
              if gn-x1 + gn-len <= gn-width - 1
                 add gn-len to gn-x2
              else
                 subtract gn-len from gn-x2
              end-if
           end-if
           if gn-pick not = 1
              if gn-y1 >= gn-len
                 subtract gn-len from gn-y2
              else
                 add gn-len to gn-y2
              end-if
           end-if
           .

       format-segment section.
           perform format-segment-head
           string ',' delimited by size into gn-line with pointer gn-ptr
           move gn-y2 to gn-pick
           perform append-number
           .

      *> 'x1,y1 -> x2' -- on its own, the malformed segment.
       format-segment-head section.
           move gn-x1 to gn-pick
           perform append-number
           string ',' delimited by size into gn-line with pointer gn-ptr
           move gn-y1 to gn-pick
           perform append-number
           string ' -> ' delimited by size
             into gn-line with pointer gn-ptr
           move gn-x2 to gn-pick
           perform append-number
           .

      *> Days 6 and 7: one comma-separated record. The readers hold
      *> 600 bytes (fish) and 4000 (crabs), so the list stops short
      *> of that whatever the size asked for.
       generate-list section.
           move 1 to gn-recs
           perform open-output-with-header
           if gn-format = 'FISH'
              move 598 to gn-limit
           else
              move 3990 to gn-limit
           end-if
           move spaces to gn-line
           move 1 to gn-ptr
           move zero to gn-x2
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              if gn-ptr > gn-limit
                 set gn-was-capped to true
                 exit perform
              end-if
              perform pick-edge
              if gn-rec > 1
                 string ',' delimited by size
                   into gn-line with pointer gn-ptr
              end-if
              evaluate true
                 when edge-tie
                    move gn-x2 to gn-pick
                 when edge-boundary and flip-low
                    move zero to gn-pick
                 when edge-boundary and gn-format = 'FISH'
                    move 8 to gn-pick
                 when edge-boundary
                    compute gn-pick = gn-width - 1
                 when gn-format = 'FISH'
                    move 1 to gn-lo
                    move 5 to gn-hi
                    perform random-pick
                 when other
                    move zero to gn-lo
                    compute gn-hi = gn-width - 1
                    perform random-pick
              end-evaluate
              if edge-malformed
                 string 'x' delimited by size
                   into gn-line with pointer gn-ptr
              else
                 move gn-pick to gn-x2
                 perform append-number
              end-if
              add 1 to gn-written
           end-perform
           write gen-out-record from gn-line
           close gen-out-file
           if gn-was-capped
              display 'AOCGEN: the ' function trim(gn-format)
                 ' record is full -- stopped at ' gn-written
                 ' value(s)'
           end-if
           .

      *> Day 8: ten rewired digit patterns, '|', four output digits.
      *> A boundary entry's outputs are all 8s (every segment) or all
      *> 1s (the fewest); a malformed entry loses its '|' half.
       generate-display section.
           move gn-size to gn-recs
           perform open-output-with-header
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              if edge-tie
                 move gn-prev to gn-line
              else
                 perform make-display-entry
              end-if
              perform write-gen-line
           end-perform
           close gen-out-file
           .

       make-display-entry section.
           move gn-letters to gn-wires
           perform varying gn-ix from 7 by -1 until gn-ix < 2
              move 1 to gn-lo
              move gn-ix to gn-hi
              perform random-pick
              move gn-wires(gn-ix:1) to gn-char
              move gn-wires(gn-pick:1) to gn-wires(gn-ix:1)
              move gn-char to gn-wires(gn-pick:1)
           end-perform
           perform varying gn-ix from 1 by 1 until gn-ix > 10
              compute gn-order(gn-ix) = gn-ix - 1
           end-perform
           perform varying gn-ix from 10 by -1 until gn-ix < 2
              move 1 to gn-lo
              move gn-ix to gn-hi
              perform random-pick
              move gn-order(gn-ix) to gn-swap
              move gn-order(gn-pick) to gn-order(gn-ix)
              move gn-swap to gn-order(gn-pick)
           end-perform
           move spaces to gn-line
           move 1 to gn-ptr
           perform varying gn-jx from 1 by 1 until gn-jx > 10
              move gn-order(gn-jx) to gn-digit
              perform append-pattern
           end-perform
           if edge-malformed
              exit section
           end-if
           string '|' delimited by size into gn-line with pointer gn-ptr
           perform varying gn-jx from 1 by 1 until gn-jx > 4
              evaluate true
                 when edge-boundary and flip-low
                    move 1 to gn-digit
                 when edge-boundary
                    move 8 to gn-digit
                 when other
                    move zero to gn-lo
                    move 9 to gn-hi
                    perform random-pick
                    move gn-pick to gn-digit
              end-evaluate
              string ' ' delimited by size
                into gn-line with pointer gn-ptr
              perform append-pattern
              subtract 1 from gn-ptr
           end-perform
           .

      *> gn-digit's segments through this entry's wiring, then a
      *> space.
       append-pattern section.
           move gn-seg(gn-digit + 1) to gn-pattern
           inspect gn-pattern converting gn-letters to gn-wires
           string gn-pattern delimited by space
                  ' ' delimited by size
             into gn-line with pointer gn-ptr
           .

      *> Day 9: gn-size rows of gn-width digits. A tied row repeats
      *> the one above (flat ground, no low points across it); the
      *> boundary rows are all 0s or all 9s; a malformed row is a
      *> digit short.
       generate-heights section.
           move gn-size to gn-recs
           perform open-output-with-header
           move zero to gn-lo
           move 9 to gn-hi
           perform varying gn-rec from 1 by 1 until gn-rec > gn-size
              perform pick-edge
              move spaces to gn-line
              evaluate true
                 when edge-tie
                    move gn-prev to gn-line
                 when edge-boundary and flip-low
                    move all '0' to gn-line(1:gn-width)
                 when edge-boundary
                    move all '9' to gn-line(1:gn-width)
                 when other
                    move zero to gn-lo
                    move 9 to gn-hi
                    perform varying gn-ix from 1 by 1
                            until gn-ix > gn-width
                       perform random-pick
                       move gn-pick to gn-one
                       move gn-one to gn-line(gn-ix:1)
                    end-perform
                    if edge-malformed
                       move space to gn-line(gn-width:1)
                    end-if
              end-evaluate
              perform write-gen-line
           end-perform
           close gen-out-file
           .

      *> The manifest AOCSTAGE_MANIFEST takes: one source|target
      *> pair per file, for the formats staging has a target for.
      *> Both day-4 programs get the same game.
       write-stage-manifest section.
           if gen-man-name = spaces
              exit section
           end-if
           if gn-format = 'VENTS' or 'DISPLAY' or 'HEIGHTS'
              display 'AOCGEN: staging has no target for '
                 function trim(gn-format) ' -- no manifest written'
              exit section
           end-if
           move gen-out-name to gn-man-path
           open output gen-man-file
           if gen-man-status not = '00'
              display 'AOCGEN: cannot write manifest '
                 function trim(gen-man-name)
              exit section
           end-if
           evaluate gn-format
              when 'SONAR'
                 move 'AOC1' to gn-env
                 perform write-manifest-pair
              when 'COURSE'
                 move 'AOC2' to gn-env
                 perform write-manifest-pair
              when 'DIAG'
                 move 'AOC3' to gn-env
                 perform write-manifest-pair
              when 'BINGO'
                 move 'AOC4A' to gn-env
                 perform write-manifest-pair
                 move 'INFIL1L' to gn-env
                 perform write-manifest-pair
                 move gen-out2-name to gn-man-path
                 move 'AOC4B' to gn-env
                 perform write-manifest-pair
                 move 'BINGO1' to gn-env
                 perform write-manifest-pair
              when other
                 move 'INFIL1' to gn-env
                 perform write-manifest-pair
           end-evaluate
           close gen-man-file
           display 'AOCGEN: staging manifest written to '
              function trim(gen-man-name)
           .

       write-manifest-pair section.
           move spaces to gen-man-record
           string function trim(gn-man-path) delimited by size
                  '|' delimited by size
                  function trim(gn-env) delimited by size
             into gen-man-record
           write gen-man-record
           .
