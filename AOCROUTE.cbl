       identification division.
       program-id. AOCROUTE.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Safe transit route through the vent field. Navigation has
      *> been tracing routes by hand on a printout of AOC2105C's
      *> density map; this finds one. It reads the same staged
      *> segment file (AOC2105_INPUT), marks every point where two
      *> or more vent lines overlap as a hazard -- AOC2105C's row
      *> strips, re-marked row by row -- and searches breadth-first
      *> from AOCROUTE_START to AOCROUTE_END ('x,y' each), one cell
      *> north, south, east or west per step, so the route found is
      *> a shortest one that never stands on a hazard.
      *>
      *> The search runs over a window: the box spanned by the two
      *> points, widened by AOCROUTE_MARGIN cells (default 50) on
      *> every side and clipped to the 0-9999 grid, at most a million
      *> cells -- the 0-9999 plane is far too big to hold whole. A
      *> route that would have to leave the window is reported as
      *> not found within it, with the window named, never guessed.
      *> AOCROUTE_DIAGONALS=N leaves diagonal vent lines out of the
      *> hazard count (the AOC2105A view); the default counts them,
      *> and the report always says which was used.
      *>
      *> The report gives the route as a waypoint list (start, every
      *> turn, end) and a small character map of the route, scaled
      *> down when the route is too big to print cell for cell.
             select input-file
               assign to dynamic input-file-name
               organization is line sequential.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY DIAGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       fd input-file
          block 0 records
          label records omitted
          data record is input-record.
       01 input-record.
          05 seg-line pic X(40).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       COPY JOBLOGFD.
       COPY DIAGFD.

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 input-file-name pic X(60) value 'C:\WS\AOC2021\AOC5.txt'.
       77 ws-env-path     pic X(60).
       77 report-file-name pic X(60) value spaces.
       77 ws-env-val      pic X(20).

      *> Segment parse fields and table -- as AOC2105C.
       77 sg-x1-txt pic X(8).
       77 sg-y1-txt pic X(8).
       77 sg-x2-txt pic X(8).
       77 sg-y2-txt pic X(8).
       77 k-coord-max pic S9(4) comp-4 value 9999.
       77 st-max   pic S9(4) comp-4 value 2000.
       77 st-count pic S9(4) comp-4 value zero.
       01 st-table.
          05 st-seg occurs 2000 times.
             10 st-x1 pic S9(4) comp-4.
             10 st-y1 pic S9(4) comp-4.
             10 st-x2 pic S9(4) comp-4.
             10 st-y2 pic S9(4) comp-4.
             10 st-diag pic X.
       77 st-ix pic S9(4) comp-4.

       77 a-line-num  pic 9(8) value zero.
       77 a-line-disp pic Z(7)9.
       77 a-bad-count pic 9(8) value zero.

      *> Route parameters.
       77 rt-pt-x-txt pic X(8).
       77 rt-pt-y-txt pic X(8).
       77 rt-pt-ok    pic X.
       77 rt-pt-x     pic S9(4) comp-4.
       77 rt-pt-y     pic S9(4) comp-4.
       77 rt-start-x  pic S9(4) comp-4 value -1.
       77 rt-start-y  pic S9(4) comp-4 value -1.
       77 rt-end-x    pic S9(4) comp-4 value -1.
       77 rt-end-y    pic S9(4) comp-4 value -1.
       77 rt-margin   pic S9(4) comp-4 value 50.
       77 rt-diag-flag pic X value 'Y'.
          88 diagonals-are-hazards value 'Y'.

      *> The search window and its hazard/visit grid, one byte per
      *> cell, window row by window row: '.' open water, '#' hazard,
      *> and once reached N/S/E/W -- the direction of the step that
      *> first reached the cell, which is how the route is walked
      *> back from the end. '*' marks the route itself afterwards.
       77 wn-max-cells pic S9(9) comp-4 value 1000000.
       77 wn-lo-x pic S9(4) comp-4.
       77 wn-hi-x pic S9(4) comp-4.
       77 wn-lo-y pic S9(4) comp-4.
       77 wn-hi-y pic S9(4) comp-4.
       77 wn-w    pic S9(9) comp-4.
       77 wn-h    pic S9(9) comp-4.
       77 wn-cells pic S9(9) comp-4.
       01 hz-grid.
          05 hz-cell occurs 1000000 times pic X.
       77 hz-ix    pic S9(9) comp-4.
       77 hz-next  pic S9(9) comp-4.
       77 hz-count pic S9(9) comp-4 value zero.

      *> One row strip of line counts, as AOC2105C.
       01 row-strip.
          05 rs-cell occurs 10000 times pic S9(4) comp-4.
       77 rw-y pic S9(4) comp-4.
       77 rw-x pic S9(4) comp-4.
       77 ws-lo-x pic S9(4) comp-4.
       77 ws-hi-x pic S9(4) comp-4.
       77 ws-seg-y-x pic S9(4) comp-4.
       77 ws-dy pic S9(4) comp-4.

      *> Breadth-first queue of window cell numbers.
       01 qu-table.
          05 qu-cell occurs 1000000 times pic S9(9) comp-4.
       77 qu-head pic S9(9) comp-4.
       77 qu-tail pic S9(9) comp-4.
       77 cx pic S9(9) comp-4.
       77 cy pic S9(9) comp-4.
       77 ws-dir pic X.
       77 ws-prev-dir pic X.
       77 ws-start-ix pic S9(9) comp-4.
       77 ws-end-ix   pic S9(9) comp-4.
       77 ws-found pic X value 'N'.
          88 route-found value 'Y'.
       77 ws-why pic X(80) value spaces.
       77 ws-steps pic S9(9) comp-4 value zero.

      *> Waypoints, gathered end-first while walking back.
       77 wp-max   pic S9(4) comp-4 value 2000.
       77 wp-count pic S9(4) comp-4 value zero.
       77 wp-lost  pic S9(9) comp-4 value zero.
       01 wp-table.
          05 wp-entry occurs 2000 times.
             10 wp-x pic S9(4) comp-4.
             10 wp-y pic S9(4) comp-4.
       77 wp-ix pic S9(4) comp-4.

      *> The route map: the route's box (or the whole window when
      *> there is no route) drawn at most 100 characters each way, a
      *> character standing for an mp-scale x mp-scale block.
       77 mp-lo-x pic S9(9) comp-4.
       77 mp-hi-x pic S9(9) comp-4.
       77 mp-lo-y pic S9(9) comp-4.
       77 mp-hi-y pic S9(9) comp-4.
       77 mp-scale pic S9(9) comp-4.
       77 mp-cols pic S9(9) comp-4.
       77 mp-rows pic S9(9) comp-4.
       77 mp-r pic S9(9) comp-4.
       77 mp-c pic S9(9) comp-4.
       77 mp-bx pic S9(9) comp-4.
       77 mp-by pic S9(9) comp-4.
       77 mp-char pic X.
       77 mp-line pic X(100).

       77 ws-disp  pic Z(8)9.
       77 ws-disp2 pic Z(8)9.
       77 ws-disp3 pic Z(8)9.
       77 ws-disp4 pic Z(8)9.
       77 ws-disp5 pic Z(8)9.

       COPY EOFSW.
       COPY HDRWS.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY DIAGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-path from environment 'AOC2105_INPUT'
           if ws-env-path not = spaces
              move ws-env-path to input-file-name
           end-if
           accept ws-env-val from environment 'AOCROUTE_START'
           perform parse-point
           if rt-pt-ok = 'Y'
              move rt-pt-x to rt-start-x
              move rt-pt-y to rt-start-y
           end-if
           accept ws-env-val from environment 'AOCROUTE_END'
           perform parse-point
           if rt-pt-ok = 'Y'
              move rt-pt-x to rt-end-x
              move rt-pt-y to rt-end-y
           end-if
           accept ws-env-val from environment 'AOCROUTE_MARGIN'
           if ws-env-val not = spaces
              and function trim(ws-env-val) is numeric
              and function numval(ws-env-val) <= 9999
              compute rt-margin = function numval(ws-env-val)
           end-if
           accept ws-env-val from environment 'AOCROUTE_DIAGONALS'
           if ws-env-val(1:1) = 'N' or ws-env-val(1:1) = 'n'
              move 'N' to rt-diag-flag
           end-if
           if rt-start-x < zero or rt-end-x < zero
              display 'AOCROUTE: set AOCROUTE_START and AOCROUTE_END '
                 '(x,y, 0-9999 each) to the two points to join'
              move 'NOPOINTS' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCROUTE'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           perform set-search-window
           if wn-cells > wn-max-cells
              move wn-w to ws-disp
              move wn-h to ws-disp2
              display 'AOCROUTE: the search window would be '
                 function trim(ws-disp) ' x ' function trim(ws-disp2)
                 ' cells -- more than a million; bring the points '
                 'closer or narrow AOCROUTE_MARGIN'
              move 'TOOFAR' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCROUTE'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           open input input-file
           read input-file at end set eof-in to true end-read
      *> A staged control header is bookkeeping, not a segment.
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              if seg-line not = spaces
                 perform load-segment
              end-if
              read input-file at end set eof-in to true end-read
           end-perform
           close input-file

           perform build-hazard-grid
           perform find-route
           if route-found
              perform trace-route
           end-if
           perform write-route-report

           if route-found
              move ws-steps to ws-disp
              move wp-count to ws-disp2
              move spaces to jl-answer
              string 'route ' delimited by size
                     function trim(ws-disp) delimited by size
                     ' step(s), ' delimited by size
                     function trim(ws-disp2) delimited by size
                     ' waypoint(s)' delimited by size
                into jl-answer
              display 'AOCROUTE: safe route of '
                 function trim(ws-disp) ' step(s) found'
           else
              move 'NO SAFE ROUTE' to jl-answer
              move 'NOROUTE' to jl-status
              display 'AOCROUTE: no safe route -- '
                 function trim(ws-why)
           end-if
           if a-bad-count > zero
              display a-bad-count ' malformed segment line(s) -- '
                 'see the diagnostic report'
              move 'BADDATA' to jl-status
           end-if
           COPY HDREND REPLACING PROGID BY 'AOCROUTE'
                                 HDR-COUNT BY a-line-num.
           COPY DIAGCLOSE.
           move a-line-num to jl-recs-read
           move a-bad-count to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCROUTE'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> 'x,y' in ws-env-val to rt-pt-x/rt-pt-y; rt-pt-ok 'Y' when
      *> both are whole numbers on the 0-9999 grid.
       parse-point section.
           move 'N' to rt-pt-ok
           move spaces to rt-pt-x-txt rt-pt-y-txt
           unstring ws-env-val delimited by ','
              into rt-pt-x-txt rt-pt-y-txt
           end-unstring
           if rt-pt-x-txt = spaces or rt-pt-y-txt = spaces
              or function trim(rt-pt-x-txt) is not numeric
              or function trim(rt-pt-y-txt) is not numeric
              exit section
           end-if
           if function numval(rt-pt-x-txt) > k-coord-max
              or function numval(rt-pt-y-txt) > k-coord-max
              exit section
           end-if
           compute rt-pt-x = function numval(rt-pt-x-txt)
           compute rt-pt-y = function numval(rt-pt-y-txt)
           move 'Y' to rt-pt-ok
           .

       set-search-window section.
           compute wn-lo-x = function max(
              function min(rt-start-x, rt-end-x) - rt-margin, 0)
           compute wn-hi-x = function min(
              function max(rt-start-x, rt-end-x) + rt-margin,
              k-coord-max)
           compute wn-lo-y = function max(
              function min(rt-start-y, rt-end-y) - rt-margin, 0)
           compute wn-hi-y = function min(
              function max(rt-start-y, rt-end-y) + rt-margin,
              k-coord-max)
           compute wn-w = wn-hi-x - wn-lo-x + 1
           compute wn-h = wn-hi-y - wn-lo-y + 1
           compute wn-cells = wn-w * wn-h
           .

       load-segment section.
           move spaces to sg-x1-txt sg-y1-txt sg-x2-txt sg-y2-txt
           unstring seg-line
              delimited by ' -> ' or ','
              into sg-x1-txt sg-y1-txt sg-x2-txt sg-y2-txt
           end-unstring
           if function trim(sg-x1-txt) is not numeric
              or function trim(sg-y1-txt) is not numeric
              or function trim(sg-x2-txt) is not numeric
              or function trim(sg-y2-txt) is not numeric
              perform diagnose-bad-segment
              exit section
           end-if
           if st-count >= st-max
              add 1 to a-bad-count
              display 'AOCROUTE: more than ' st-max ' segments -- '
                 'the rest are ignored'
              exit section
           end-if
           add 1 to st-count
           compute st-x1(st-count) = function numval(sg-x1-txt)
           compute st-y1(st-count) = function numval(sg-y1-txt)
           compute st-x2(st-count) = function numval(sg-x2-txt)
           compute st-y2(st-count) = function numval(sg-y2-txt)
           if st-x1(st-count) > k-coord-max
              or st-y1(st-count) > k-coord-max
              or st-x2(st-count) > k-coord-max
              or st-y2(st-count) > k-coord-max
              subtract 1 from st-count
              perform diagnose-bad-segment
              exit section
           end-if
           if st-x1(st-count) = st-x2(st-count)
              or st-y1(st-count) = st-y2(st-count)
              move 'N' to st-diag(st-count)
           else
              move 'Y' to st-diag(st-count)
           end-if
           .

      *> Row by row over the window: mark the lines crossing the row
      *> into the strip, then copy the row's hazards into the grid.
       build-hazard-grid section.
           move all '.' to hz-grid(1:wn-cells)
           perform varying rw-y from wn-lo-y by 1
                   until rw-y > wn-hi-y
              perform varying rw-x from wn-lo-x by 1
                      until rw-x > wn-hi-x
                 move zero to rs-cell(rw-x + 1)
              end-perform
              perform varying st-ix from 1 by 1
                      until st-ix > st-count
                 perform mark-segment-on-row
              end-perform
              perform varying rw-x from wn-lo-x by 1
                      until rw-x > wn-hi-x
                 if rs-cell(rw-x + 1) >= 2
                    compute hz-ix = (rw-y - wn-lo-y) * wn-w
                                  + (rw-x - wn-lo-x) + 1
                    move '#' to hz-cell(hz-ix)
                    add 1 to hz-count
                 end-if
              end-perform
           end-perform
           .

      *> As AOC2105C's mark-segment-on-row, for one strip; a
      *> diagonal only counts when diagonals are hazards, and only
      *> the window's part of the row is ever touched.
       mark-segment-on-row section.
           if rw-y < function min(st-y1(st-ix), st-y2(st-ix))
              or rw-y > function max(st-y1(st-ix), st-y2(st-ix))
              exit section
           end-if
           evaluate true
              when st-y1(st-ix) = st-y2(st-ix)
                 compute ws-lo-x = function max(wn-lo-x,
                    function min(st-x1(st-ix), st-x2(st-ix)))
                 compute ws-hi-x = function min(wn-hi-x,
                    function max(st-x1(st-ix), st-x2(st-ix)))
                 perform varying rw-x from ws-lo-x by 1
                         until rw-x > ws-hi-x
                    add 1 to rs-cell(rw-x + 1)
                 end-perform
              when st-x1(st-ix) = st-x2(st-ix)
                 if st-x1(st-ix) >= wn-lo-x
                    and st-x1(st-ix) <= wn-hi-x
                    add 1 to rs-cell(st-x1(st-ix) + 1)
                 end-if
              when diagonals-are-hazards
                 compute ws-dy = rw-y - st-y1(st-ix)
                 if st-y2(st-ix) < st-y1(st-ix)
                    compute ws-dy = st-y1(st-ix) - rw-y
                 end-if
                 if st-x2(st-ix) >= st-x1(st-ix)
                    compute ws-seg-y-x = st-x1(st-ix) + ws-dy
                 else
                    compute ws-seg-y-x = st-x1(st-ix) - ws-dy
                 end-if
                 if ws-seg-y-x >= wn-lo-x and ws-seg-y-x <= wn-hi-x
                    add 1 to rs-cell(ws-seg-y-x + 1)
                 end-if
              when other
                 continue
           end-evaluate
           .

      *> Breadth-first from the start. Cells are numbered window
      *> row by window row, so cell n is at x = mod(n - 1, w),
      *> y = (n - 1) / w inside the window.
       find-route section.
           compute ws-start-ix = (rt-start-y - wn-lo-y) * wn-w
                               + (rt-start-x - wn-lo-x) + 1
           compute ws-end-ix = (rt-end-y - wn-lo-y) * wn-w
                             + (rt-end-x - wn-lo-x) + 1
           if hz-cell(ws-start-ix) = '#'
              move 'the start point is itself a hazard' to ws-why
              exit section
           end-if
           if hz-cell(ws-end-ix) = '#'
              move 'the end point is itself a hazard' to ws-why
              exit section
           end-if
           move 'S' to hz-cell(ws-start-ix)
           move 1 to qu-head qu-tail
           move ws-start-ix to qu-cell(1)
           perform until qu-head > qu-tail or route-found
              move qu-cell(qu-head) to hz-ix
              add 1 to qu-head
              if hz-ix = ws-end-ix
                 move 'Y' to ws-found
              else
                 compute cy = (hz-ix - 1) / wn-w
                 compute cx = hz-ix - 1 - cy * wn-w
                 if cx + 1 < wn-w
                    compute hz-next = hz-ix + 1
                    move 'E' to ws-dir
                    perform reach-cell
                 end-if
                 if cx > zero
                    compute hz-next = hz-ix - 1
                    move 'W' to ws-dir
                    perform reach-cell
                 end-if
                 if cy + 1 < wn-h
                    compute hz-next = hz-ix + wn-w
                    move 'S' to ws-dir
                    perform reach-cell
                 end-if
                 if cy > zero
                    compute hz-next = hz-ix - wn-w
                    move 'N' to ws-dir
                    perform reach-cell
                 end-if
              end-if
           end-perform
           if not route-found
              move spaces to ws-why
              move wn-lo-x to ws-disp
              move wn-hi-x to ws-disp2
              move wn-lo-y to ws-disp3
              move wn-hi-y to ws-disp4
              string 'hazards cut the start off from the end inside '
                        delimited by size
                     'x ' delimited by size
                     function trim(ws-disp) delimited by size
                     '-' delimited by size
                     function trim(ws-disp2) delimited by size
                     ', y ' delimited by size
                     function trim(ws-disp3) delimited by size
                     '-' delimited by size
                     function trim(ws-disp4) delimited by size
                into ws-why
           end-if
           .

       reach-cell section.
           if hz-cell(hz-next) = '.'
              move ws-dir to hz-cell(hz-next)
              add 1 to qu-tail
              move hz-next to qu-cell(qu-tail)
           end-if
           .

      *> Walk back from the end by the recorded steps, marking the
      *> route and noting a waypoint wherever the heading changes.
       trace-route section.
           move ws-end-ix to hz-ix
           move space to ws-prev-dir
           move zero to ws-steps
           move rt-end-x to rt-pt-x
           move rt-end-y to rt-pt-y
           perform add-waypoint
           perform until hz-ix = ws-start-ix
              move hz-cell(hz-ix) to ws-dir
              if ws-prev-dir not = space and ws-dir not = ws-prev-dir
                 compute cy = (hz-ix - 1) / wn-w
                 compute rt-pt-y = cy + wn-lo-y
                 compute rt-pt-x = hz-ix - 1 - cy * wn-w + wn-lo-x
                 perform add-waypoint
              end-if
              move ws-dir to ws-prev-dir
              move '*' to hz-cell(hz-ix)
              add 1 to ws-steps
              evaluate ws-dir
                 when 'E' subtract 1 from hz-ix
                 when 'W' add 1 to hz-ix
                 when 'S' subtract wn-w from hz-ix
                 when 'N' add wn-w to hz-ix
              end-evaluate
           end-perform
           move '*' to hz-cell(ws-start-ix)
           if ws-steps > zero
              move rt-start-x to rt-pt-x
              move rt-start-y to rt-pt-y
              perform add-waypoint
           end-if
           .

       add-waypoint section.
           if wp-count < wp-max
              add 1 to wp-count
              move rt-pt-x to wp-x(wp-count)
              move rt-pt-y to wp-y(wp-count)
           else
              add 1 to wp-lost
           end-if
           .

       write-route-report section.
           string 'C:\WS\AOC2021\AOCROUTE-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCROUTE' to rw-prog
           move 'SAFE TRANSIT ROUTE THROUGH THE VENT FIELD'
             to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           move rt-start-x to ws-disp
           move rt-start-y to ws-disp2
           move rt-end-x to ws-disp3
           move rt-end-y to ws-disp4
           move spaces to report-record
           string 'From (' delimited by size
                  function trim(ws-disp) delimited by size
                  ',' delimited by size
                  function trim(ws-disp2) delimited by size
                  ') to (' delimited by size
                  function trim(ws-disp3) delimited by size
                  ',' delimited by size
                  function trim(ws-disp4) delimited by size
                  ')' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           if diagonals-are-hazards
              move 'Hazard: 2+ overlapping vent lines, diagonal lines '
                & 'INCLUDED' to report-record
           else
              move 'Hazard: 2+ overlapping vent lines, diagonal lines '
                & 'NOT counted (straight lines only)' to report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move wn-lo-x to ws-disp
           move wn-hi-x to ws-disp2
           move wn-lo-y to ws-disp3
           move wn-hi-y to ws-disp4
           move hz-count to ws-disp5
           move spaces to report-record
           string 'Searched window x ' delimited by size
                  function trim(ws-disp) delimited by size
                  '-' delimited by size
                  function trim(ws-disp2) delimited by size
                  ', y ' delimited by size
                  function trim(ws-disp3) delimited by size
                  '-' delimited by size
                  function trim(ws-disp4) delimited by size
                  ' (' delimited by size
                  function trim(ws-disp5) delimited by size
                  ' hazard cell(s) inside)' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if not route-found
              move spaces to report-record
              string 'NO SAFE ROUTE -- ' delimited by size
                     function trim(ws-why) delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           else
              move ws-steps to ws-disp
              move wp-count to ws-disp2
              move spaces to report-record
              string 'Shortest safe route: ' delimited by size
                     function trim(ws-disp) delimited by size
                     ' step(s), ' delimited by size
                     function trim(ws-disp2) delimited by size
                     ' waypoint(s)' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move spaces to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              perform write-waypoints
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform write-route-map
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCROUTE'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCROUTE: route report written to '
              function trim(report-file-name)
           .

      *> Waypoints were gathered end-first; print them start-first.
       write-waypoints section.
           move 'Waypoints:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if wp-lost > zero
              move wp-lost to ws-disp
              move spaces to report-record
              string '  (the ' delimited by size
                     function trim(ws-disp) delimited by size
                     ' turn(s) nearest the end are not listed)'
                        delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           perform varying wp-ix from wp-count by -1 until wp-ix < 1
              compute ws-disp = wp-count - wp-ix + 1
              move wp-x(wp-ix) to ws-disp2
              move wp-y(wp-ix) to ws-disp3
              move spaces to report-record
              string '  ' delimited by size
                     ws-disp delimited by size
                     '  (' delimited by size
                     function trim(ws-disp2) delimited by size
                     ',' delimited by size
                     function trim(ws-disp3) delimited by size
                     ')' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           .

      *> S and E mark the two points, '*' the route, '#' a hazard,
      *> '.' open water. A scaled character shows the most important
      *> thing in its block, in that order.
       write-route-map section.
           if route-found
              move wn-w to mp-lo-x
              move wn-h to mp-lo-y
              move zero to mp-hi-x mp-hi-y
              perform varying hz-ix from 1 by 1 until hz-ix > wn-cells
                 if hz-cell(hz-ix) = '*'
                    compute cy = (hz-ix - 1) / wn-w
                    compute cx = hz-ix - 1 - cy * wn-w
                    compute mp-lo-x = function min(mp-lo-x, cx)
                    compute mp-hi-x = function max(mp-hi-x, cx)
                    compute mp-lo-y = function min(mp-lo-y, cy)
                    compute mp-hi-y = function max(mp-hi-y, cy)
                 end-if
              end-perform
              compute mp-lo-x = function max(mp-lo-x - 2, 0)
              compute mp-lo-y = function max(mp-lo-y - 2, 0)
              compute mp-hi-x = function min(mp-hi-x + 2, wn-w - 1)
              compute mp-hi-y = function min(mp-hi-y + 2, wn-h - 1)
           else
              move zero to mp-lo-x mp-lo-y
              compute mp-hi-x = wn-w - 1
              compute mp-hi-y = wn-h - 1
           end-if
           compute mp-scale = (function max(mp-hi-x - mp-lo-x + 1,
                                            mp-hi-y - mp-lo-y + 1)
                               + 99) / 100
           compute mp-cols = (mp-hi-x - mp-lo-x + 1 + mp-scale - 1)
                             / mp-scale
           compute mp-rows = (mp-hi-y - mp-lo-y + 1 + mp-scale - 1)
                             / mp-scale
           compute cx = mp-lo-x + wn-lo-x
           compute cy = mp-lo-y + wn-lo-y
           move cx to ws-disp
           move cy to ws-disp2
           move mp-scale to ws-disp3
           move spaces to report-record
           string 'Route map from (' delimited by size
                  function trim(ws-disp) delimited by size
                  ',' delimited by size
                  function trim(ws-disp2) delimited by size
                  '), x across, y down, one character per '
                     delimited by size
                  function trim(ws-disp3) delimited by size
                  'x' delimited by size
                  function trim(ws-disp3) delimited by size
                  ' cell(s):' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move '  S start  E end  * route  # hazard  . open water'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying mp-r from 0 by 1 until mp-r >= mp-rows
              move spaces to mp-line
              perform varying mp-c from 0 by 1 until mp-c >= mp-cols
                 perform map-block-char
                 move mp-char to mp-line(mp-c + 1:1)
              end-perform
              move spaces to report-record
              string '  |' delimited by size
                     mp-line(1:mp-cols) delimited by size
                     '|' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           .

       map-block-char section.
           move '.' to mp-char
           perform varying mp-by from 0 by 1 until mp-by >= mp-scale
              compute cy = mp-lo-y + mp-r * mp-scale + mp-by
              if cy <= mp-hi-y
                 perform varying mp-bx from 0 by 1
                         until mp-bx >= mp-scale
                    compute cx = mp-lo-x + mp-c * mp-scale + mp-bx
                    if cx <= mp-hi-x
                       compute hz-ix = cy * wn-w + cx + 1
                       perform rank-map-char
                    end-if
                 end-perform
              end-if
           end-perform
           .

       rank-map-char section.
           evaluate true
              when hz-ix = ws-start-ix
                 move 'S' to mp-char
              when hz-ix = ws-end-ix
                 if mp-char not = 'S'
                    move 'E' to mp-char
                 end-if
              when hz-cell(hz-ix) = '*'
                 if mp-char = '#' or mp-char = '.'
                    move '*' to mp-char
                 end-if
              when hz-cell(hz-ix) = '#'
                 if mp-char = '.'
                    move '#' to mp-char
                 end-if
           end-evaluate
           .

       diagnose-bad-segment section.
           add 1 to a-bad-count
           move a-line-num to a-line-disp
           COPY DIAGWRITE REPLACING PROGID BY 'AOCROUTE'
                                    RECNUM BY
                                       ==function trim(a-line-disp)==
                                    RECTEXT BY
                                       ==function trim(seg-line)==
                                    REASON BY
                                      'not an x1,y1 -> x2,y2 line'.
           .
