       identification division.
       program-id. AOCVDRIFT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Vent-field change report -- AOCDRIFT for day 5. The archive
      *> catalog holds every day's AOC2105 segment file, but nobody
      *> ever set two of them side by side. Given two dates
      *> (AOCVDRIFT_DATE1 the baseline, AOCVDRIFT_DATE2 the compared
      *> day), the catalog locates each date's segment copy (the
      *> latest cataloged AOC2105C, AOC2105A or AOC2105B copy of that
      *> date -- all three archive the same staged file). Segments
      *> are matched end for end, either way round, so the report
      *> names every vent line added and every one gone; then both
      *> fields are swept row by row with AOC2105C's strips and the
      *> straight-only and with-diagonal overlap counts set side by
      *> side, followed by every point whose overlap count changed
      *> where either day had two or more lines -- a hot spot that
      *> APPEARED or COOLED, or one that got HOTTER or COOLER.
             COPY JOBLOGSEL.
             select series-file
               assign to dynamic ws-series-path
               organization is line sequential
               file status is ws-series-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY ARCHIVESEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       fd series-file
          block 0 records
          label records omitted
          data record is series-record.
       01 series-record pic X(40).

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

       77 report-file-name pic X(80) value spaces.
       77 ws-series-path pic X(80).
       77 ws-series-status pic X(2).
       77 ws-env-val pic X(12).

       77 ws-date-1 pic 9(8) value zero.
       77 ws-date-2 pic 9(8) value zero.
       77 ws-path-1 pic X(80).
       77 ws-path-2 pic X(80).

      *> Segment parse fields -- 'x1,y1 -> x2,y2', 0-9999.
       77 sg-x1-txt pic X(8).
       77 sg-y1-txt pic X(8).
       77 sg-x2-txt pic X(8).
       77 sg-y2-txt pic X(8).
       77 k-coord-max pic S9(4) comp-4 value 9999.

      *> Both days' segments, one table, st-day telling them apart.
      *> Each is stored with its lower end first so a line read the
      *> other way round still matches; st-match points at its twin
      *> on the other day, zero when it has none.
       77 st-max   pic S9(4) comp-4 value 4000.
       77 st-count pic S9(4) comp-4 value zero.
       01 st-table.
          05 st-seg occurs 4000 times.
             10 st-day   pic 9.
             10 st-x1    pic S9(4) comp-4.
             10 st-y1    pic S9(4) comp-4.
             10 st-x2    pic S9(4) comp-4.
             10 st-y2    pic S9(4) comp-4.
             10 st-diag  pic X.
             10 st-match pic S9(4) comp-4.
       77 st-ix pic S9(4) comp-4.
       77 st-jx pic S9(4) comp-4.
       77 st-tmp pic S9(4) comp-4.
       77 ws-day pic 9.
       01 ws-day-counts.
          05 ws-seg-count occurs 2 times pic 9(8).
          05 ws-line-count occurs 2 times pic 9(8).
       77 ws-added   pic 9(8) value zero.
       77 ws-removed pic 9(8) value zero.
       77 ws-bad-count pic 9(8) value zero.

      *> Row strips: straight-only and with-diagonals, per day.
       01 row-strips.
          05 rs-day occurs 2 times.
             10 rs-cell occurs 10000 times pic S9(4) comp-4.
          05 ra-day occurs 2 times.
             10 ra-cell occurs 10000 times pic S9(4) comp-4.
       77 rw-y pic S9(4) comp-4.
       77 rw-x pic S9(4) comp-4.
       77 ws-min-y pic S9(4) comp-4 value 9999.
       77 ws-max-y pic S9(4) comp-4 value zero.
       77 ws-lo-x pic S9(4) comp-4.
       77 ws-hi-x pic S9(4) comp-4.
       77 ws-seg-y-x pic S9(4) comp-4.
       77 ws-dy pic S9(4) comp-4.
       01 ws-overlap-counts.
          05 ws-straight occurs 2 times pic S9(9) comp-4.
          05 ws-all      occurs 2 times pic S9(9) comp-4.
       77 ws-changed  pic 9(8) value zero.
       77 ws-appeared pic 9(8) value zero.
       77 ws-cooled   pic 9(8) value zero.
       77 ws-change-kind pic X(8).

       77 ws-disp  pic -(8)9.
       77 ws-disp2 pic -(8)9.
       77 ws-disp3 pic -(8)9.
       77 ws-disp4 pic -(8)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY ARCHIVEWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env-val from environment 'AOCVDRIFT_DATE1'
           if ws-env-val(1:8) is numeric
              move ws-env-val(1:8) to ws-date-1
           end-if
           accept ws-env-val from environment 'AOCVDRIFT_DATE2'
           if ws-env-val(1:8) is numeric
              move ws-env-val(1:8) to ws-date-2
           end-if
           if ws-date-1 = zero or ws-date-2 = zero
              display 'AOCVDRIFT: set AOCVDRIFT_DATE1 and '
                 'AOCVDRIFT_DATE2 (yyyymmdd) to the two archived '
                 'vent-field dates to compare'
              move 'NODATES' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCVDRIFT'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           initialize ws-day-counts ws-overlap-counts
           perform find-archived-copies
           if ws-path-1 = spaces or ws-path-2 = spaces
              display 'AOCVDRIFT: no archived AOC2105 copy cataloged '
                 'for one of the dates -- nothing to compare'
              move 'NOARCH' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCVDRIFT'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           string 'C:\WS\AOC2021\AOCVDRIFT-' delimited by size
                  ws-date-1 delimited by size
                  '-' delimited by size
                  ws-date-2 delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCVDRIF' to rw-prog
           move 'VENT-FIELD CHANGE REPORT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Baseline ' delimited by size
                  ws-date-1 delimited by size
                  ': ' delimited by size
                  function trim(ws-path-1) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Compared ' delimited by size
                  ws-date-2 delimited by size
                  ': ' delimited by size
                  function trim(ws-path-2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.

           move 1 to ws-day
           move ws-path-1 to ws-series-path
           perform load-segments
           move 2 to ws-day
           move ws-path-2 to ws-series-path
           perform load-segments
           perform match-segments
           perform write-segment-changes
           if st-count > zero
              perform sweep-rows
           end-if
           perform write-summary

           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCVDRIFT'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCVDRIFT: vent-field change report written to '
              function trim(report-file-name)

           move ws-added to ws-disp
           move ws-removed to ws-disp2
           move ws-changed to ws-disp3
           move spaces to jl-answer
           string '+' delimited by size
                  function trim(ws-disp) delimited by size
                  ' -' delimited by size
                  function trim(ws-disp2) delimited by size
                  ' segs, ' delimited by size
                  function trim(ws-disp3) delimited by size
                  ' pt(s) changed' delimited by size
             into jl-answer
           compute jl-recs-read = ws-line-count(1) + ws-line-count(2)
           move ws-bad-count to jl-recs-rejected
           if ws-bad-count > zero
              move 'BADDATA' to jl-status
           end-if
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCVDRIFT'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> Latest cataloged day-5 copy per chosen date wins -- the
      *> same latest-per-date rule replay applies.
       find-archived-copies section.
           move spaces to ws-path-1 ws-path-2
           open input archive-cat-file
           if archive-cat-status = '35'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              move archive-cat-record to arc-cat-record
              if function trim(arc-cat-progid) = 'AOC2105C'
                 or function trim(arc-cat-progid) = 'AOC2105A'
                 or function trim(arc-cat-progid) = 'AOC2105B'
                 if arc-cat-date = ws-date-1
                    move arc-cat-path to ws-path-1
                 end-if
                 if arc-cat-date = ws-date-2
                    move arc-cat-path to ws-path-2
                 end-if
              end-if
              read archive-cat-file at end set eof-in to true
              end-read
           end-perform
           close archive-cat-file
           .

       load-segments section.
           open input series-file
           if ws-series-status = '35'
              display 'AOCVDRIFT: archived copy missing: '
                 function trim(ws-series-path)
              exit section
           end-if
           move 'on' to file-eof
           read series-file at end set eof-in to true end-read
      *> A copy archived from a staged file keeps its control
      *> header -- that line is not a segment.
           perform until eof-in
              if series-record not = spaces
                 and series-record(1:4) not = '*AOC'
                 add 1 to ws-line-count(ws-day)
                 perform load-one-segment
              end-if
              read series-file at end set eof-in to true end-read
           end-perform
           close series-file
           .

       load-one-segment section.
           move spaces to sg-x1-txt sg-y1-txt sg-x2-txt sg-y2-txt
           unstring series-record
              delimited by ' -> ' or ','
              into sg-x1-txt sg-y1-txt sg-x2-txt sg-y2-txt
           end-unstring
           if function trim(sg-x1-txt) is not numeric
              or function trim(sg-y1-txt) is not numeric
              or function trim(sg-x2-txt) is not numeric
              or function trim(sg-y2-txt) is not numeric
              or function numval(sg-x1-txt) > k-coord-max
              or function numval(sg-y1-txt) > k-coord-max
              or function numval(sg-x2-txt) > k-coord-max
              or function numval(sg-y2-txt) > k-coord-max
              add 1 to ws-bad-count
              exit section
           end-if
           if st-count >= st-max
              add 1 to ws-bad-count
              display 'AOCVDRIFT: more than ' st-max ' segments '
                 'across the two days -- the rest are ignored'
              exit section
           end-if
           add 1 to st-count
           add 1 to ws-seg-count(ws-day)
           move ws-day to st-day(st-count)
           move zero to st-match(st-count)
           compute st-x1(st-count) = function numval(sg-x1-txt)
           compute st-y1(st-count) = function numval(sg-y1-txt)
           compute st-x2(st-count) = function numval(sg-x2-txt)
           compute st-y2(st-count) = function numval(sg-y2-txt)
           if st-x2(st-count) < st-x1(st-count)
              or (st-x2(st-count) = st-x1(st-count)
                  and st-y2(st-count) < st-y1(st-count))
              move st-x1(st-count) to st-tmp
              move st-x2(st-count) to st-x1(st-count)
              move st-tmp to st-x2(st-count)
              move st-y1(st-count) to st-tmp
              move st-y2(st-count) to st-y1(st-count)
              move st-tmp to st-y2(st-count)
           end-if
           if st-x1(st-count) = st-x2(st-count)
              or st-y1(st-count) = st-y2(st-count)
              move 'N' to st-diag(st-count)
           else
              move 'Y' to st-diag(st-count)
           end-if
           if function min(st-y1(st-count), st-y2(st-count))
              < ws-min-y
              compute ws-min-y =
                 function min(st-y1(st-count), st-y2(st-count))
           end-if
           if function max(st-y1(st-count), st-y2(st-count))
              > ws-max-y
              compute ws-max-y =
                 function max(st-y1(st-count), st-y2(st-count))
           end-if
           .

      *> Pair each baseline segment with an unpaired identical one
      *> from the compared day; a line listed twice pairs twice.
       match-segments section.
           perform varying st-ix from 1 by 1 until st-ix > st-count
              if st-day(st-ix) = 1
                 perform varying st-jx from 1 by 1
                         until st-jx > st-count
                            or st-match(st-ix) > zero
                    if st-day(st-jx) = 2
                       and st-match(st-jx) = zero
                       and st-x1(st-jx) = st-x1(st-ix)
                       and st-y1(st-jx) = st-y1(st-ix)
                       and st-x2(st-jx) = st-x2(st-ix)
                       and st-y2(st-jx) = st-y2(st-ix)
                       move st-jx to st-match(st-ix)
                       move st-ix to st-match(st-jx)
                    end-if
                 end-perform
              end-if
           end-perform
           .

       write-segment-changes section.
           move 'Vent lines added (compared day only):'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 2 to ws-day
           perform list-unmatched
           if ws-added = zero
              move '  none' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Vent lines gone (baseline only):' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 1 to ws-day
           perform list-unmatched
           if ws-removed = zero
              move '  none' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       list-unmatched section.
           perform varying st-ix from 1 by 1 until st-ix > st-count
              if st-day(st-ix) = ws-day and st-match(st-ix) = zero
                 if ws-day = 2
                    add 1 to ws-added
                 else
                    add 1 to ws-removed
                 end-if
                 move st-x1(st-ix) to ws-disp
                 move st-y1(st-ix) to ws-disp2
                 move st-x2(st-ix) to ws-disp3
                 move st-y2(st-ix) to ws-disp4
                 move spaces to report-record
                 string '  ' delimited by size
                        function trim(ws-disp) delimited by size
                        ',' delimited by size
                        function trim(ws-disp2) delimited by size
                        ' -> ' delimited by size
                        function trim(ws-disp3) delimited by size
                        ',' delimited by size
                        function trim(ws-disp4) delimited by size
                   into report-record
                 if st-diag(st-ix) = 'Y'
                    move '(diagonal)' to report-record(30:10)
                 end-if
                 COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           .

      *> Both days through AOC2105C's row sweep at once, each row
      *> compared point by point as it is scored.
       sweep-rows section.
           move 'Points whose overlap count changed (diagonals '
              & 'included):' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move '       x       y   baseline  compared  change'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY RPTCOLS REPLACING RPT-REC BY report-record.
           perform varying rw-y from ws-min-y by 1
                   until rw-y > ws-max-y
              initialize row-strips
              perform varying st-ix from 1 by 1
                      until st-ix > st-count
                 perform mark-segment-on-row
              end-perform
              perform score-row
           end-perform
           if ws-changed = zero
              move 'N' to rw-detail-sw
              move '  none' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       mark-segment-on-row section.
           if rw-y < function min(st-y1(st-ix), st-y2(st-ix))
              or rw-y > function max(st-y1(st-ix), st-y2(st-ix))
              exit section
           end-if
           move st-day(st-ix) to ws-day
           evaluate true
              when st-y1(st-ix) = st-y2(st-ix)
                 compute ws-lo-x =
                    function min(st-x1(st-ix), st-x2(st-ix))
                 compute ws-hi-x =
                    function max(st-x1(st-ix), st-x2(st-ix))
                 perform varying rw-x from ws-lo-x by 1
                         until rw-x > ws-hi-x
                    add 1 to rs-cell(ws-day, rw-x + 1)
                    add 1 to ra-cell(ws-day, rw-x + 1)
                 end-perform
              when st-x1(st-ix) = st-x2(st-ix)
                 add 1 to rs-cell(ws-day, st-x1(st-ix) + 1)
                 add 1 to ra-cell(ws-day, st-x1(st-ix) + 1)
              when other
                 compute ws-dy = rw-y - st-y1(st-ix)
                 if st-y2(st-ix) < st-y1(st-ix)
                    compute ws-dy = st-y1(st-ix) - rw-y
                 end-if
                 if st-x2(st-ix) >= st-x1(st-ix)
                    compute ws-seg-y-x = st-x1(st-ix) + ws-dy
                 else
                    compute ws-seg-y-x = st-x1(st-ix) - ws-dy
                 end-if
                 add 1 to ra-cell(ws-day, ws-seg-y-x + 1)
           end-evaluate
           .

       score-row section.
           perform varying rw-x from 1 by 1 until rw-x > 10000
              perform varying ws-day from 1 by 1 until ws-day > 2
                 if rs-cell(ws-day, rw-x) >= 2
                    add 1 to ws-straight(ws-day)
                 end-if
                 if ra-cell(ws-day, rw-x) >= 2
                    add 1 to ws-all(ws-day)
                 end-if
              end-perform
              if ra-cell(1, rw-x) not = ra-cell(2, rw-x)
                 and (ra-cell(1, rw-x) >= 2 or ra-cell(2, rw-x) >= 2)
                 perform write-changed-point
              end-if
           end-perform
           .

       write-changed-point section.
           add 1 to ws-changed
           evaluate true
              when ra-cell(1, rw-x) < 2
                 move 'APPEARED' to ws-change-kind
                 add 1 to ws-appeared
              when ra-cell(2, rw-x) < 2
                 move 'COOLED' to ws-change-kind
                 add 1 to ws-cooled
              when ra-cell(2, rw-x) > ra-cell(1, rw-x)
                 move 'HOTTER' to ws-change-kind
              when other
                 move 'COOLER' to ws-change-kind
           end-evaluate
           compute ws-disp = rw-x - 1
           move rw-y to ws-disp2
           move ra-cell(1, rw-x) to ws-disp3
           move ra-cell(2, rw-x) to ws-disp4
           move spaces to report-record
           move ws-disp(2:8) to report-record(1:8)
           move ws-disp2(2:8) to report-record(9:8)
           move ws-disp3 to report-record(18:9)
           move ws-disp4 to report-record(28:9)
           move ws-change-kind to report-record(39:8)
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-summary section.
           move '                          baseline  compared    change'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move ws-seg-count(1) to ws-disp
           move ws-seg-count(2) to ws-disp2
           compute ws-disp3 = ws-seg-count(2) - ws-seg-count(1)
           move 'Vent lines             :' to report-record
           perform write-summary-figures
           move ws-straight(1) to ws-disp
           move ws-straight(2) to ws-disp2
           compute ws-disp3 = ws-straight(2) - ws-straight(1)
           move 'Overlaps straight-only :' to report-record
           perform write-summary-figures
           move ws-all(1) to ws-disp
           move ws-all(2) to ws-disp2
           compute ws-disp3 = ws-all(2) - ws-all(1)
           move 'Overlaps with diagonals:' to report-record
           perform write-summary-figures
           move spaces to report-record
           string ws-added delimited by size
                  ' line(s) added, ' delimited by size
                  ws-removed delimited by size
                  ' gone; ' delimited by size
                  ws-appeared delimited by size
                  ' hot spot(s) appeared, ' delimited by size
                  ws-cooled delimited by size
                  ' cooled, ' delimited by size
                  ws-changed delimited by size
                  ' point(s) changed in all' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-bad-count > zero
              move spaces to report-record
              string 'NOTE: ' delimited by size
                     ws-bad-count delimited by size
                     ' segment line(s) could not be read or did not '
                        delimited by size
                     'fit and are left out' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       write-summary-figures section.
           move ws-disp to report-record(26:9)
           move ws-disp2 to report-record(36:9)
           move ws-disp3 to report-record(46:9)
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
