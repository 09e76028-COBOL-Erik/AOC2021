       file-control.
      *> Day 9 part 2: basin mapping. Basins are the regions of the
      *> height map bounded by 9s; each non-9 cell belongs to
      *> exactly one. The basin's cell count is its size, and the
      *> answer is the product of the three largest basins. Every
      *> basin is also kept -- size, low point, bounding box, mean
      *> height -- for the basin atlas, a second dated report that
      *> numbers each basin and draws the largest ones onto a
      *> character map of the survey grid.
      *>
      *> The map is never held whole. Basins are found one row at a
      *> time: each non-9 cell takes the label of the basin cell to
      *> its left, else the one above, else a fresh label, and where
      *> a left and an upper label meet the two are joined (a
      *> union-find table -- the suite's loops stay loops, not
      *> recursion). Only two rows of labels and three rows of
      *> heights are ever kept, so a map of any length reads in one
      *> pass; the character map replays the same labelling over the
      *> file again. Rows run to 4000 digits. A wider row, or a map
      *> with more basin fragments than the label table holds, is
      *> rejected through DIAG -- never answered from part of the map.
             select input-file
               assign to dynamic input-file-name
               organization is line sequential.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select atlas-file
               assign to dynamic atlas-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY ARCHIVESEL.
             COPY DIAGSEL.
          block 0 records
          label records omitted
          data record is input-record.
      *> One byte past the widest usable row, so an over-wide row is
      *> seen as over-wide instead of being cut to fit.
       01 input-record pic X(4001).

       fd report-file
          block 0 records
          data record is report-record.
       01 report-record pic X(132).

       fd atlas-file
          block 0 records
          label records omitted
          data record is atlas-record.
       01 atlas-record pic X(132).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY DIAGFD.
       77 input-file-name pic X(60) value 'C:\WS\AOC2021\AOC9.txt'.
       77 ws-env-path     pic X(60).
       77 report-file-name pic X(60).
       77 atlas-file-name pic X(60).

      *> The rolling window: the row two back, the row before and the
      *> row just read -- heights for the low-point test, labels for
      *> the row before and the new row.
       77 gr-max-cols pic S9(4) comp-4 value 4000.
       77 gr-rows pic S9(9) comp-4 value zero.
       77 gr-total-rows pic S9(9) comp-4 value zero.
       77 gr-cols pic S9(4) comp-4 value zero.
       01 gr-top-row.
          05 gr-top-cell occurs 4000 times pic X.
       01 gr-mid-row.
          05 gr-mid-cell occurs 4000 times pic X.
       01 gr-new-row.
          05 gr-new-cell occurs 4000 times pic X.
       01 lb-mid-row.
          05 lb-mid occurs 4000 times pic S9(9) comp-4.
       01 lb-new-row.
          05 lb-new occurs 4000 times pic S9(9) comp-4.
       77 gr-r pic S9(9) comp-4.
       77 gr-c pic S9(4) comp-4.
       77 ws-height pic S9(4) comp-4.
       77 ws-low    pic X.
       77 ws-row-ok pic X.
       77 ws-map-reject pic X value 'N'.
          88 map-rejected value 'Y'.
       77 ws-reject-why pic X(60) value spaces.
      *> Pass 1 labels, joins and totals the basins; pass 2 replays
      *> the labelling to draw the atlas map.
       77 ws-pass pic 9 value 1.

      *> The basin label table. A label's parent is itself while it
      *> heads a basin; a joined label points at the label it was
      *> joined into. The lower label always survives a join, so a
      *> basin is headed by the label its top-left-most cell took --
      *> basins number in the order the scan first reaches them. The
      *> totals are good on the heading label only.
       77 uf-max   pic S9(9) comp-4 value 250000.
       77 uf-count pic S9(9) comp-4 value zero.
       77 uf-replay-count pic S9(9) comp-4 value zero.
       01 uf-table.
          05 uf-entry occurs 250000 times.
             10 uf-parent pic S9(9) comp-4.
             10 uf-size   pic S9(9) comp-4.
             10 uf-hsum   pic S9(18) comp-4.
             10 uf-min-r  pic S9(9) comp-4.
             10 uf-max-r  pic S9(9) comp-4.
             10 uf-min-c  pic S9(4) comp-4.
             10 uf-max-c  pic S9(4) comp-4.
             10 uf-low-r  pic S9(9) comp-4.
             10 uf-low-c  pic S9(4) comp-4.
             10 uf-low-h  pic S9(4) comp-4.
      *> 'Y' when the basin's lowest cell is also one of AOC2109A's
      *> low points (strictly below all four neighbours).
             10 uf-strict pic X.
      *> The map letter of a top-ranked basin, space otherwise.
             10 uf-letter pic X.
             10 uf-basin  pic S9(9) comp-4.
       77 uf-x     pic S9(9) comp-4.
       77 uf-ra    pic S9(9) comp-4.
       77 uf-rb    pic S9(9) comp-4.
       77 uf-keep  pic S9(9) comp-4.
       77 uf-gone  pic S9(9) comp-4.
       77 uf-ix    pic S9(9) comp-4.
       77 uf-best  pic S9(9) comp-4.
       77 lb-left  pic S9(9) comp-4.
       77 lb-up    pic S9(9) comp-4.
       77 lb-this  pic S9(9) comp-4.

       77 ws-basin-size pic S9(9) comp-4.
       77 ws-basin-count pic 9(8) value zero.

      *> The three largest basins, kept sorted as they arrive.
       77 ws-big-1 pic S9(9) comp-4 value zero.
       77 ws-ans-disp  pic Z(17)9.
       77 ws-size-disp pic Z(8)9.

      *> How many of the largest basins get their own map letter --
      *> AOC2109B_ATLAS_TOP, 1 to 26, default 10. AOC2109B_ATLAS_MAP=N
      *> leaves the character map out of the atlas (a very large
      *> survey grid prints one strip of 120 columns at a time).
       77 at-top-env   pic X(6).
       77 at-top-count pic S9(4) comp-4 value 10.
       77 at-map-flag  pic X value 'Y'.
       77 at-rank      pic S9(4) comp-4.
       77 at-letters   pic X(26)
          value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 at-strict-count pic 9(8) value zero.
       77 at-lowpt-count  pic 9(8) value zero.
       77 at-ridge-count  pic 9(12) value zero.
       77 at-cells-count  pic 9(12) value zero.
       77 at-mean      pic 9(2)v99.
       77 at-mean-disp pic Z9.99.
       77 at-h-disp    pic 9.
       77 at-num-disp  pic Z(7)9.
       77 at-size-disp pic Z(9)9.
       77 at-big-disp  pic Z(11)9.
       77 at-r-disp    pic Z(7)9.
       77 at-r2-disp   pic Z(7)9.
       77 at-c-disp    pic Z(3)9.
       77 at-c2-disp   pic Z(3)9.
       77 at-map-line  pic X(132).
       77 at-strip-lo  pic S9(4) comp-4.
       77 at-strip-hi  pic S9(4) comp-4.
       77 at-strip-w   pic S9(4) comp-4 value 120.

       COPY EOFSW.
       COPY HDRWS.

           move 'SMOKE-BASIN SIZES' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.

           move 1 to ws-pass
           read input-file at end set eof-in to true end-read
      *> A staged control header is bookkeeping, not a map row.
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           end-perform
           close input-file

      *> The last row has no row below it -- test it now.
           if gr-rows > zero and not map-rejected
              move gr-rows to gr-r
              perform check-low-row
           end-if
           move gr-rows to gr-total-rows

           if not map-rejected
              perform number-basins
           end-if

           compute ws-product = ws-big-1 * ws-big-2 * ws-big-3
           if map-rejected
              move spaces to report-record
              string 'MAP REJECTED -- ' delimited by size
                     function trim(ws-reject-why) delimited by size
                     '; see the DIAG report' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move ws-big-1 to ws-size-disp
           move spaces to report-record
           string 'largest basins: ' delimited by size
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.

           if not map-rejected
              perform write-basin-atlas
           end-if

           display 'AOC2109B: basin product '
              function trim(ws-ans-disp) ' over ' ws-basin-count
              ' basin(s)'
           if ws-bad-count > zero
              move 'BADDATA' to jl-status
           end-if
           if map-rejected
              move 'MAP REJECTED' to jl-answer
              move 'OVERSIZE' to jl-status
           end-if
           move ws-rec-count to jl-recs-read
           move ws-bad-count to jl-recs-rejected

           COPY HDREND REPLACING PROGID BY 'AOC2109B'
                                 HDR-COUNT BY ws-rec-count.
           COPY DIAGCLOSE.
      *> A rejected map is a data failure, not a warning -- there is
      *> no answer to trust.
           if map-rejected
              move 8 to return-code
           end-if
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOC2109B'.

           COPY CONSOLEPAUSE.
           goback.

      *> One map row: edit it, label it, then test the row before it
      *> for low points now that its lower neighbour is known, and
      *> slide the window down.
       load-one-row section.
           if map-rejected
              exit section
           end-if
           perform edit-one-row
           if ws-row-ok not = 'Y'
              exit section
           end-if
           add 1 to gr-rows
           move input-record(1:gr-cols) to gr-new-row(1:gr-cols)
           perform label-new-row
           if map-rejected
              exit section
           end-if
           if gr-rows > 1
              compute gr-r = gr-rows - 1
              perform check-low-row
           end-if
           perform slide-window
           .

      *> The first row fixes the width; a row of a different width or
      *> with a non-digit goes to DIAG and stays out of the map. A
      *> row past the column limit rejects the whole map. Pass 2
      *> repeats the same decisions silently, so the replay skips
      *> exactly the rows pass 1 skipped.
       edit-one-row section.
           move 'N' to ws-row-ok
           compute gr-c = function
              stored-char-length(input-record)
           if gr-c > gr-max-cols
              add 1 to ws-bad-count
              move 'Y' to ws-map-reject
              move 'a row is wider than the 4000-column limit'
                to ws-reject-why
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2109B'
                RECNUM BY ws-rec-count
                RECTEXT BY ==function trim(input-record)==
                REASON BY 'row wider than 4000 columns -- map rejected'.
              exit section
           end-if
           if gr-cols = zero
              move gr-c to gr-cols
           end-if
           if gr-c not = gr-cols
              or input-record(1:gr-cols) is not numeric
              if ws-pass = 1
                 add 1 to ws-bad-count
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2109B'
                RECNUM BY ws-rec-count
                RECTEXT BY ==function trim(input-record)==
                REASON BY 'unusable height row'.
              end-if
              exit section
           end-if
           move 'Y' to ws-row-ok
           .

      *> Label the new row. Pass 1 joins a left label to a different
      *> upper label and enters every cell against its basin's
      *> totals; pass 2 hands out labels in the same order (so each
      *> cell gets the label it got the first time) and draws the
      *> cell's map character from the basin that label ended up in.
       label-new-row section.
           perform varying gr-c from 1 by 1 until gr-c > gr-cols
              if gr-new-cell(gr-c) = '9'
                 move zero to lb-new(gr-c)
                 if ws-pass = 1
                    add 1 to at-ridge-count
                 end-if
              else
                 move zero to lb-left lb-up
                 if gr-c > 1
                    and gr-new-cell(gr-c - 1) not = '9'
                    move lb-new(gr-c - 1) to lb-left
                 end-if
                 if gr-rows > 1
                    and gr-mid-cell(gr-c) not = '9'
                    move lb-mid(gr-c) to lb-up
                 end-if
                 evaluate true
                    when lb-left > zero
                       move lb-left to lb-this
                       if lb-up > zero and ws-pass = 1
                          perform join-labels
                       end-if
                    when lb-up > zero
                       move lb-up to lb-this
                    when other
                       perform new-label
                 end-evaluate
                 if map-rejected
                    exit section
                 end-if
                 move lb-this to lb-new(gr-c)
                 if ws-pass = 1
                    add 1 to at-cells-count
                    perform enter-basin-cell
                 end-if
              end-if
           end-perform
           .

       new-label section.
           if ws-pass = 2
              add 1 to uf-replay-count
              move uf-replay-count to lb-this
              exit section
           end-if
           if uf-count >= uf-max
              add 1 to ws-bad-count
              move 'Y' to ws-map-reject
              move 'more basin fragments than the label table holds'
                to ws-reject-why
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2109B'
                RECNUM BY ws-rec-count
                RECTEXT BY ==function trim(input-record)==
                REASON BY 'basin label table full -- map rejected'.
              exit section
           end-if
           add 1 to uf-count
           move uf-count to lb-this
           move uf-count to uf-parent(uf-count)
           move zero to uf-size(uf-count) uf-hsum(uf-count)
                        uf-basin(uf-count)
           move gr-rows to uf-min-r(uf-count) uf-max-r(uf-count)
                           uf-low-r(uf-count)
           move gr-c to uf-min-c(uf-count) uf-max-c(uf-count)
                        uf-low-c(uf-count)
           move 10 to uf-low-h(uf-count)
           move 'N' to uf-strict(uf-count)
           move space to uf-letter(uf-count)
           .

      *> Follow uf-x up to the label heading its basin, halving the
      *> path on the way so later lookups stay short.
       find-label section.
           perform until uf-parent(uf-x) = uf-x
              move uf-parent(uf-parent(uf-x)) to uf-parent(uf-x)
              move uf-parent(uf-x) to uf-x
           end-perform
           .

      *> The left and upper labels of one cell belong to one basin.
      *> The lower heading label survives and takes over the other's
      *> totals; the lowest cell of the two is kept, the one earlier
      *> in row/column order on a tie.
       join-labels section.
           move lb-left to uf-x
           perform find-label
           move uf-x to uf-ra
           move lb-up to uf-x
           perform find-label
           move uf-x to uf-rb
           if uf-ra = uf-rb
              exit section
           end-if
           if uf-ra < uf-rb
              move uf-ra to uf-keep
              move uf-rb to uf-gone
           else
              move uf-rb to uf-keep
              move uf-ra to uf-gone
           end-if
           move uf-keep to uf-parent(uf-gone)
           add uf-size(uf-gone) to uf-size(uf-keep)
           add uf-hsum(uf-gone) to uf-hsum(uf-keep)
           if uf-min-r(uf-gone) < uf-min-r(uf-keep)
              move uf-min-r(uf-gone) to uf-min-r(uf-keep)
           end-if
           if uf-max-r(uf-gone) > uf-max-r(uf-keep)
              move uf-max-r(uf-gone) to uf-max-r(uf-keep)
           end-if
           if uf-min-c(uf-gone) < uf-min-c(uf-keep)
              move uf-min-c(uf-gone) to uf-min-c(uf-keep)
           end-if
           if uf-max-c(uf-gone) > uf-max-c(uf-keep)
              move uf-max-c(uf-gone) to uf-max-c(uf-keep)
           end-if
           if uf-low-h(uf-gone) < uf-low-h(uf-keep)
              or (uf-low-h(uf-gone) = uf-low-h(uf-keep)
                  and (uf-low-r(uf-gone) < uf-low-r(uf-keep)
                       or (uf-low-r(uf-gone) = uf-low-r(uf-keep)
                           and uf-low-c(uf-gone)
                               < uf-low-c(uf-keep))))
              move uf-low-h(uf-gone) to uf-low-h(uf-keep)
              move uf-low-r(uf-gone) to uf-low-r(uf-keep)
              move uf-low-c(uf-gone) to uf-low-c(uf-keep)
              move uf-strict(uf-gone) to uf-strict(uf-keep)
           end-if
           .

      *> Enter the new cell against its basin's totals. Cells arrive
      *> in row/column order, so a cell only becomes the basin's low
      *> point by being strictly lower than the one already held.
       enter-basin-cell section.
           move lb-this to uf-x
           perform find-label
           compute ws-height = function numval(gr-new-cell(gr-c))
           add 1 to uf-size(uf-x)
           add ws-height to uf-hsum(uf-x)
           if gr-rows > uf-max-r(uf-x)
              move gr-rows to uf-max-r(uf-x)
           end-if
           if gr-c < uf-min-c(uf-x)
              move gr-c to uf-min-c(uf-x)
           end-if
           if gr-c > uf-max-c(uf-x)
              move gr-c to uf-max-c(uf-x)
           end-if
           if ws-height < uf-low-h(uf-x)
              move ws-height to uf-low-h(uf-x)
              move gr-rows to uf-low-r(uf-x)
              move gr-c to uf-low-c(uf-x)
              move 'N' to uf-strict(uf-x)
           end-if
           .

      *> AOC2109A's low-point test on map row gr-r (the middle row of
      *> the window). A low point that is its basin's lowest cell
      *> marks the basin as tying back to AOC2109A.
       check-low-row section.
           perform varying gr-c from 1 by 1 until gr-c > gr-cols
              move 'Y' to ws-low
              if gr-r > 1
                 and gr-top-cell(gr-c) <= gr-mid-cell(gr-c)
                 move 'N' to ws-low
              end-if
              if gr-r < gr-rows
                 and gr-new-cell(gr-c) <= gr-mid-cell(gr-c)
                 move 'N' to ws-low
              end-if
              if gr-c > 1
                 and gr-mid-cell(gr-c - 1) <= gr-mid-cell(gr-c)
                 move 'N' to ws-low
              end-if
              if gr-c < gr-cols
                 and gr-mid-cell(gr-c + 1) <= gr-mid-cell(gr-c)
                 move 'N' to ws-low
              end-if
              if ws-low = 'Y' and lb-mid(gr-c) > zero
                 add 1 to at-lowpt-count
                 move lb-mid(gr-c) to uf-x
                 perform find-label
                 if uf-low-r(uf-x) = gr-r
                    and uf-low-c(uf-x) = gr-c
                    move 'Y' to uf-strict(uf-x)
                 end-if
              end-if
           end-perform
           .

      *> The window moves down one row. The first row read has no
      *> row above it, so the middle row starts out all 9s.
       slide-window section.
           move gr-mid-row(1:gr-cols) to gr-top-row(1:gr-cols)
           move gr-new-row(1:gr-cols) to gr-mid-row(1:gr-cols)
           move lb-new-row to lb-mid-row
           .

      *> Number the basins in heading-label order (the order the scan
      *> first reached each one) and keep the three largest as they
      *> go by.
       number-basins section.
           move zero to ws-basin-count at-strict-count
           perform varying uf-ix from 1 by 1 until uf-ix > uf-count
              if uf-parent(uf-ix) = uf-ix
                 add 1 to ws-basin-count
                 move ws-basin-count to uf-basin(uf-ix)
                 if uf-strict(uf-ix) = 'Y'
                    add 1 to at-strict-count
                 end-if
                 move uf-size(uf-ix) to ws-basin-size
                 evaluate true
                    when ws-basin-size >= ws-big-1
                       move ws-big-2 to ws-big-3
                       move ws-big-1 to ws-big-2
                       move ws-basin-size to ws-big-1
                    when ws-basin-size >= ws-big-2
                       move ws-big-2 to ws-big-3
                       move ws-basin-size to ws-big-2
                    when ws-basin-size > ws-big-3
                       move ws-basin-size to ws-big-3
                    when other
                       continue
                 end-evaluate
              end-if
           end-perform
           .

      *> The basin atlas: every basin numbered with its size, its
      *> low point (and whether AOC2109A counts it as one), bounding
      *> box and mean height, then the height map with the largest
      *> basins lettered A, B, C... by size. Ridge cells (the 9s)
      *> print as '#', the cells of the smaller basins as '.'.
       write-basin-atlas section.
           accept at-top-env from environment 'AOC2109B_ATLAS_TOP'
           if at-top-env not = spaces
              and function trim(at-top-env) is numeric
              and function numval(at-top-env) >= 1
              and function numval(at-top-env) <= 26
              compute at-top-count = function numval(at-top-env)
           end-if
           accept at-map-flag from environment 'AOC2109B_ATLAS_MAP'
           if at-map-flag not = 'N' and at-map-flag not = 'n'
              move 'Y' to at-map-flag
           end-if

           perform rank-top-basins

           move spaces to atlas-file-name
           string 'C:\WS\AOC2021\AOC2109B-ATLAS-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into atlas-file-name
           open output atlas-file
           move 'AOC2109B' to rw-prog
           move 'SMOKE-BASIN ATLAS' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY atlas-record.

           move ws-basin-count to at-num-disp
           move gr-total-rows to at-r-disp
           move gr-cols to at-c-disp
           move spaces to atlas-record
           string 'basins: ' delimited by size
                  function trim(at-num-disp) delimited by size
                  ' on a map of ' delimited by size
                  function trim(at-r-disp) delimited by size
                  ' row(s) x ' delimited by size
                  function trim(at-c-disp) delimited by size
                  ' column(s)' delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move at-cells-count to at-big-disp
           move spaces to atlas-record
           string 'cells in basins: ' delimited by size
                  function trim(at-big-disp) delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move at-ridge-count to at-big-disp
           move spaces to atlas-record
           string 'ridge cells (height 9): ' delimited by size
                  function trim(at-big-disp) delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move at-lowpt-count to at-size-disp
           move spaces to atlas-record
           string 'AOC2109A low points on the map: ' delimited by size
                  function trim(at-size-disp) delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move at-strict-count to at-size-disp
           move spaces to atlas-record
           string 'basins whose low point is an AOC2109A low point: '
                     delimited by size
                  function trim(at-size-disp) delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move spaces to atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           move spaces to atlas-record
           move '   basin       size' to atlas-record(1:19)
           move 'low row' to atlas-record(22:7)
           move 'col' to atlas-record(31:3)
           move 'ht' to atlas-record(35:2)
           move 'lp' to atlas-record(38:2)
           move 'rows' to atlas-record(41:4)
           move 'cols' to atlas-record(59:4)
           move 'mean ht' to atlas-record(69:7)
           move 'map' to atlas-record(79:3)
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           COPY RPTCOLS REPLACING RPT-REC BY atlas-record.
           perform varying uf-ix from 1 by 1 until uf-ix > uf-count
              if uf-parent(uf-ix) = uf-ix
                 perform write-atlas-basin-line
              end-if
           end-perform

           if at-map-flag = 'Y'
              perform write-atlas-map
           end-if

           COPY RPTFOOT REPLACING RPT-REC BY atlas-record.
           close atlas-file
           COPY CATADD REPLACING PROGID BY 'AOC2109B-ATLAS'
                                 RPT-PATH BY atlas-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOC2109B: basin atlas written to '
              function trim(atlas-file-name)
           .

      *> Letter the largest basins: each pass picks the biggest basin
      *> not yet lettered (the lower basin number on a tie).
       rank-top-basins section.
           if at-top-count > ws-basin-count
              move ws-basin-count to at-top-count
           end-if
           perform varying at-rank from 1 by 1
                   until at-rank > at-top-count
              move zero to uf-best
              perform varying uf-ix from 1 by 1
                      until uf-ix > uf-count
                 if uf-parent(uf-ix) = uf-ix
                    and uf-letter(uf-ix) = space
                    if uf-best = zero
                       move uf-ix to uf-best
                    else
                       if uf-size(uf-ix) > uf-size(uf-best)
                          move uf-ix to uf-best
                       end-if
                    end-if
                 end-if
              end-perform
              if uf-best > zero
                 move at-letters(at-rank:1) to uf-letter(uf-best)
              end-if
           end-perform
           .

       write-atlas-basin-line section.
           compute at-mean rounded = uf-hsum(uf-ix) / uf-size(uf-ix)
           move at-mean to at-mean-disp
           move uf-basin(uf-ix) to at-num-disp
           move uf-size(uf-ix) to at-size-disp
           move uf-low-r(uf-ix) to at-r-disp
           move uf-low-c(uf-ix) to at-c-disp
           move uf-low-h(uf-ix) to at-h-disp
           move spaces to atlas-record
           string at-num-disp delimited by size
                  ' ' delimited by size
                  at-size-disp delimited by size
                  ' ' delimited by size
                  at-r-disp delimited by size
                  ' ' delimited by size
                  at-c-disp delimited by size
                  '  ' delimited by size
                  at-h-disp delimited by size
                  '  ' delimited by size
                  uf-strict(uf-ix) delimited by size
             into atlas-record
           move uf-min-r(uf-ix) to at-r-disp
           move uf-max-r(uf-ix) to at-r2-disp
           move spaces to at-map-line
           string function trim(at-r-disp) delimited by size
                  '-' delimited by size
                  function trim(at-r2-disp) delimited by size
             into at-map-line
           move at-map-line(1:17) to atlas-record(41:17)
           move uf-min-c(uf-ix) to at-c-disp
           move uf-max-c(uf-ix) to at-c2-disp
           move spaces to at-map-line
           string function trim(at-c-disp) delimited by size
                  '-' delimited by size
                  function trim(at-c2-disp) delimited by size
             into at-map-line
           move at-map-line(1:9) to atlas-record(59:9)
           move at-mean-disp to atlas-record(71:5)
           move uf-letter(uf-ix) to atlas-record(80:1)
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           .

      *> The character map, one strip of up to 120 columns at a
      *> time: each strip re-reads the map and replays the labelling
      *> from the top.
       write-atlas-map section.
           move 2 to ws-pass
           move 1 to at-strip-lo
           perform until at-strip-lo > gr-cols
              compute at-strip-hi = at-strip-lo + at-strip-w - 1
              if at-strip-hi > gr-cols
                 move gr-cols to at-strip-hi
              end-if
              move spaces to atlas-record
              COPY RPTLINE REPLACING RPT-REC BY atlas-record.
              move at-strip-lo to at-c-disp
              move at-strip-hi to at-c2-disp
              move spaces to atlas-record
      *> A map of nothing but ridge has no basins to letter.
              if at-top-count > zero
                 string 'basin map, columns ' delimited by size
                        function trim(at-c-disp) delimited by size
                        '-' delimited by size
                        function trim(at-c2-disp) delimited by size
                        ' -- ' delimited by size
                        at-letters(1:at-top-count) delimited by size
                        ' = largest basins by size, . = other '
                           delimited by size
                        'basins, # = ridge' delimited by size
                   into atlas-record
              else
                 string 'basin map, columns ' delimited by size
                        function trim(at-c-disp) delimited by size
                        '-' delimited by size
                        function trim(at-c2-disp) delimited by size
                        ' -- no basins, # = ridge' delimited by size
                   into atlas-record
              end-if
              COPY RPTLINE REPLACING RPT-REC BY atlas-record.
              perform replay-map-strip
              add at-strip-w to at-strip-lo
           end-perform
           move 1 to ws-pass
           .

       replay-map-strip section.
           move zero to gr-rows uf-replay-count
           move 'on' to file-eof
           open input input-file
           read input-file at end set eof-in to true end-read
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              if input-record not = spaces
                 perform edit-one-row
                 if ws-row-ok = 'Y'
                    add 1 to gr-rows
                    move input-record(1:gr-cols)
                      to gr-new-row(1:gr-cols)
                    perform label-new-row
                    perform write-atlas-map-row
                    perform slide-window
                 end-if
              end-if
              read input-file at end set eof-in to true end-read
           end-perform
           close input-file
           .

       write-atlas-map-row section.
           move spaces to at-map-line
           perform varying gr-c from at-strip-lo by 1
                   until gr-c > at-strip-hi
              if lb-new(gr-c) = zero
                 move '#' to at-map-line(gr-c - at-strip-lo + 1:1)
              else
                 move lb-new(gr-c) to uf-x
                 perform find-label
                 if uf-letter(uf-x) not = space
                    move uf-letter(uf-x)
                      to at-map-line(gr-c - at-strip-lo + 1:1)
                 else
                    move '.' to at-map-line(gr-c - at-strip-lo + 1:1)
                 end-if
              end-if
           end-perform
           move gr-rows to at-r-disp
           move spaces to atlas-record
           string at-r-disp delimited by size
                  ' ' delimited by size
                  at-map-line(1:at-strip-hi - at-strip-lo + 1)
                     delimited by size
             into atlas-record
           COPY RPTLINE REPLACING RPT-REC BY atlas-record.
           .
