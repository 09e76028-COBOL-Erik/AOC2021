      *> than its up/down/left/right neighbours, and the answer is
      *> the sum of (1 + height) over every low point. Full suite
      *> member from day one: log, archive, DIAG, results linkage.
      *> The map is never held whole: a low point only needs the rows
      *> above and below it, so a three-row window slides down the
      *> file and a map of any length is read in one pass. Rows run
      *> to 4000 digits; a wider row rejects the whole map through
      *> DIAG rather than letting a truncated row skew the answer.
             select input-file
               assign to dynamic input-file-name
               organization is line sequential.
          block 0 records
          label records omitted
          data record is input-record.
      *> One byte past the widest usable row, so an over-wide row is
      *> seen as over-wide instead of being cut to fit.
       01 input-record pic X(4001).

       fd report-file
          block 0 records
       77 ws-env-path     pic X(60).
       77 report-file-name pic X(60).

      *> The three-row window over the height map. Map row n lives
      *> in slot mod(n - 1, 3) + 1, so the window slides by
      *> overwriting the oldest slot instead of moving rows about.
       77 gr-max-cols pic S9(4) comp-4 value 4000.
       77 gr-rows pic S9(9) comp-4 value zero.
       77 gr-cols pic S9(4) comp-4 value zero.
       01 gr-grid.
          05 gr-row occurs 3 times.
             10 gr-cell occurs 4000 times pic X.
       77 gr-r pic S9(9) comp-4.
       77 gr-c pic S9(4) comp-4.
       77 gr-slot  pic S9(4) comp-4.
       77 gr-above pic S9(4) comp-4.
       77 gr-below pic S9(4) comp-4.
       77 ws-here  pic S9(4) comp-4.
       77 ws-low   pic X.
       77 ws-map-reject pic X value 'N'.
          88 map-rejected value 'Y'.

       77 ws-rec-count pic 9(8) value zero.
       77 ws-bad-count pic 9(8) value zero.
       77 ws-low-count pic 9(8) value zero.
       77 ws-risk-sum  pic S9(18) comp-4 value zero.
       77 ws-ans-disp  pic Z(17)9.

       COPY EOFSW.
       COPY HDRWS.
           end-perform
           close input-file

      *> The last row has no row below it -- check it now.
           if gr-rows > zero and not map-rejected
              move gr-rows to gr-r
              perform find-low-points
           end-if
           if map-rejected
              move zero to ws-low-count ws-risk-sum
              move spaces to report-record
              string 'MAP REJECTED -- a row is wider than the '
                        delimited by size
                     '4000-column limit; see the DIAG report'
                        delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if

           move ws-low-count to ws-ans-disp
           move spaces to report-record
           if ws-bad-count > zero
              move 'BADDATA' to jl-status
           end-if
           if map-rejected
              move 'MAP REJECTED' to jl-answer
              move 'OVERSIZE' to jl-status
           end-if
           move ws-rec-count to jl-recs-read
           move ws-bad-count to jl-recs-rejected

           COPY HDREND REPLACING PROGID BY 'AOC2109A'
                                 HDR-COUNT BY ws-rec-count.
           COPY DIAGCLOSE.
      *> A rejected map is a data failure, not a warning -- there is
      *> no answer to trust.
           if map-rejected
              move 8 to return-code
           end-if
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOC2109A'.


      *> One map row -- the first row fixes the width; a row of a
      *> different width or with a non-digit goes to DIAG and the
      *> grid row stays out of the map. A row past the column limit
      *> rejects the map outright: the rest of the file is still
      *> counted, but no answer is given for a map that was not read
      *> whole.
       load-one-row section.
           if map-rejected
              exit section
           end-if
           compute gr-c = function
              stored-char-length(input-record)
           if gr-c > gr-max-cols
              add 1 to ws-bad-count
              move 'Y' to ws-map-reject
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2109A'
                RECNUM BY ws-rec-count
                RECTEXT BY ==function trim(input-record)==
                REASON BY 'row wider than 4000 columns -- map rejected'.
              exit section
           end-if
           if gr-cols = zero
              move gr-c to gr-cols
           end-if
                REASON BY 'non-digit in height row'.
              exit section
           end-if
           add 1 to gr-rows
           compute gr-slot = function mod(gr-rows - 1, 3) + 1
           move input-record(1:gr-cols) to gr-row(gr-slot)(1:gr-cols)
      *> The row before this one now has both its neighbours.
           if gr-rows > 1
              compute gr-r = gr-rows - 1
              perform find-low-points
           end-if
           .

      *> Low points on map row gr-r -- the row above (if any) and
      *> the row below (if gr-r is not the last row read so far) are
      *> both still in the window.
       find-low-points section.
           compute gr-slot = function mod(gr-r - 1, 3) + 1
           compute gr-above = function mod(gr-r + 1, 3) + 1
           compute gr-below = function mod(gr-r, 3) + 1
           perform varying gr-c from 1 by 1 until gr-c > gr-cols
              move 'Y' to ws-low
              if gr-r > 1
                 and gr-cell(gr-above, gr-c)
                     <= gr-cell(gr-slot, gr-c)
                 move 'N' to ws-low
              end-if
              if gr-r < gr-rows
                 and gr-cell(gr-below, gr-c)
                     <= gr-cell(gr-slot, gr-c)
                 move 'N' to ws-low
              end-if
              if gr-c > 1
                 and gr-cell(gr-slot, gr-c - 1)
                     <= gr-cell(gr-slot, gr-c)
                 move 'N' to ws-low
              end-if
              if gr-c < gr-cols
                 and gr-cell(gr-slot, gr-c + 1)
                     <= gr-cell(gr-slot, gr-c)
                 move 'N' to ws-low
              end-if
              if ws-low = 'Y'
                 add 1 to ws-low-count
                 compute ws-here =
                    function numval(gr-cell(gr-slot, gr-c))
                 compute ws-risk-sum = ws-risk-sum + ws-here + 1
              end-if
           end-perform
           .
