      *> the day-5 pair never had: top-N hottest points, the
      *> overlap depth distribution, and a coarse density map of
      *> the grid with the hottest region named.
      *> The sweep also writes the hot-spot extract for the survey
      *> team's mapping tool: a comma-delimited file of every point
      *> at or above AOC2105C_HOTSPOT_DEPTH overlapping lines
      *> (default 2, diagonals included), one D record per point --
      *> x, y, overlap count, and Y when diagonal lines contributed
      *> to the count. An H record opens it (business date, depth)
      *> and a T record closes it (record count, business date,
      *> input fingerprint -- the job log's fingerprint of the same
      *> file), so the loading side can prove it got the whole file.
             select input-file
               assign to dynamic input-file-name
               organization is line sequential.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select hotspot-file
               assign to dynamic hotspot-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY ARCHIVESEL.
             COPY DIAGSEL.
          data record is input-record.
       01 input-record.
          05 seg-line pic X(40).
      *> Past the segment, for the fingerprint only -- a staged
      *> control header runs longer than any segment line.
          05 filler   pic X(40).

       fd report-file
          block 0 records
          data record is report-record.
       01 report-record pic X(132).

       fd hotspot-file
          block 0 records
          label records omitted
          data record is hotspot-record.
       01 hotspot-record pic X(80).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY DIAGFD.
       77 input-file-name pic X(60) value 'C:\WS\AOC2021\AOC5.txt'.
       77 ws-env-path     pic X(60).
       77 report-file-name pic X(60).
       77 hotspot-file-name pic X(60) value spaces.

      *> Hot-spot extract. The fingerprint is taken as the segment
      *> lines are read, the same position-weighted sum ARCHIVECOPY
      *> hands the job log, so the two agree -- and the trailer is
      *> still complete on a run that does not archive its input.
       77 hs-depth-env  pic X(6).
       77 hs-depth      pic S9(4) comp-4 value 2.
       77 hs-count      pic 9(9) value zero.
       77 hs-fp-sum     pic 9(9) value zero.
       77 hs-fp-ix      pic S9(4) comp-4.
       77 hs-fp-len     pic S9(4) comp-4.
       77 hs-diag       pic X.
       77 hs-x-disp     pic Z(3)9.
       77 hs-y-disp     pic Z(3)9.
       77 hs-n-disp     pic Z(3)9.
       77 hs-count-disp pic Z(8)9.
       77 hs-fp-disp    pic Z(8)9.

      *> Segment parse fields -- 'x1,y1 -> x2,y2', 0-9999 now.
       77 sg-x1-txt pic X(8).
       77 ws-disp3 pic Z(7)9.

       COPY EOFSW.
       COPY HDRWS.

       COPY RUNMODE.

                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           string 'C:\WS\AOC2021\AOC2105C-HOTSPOTS-' delimited by size
                  jl-busdate delimited by size
                  '.csv' delimited by size
             into hotspot-file-name
           accept hs-depth-env from environment
              'AOC2105C_HOTSPOT_DEPTH'
           if hs-depth-env not = spaces
              and function trim(hs-depth-env) is numeric
              and function numval(hs-depth-env) >= 1
              and function numval(hs-depth-env) <= 9999
              compute hs-depth = function numval(hs-depth-env)
           end-if

           open input input-file
           read input-file at end set eof-in to true end-read
      *> A staged control header is bookkeeping, not a segment --
      *> but it is part of the file, so it is fingerprinted.
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              perform fingerprint-line
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              perform fingerprint-line
              if seg-line not = spaces
                 perform load-segment
              end-if
           end-perform
           close input-file

           perform open-hotspot-extract
           if st-count > zero
              perform sweep-rows
           end-if
           perform close-hotspot-extract

           perform write-vent-report


           COPY ARCHIVECOPY REPLACING PROGID BY 'AOC2105C'
                                       SRC-PATH BY input-file-name.
           COPY HDREND REPLACING PROGID BY 'AOC2105C'
                                 HDR-COUNT BY a-line-num.
           move a-line-num to jl-recs-read
           move a-bad-count to jl-recs-rejected
           COPY RCSET.
                 end-if
                 perform consider-top-point
              end-if
              if ra-cell(rw-x) >= hs-depth
                 perform write-hotspot-point
              end-if
           end-perform
           .

                                    REASON BY
                                      'not an x1,y1 -> x2,y2 line'.
           .

      *> Position-weighted byte sum of one input line, kept the way
      *> ARCHIVECOPY keeps jl-fp-sum.
       fingerprint-line section.
           compute hs-fp-len =
              function stored-char-length(input-record)
           perform varying hs-fp-ix from 1 by 1
                   until hs-fp-ix > hs-fp-len
              compute hs-fp-sum = function mod(
                 hs-fp-sum + function ord(input-record(hs-fp-ix:1))
                 * hs-fp-ix, 999999937)
           end-perform
           .

       open-hotspot-extract section.
           open output hotspot-file
           move hs-depth to hs-n-disp
           move spaces to hotspot-record
           string 'H,AOC2105C-HOTSPOTS,' delimited by size
                  jl-busdate delimited by size
                  ',' delimited by size
                  function trim(hs-n-disp) delimited by size
             into hotspot-record
           write hotspot-record
           .

      *> One D record: x,y,overlaps,diagonal -- rw-x is the strip
      *> cell, one past the x coordinate.
       write-hotspot-point section.
           compute hs-x-disp = rw-x - 1
           move rw-y to hs-y-disp
           move ra-cell(rw-x) to hs-n-disp
           if ra-cell(rw-x) > rs-cell(rw-x)
              move 'Y' to hs-diag
           else
              move 'N' to hs-diag
           end-if
           move spaces to hotspot-record
           string 'D,' delimited by size
                  function trim(hs-x-disp) delimited by size
                  ',' delimited by size
                  function trim(hs-y-disp) delimited by size
                  ',' delimited by size
                  function trim(hs-n-disp) delimited by size
                  ',' delimited by size
                  hs-diag delimited by size
             into hotspot-record
           write hotspot-record
           add 1 to hs-count
           .

       close-hotspot-extract section.
           move hs-count to hs-count-disp
           move hs-fp-sum to hs-fp-disp
           move spaces to hotspot-record
           string 'T,' delimited by size
                  function trim(hs-count-disp) delimited by size
                  ',' delimited by size
                  jl-busdate delimited by size
                  ',' delimited by size
                  function trim(hs-fp-disp) delimited by size
             into hotspot-record
           write hotspot-record
           close hotspot-file
           COPY CATADD REPLACING PROGID BY 'AOC2105C-HOTSPOTS'
                                 RPT-PATH BY hotspot-file-name
                                 RPT-COUNT BY hs-count.
           move hs-depth to hs-n-disp
           display 'AOC2105C: ' function trim(hs-count-disp)
              ' hot spot(s) of depth ' function trim(hs-n-disp)
              ' or more extracted to ' function trim(hotspot-file-name)
           .
