               assign to dynamic crab-file-name
               organization is line sequential
               file status is ws-new-file-status.
      *> The day-5/8/9 feeds -- same env vars and defaults as the
      *> AOC2105x, AOC2108x and AOC2109x programs that read them.
             select aoc5-file
               assign to dynamic aoc5-file-name
               organization is line sequential
               file status is ws-new-file-status.
             select aoc8-file
               assign to dynamic aoc8-file-name
               organization is line sequential
               file status is ws-new-file-status.
             select aoc9-file
               assign to dynamic aoc9-file-name
               organization is line sequential
               file status is ws-new-file-status.
             select valid-report-file
               assign to dynamic valid-report-name
               organization is line sequential.
          data record is crab-record.
       01 crab-record pic X(4000).

       fd aoc5-file
          block 0 records
          label records omitted
          data record is aoc5-record.
       01 aoc5-record pic X(132).

       fd aoc8-file
          block 0 records
          label records omitted
          data record is aoc8-record.
       01 aoc8-record pic X(132).

       fd aoc9-file
          block 0 records
          label records omitted
          data record is aoc9-record.
       01 aoc9-record pic X(4001).

       fd valid-report-file
          block 0 records
          label records omitted
       77 cr-pos-txt pic X(10).
       77 cr-cnt-txt pic X(10).

      *> Day-5/8/9 checks. Vent segments are 'x1,y1 -> x2,y2' in at
      *> most the 40 characters AOC2105x read, coordinates 0-999;
      *> a display line is ten signal patterns, '|', four output
      *> digits, each pattern 2-7 of the segment letters a-g; a
      *> height map is a rectangle of digits no wider than the
      *> 4000 columns AOC2109x hold.
       77 aoc5-file-name pic X(60) value 'C:\WS\AOC2021\AOC5.txt'.
       77 aoc8-file-name pic X(60) value 'C:\WS\AOC2021\AOC8.txt'.
       77 aoc9-file-name pic X(60) value 'C:\WS\AOC2021\AOC9.txt'.
       77 v5-arrows  pic 9(4) comp-4.
       77 v5-commas  pic 9(4) comp-4.
       77 v5-from    pic X(40).
       77 v5-to      pic X(40).
       01 v5-coords.
          05 v5-coord occurs 4 times pic X(10).
       77 v5-cx      pic 9(4) comp-4.
       77 v5-bad-coord pic X.
       77 v8-bars    pic 9(4) comp-4.
       77 v8-left    pic X(132).
       77 v8-right   pic X(132).
       77 v8-side    pic X(132).
       77 v8-token   pic X(10).
       77 v8-tlen    pic 9(4) comp-4.
       77 v8-tokens  pic 9(4) comp-4.
       77 v8-bad-token pic X.
       77 v8-disp    pic Z(3)9.
       77 v9-width   pic 9(4) comp-4 value zero.
       77 v9-max     pic 9(4) comp-4 value 4000.

      *> Request 091: per-file verdicts for AOCBATCH's granular
      *> pre-flight gate -- one Y/N per input, position-coded:
      *> 1=AOC1 2=AOC2 3=AOC3 4=bingo pair 5=fish 6=crabs
      *> 7=vents (day 5) 8=displays (day 8) 9=heights (day 9).
       01 vf-flags.
          05 vf-bad occurs 9 times pic X value 'N'.
       77 vf-ix pic S9(4) comp-4.

      *> Quarantine workflow -- a file that failed validation used to
       77 ws-quar-save-rc pic S9(9) comp-4.
       77 ws-quar-eof pic X(4) value 'on'.
          88 quar-at-eof value 'EOFi'.

      *> Dry mode (AOCVALID_DRYRUN=Y, set by AOCBATCH's forecast):
      *> every file is judged and the verdicts handed back as usual,
      *> but the report goes to a FORECAST name and nothing shared is
      *> touched -- no catalog entry, no quarantine move, no job-log
      *> record.
       77 ws-dryrun-env pic X(2).
          88 valid-dryrun value 'Y' 'y'.
       01 quar-reg-rec.
          05 qr-date   pic 9(8).
          05 filler    pic X.

       linkage section.
      *> Request 061/091: shared results area -- the per-file
      *> verdict string rides back in jres-answer ('bad=NNNNNNNNN') so
      *> the caller can gate individual steps instead of treating one
      *> RC 8 as covering every file at once.
       COPY JOBRESLK.
              move k-roof-max to k-roof
           end-if

           accept ws-dryrun-env from environment 'AOCVALID_DRYRUN'
           accept ws-env-path from environment 'AOCVALID_REPORT'
           if ws-env-path not = spaces
              move ws-env-path to valid-report-name
                     ws-today-yyyymmdd delimited by size
                     '.txt' delimited by size
                into valid-report-name
              if valid-dryrun
                 move spaces to valid-report-name
                 string 'C:\WS\AOC2021\AOCVALID-FORECAST-'
                           delimited by size
                        ws-today-yyyymmdd delimited by size
                        '.txt' delimited by size
                   into valid-report-name
              end-if
           end-if

           accept ws-env-path from environment 'AOC4_INPUT'
           if ws-env-path not = spaces
              move ws-env-path to crab-file-name
           end-if
           accept ws-env-path from environment 'AOC2105_INPUT'
           if ws-env-path not = spaces
              move ws-env-path to aoc5-file-name
           end-if
           accept ws-env-path from environment 'AOC8_INPUT'
           if ws-env-path not = spaces
              move ws-env-path to aoc8-file-name
           end-if
           accept ws-env-path from environment 'AOC9_INPUT'
           if ws-env-path not = spaces
              move ws-env-path to aoc9-file-name
           end-if

           open output valid-report-file
      *> Request 099: standard heading block.
           perform validate-aoc4-draws
           perform validate-fish
           perform validate-crabs
           perform validate-aoc5
           perform validate-aoc8
           perform validate-aoc9

      *> Request 099: standard trailer.
           COPY RPTFOOT REPLACING RPT-REC BY valid-report-record.
           close valid-report-file
      *> Request 089: manifest entry for this report.
           if not valid-dryrun
              COPY CATADD REPLACING PROGID BY 'AOCVALID'
                                    RPT-PATH BY valid-report-name
                                    RPT-COUNT BY a-bad-total.
           end-if

           if a-bad-total > zero
              display a-bad-total ' bad line(s) found -- see '
                 function trim(valid-report-name)
              move 8 to return-code
              if not valid-dryrun
                 perform quarantine-failed-files
              end-if
           else
              display 'AOCVALID: all input files passed validation'
           end-if
           move a-bad-total to jl-recs-rejected
      *> Request 090: standardized return code for this run.
           COPY RCSET.
           if not valid-dryrun
              COPY JOBLOGEND REPLACING PROGID BY 'AOCVALID'.
           end-if

      *> Request 091: hand the per-file verdicts to the caller.
           if address of job-results not = null
           end-if
           .

      *> Day-5 vent segments. Blank lines are passed over here as
      *> AOC2105x pass them over; anything else must be exactly
      *> 'x1,y1 -> x2,y2' within 40 characters, coordinates 0-999.
       validate-aoc5 section.
           move zero to a-line-num
           move 'on' to file-eof
           open input aoc5-file
           if ws-new-file-status = '35'
              move 'AOC5' to lk-file
              move 'vent file not found' to lk-problem
              perform report-bad-line
              exit section
           end-if
           read aoc5-file at end set eof-in to true end-read
           move zero to v-hdr-expected
           COPY HDRCHECK REPLACING HDR-REC BY aoc5-record.
           if hdr-is-header
              move hdr-expected to v-hdr-expected
              if hdr-date is not numeric
                 move 'AOC5' to lk-file
                 move 'control header date not numeric'
                   to lk-problem
                 perform report-bad-line
              end-if
              read aoc5-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              if aoc5-record not = spaces
                 perform check-one-segment
              end-if
              read aoc5-file at end set eof-in to true end-read
           end-perform
           close aoc5-file
           if v-hdr-expected not = zero
              and a-line-num not = v-hdr-expected
              move 'AOC5' to lk-file
              move 'header count mismatch -- truncated feed?'
                to lk-problem
              perform report-bad-line
           end-if
           .

       check-one-segment section.
           move 'AOC5' to lk-file
           if function stored-char-length(aoc5-record) > 40
              move 'segment line longer than 40 characters'
                to lk-problem
              perform report-bad-line
              exit section
           end-if
           move zero to v5-arrows v5-commas
           inspect aoc5-record tallying v5-arrows for all ' -> '
                                        v5-commas for all ','
           if v5-arrows not = 1 or v5-commas not = 2
              move 'not in x1,y1 -> x2,y2 form' to lk-problem
              perform report-bad-line
              exit section
           end-if
           move spaces to v5-from v5-to v5-coords
           unstring aoc5-record delimited by ' -> '
              into v5-from v5-to
           end-unstring
           unstring v5-from delimited by ','
              into v5-coord(1) v5-coord(2)
           end-unstring
           unstring v5-to delimited by ','
              into v5-coord(3) v5-coord(4)
           end-unstring
           move 'N' to v5-bad-coord
           perform varying v5-cx from 1 by 1 until v5-cx > 4
              if v5-coord(v5-cx) = spaces
                 or function trim(v5-coord(v5-cx)) is not numeric
                 or function length(function trim(v5-coord(v5-cx)))
                    > 3
                 move 'Y' to v5-bad-coord
              end-if
           end-perform
           if v5-bad-coord = 'Y'
              move 'coordinate is not a number 0-999' to lk-problem
              perform report-bad-line
           end-if
           .

      *> Day-8 displays: ten signal patterns, '|', four output
      *> digits -- AOC2108x decode by pattern length and letter
      *> overlap, so a short or foreign pattern decodes wrong silently.
       validate-aoc8 section.
           move zero to a-line-num
           move 'on' to file-eof
           open input aoc8-file
           if ws-new-file-status = '35'
              move 'AOC8' to lk-file
              move 'display file not found' to lk-problem
              perform report-bad-line
              exit section
           end-if
           read aoc8-file at end set eof-in to true end-read
           move zero to v-hdr-expected
           COPY HDRCHECK REPLACING HDR-REC BY aoc8-record.
           if hdr-is-header
              move hdr-expected to v-hdr-expected
              if hdr-date is not numeric
                 move 'AOC8' to lk-file
                 move 'control header date not numeric'
                   to lk-problem
                 perform report-bad-line
              end-if
              read aoc8-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              if aoc8-record not = spaces
                 perform check-one-display
              end-if
              read aoc8-file at end set eof-in to true end-read
           end-perform
           close aoc8-file
           if v-hdr-expected not = zero
              and a-line-num not = v-hdr-expected
              move 'AOC8' to lk-file
              move 'header count mismatch -- truncated feed?'
                to lk-problem
              perform report-bad-line
           end-if
           .

       check-one-display section.
           move 'AOC8' to lk-file
           move zero to v8-bars
           inspect aoc8-record tallying v8-bars for all '|'
           if v8-bars not = 1
              move 'not one | between patterns and output'
                to lk-problem
              perform report-bad-line
              exit section
           end-if
           move spaces to v8-left v8-right
           unstring aoc8-record delimited by '|'
              into v8-left v8-right
           end-unstring
           move v8-left to v8-side
           perform count-display-tokens
           if v8-tokens not = 10
              move spaces to lk-problem
              move v8-tokens to v8-disp
              string function trim(v8-disp) delimited by size
                     ' signal pattern(s), expected 10'
                        delimited by size
                into lk-problem
              perform report-bad-line
           end-if
           if v8-bad-token = 'Y'
              move 'signal pattern not 2-7 letters a-g' to lk-problem
              perform report-bad-line
           end-if
           move v8-right to v8-side
           perform count-display-tokens
           if v8-tokens not = 4
              move spaces to lk-problem
              move v8-tokens to v8-disp
              string function trim(v8-disp) delimited by size
                     ' output digit(s), expected 4' delimited by size
                into lk-problem
              perform report-bad-line
           end-if
           if v8-bad-token = 'Y'
              move 'output digit not 2-7 letters a-g' to lk-problem
              perform report-bad-line
           end-if
           .

       count-display-tokens section.
           move zero to v8-tokens
           move 'N' to v8-bad-token
           move 1 to dr-point
           perform until dr-point >
                 function stored-char-length(v8-side)
              move spaces to v8-token
              move zero to v8-tlen
              unstring v8-side delimited by all ' '
                 into v8-token count in v8-tlen
                 with pointer dr-point
              end-unstring
              if v8-tlen > zero
                 add 1 to v8-tokens
                 if v8-tlen < 2 or v8-tlen > 7
                    move 'Y' to v8-bad-token
                 else
                    perform varying a-ix from 1 by 1
                            until a-ix > v8-tlen
                       if v8-token(a-ix:1) < 'a'
                          or v8-token(a-ix:1) > 'g'
                          move 'Y' to v8-bad-token
                       end-if
                    end-perform
                 end-if
              end-if
           end-perform
           .

      *> Day-9 height map: every row digits only and as wide as the
      *> first, no wider than AOC2109x's 4000-column grid.
       validate-aoc9 section.
           move zero to a-line-num v9-width
           move 'on' to file-eof
           open input aoc9-file
           if ws-new-file-status = '35'
              move 'AOC9' to lk-file
              move 'height map not found' to lk-problem
              perform report-bad-line
              exit section
           end-if
           read aoc9-file at end set eof-in to true end-read
           move zero to v-hdr-expected
           COPY HDRCHECK REPLACING HDR-REC BY aoc9-record.
           if hdr-is-header
              move hdr-expected to v-hdr-expected
              if hdr-date is not numeric
                 move 'AOC9' to lk-file
                 move 'control header date not numeric'
                   to lk-problem
                 perform report-bad-line
              end-if
              read aoc9-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              if aoc9-record not = spaces
                 perform check-one-height-row
              end-if
              read aoc9-file at end set eof-in to true end-read
           end-perform
           close aoc9-file
           if v-hdr-expected not = zero
              and a-line-num not = v-hdr-expected
              move 'AOC9' to lk-file
              move 'header count mismatch -- truncated feed?'
                to lk-problem
              perform report-bad-line
           end-if
           .

       check-one-height-row section.
           move 'AOC9' to lk-file
           compute a-len = function stored-char-length(aoc9-record)
           if a-len > v9-max
              move 'row wider than 4000 columns' to lk-problem
              perform report-bad-line
              exit section
           end-if
           if aoc9-record(1:a-len) is not numeric
              move 'non-digit in height row' to lk-problem
              perform report-bad-line
           end-if
           if v9-width = zero
              move a-len to v9-width
           else
              if a-len not = v9-width
                 move 'row width differs from the first row'
                   to lk-problem
                 perform report-bad-line
              end-if
           end-if
           .

       report-bad-line section.
           add 1 to a-bad-total
      *> Request 091: mark the owning file's verdict flag.
              when 'AOC4B' move 'Y' to vf-bad(4)
              when 'FISH'  move 'Y' to vf-bad(5)
              when 'CRABS' move 'Y' to vf-bad(6)
              when 'AOC5'  move 'Y' to vf-bad(7)
              when 'AOC8'  move 'Y' to vf-bad(8)
              when 'AOC9'  move 'Y' to vf-bad(9)
              when other continue
           end-evaluate
           move a-line-num to a-line-disp
              move 'failed roster validation' to ws-quar-reason
              perform quarantine-one-file
           end-if
           if vf-bad(7) = 'Y'
              move 'AOC5' to ws-quar-tag
              move aoc5-file-name to ws-quar-src
              move 'failed segment validation' to ws-quar-reason
              perform quarantine-one-file
           end-if
           if vf-bad(8) = 'Y'
              move 'AOC8' to ws-quar-tag
              move aoc8-file-name to ws-quar-src
              move 'failed display validation' to ws-quar-reason
              perform quarantine-one-file
           end-if
           if vf-bad(9) = 'Y'
              move 'AOC9' to ws-quar-tag
              move aoc9-file-name to ws-quar-src
              move 'failed height-map validation' to ws-quar-reason
              perform quarantine-one-file
           end-if
           if ws-quar-count > zero
              display 'AOCVALID: ' ws-quar-count ' file(s) moved to '
                 'quarantine -- review and release with AOCQUAR'
