       identification division.
       program-id. AOCCLEAR.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Seabed clearance check. AOC2b works out the course and AOC1
      *> reads the seabed depth at each sonar sweep, and nothing ever
      *> checked one against the other. This lines up every position
      *> in an AOC2b trail with the sonar reading taken there -- the
      *> AOC1 input archived for the same business date, found
      *> through the archive catalog -- and flags every point where
      *> the boat comes within the clearance margin of the floor or
      *> goes below it, with the voyage's minimum clearance and
      *> where it fell.
      *>
      *> The trail is today's AOC2b-TRAIL file (AOCCLEAR_TRAIL names
      *> any other; AOCCLEAR_DATE checks an earlier business date).
      *> Positions the course passes over between two trail lines
      *> are checked at the depth the boat has there.
      *> Horizontal position n is sweep n -- the nth accepted
      *> reading; AOCCLEAR_OFFSET shifts that when the sonar started
      *> ahead of or behind the course. AOCCLEAR_MARGIN is the
      *> clearance in depth units (default 10). A course that goes
      *> into the floor ends the step with return code 8 so the plan
      *> is stopped before it is run.
             select trail-file
               assign to dynamic trail-file-name
               organization is line sequential
               file status is trail-file-status.
             select sonar-file
               assign to dynamic sonar-file-name
               organization is line sequential
               file status is sonar-file-status.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY ARCHIVESEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       fd trail-file
          block 0 records
          label records omitted
          data record is trail-record.
       01 trail-record pic X(80).

       fd sonar-file
          block 0 records
          label records omitted
          data record is sonar-record.
       01 sonar-record pic X(80).

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       COPY HDRWS.
       77 a-dummy pic X.

       77 trail-file-name   pic X(60) value spaces.
       77 trail-file-status pic X(2).
       77 sonar-file-name   pic X(80) value spaces.
       77 sonar-file-status pic X(2).
       77 report-file-name  pic X(60) value spaces.
       77 ws-env-path       pic X(60).
       77 ws-env-num        pic X(12).
       77 ws-check-date     pic 9(8).

      *> The sonar readings, in sweep order.
       77 sn-max   pic S9(8) comp-4 value 100000.
       77 sn-count pic S9(8) comp-4 value zero.
       01 sn-table.
          05 sn-depth occurs 100000 times pic S9(9) comp-4.
       77 sn-ix      pic S9(8) comp-4.
       77 sn-skipped pic 9(8) value zero.
       77 sn-overflow pic 9(8) value zero.

       77 cl-margin pic S9(9) comp-4 value 10.
       77 cl-offset pic S9(8) comp-4 value zero.

      *> One trail line, taken apart.
       77 ws-discard    pic X(80).
       77 ws-rest       pic X(80).
       77 ws-line-text  pic X(10).
       77 ws-horiz-text pic X(14).
       77 ws-depth-text pic X(14).
       77 ws-parse-ok   pic X.
       77 tr-line  pic S9(8) comp-4.
       77 tr-horiz pic S9(12) comp-4.
       77 tr-depth pic S9(12) comp-4.
       77 tr-clear pic S9(12) comp-4.
      *> The previous trail position -- a forward move passes over
      *> every position between, at a depth changing by aim per
      *> unit, so each one in between is checked too.
       77 pv-horiz pic S9(12) comp-4 value zero.
       77 pv-depth pic S9(12) comp-4 value zero.
       77 ip-horiz pic S9(12) comp-4.
       77 ip-end-horiz pic S9(12) comp-4.
       77 ip-end-depth pic S9(12) comp-4.

       77 tr-count     pic S9(8) comp-4 value zero.
       77 tr-checked   pic S9(8) comp-4 value zero.
       77 tr-unmatched pic S9(8) comp-4 value zero.
       77 tr-bad       pic S9(8) comp-4 value zero.
       77 tr-close     pic S9(8) comp-4 value zero.
       77 tr-below     pic S9(8) comp-4 value zero.
       77 mn-found pic X value 'N'.
       77 mn-clear pic S9(12) comp-4 value zero.
       77 mn-line  pic S9(8) comp-4 value zero.
       77 mn-horiz pic S9(12) comp-4 value zero.
       77 mn-depth pic S9(12) comp-4 value zero.
       77 mn-floor pic S9(12) comp-4 value zero.

       77 ws-line-disp  pic Z(7)9.
       77 ws-num-disp   pic -(11)9.
       77 ws-num-disp2  pic -(11)9.
       77 ws-num-disp3  pic -(11)9.
       77 ws-cnt-disp   pic Z(7)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY ARCHIVEWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           move jl-busdate to ws-check-date
           accept ws-env-num from environment 'AOCCLEAR_DATE'
           if ws-env-num(1:8) is numeric
              move ws-env-num(1:8) to ws-check-date
           end-if
           accept ws-env-path from environment 'AOCCLEAR_TRAIL'
           if ws-env-path not = spaces
              move ws-env-path to trail-file-name
           else
              string 'C:\WS\AOC2021\AOC2b-TRAIL-' delimited by size
                     ws-check-date delimited by size
                     '.txt' delimited by size
                into trail-file-name
           end-if
           accept ws-env-num from environment 'AOCCLEAR_MARGIN'
           if ws-env-num not = spaces
              and function trim(ws-env-num) is numeric
              compute cl-margin = function numval(ws-env-num)
           end-if
           accept ws-env-num from environment 'AOCCLEAR_OFFSET'
           if ws-env-num not = spaces
              and function test-numval(ws-env-num) = zero
              compute cl-offset = function numval(ws-env-num)
           end-if
           string 'C:\WS\AOC2021\AOCCLEAR-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name

           perform find-sonar-copy
           if sonar-file-name = spaces
              display 'AOCCLEAR: no archived AOC1 sonar input for '
                 ws-check-date ' -- nothing to check the course against'
              move 'NOSONAR' to jl-status
              move 'no sonar for date' to jl-answer
              perform finish-run
              goback
           end-if
           perform load-sonar
           if sn-count = zero
              display 'AOCCLEAR: the archived sonar file '
                 function trim(sonar-file-name)
                 ' holds no readings'
              move 'NOSONAR' to jl-status
              move 'no sonar readings' to jl-answer
              perform finish-run
              goback
           end-if

           open input trail-file
           if trail-file-status not = '00'
              display 'AOCCLEAR: trail file '
                 function trim(trail-file-name) ' not found'
              move 'NOTRAIL' to jl-status
              move 'no trail' to jl-answer
              perform finish-run
              goback
           end-if
           open output report-file
           move 'AOCCLEAR' to rw-prog
           move 'SEABED CLEARANCE CHECK' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-report-head
           move 'on' to file-eof
           read trail-file at end set eof-in to true end-read
           perform until eof-in
              if trail-record(1:5) = 'Line '
                 perform parse-trail-line
                 if ws-parse-ok = 'Y'
                    perform check-passage
                 end-if
              end-if
              read trail-file at end set eof-in to true end-read
           end-perform
           close trail-file
           perform write-summary
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCCLEAR'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCCLEAR: clearance check written to '
              function trim(report-file-name)

           move spaces to jl-answer
           if mn-found = 'Y'
              move mn-clear to ws-num-disp
              move mn-horiz to ws-num-disp2
              string 'minclear=' delimited by size
                     function trim(ws-num-disp) delimited by size
                     ' at horiz=' delimited by size
                     function trim(ws-num-disp2) delimited by size
                into jl-answer
           else
              move 'no matched points' to jl-answer
              move 'NOMATCH' to jl-status
           end-if
           if tr-close > zero
              move 'CLOSE' to jl-status
           end-if
           if tr-below > zero
              display 'AOCCLEAR: the course goes BELOW THE SEABED at '
                 tr-below ' point(s) -- do not execute this plan'
              move 'GROUNDED' to jl-status
              move 8 to return-code
           end-if
           move tr-count to jl-recs-read
           compute jl-recs-rejected = tr-bad + tr-unmatched
           perform finish-run
           goback.

       finish-run section.
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCCLEAR'.
           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           .

      *> The AOC1 input archived for the check date -- the latest
      *> copy that day wins.
       find-sonar-copy section.
           open input archive-cat-file
           if archive-cat-status = '35'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              move archive-cat-record to arc-cat-record
              if function trim(arc-cat-progid) = 'AOC1'
                 and arc-cat-date = ws-check-date
                 move arc-cat-path to sonar-file-name
              end-if
              read archive-cat-file at end set eof-in to true
              end-read
           end-perform
           close archive-cat-file
           .

      *> Readings in sweep order, as AOC1 accepts them: a staged
      *> control header and any non-numeric line are not sweeps.
       load-sonar section.
           open input sonar-file
           if sonar-file-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read sonar-file at end set eof-in to true end-read
           COPY HDRCHECK REPLACING HDR-REC BY sonar-record.
           if hdr-is-header
              read sonar-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              if sonar-record not = spaces
                 if function trim(sonar-record) is numeric
                    if sn-count < sn-max
                       add 1 to sn-count
                       compute sn-depth(sn-count) =
                          function numval(sonar-record)
                    else
                       add 1 to sn-overflow
                    end-if
                 else
                    add 1 to sn-skipped
                 end-if
              end-if
              read sonar-file at end set eof-in to true end-read
           end-perform
           close sonar-file
           .

      *> 'Line n: horiz=h depth=d aim=a p1depth=p' -- the aim-model
      *> depth is the course the boat actually sails.
       parse-trail-line section.
           move 'N' to ws-parse-ok
           move spaces to ws-discard ws-rest ws-line-text
           move spaces to ws-horiz-text ws-depth-text
           add 1 to tr-count
           unstring trail-record delimited by 'Line ' or ':'
              into ws-discard ws-line-text
           end-unstring
           unstring trail-record delimited by 'horiz='
              into ws-discard ws-rest
           end-unstring
           unstring ws-rest delimited by all ' '
              into ws-horiz-text
           end-unstring
           move spaces to ws-rest
           unstring trail-record delimited by ' depth='
              into ws-discard ws-rest
           end-unstring
           unstring ws-rest delimited by all ' '
              into ws-depth-text
           end-unstring
           if function trim(ws-line-text) is not numeric
              or function test-numval(ws-horiz-text) not = zero
              or function test-numval(ws-depth-text) not = zero
              or ws-horiz-text = spaces or ws-depth-text = spaces
              add 1 to tr-bad
           else
              move 'Y' to ws-parse-ok
              compute tr-line = function numval(ws-line-text)
              compute tr-horiz = function numval(ws-horiz-text)
              compute tr-depth = function numval(ws-depth-text)
           end-if
           .

      *> The positions passed over on the way to this one, then this
      *> one itself.
       check-passage section.
           move tr-horiz to ip-end-horiz
           move tr-depth to ip-end-depth
           perform varying ip-horiz from pv-horiz by 1
                   until ip-horiz >= ip-end-horiz - 1
              compute tr-horiz = ip-horiz + 1
              compute tr-depth = pv-depth + (ip-end-depth - pv-depth)
                 * (tr-horiz - pv-horiz) / (ip-end-horiz - pv-horiz)
              perform check-point
           end-perform
           move ip-end-horiz to tr-horiz pv-horiz
           move ip-end-depth to tr-depth pv-depth
           perform check-point
           .

       check-point section.
           compute sn-ix = tr-horiz + cl-offset
           if sn-ix < 1 or sn-ix > sn-count
              add 1 to tr-unmatched
              exit section
           end-if
           add 1 to tr-checked
           compute tr-clear = sn-depth(sn-ix) - tr-depth
           if mn-found = 'N' or tr-clear < mn-clear
              move 'Y' to mn-found
              move tr-clear to mn-clear
              move tr-line to mn-line
              move tr-horiz to mn-horiz
              move tr-depth to mn-depth
              move sn-depth(sn-ix) to mn-floor
           end-if
           if tr-clear < zero
              add 1 to tr-below
              perform write-flag-line
           else
              if tr-clear <= cl-margin
                 add 1 to tr-close
                 perform write-flag-line
              end-if
           end-if
           .

       write-report-head section.
           move spaces to report-record
           string 'Trail: ' delimited by size
                  function trim(trail-file-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Sonar: ' delimited by size
                  function trim(sonar-file-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move sn-count to ws-cnt-disp
           move cl-margin to ws-num-disp
           move cl-offset to ws-num-disp2
           move spaces to report-record
           string 'Sonar readings: ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
                  '   clearance margin: ' delimited by size
                  function trim(ws-num-disp) delimited by size
                  '   sweep offset: ' delimited by size
                  function trim(ws-num-disp2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move '    line        horiz   boat depth  seabed depth'
              & '     clearance  finding' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY RPTCOLS REPLACING RPT-REC BY report-record.
           .

       write-flag-line section.
           move spaces to report-record
           move tr-line to ws-line-disp
           move ws-line-disp to report-record(1:8)
           move tr-horiz to ws-num-disp
           move ws-num-disp to report-record(10:12)
           move tr-depth to ws-num-disp
           move ws-num-disp to report-record(23:12)
           move sn-depth(sn-ix) to ws-num-disp
           move ws-num-disp to report-record(37:12)
           move tr-clear to ws-num-disp
           move ws-num-disp to report-record(51:12)
           if tr-clear < zero
              move 'BELOW SEABED' to report-record(65:12)
           else
              move 'WITHIN MARGIN' to report-record(65:13)
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-summary section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if tr-close = zero and tr-below = zero
              move 'No point of the course comes within the margin'
                to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move tr-count to ws-cnt-disp
           move spaces to report-record
           string 'Trail positions read       : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tr-checked to ws-cnt-disp
           move spaces to report-record
           string 'Positions checked          : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tr-unmatched to ws-cnt-disp
           move spaces to report-record
           string 'Positions with no sweep    : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if tr-bad > zero
              move tr-bad to ws-cnt-disp
              move spaces to report-record
              string 'Unreadable trail lines     : ' delimited by size
                     function trim(ws-cnt-disp) delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move tr-close to ws-cnt-disp
           move spaces to report-record
           string 'Within the margin          : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tr-below to ws-cnt-disp
           move spaces to report-record
           string 'Below the seabed           : ' delimited by size
                  function trim(ws-cnt-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if mn-found = 'Y'
              move mn-clear to ws-num-disp
              move mn-line to ws-line-disp
              move mn-horiz to ws-num-disp2
              move spaces to report-record
              string 'Minimum clearance          : ' delimited by size
                     function trim(ws-num-disp) delimited by size
                     ' at line ' delimited by size
                     function trim(ws-line-disp) delimited by size
                     ', horiz=' delimited by size
                     function trim(ws-num-disp2) delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move mn-depth to ws-num-disp
              move mn-floor to ws-num-disp3
              move spaces to report-record
              string '                             boat depth '
                        delimited by size
                     function trim(ws-num-disp) delimited by size
                     ', seabed ' delimited by size
                     function trim(ws-num-disp3) delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           if tr-below > zero
              move spaces to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move '*** THE COURSE GOES BELOW THE SEABED -- DO NOT '
                 & 'EXECUTE THIS PLAN ***' to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .
