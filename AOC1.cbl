             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
      *> Multi-sensor fusion -- the sensor list and each extra
      *> head's file, then the disagreement report.
             select sensor-list-file
               assign to dynamic sensor-list-name
               organization is line sequential
               file status is sensor-list-status.
             select sensor-file
               assign to dynamic sensor-file-name
               organization is line sequential
               file status is sensor-file-status.
             select disagree-file
               assign to dynamic disagree-file-name
               organization is line sequential.
      *> Tide/datum correction (AOC1_TIDE) and its report of the raw
      *> and corrected series.
             COPY TIDESEL.
             select tide-rpt-file
               assign to dynamic tide-rpt-name
               organization is line sequential.
      *> Seabed feature report -- its own dated file, so the sweep
      *> report above stays exactly as it was.
             select feature-file
               assign to dynamic feature-file-name
               organization is line sequential.
      *> Request 028: shared job-run log.
             COPY JOBLOGSEL.
      *> Request 033: dated input-file archive.
          data record is report-record.
       01 report-record pic X(80).

       fd sensor-list-file
          block 0 records
          label records omitted
          data record is sensor-list-record.
       01 sensor-list-record pic X(100).

       fd sensor-file
          block 0 records
          label records omitted
          data record is sensor-record.
       01 sensor-record pic X(18).

       fd disagree-file
          block 0 records
          label records omitted
          data record is disagree-record.
       01 disagree-record pic X(132).

       COPY TIDEFD.

       fd tide-rpt-file
          block 0 records
          label records omitted
          data record is tide-rpt-record.
       01 tide-rpt-record pic X(132).

       fd feature-file
          block 0 records
          label records omitted
          data record is feature-record.
       01 feature-record pic X(132).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY DIAGFD.
       77 dq-mean-disp pic -(8)9.99.
       77 dq-line-disp pic Z(7)9.
       77 ws-rec-count   pic 9(8) value zero.

      *> Seabed features, found on the same pass: the series is cut
      *> into runs of consecutive steps of one kind -- deeper by more
      *> than the shelf step (descending), shallower by more than it
      *> (ascending), or within it (flat). A run closes when the kind
      *> changes; it is a trench, ridge or shelf when it spans at
      *> least that feature's minimum readings and, for a trench or
      *> ridge, its average gradient reaches the minimum slope.
      *> AOC1_TRENCH / AOC1_RIDGE / AOC1_SHELF each take 'readings,
      *> slope' (the shelf's slope is the largest step still flat);
      *> AOC1_FEATURES=N skips the report.
       77 ft-enabled pic X value 'Y'.
       77 ft-env     pic X(20).
       77 ft-env-len pic X(10).
       77 ft-env-slope pic X(10).
       77 ft-rx      pic S9(4) comp-4.
       01 ft-rules.
          05 ft-rule occurs 3 times.
             10 ft-name     pic X(6).
             10 ft-min-len  pic S9(8) comp-4.
             10 ft-slope    pic S9(7)V99 comp-3.
             10 ft-found    pic S9(8) comp-4.
       77 ft-delta      pic S9(10) comp-4.
       77 ft-step-kind  pic S9(4) comp-4.
       77 ft-prev-line  pic 9(8) value zero.
       77 ft-gradient   pic S9(9)V99 comp-3.
       77 ft-abs-grad   pic S9(9)V99 comp-3.
       77 fr-kind       pic S9(4) comp-4 value zero.
       77 fr-first-line pic 9(8).
       77 fr-last-line  pic 9(8).
       77 fr-first-depth pic S9(9) comp-4.
       77 fr-last-depth pic S9(9) comp-4.
       77 fr-lo         pic S9(9) comp-4.
       77 fr-hi         pic S9(9) comp-4.
       77 fr-steps      pic S9(8) comp-4.
       77 ft-max     pic S9(8) comp-4 value 2000.
       77 ft-count   pic S9(8) comp-4 value zero.
       77 ft-dropped pic S9(8) comp-4 value zero.
       01 ft-table.
          05 ft-entry occurs 2000 times.
             10 ft-kind       pic S9(4) comp-4.
             10 ft-first-line pic 9(8).
             10 ft-last-line  pic 9(8).
             10 ft-readings   pic S9(8) comp-4.
             10 ft-lo         pic S9(9) comp-4.
             10 ft-hi         pic S9(9) comp-4.
             10 ft-grad       pic S9(9)V99 comp-3.
       77 ft-ix        pic S9(8) comp-4.
       77 ft-cnt-disp  pic Z(7)9.
       77 ft-cnt-disp2 pic Z(7)9.
       77 ft-grad-disp pic +(7)9.99.
       77 ft-slope-disp pic Z(6)9.99.
      *> Review fixes: count of readings actually STORED in ws-buf-val
      *> -- ws-rec-count counts every line read (including ones skipped
      *> below as non-numeric or oversize), so using it for the slot/
       77 ws-env-path      pic X(60).

       77 report-file-name pic X(60).
       77 feature-file-name pic X(60) value spaces.

      *> Tide/datum correction. AOC1_TIDE names a tide table (see
      *> TIDESEL.cpy); each reading -- fused, when there are several
      *> heads -- is brought to the datum before anything is worked
      *> out from it. The raw series runs alongside so the report
      *> can show what the tide did to the answer.
       COPY TIDEWS.
       77 tide-rpt-name pic X(60) value spaces.
       77 tr-count pic S9(8) comp-4 value zero.
       77 tr-slot  pic 9(4).
       77 tr-prev-slot pic 9(4).
       77 tr-raw   pic S9(9) comp-4.
       01 tr-window-buffer.
          05 tr-buf-val occurs 1000 times pic S9(9) comp-4.
       01 tr-inc-table.
          05 tr-inc occurs 10 times pic S9(8) comp-4.
       77 tr-raw-sum  pic S9(12) comp-4 value zero.
       77 tr-corr-sum pic S9(12) comp-4 value zero.
       77 tr-mean     pic S9(9)V99 comp-3.
      *> Raw and corrected series, reading by reading, for the report.
       77 tr-max     pic S9(8) comp-4 value 100000.
       01 tr-series.
          05 tr-reading occurs 100000 times.
             10 tr-line pic 9(8).
             10 tr-val  pic S9(9) comp-4.
             10 tr-off  pic S9(7) comp-4.
       77 tr-ix   pic S9(8) comp-4.
       77 tr-disp  pic -(9)9.
       77 tr-disp2 pic -(9)9.
       77 tr-disp3 pic -(9)9.
       77 tr-mean-disp pic -(8)9.99.

      *> Multi-sensor fusion. AOC1_SENSORS names a sensor list, one
      *> 'HEAD,path' line per sonar head ('*' comments), up to five;
      *> the files are aligned reading for reading, the first head's
      *> file is the input proper and the others are held in storage.
      *> Each reading becomes the consensus of the heads that gave a
      *> usable value -- their average with two heads, their median
      *> with three or more -- and everything after (the increase
      *> counts, the windows, the profile, the features) runs on the
      *> fused series. Heads further apart than AOC1_SENSOR_TOL
      *> (default 10) flag the reading; the disagreement report
      *> lists each one with the head furthest from the consensus.
       77 sensor-list-name   pic X(60) value spaces.
       77 sensor-list-status pic X(2).
       77 sensor-file-name   pic X(80) value spaces.
       77 sensor-file-status pic X(2).
       77 disagree-file-name pic X(60) value spaces.
       77 sx-tol-env  pic X(12).
       77 sx-tol      pic S9(9) comp-4 value 10.
       77 sx-heads    pic S9(4) comp-4 value zero.
       77 sx-max-heads pic S9(4) comp-4 value 5.
       01 sx-head-table.
          05 sx-head occurs 5 times.
             10 sx-name    pic X(10).
             10 sx-path    pic X(80).
             10 sx-loaded  pic S9(8) comp-4.
             10 sx-missing pic S9(8) comp-4.
             10 sx-outlier pic S9(8) comp-4.
       77 sx-parts-name pic X(20).
       77 sx-parts-path pic X(80).
      *> Heads 2-5, reading by reading.
       77 sx-max   pic S9(8) comp-4 value 100000.
       77 sx-extra pic S9(8) comp-4 value zero.
       01 sx-reading-table.
          05 sx-head-readings occurs 4 times.
             10 sx-reading occurs 100000 times.
                15 sx-val pic S9(9) comp-4.
                15 sx-ok  pic X.
       77 sx-ix   pic S9(4) comp-4.
       77 sx-jx   pic S9(4) comp-4.
       77 sx-line pic S9(8) comp-4.
       77 sx-num-text pic X(18).
      *> The readings for the line in hand.
       77 fz-count pic S9(4) comp-4.
       01 fz-table.
          05 fz-entry occurs 5 times.
             10 fz-have pic X.
             10 fz-val  pic S9(9) comp-4.
       01 fz-sorted.
          05 fz-sort-val occurs 5 times pic S9(9) comp-4.
       77 fz-swap      pic S9(9) comp-4.
       77 fz-value     pic S9(10) comp-4.
       77 fz-text      pic 9(9).
       77 fz-lo        pic S9(9) comp-4.
       77 fz-hi        pic S9(9) comp-4.
       77 fz-dist      pic S9(9) comp-4.
       77 fz-far-dist  pic S9(9) comp-4.
       77 fz-far-head  pic S9(4) comp-4.
       77 fz-fused     pic S9(8) comp-4 value zero.
       77 fz-flagged   pic S9(8) comp-4 value zero.
      *> Flagged readings kept for the report.
       77 dg-max     pic S9(8) comp-4 value 5000.
       77 dg-count   pic S9(8) comp-4 value zero.
       77 dg-dropped pic S9(8) comp-4 value zero.
       01 dg-table.
          05 dg-entry occurs 5000 times.
             10 dg-line      pic 9(8).
             10 dg-consensus pic S9(9) comp-4.
             10 dg-spread    pic S9(9) comp-4.
             10 dg-far-head  pic S9(4) comp-4.
             10 dg-head occurs 5 times.
                15 dg-have pic X.
                15 dg-val  pic S9(9) comp-4.
       77 dg-ix   pic S9(8) comp-4.
       77 dg-pos  pic S9(4) comp-4.
       77 dg-disp pic Z(8)9.
       77 a-inc-disp pic Z(8)9.
       77 a-inc-trimmed pic X(9).

           end-if
           perform parse-window-list

           perform set-feature-rules
           perform load-sensor-heads
           perform load-tide-table

           accept dq-spike-env from environment 'AOC1_SPIKE'
           if dq-spike-env not = spaces
              and function trim(dq-spike-env) is numeric
           end-if
           perform until eof-in
              add 1 to ws-rec-count
              if sx-heads > 1
                 perform fuse-sensor-readings
              end-if
      *> Request 036: a malformed reading (anything NUMVAL can't parse)
      *> is diagnosed and skipped here instead of being handed to
      *> NUMVAL/COMPUTE at all -- avoids a raw abend with no indication
                       add 1 to a-oversize-count
                       end-add
                    not on size error
                       if td-active
                          perform correct-for-tide
                       end-if
                       add 1 to ws-win-count
      *> Request 080: one shared circular buffer (full ws-window-max
      *> depth) -- each configured window compares the new reading
                             add 1 to dq-spike-count
                          end-if
                       end-if
                       if ft-enabled = 'Y'
                          perform track-feature
                       end-if
                       move a-work-num to dq-prev
                       move 'Y' to dq-have-prev
                 end-compute
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           if td-active
              perform write-tide-summary
           end-if
      *> Request 093: data-quality profile section.
           if ws-win-count > zero
              compute dq-mean rounded = dq-sum / ws-win-count
           COPY CATADD REPLACING PROGID BY 'AOC1'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           if ft-enabled = 'Y'
              perform close-feature-run
              perform write-feature-report
           end-if
           if sx-heads > 1
              perform write-disagreement-report
           end-if
           if td-active
              perform write-tide-report
           end-if

           if a-oversize-count > zero
              display a-oversize-count
           else
              move a-inc-trimmed to jl-answer
           end-if
           if fz-flagged > zero
              move 'SENSDIFF' to jl-status
           end-if
           if a-oversize-count > zero
              move 'OVERSIZE' to jl-status
           end-if

           COPY ARCHIVECOPY REPLACING PROGID BY 'AOC1'
                                       SRC-PATH BY input-file-name.
           perform varying sx-ix from 2 by 1 until sx-ix > sx-heads
              move spaces to sx-parts-name
              string 'AOC1-' delimited by size
                     function trim(sx-name(sx-ix)) delimited by size
                into sx-parts-name
              COPY ARCHIVECOPY REPLACING PROGID BY
                                 ==function trim(sx-parts-name)==
                                       SRC-PATH BY sx-path(sx-ix).
           end-perform
           if td-active
              COPY ARCHIVECOPY REPLACING PROGID BY 'AOC1-TIDE'
                                          SRC-PATH BY tide-table-name.
              move tide-table-name to jl-control
           end-if
      *> Request 076: record counts for the structured log record.
           move ws-rec-count to jl-recs-read
           move a-badnum-count to jl-recs-rejected
              end-if
           end-if
           .

      *> The three feature rules: house defaults, then any override
      *> of the form 'readings,slope'.
       set-feature-rules section.
           accept ft-env from environment 'AOC1_FEATURES'
           if ft-env = 'N' or ft-env = 'n'
              move 'N' to ft-enabled
              exit section
           end-if
           move 'TRENCH' to ft-name(1)
           move 'RIDGE'  to ft-name(2)
           move 'SHELF'  to ft-name(3)
           move 5 to ft-min-len(1) ft-min-len(2) ft-min-len(3)
           move 2 to ft-slope(1) ft-slope(2)
           move 1 to ft-slope(3)
           move zero to ft-found(1) ft-found(2) ft-found(3)
           perform varying ft-rx from 1 by 1 until ft-rx > 3
              move spaces to ft-env
              evaluate ft-rx
                 when 1
                    accept ft-env from environment 'AOC1_TRENCH'
                 when 2
                    accept ft-env from environment 'AOC1_RIDGE'
                 when 3
                    accept ft-env from environment 'AOC1_SHELF'
              end-evaluate
              if ft-env not = spaces
                 move spaces to ft-env-len ft-env-slope
                 unstring ft-env delimited by ','
                    into ft-env-len ft-env-slope
                 end-unstring
                 if function trim(ft-env-len) is numeric
                    and function numval(ft-env-len) > 1
                    compute ft-min-len(ft-rx) =
                       function numval(ft-env-len)
                 else
                    display 'AOC0104W AOC1: AOC1_'
                       function trim(ft-name(ft-rx))
                       ' minimum length [' function trim(ft-env-len)
                       '] ignored'
                 end-if
                 if ft-env-slope not = spaces
                    if function test-numval(ft-env-slope) = zero
                       and function numval(ft-env-slope) >= zero
                       compute ft-slope(ft-rx) =
                          function numval(ft-env-slope)
                    else
                       display 'AOC0104W AOC1: AOC1_'
                          function trim(ft-name(ft-rx))
                          ' slope [' function trim(ft-env-slope)
                          '] ignored'
                    end-if
                 end-if
              end-if
           end-perform
           .

      *> One accepted reading: the step from the previous one joins
      *> the current run or closes it and starts the next.
       track-feature section.
           if dq-have-prev not = 'Y'
              move ws-rec-count to ft-prev-line
              exit section
           end-if
           compute ft-delta = a-work-num - dq-prev
           evaluate true
              when ft-delta > ft-slope(3)
                 move 1 to ft-step-kind
              when ft-delta < zero - ft-slope(3)
                 move 2 to ft-step-kind
              when other
                 move 3 to ft-step-kind
           end-evaluate
           if ft-step-kind not = fr-kind
              perform close-feature-run
              move ft-step-kind to fr-kind
              move ft-prev-line to fr-first-line
              move dq-prev to fr-first-depth fr-lo fr-hi
              move zero to fr-steps
           end-if
           add 1 to fr-steps
           move ws-rec-count to fr-last-line
           move a-work-num to fr-last-depth
           if a-work-num < fr-lo
              move a-work-num to fr-lo
           end-if
           if a-work-num > fr-hi
              move a-work-num to fr-hi
           end-if
           move ws-rec-count to ft-prev-line
           .

       close-feature-run section.
           if fr-kind = zero
              exit section
           end-if
           move fr-kind to ft-rx
           move zero to fr-kind
           if fr-steps + 1 < ft-min-len(ft-rx)
              exit section
           end-if
           compute ft-gradient = fr-last-depth - fr-first-depth
           compute ft-gradient rounded = ft-gradient / fr-steps
           move ft-gradient to ft-abs-grad
           if ft-abs-grad < zero
              compute ft-abs-grad = zero - ft-abs-grad
           end-if
           if ft-rx < 3 and ft-abs-grad < ft-slope(ft-rx)
              exit section
           end-if
           add 1 to ft-found(ft-rx)
           if ft-count >= ft-max
              add 1 to ft-dropped
              exit section
           end-if
           add 1 to ft-count
           move ft-rx to ft-kind(ft-count)
           move fr-first-line to ft-first-line(ft-count)
           move fr-last-line to ft-last-line(ft-count)
           compute ft-readings(ft-count) = fr-steps + 1
           move fr-lo to ft-lo(ft-count)
           move fr-hi to ft-hi(ft-count)
           move ft-gradient to ft-grad(ft-count)
           .

       write-feature-report section.
           string 'C:\WS\AOC2021\AOC1-FEATURES-' delimited by size
                  ws-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into feature-file-name
           open output feature-file
           move 'AOC1' to rw-prog
           move 'SEABED FEATURES' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY feature-record.
           move spaces to feature-record
           string 'Sonar input: ' delimited by size
                  function trim(input-file-name) delimited by size
             into feature-record
           COPY RPTLINE REPLACING RPT-REC BY feature-record.
           perform varying ft-rx from 1 by 1 until ft-rx > 3
              move ft-min-len(ft-rx) to ft-cnt-disp
              move ft-slope(ft-rx) to ft-slope-disp
              move spaces to feature-record
              if ft-rx = 3
                 string '  ' delimited by size
                        ft-name(ft-rx) delimited by size
                        ': at least ' delimited by size
                        function trim(ft-cnt-disp) delimited by size
                        ' readings, no step over ' delimited by size
                        function trim(ft-slope-disp) delimited by size
                   into feature-record
              else
                 string '  ' delimited by size
                        ft-name(ft-rx) delimited by size
                        ': at least ' delimited by size
                        function trim(ft-cnt-disp) delimited by size
                        ' readings, average gradient at least '
                           delimited by size
                        function trim(ft-slope-disp) delimited by size
                   into feature-record
              end-if
              COPY RPTLINE REPLACING RPT-REC BY feature-record.
           end-perform
           move spaces to feature-record
           COPY RPTLINE REPLACING RPT-REC BY feature-record.
           move '  feature   first line   last line   readings  '
              & ' shallowest     deepest   avg gradient'
              to feature-record
           COPY RPTLINE REPLACING RPT-REC BY feature-record.
           if ft-count > zero
              COPY RPTCOLS REPLACING RPT-REC BY feature-record.
           end-if
           if ft-count = zero
              move '  no features found' to feature-record
              COPY RPTLINE REPLACING RPT-REC BY feature-record.
           end-if
           perform varying ft-ix from 1 by 1 until ft-ix > ft-count
              move spaces to feature-record
              move ft-name(ft-kind(ft-ix)) to feature-record(3:6)
              move ft-first-line(ft-ix) to ft-cnt-disp
              move ft-cnt-disp to feature-record(15:8)
              move ft-last-line(ft-ix) to ft-cnt-disp
              move ft-cnt-disp to feature-record(27:8)
              move ft-readings(ft-ix) to ft-cnt-disp
              move ft-cnt-disp to feature-record(38:8)
              move ft-lo(ft-ix) to dq-disp
              move dq-disp to feature-record(48:10)
              move ft-hi(ft-ix) to dq-disp
              move dq-disp to feature-record(60:10)
              move ft-grad(ft-ix) to ft-grad-disp
              move ft-grad-disp to feature-record(73:11)
              COPY RPTLINE REPLACING RPT-REC BY feature-record.
           end-perform
           move spaces to feature-record
           COPY RPTLINE REPLACING RPT-REC BY feature-record.
           move 'Features by type:' to feature-record
           COPY RPTLINE REPLACING RPT-REC BY feature-record.
           perform varying ft-rx from 1 by 1 until ft-rx > 3
              move ft-found(ft-rx) to ft-cnt-disp
              move spaces to feature-record
              string '  ' delimited by size
                     ft-name(ft-rx) delimited by size
                     ' : ' delimited by size
                     ft-cnt-disp delimited by size
                into feature-record
              COPY RPTLINE REPLACING RPT-REC BY feature-record.
           end-perform
           if ft-dropped > zero
              move ft-dropped to ft-cnt-disp
              move ft-max to ft-cnt-disp2
              move spaces to feature-record
              string '  (' delimited by size
                     function trim(ft-cnt-disp) delimited by size
                     ' more beyond the ' delimited by size
                     function trim(ft-cnt-disp2) delimited by size
                     '-line listing are counted above)'
                        delimited by size
                into feature-record
              COPY RPTLINE REPLACING RPT-REC BY feature-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY feature-record.
           close feature-file
           COPY CATADD REPLACING PROGID BY 'AOC1-FEATURES'
                                 RPT-PATH BY feature-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOC1: seabed feature report written to '
              function trim(feature-file-name)
           .

      *> The sensor list, then every head after the first loaded
      *> into storage, its staged header skipped like the input's.
       load-sensor-heads section.
           accept sensor-list-name from environment 'AOC1_SENSORS'
           if sensor-list-name = spaces
              exit section
           end-if
           accept sx-tol-env from environment 'AOC1_SENSOR_TOL'
           if sx-tol-env not = spaces
              and function trim(sx-tol-env) is numeric
              compute sx-tol = function numval(sx-tol-env)
           end-if
           open input sensor-list-file
           if sensor-list-status not = '00'
              display 'AOC0105W AOC1: sensor list '
                 function trim(sensor-list-name)
                 ' not found -- single-sensor run'
              exit section
           end-if
           move 'on' to file-eof
           read sensor-list-file at end set eof-in to true end-read
           perform until eof-in
              if sensor-list-record not = spaces
                 and sensor-list-record(1:1) not = '*'
                 move spaces to sx-parts-name sx-parts-path
                 unstring sensor-list-record delimited by ','
                    into sx-parts-name sx-parts-path
                 end-unstring
                 if sx-parts-path = spaces
                    display 'AOC0105W AOC1: sensor list line ['
                       function trim(sensor-list-record)
                       '] names no file -- ignored'
                 else
                    if sx-heads < sx-max-heads
                       add 1 to sx-heads
                       move function trim(sx-parts-name)
                         to sx-name(sx-heads)
                       move function trim(sx-parts-path)
                         to sx-path(sx-heads)
                       move zero to sx-loaded(sx-heads)
                       move zero to sx-missing(sx-heads)
                       move zero to sx-outlier(sx-heads)
                    else
                       display 'AOC0105W AOC1: more than '
                          sx-max-heads ' sensor heads listed -- '
                          'ignoring the rest'
                    end-if
                 end-if
              end-if
              read sensor-list-file at end set eof-in to true
              end-read
           end-perform
           close sensor-list-file
           if sx-heads = zero
              exit section
           end-if
           move sx-path(1) to input-file-name
           perform varying sx-ix from 2 by 1 until sx-ix > sx-heads
              perform load-one-head
           end-perform
           move 'on' to file-eof
           .

       load-one-head section.
           compute sx-jx = sx-ix - 1
           move sx-path(sx-ix) to sensor-file-name
           open input sensor-file
           if sensor-file-status not = '00'
              display 'AOC0105W AOC1: sensor head '
                 function trim(sx-name(sx-ix)) ' file '
                 function trim(sensor-file-name)
                 ' not found -- every reading missing'
              exit section
           end-if
           move zero to sx-line
           move 'on' to file-eof
           read sensor-file at end set eof-in to true end-read
           COPY HDRCHECK REPLACING HDR-REC BY sensor-record.
           if hdr-is-header
              read sensor-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              if sx-line < sx-max
                 add 1 to sx-line
                 move 'N' to sx-ok(sx-jx, sx-line)
                 move sensor-record to sx-num-text
                 if sx-num-text not = spaces
                    and function trim(sx-num-text) is numeric
                    compute sx-val(sx-jx, sx-line) =
                       function numval(sx-num-text)
                       on size error
                          continue
                       not on size error
                          move 'Y' to sx-ok(sx-jx, sx-line)
                    end-compute
                 end-if
              else
                 add 1 to sx-extra
              end-if
              read sensor-file at end set eof-in to true end-read
           end-perform
           close sensor-file
           move sx-line to sx-loaded(sx-ix)
           .

      *> The heads' readings for this line, their consensus handed
      *> on as the reading itself. A line no head could read is left
      *> as the input had it, for the usual rejection.
       fuse-sensor-readings section.
           move zero to fz-count
           move 'N' to fz-have(1)
           if cur-num not = spaces
              and function trim(cur-num) is numeric
              compute fz-val(1) = function numval(cur-num)
                 on size error
                    continue
                 not on size error
                    move 'Y' to fz-have(1)
              end-compute
           end-if
           perform varying sx-ix from 2 by 1 until sx-ix > sx-heads
              compute sx-jx = sx-ix - 1
              move 'N' to fz-have(sx-ix)
              if ws-rec-count <= sx-loaded(sx-ix)
                 if sx-ok(sx-jx, ws-rec-count) = 'Y'
                    move 'Y' to fz-have(sx-ix)
                    move sx-val(sx-jx, ws-rec-count) to fz-val(sx-ix)
                 end-if
              end-if
           end-perform
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              if fz-have(sx-ix) = 'Y'
                 add 1 to fz-count
                 move fz-val(sx-ix) to fz-sort-val(fz-count)
              else
                 add 1 to sx-missing(sx-ix)
              end-if
           end-perform
           if fz-count = zero
              exit section
           end-if
      *> Insertion sort of at most five values.
           perform varying sx-ix from 2 by 1 until sx-ix > fz-count
              move fz-sort-val(sx-ix) to fz-swap
              move sx-ix to sx-jx
              perform until sx-jx = 1
                         or fz-sort-val(sx-jx - 1) <= fz-swap
                 move fz-sort-val(sx-jx - 1) to fz-sort-val(sx-jx)
                 subtract 1 from sx-jx
              end-perform
              move fz-swap to fz-sort-val(sx-jx)
           end-perform
           move fz-sort-val(1) to fz-lo
           move fz-sort-val(fz-count) to fz-hi
           if sx-heads < 3 or fz-count < 3
              compute fz-value rounded = (fz-lo + fz-hi) / 2
           else
              if function mod(fz-count, 2) = 1
                 compute sx-ix = (fz-count + 1) / 2
                 move fz-sort-val(sx-ix) to fz-value
              else
                 compute sx-ix = fz-count / 2
                 compute fz-value rounded =
                    (fz-sort-val(sx-ix) + fz-sort-val(sx-ix + 1)) / 2
              end-if
           end-if
           if fz-count = 1
              move fz-lo to fz-value
           end-if
           add 1 to fz-fused
           move fz-value to fz-text
           move spaces to cur-num
           move fz-text to cur-num
           if fz-hi - fz-lo > sx-tol
              perform flag-disagreement
           end-if
           .

       flag-disagreement section.
           add 1 to fz-flagged
           move zero to fz-far-dist fz-far-head
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              if fz-have(sx-ix) = 'Y'
                 compute fz-dist = function abs(fz-val(sx-ix)
                                                - fz-value)
                 if fz-dist > fz-far-dist
                    move fz-dist to fz-far-dist
                    move sx-ix to fz-far-head
                 end-if
              end-if
           end-perform
           if fz-far-head > zero
              add 1 to sx-outlier(fz-far-head)
           end-if
           if dg-count >= dg-max
              add 1 to dg-dropped
              exit section
           end-if
           add 1 to dg-count
           move ws-rec-count to dg-line(dg-count)
           move fz-value to dg-consensus(dg-count)
           compute dg-spread(dg-count) = fz-hi - fz-lo
           move fz-far-head to dg-far-head(dg-count)
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              move fz-have(sx-ix) to dg-have(dg-count, sx-ix)
              move fz-val(sx-ix) to dg-val(dg-count, sx-ix)
           end-perform
           .

       write-disagreement-report section.
           string 'C:\WS\AOC2021\AOC1-SENSORS-' delimited by size
                  ws-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into disagree-file-name
           open output disagree-file
           move 'AOC1' to rw-prog
           move 'SONAR SENSOR DISAGREEMENT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY disagree-record.
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              move sx-ix to wn-size-disp
              move spaces to disagree-record
              string 'Head ' delimited by size
                     function trim(wn-size-disp) delimited by size
                     ' ' delimited by size
                     sx-name(sx-ix) delimited by size
                     ' ' delimited by size
                     function trim(sx-path(sx-ix)) delimited by size
                into disagree-record
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-perform
           move sx-tol to dg-disp
           move spaces to disagree-record
           if sx-heads < 3
              string 'Consensus: average of the heads; tolerance '
                        delimited by size
                     function trim(dg-disp) delimited by size
                into disagree-record
           else
              string 'Consensus: median of the heads; tolerance '
                        delimited by size
                     function trim(dg-disp) delimited by size
                into disagree-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           move spaces to disagree-record
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           move spaces to disagree-record
           move '    line' to disagree-record(1:8)
           move 11 to dg-pos
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              move sx-name(sx-ix) to disagree-record(dg-pos + 1:9)
              add 11 to dg-pos
           end-perform
           move ' consensus     spread  out of line'
             to disagree-record(dg-pos:34)
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           if dg-count = zero
              move '    no reading outside the tolerance'
                to disagree-record
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-if
           perform varying dg-ix from 1 by 1 until dg-ix > dg-count
              move spaces to disagree-record
              move dg-line(dg-ix) to ws-rec-count-disp
              move ws-rec-count-disp to disagree-record(1:8)
              move 11 to dg-pos
              perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
                 if dg-have(dg-ix, sx-ix) = 'Y'
                    move dg-val(dg-ix, sx-ix) to dg-disp
                    move dg-disp to disagree-record(dg-pos:9)
                 else
                    move '-' to disagree-record(dg-pos + 8:1)
                 end-if
                 add 11 to dg-pos
              end-perform
              move dg-consensus(dg-ix) to dg-disp
              move dg-disp to disagree-record(dg-pos + 1:9)
              move dg-spread(dg-ix) to dg-disp
              move dg-disp to disagree-record(dg-pos + 12:9)
              if dg-far-head(dg-ix) > zero
                 move sx-name(dg-far-head(dg-ix))
                   to disagree-record(dg-pos + 23:10)
              end-if
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-perform
           if dg-dropped > zero
              move dg-dropped to dg-disp
              move spaces to disagree-record
              string '    (' delimited by size
                     function trim(dg-disp) delimited by size
                     ' more flagged readings not listed)'
                        delimited by size
                into disagree-record
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-if
           move spaces to disagree-record
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           move 'By head:' to disagree-record
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           perform varying sx-ix from 1 by 1 until sx-ix > sx-heads
              move sx-missing(sx-ix) to dg-disp
              move sx-outlier(sx-ix) to wn-inc-disp
              move spaces to disagree-record
              string '  ' delimited by size
                     sx-name(sx-ix) delimited by size
                     ' missing or unreadable ' delimited by size
                     dg-disp delimited by size
                     '   furthest out of line ' delimited by size
                     wn-inc-disp delimited by size
                into disagree-record
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-perform
           move fz-fused to dg-disp
           move fz-flagged to wn-inc-disp
           move spaces to disagree-record
           string 'Readings fused: ' delimited by size
                  function trim(dg-disp) delimited by size
                  '   outside the tolerance: ' delimited by size
                  function trim(wn-inc-disp) delimited by size
             into disagree-record
           COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           if sx-extra > zero
              move sx-extra to dg-disp
              move spaces to disagree-record
              string 'Readings past the storage limit ignored: '
                        delimited by size
                     function trim(dg-disp) delimited by size
                into disagree-record
              COPY RPTLINE REPLACING RPT-REC BY disagree-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY disagree-record.
           close disagree-file
           COPY CATADD REPLACING PROGID BY 'AOC1-SENSORS'
                                 RPT-PATH BY disagree-file-name
                                 RPT-COUNT BY rw-rec-count.
           move fz-flagged to dg-disp
           display 'AOC1: ' function trim(dg-disp)
              ' reading(s) outside the '
              'sensor tolerance -- see '
              function trim(disagree-file-name)
           .

       load-tide-table section.
           accept tide-table-name from environment 'AOC1_TIDE'
           COPY TIDELOAD.
           .

      *> The reading as taken goes on counting increases in its own
      *> buffer; the reading handed on is the corrected one.
       correct-for-tide section.
           move a-work-num to tr-raw
           COPY TIDEAPPLY REPLACING TIDE-LINE BY ws-rec-count
                                    TIDE-VAL BY a-work-num.
           add 1 to tr-count
           add tr-raw to tr-raw-sum
           add a-work-num to tr-corr-sum
           compute tr-slot =
              function mod(tr-count - 1, ws-window-max) + 1
           perform varying wn-ix from 1 by 1 until wn-ix > wn-count
              if tr-count > wn-size(wn-ix)
                 compute tr-prev-slot = function mod(
                    tr-count - wn-size(wn-ix) - 1,
                    ws-window-max) + 1
                 if tr-raw > tr-buf-val(tr-prev-slot)
                    add 1 to tr-inc(wn-ix)
                 end-if
              end-if
           end-perform
           move tr-raw to tr-buf-val(tr-slot)
           if tr-count <= tr-max
              move ws-rec-count to tr-line(tr-count)
              move tr-raw to tr-val(tr-count)
              move td-off-now to tr-off(tr-count)
           end-if
           .

      *> The sweep report names the table and sets each window's raw
      *> count beside the corrected one it reported.
       write-tide-summary section.
           move spaces to report-record
           string 'Tide-corrected to datum ' delimited by size
                  function trim(td-datum) delimited by size
                  ' -- table ' delimited by size
                  function trim(tide-table-name) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move td-corrected to tr-disp
           move td-uncovered to tr-disp2
           move spaces to report-record
           string '  readings corrected: ' delimited by size
                  function trim(tr-disp) delimited by size
                  ', not covered by the table: ' delimited by size
                  function trim(tr-disp2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying wn-ix from 1 by 1 until wn-ix > wn-count
              move wn-size(wn-ix) to wn-size-disp
              move tr-inc(wn-ix) to tr-disp
              move wn-inc(wn-ix) to tr-disp2
              move spaces to report-record
              string '  Window ' delimited by size
                     function trim(wn-size-disp) delimited by size
                     ': raw ' delimited by size
                     function trim(tr-disp) delimited by size
                     ', corrected ' delimited by size
                     function trim(tr-disp2) delimited by size
                     ' increase(s)' delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           .

      *> Raw and corrected series side by side, then what each entry
      *> of the table covered.
       write-tide-report section.
           string 'C:\WS\AOC2021\AOC1-TIDE-' delimited by size
                  ws-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into tide-rpt-name
           open output tide-rpt-file
           move 'AOC1' to rw-prog
           move 'SONAR TIDE CORRECTION' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY tide-rpt-record.
           move spaces to tide-rpt-record
           string 'Tide table: ' delimited by size
                  function trim(tide-table-name) delimited by size
                  '   datum: ' delimited by size
                  function trim(td-datum) delimited by size
             into tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           move spaces to tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           move 'Table entries:' to tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           perform varying td-ix from 1 by 1 until td-ix > td-count
              move td-from(td-ix) to tr-disp
              move td-to(td-ix) to tr-disp2
              move td-offset(td-ix) to tr-disp3
              move spaces to tide-rpt-record
              if td-kind(td-ix) = 'T'
                 move '  TIME ' to tide-rpt-record(1:7)
              else
                 move '  LINES' to tide-rpt-record(1:7)
              end-if
              string 'readings ' delimited by size
                     function trim(tr-disp) delimited by size
                     '-' delimited by size
                     function trim(tr-disp2) delimited by size
                     '  offset ' delimited by size
                     function trim(tr-disp3) delimited by size
                into tide-rpt-record(9:40)
              move td-hits(td-ix) to tr-disp
              string 'applied to ' delimited by size
                     function trim(tr-disp) delimited by size
                into tide-rpt-record(50:40)
              if td-from(td-ix) = zero
                 move 'unusable -- never applied'
                   to tide-rpt-record(50:40)
              end-if
              COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           end-perform
           move spaces to tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           if tr-count > zero
              compute tr-mean rounded = tr-raw-sum / tr-count
              move tr-mean to tr-mean-disp
              move spaces to tide-rpt-record
              move 1 to dg-pos
              string 'Mean reading -- raw ' delimited by size
                     function trim(tr-mean-disp) delimited by size
                into tide-rpt-record with pointer dg-pos
              compute tr-mean rounded = tr-corr-sum / tr-count
              move tr-mean to tr-mean-disp
              string ', corrected ' delimited by size
                     function trim(tr-mean-disp) delimited by size
                into tide-rpt-record with pointer dg-pos
              COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           end-if
           perform varying wn-ix from 1 by 1 until wn-ix > wn-count
              move wn-size(wn-ix) to wn-size-disp
              move tr-inc(wn-ix) to tr-disp
              move wn-inc(wn-ix) to tr-disp2
              move spaces to tide-rpt-record
              string 'Window ' delimited by size
                     function trim(wn-size-disp) delimited by size
                     ': raw ' delimited by size
                     function trim(tr-disp) delimited by size
                     ', corrected ' delimited by size
                     function trim(tr-disp2) delimited by size
                     ' increase(s)' delimited by size
                into tide-rpt-record
              COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           end-perform
           move spaces to tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           move '    line        raw     offset  corrected'
             to tide-rpt-record
           COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           perform varying tr-ix from 1 by 1
                   until tr-ix > tr-count or tr-ix > tr-max
              move spaces to tide-rpt-record
              move tr-line(tr-ix) to ws-rec-count-disp
              move ws-rec-count-disp to tide-rpt-record(1:8)
              move tr-val(tr-ix) to tr-disp
              move tr-disp to tide-rpt-record(10:10)
              move tr-off(tr-ix) to tr-disp
              move tr-disp to tide-rpt-record(21:10)
              compute tr-raw = tr-val(tr-ix) + tr-off(tr-ix)
              move tr-raw to tr-disp
              move tr-disp to tide-rpt-record(32:10)
              COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           end-perform
           if tr-count > tr-max
              compute tr-ix = tr-count - tr-max
              move tr-ix to tr-disp
              move spaces to tide-rpt-record
              string '    (' delimited by size
                     function trim(tr-disp) delimited by size
                     ' more readings not listed)' delimited by size
                into tide-rpt-record
              COPY RPTLINE REPLACING RPT-REC BY tide-rpt-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY tide-rpt-record.
           close tide-rpt-file
           COPY CATADD REPLACING PROGID BY 'AOC1-TIDE'
                                 RPT-PATH BY tide-rpt-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOC1: tide correction report written to '
              function trim(tide-rpt-name)
           .
