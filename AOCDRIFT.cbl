      *> depth series align line by line and the report carries the
      *> mean shift, the largest divergence and its line number, and
      *> every point that moved beyond the threshold.
      *> Each date's tide table (see TIDESEL.cpy) -- the one archived
      *> with that day's AOC1 run, or AOCDRIFT_TIDE1/AOCDRIFT_TIDE2
      *> ('NONE' for none) -- brings its series to the datum first,
      *> so a shift in the tide is not reported as a shift in the
      *> seabed; the raw shift is reported beside it.
             COPY JOBLOGSEL.
             select series-file
               assign to dynamic ws-series-path
               assign to dynamic report-file-name
               organization is line sequential.
             COPY ARCHIVESEL.
             COPY TIDESEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY TIDEFD.

       fd series-file
          block 0 records
       77 ws-date-2 pic 9(8) value zero.
       77 ws-path-1 pic X(80).
       77 ws-path-2 pic X(80).
       77 ws-tide-1 pic X(80).
       77 ws-tide-2 pic X(80).
       77 ws-tide-env pic X(80).
       77 ws-tide-show-1 pic X(80).
       77 ws-tide-show-2 pic X(80).
       77 ws-tide-used pic X value 'N'.
       77 ws-ctl-ptr pic S9(4) comp-4.

      *> The baseline series, held whole; the comparison series
      *> streams against it.
       77 dp-count pic 9(5) value zero.
       01 dp-table.
          05 dp-val occurs 20000 times pic S9(9) comp-4.
       01 dp-raw-table.
          05 dp-raw occurs 20000 times pic S9(9) comp-4.
       77 dp-ix pic S9(5) comp-4.

       77 ws-b-count pic 9(5) value zero.
       77 ws-val     pic S9(9) comp-4.
       77 ws-diff    pic S9(9) comp-4.
       77 ws-diff-sum pic S9(12) comp-4 value zero.
       77 ws-raw-val  pic S9(9) comp-4.
       77 ws-raw-diff pic S9(9) comp-4.
       77 ws-raw-sum  pic S9(12) comp-4 value zero.
       77 ws-raw-shift pic S9(9)V99 comp-3 value zero.
       77 ws-raw-over pic 9(8) value zero.
       77 ws-mean-shift pic S9(9)V99 comp-3 value zero.
       77 ws-max-div  pic S9(9) comp-4 value zero.
       77 ws-max-line pic 9(8) value zero.

       COPY JOBLOGWS.
       COPY ARCHIVEWS.
       COPY TIDEWS.

       linkage section.
       COPY JOBRESLK.
           end-if

           perform find-archived-copies
           accept ws-tide-env from environment 'AOCDRIFT_TIDE1'
           if ws-tide-env not = spaces
              move ws-tide-env to ws-tide-1
           end-if
           accept ws-tide-env from environment 'AOCDRIFT_TIDE2'
           if ws-tide-env not = spaces
              move ws-tide-env to ws-tide-2
           end-if
           if function upper-case(ws-tide-1) = 'NONE'
              move spaces to ws-tide-1
           end-if
           if function upper-case(ws-tide-2) = 'NONE'
              move spaces to ws-tide-2
           end-if
           move ws-tide-1 to ws-tide-show-1
           move ws-tide-2 to ws-tide-show-2
           if ws-tide-1 = spaces
              move 'none' to ws-tide-show-1
           end-if
           if ws-tide-2 = spaces
              move 'none' to ws-tide-show-2
           end-if
           if ws-path-1 = spaces or ws-path-2 = spaces
              display 'AOCDRIFT: no archived AOC1 copy cataloged '
                 'for one of the dates -- nothing to compare'
                  function trim(ws-path-2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-tide-1 not = spaces or ws-tide-2 not = spaces
              move spaces to report-record
              string 'Tide tables: ' delimited by size
                     function trim(ws-tide-show-1) delimited by size
                     ' / ' delimited by size
                     function trim(ws-tide-show-2) delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.

                  ' point(s) beyond threshold' delimited by size
             into jl-answer
           compute jl-recs-read = dp-count + ws-b-count
           if ws-tide-1 not = spaces or ws-tide-2 not = spaces
              move 1 to ws-ctl-ptr
              string function trim(ws-tide-show-1) delimited by size
                     ' / ' delimited by size
                     function trim(ws-tide-show-2) delimited by size
                into jl-control with pointer ws-ctl-ptr
                on overflow continue
              end-string
           end-if
           move ws-bad-count to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCDRIFT'.
      *> Latest cataloged AOC1 copy per chosen date wins -- the
      *> same latest-per-date rule replay applies.
       find-archived-copies section.
           move spaces to ws-path-1 ws-path-2 ws-tide-1 ws-tide-2
           open input archive-cat-file
           if archive-cat-status = '35'
              exit section
                    move arc-cat-path to ws-path-2
                 end-if
              end-if
              if function trim(arc-cat-progid) = 'AOC1-TIDE'
                 if arc-cat-date = ws-date-1
                    move arc-cat-path to ws-tide-1
                 end-if
                 if arc-cat-date = ws-date-2
                    move arc-cat-path to ws-tide-2
                 end-if
              end-if
              read archive-cat-file at end set eof-in to true
              end-read
           end-perform

       load-baseline-series section.
           move zero to dp-count
           move ws-tide-1 to tide-table-name
           COPY TIDELOAD.
           if td-active
              move 'Y' to ws-tide-used
           end-if
           move ws-path-1 to ws-series-path
           open input series-file
           if ws-series-status = '35'
                 add 1 to dp-count
                 compute dp-val(dp-count) =
                    function numval(series-record)
                 move dp-val(dp-count) to dp-raw(dp-count)
                 if td-active
                    COPY TIDEAPPLY REPLACING TIDE-LINE BY dp-count
                                     TIDE-VAL BY dp-val(dp-count).
                 end-if
              else
                 if series-record not = spaces
                    add 1 to ws-bad-count
           .

       compare-second-series section.
           move ws-tide-2 to tide-table-name
           COPY TIDELOAD.
           if td-active
              move 'Y' to ws-tide-used
           end-if
           move ws-path-2 to ws-series-path
           open input series-file
           if ws-series-status = '35'
                    add 1 to ws-pairs
                    compute ws-val =
                       function numval(series-record)
                    move ws-val to ws-raw-val
                    if td-active
                       COPY TIDEAPPLY REPLACING TIDE-LINE BY ws-b-count
                                        TIDE-VAL BY ws-val.
                    end-if
                    compute ws-raw-diff = ws-raw-val
                                        - dp-raw(ws-b-count)
                    add ws-raw-diff to ws-raw-sum
                    if function abs(ws-raw-diff) > ws-threshold
                       add 1 to ws-raw-over
                    end-if
                    compute ws-diff = ws-val
                                    - dp-val(ws-b-count)
                    add ws-diff to ws-diff-sum
                              function trim(ws-disp)
                                 delimited by size
                         into report-record
                       if ws-tide-used = 'Y'
                          move ws-raw-diff to ws-disp
                          move 1 to ws-ctl-ptr
                          inspect report-record tallying ws-ctl-ptr
                             for characters before initial '   '
                          string ' (raw ' delimited by size
                                 function trim(ws-disp)
                                    delimited by size
                                 ')' delimited by size
                            into report-record
                            with pointer ws-ctl-ptr
                       end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
                    end-if
                 end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-pairs > zero
              compute ws-mean-shift = ws-diff-sum / ws-pairs
              compute ws-raw-shift = ws-raw-sum / ws-pairs
           end-if
           move ws-mean-shift to ws-disp2
           move spaces to report-record
                  ' aligned point(s)' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-tide-used = 'Y'
              move ws-raw-shift to ws-disp2
              move ws-raw-over to ws-disp
              move spaces to report-record
              string 'before tide correction: mean shift '
                        delimited by size
                     function trim(ws-disp2) delimited by size
                     ', ' delimited by size
                     function trim(ws-disp) delimited by size
                     ' point(s) beyond threshold' delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move ws-max-div to ws-disp
           move spaces to report-record
           string 'largest divergence: ' delimited by size
