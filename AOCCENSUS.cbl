       identification division.
       program-id. AOCCENSUS.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Lanternfish census reconciliation. AOC2106B projects the
      *> school forward and nobody ever checked the projection
      *> against what the school became. When a later day's fish
      *> file is staged (INFIL1, as AOC2106B reads it), this counts
      *> it -- the census -- and sets it beside what the earlier
      *> day's projection said for that many days out: the census
      *> business date less the base date. The base date is
      *> AOCCENSUS_BASE_DATE, or by default the latest date before
      *> this one with an archived AOC2106B input.
      *>
      *> The prediction is read from the base day's projection
      *> report -- the very line write-projection-line wrote for that
      *> day, events and all. Only when that report is gone, or did
      *> not run far enough, is the archived base-day fish file
      *> re-projected here with the same nine-bucket rotation; the
      *> report says which was used.
      *>
      *> Each reconciliation appends one record to the forecast
      *> accuracy history, and the report closes with the season so
      *> far from that history, so the biology team can see whether
      *> the model's error is growing.
             COPY JOBLOGSEL.
             select census-file assign to INFIL1
               organization is line sequential
               file status is ws-census-status.
             select series-file
               assign to dynamic ws-series-path
               organization is line sequential
               file status is ws-series-status.
             select history-file
               assign to dynamic history-file-name
               organization is line sequential
               file status is ws-hist-status.
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

       fd census-file.
       01 census-record pic X(600).

       fd series-file
          block 0 records
          label records omitted
          data record is series-record.
       01 series-record pic X(600).

       fd history-file
          block 0 records
          label records omitted
          data record is history-record.
       01 history-record pic X(132).

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

       77 report-file-name pic X(60) value spaces.
       77 history-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC2106-FORECAST-HISTORY.txt'.
       77 ws-hist-status pic X(2).
       77 ws-census-status pic X(2).
       77 ws-series-path pic X(80).
       77 ws-series-status pic X(2).
       77 ws-env-val pic X(12).

       77 ws-base-date pic 9(8) value zero.
       77 ws-base-path pic X(80) value spaces.
       77 ws-cat-date  pic 9(8) value zero.
       77 ws-days-out  pic S9(9) comp-4 value zero.
       77 ws-source    pic X value space.
          88 from-projection value 'P'.
          88 from-reprojection value 'R'.

      *> Timer buckets: slot n holds timer n-1, as in AOC2106B's
      *> per-school tables.
       01 cn-actual.
          05 act-c occurs 9 times pic S9(31) comp-3.
       01 cn-predicted.
          05 prd-c occurs 9 times pic S9(31) comp-3.
       77 act-total pic S9(31) comp-3 value zero.
       77 prd-total pic S9(31) comp-3 value zero.
       77 cn-ix pic S9(4) comp-4.
       77 cn-lines pic 9(8) value zero.
       77 cn-babies pic S9(31) comp-3.
       77 cn-day pic S9(9) comp-4.
       77 cn-err pic S9(31) comp-3.
       77 cn-pct pic S9(7)V99 comp-3.

      *> One projection report line, taken apart.
       77 pr-head pic X(20).
       77 pr-total-txt pic X(40).
       01 pr-c-txts.
          05 pr-c-txt occurs 9 times pic X(40).
       77 pr-rest pic X(40).
       77 pr-found pic X value 'N'.

      *> The forecast accuracy history -- one record per
      *> reconciliation.
       01 fh-rec.
          05 fh-census-date pic 9(8).
          05 filler         pic X.
          05 fh-base-date   pic 9(8).
          05 filler         pic X.
          05 fh-days        pic 9(5).
          05 filler         pic X.
          05 fh-source      pic X.
          05 filler         pic X.
          05 fh-predicted   pic 9(31).
          05 filler         pic X.
          05 fh-actual      pic 9(31).
          05 filler         pic X.
          05 fh-pct         pic -(5)9.99.
       77 fh-count pic S9(4) comp-4 value zero.
       77 fh-abs-pct pic S9(7)V99 comp-3.
       77 fh-half pic S9(4) comp-4.
       01 fh-halves.
          05 fh-half-sum occurs 2 times pic S9(9)V99 comp-3.
          05 fh-half-n   occurs 2 times pic S9(4) comp-4.
       77 fh-mean-1 pic S9(7)V99 comp-3.
       77 fh-mean-2 pic S9(7)V99 comp-3.
       77 fh-seq pic S9(4) comp-4.

       77 ws-disp  pic Z(30)9.
       77 ws-disp2 pic Z(30)9.
       77 ws-sdisp pic -(30)9.
       77 ws-pct-disp pic -(6)9.99.
       77 ws-days-disp pic Z(4)9.
       77 ws-timer-disp pic 9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY ARCHIVEWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           initialize cn-actual cn-predicted fh-halves
           accept ws-env-val from environment 'AOCCENSUS_BASE_DATE'
           if ws-env-val(1:8) is numeric
              move ws-env-val(1:8) to ws-base-date
           end-if
           perform find-base-copy
           if ws-base-date = zero or ws-base-date >= jl-busdate
              display 'AOCCENSUS: no earlier archived AOC2106B day to '
                 'reconcile against -- set AOCCENSUS_BASE_DATE '
                 '(yyyymmdd, before the business date)'
              move 'NODATES' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCCENSUS'.
              COPY CONSOLEPAUSE.
              goback
           end-if
           compute ws-days-out = function integer-of-date(jl-busdate)
                               - function integer-of-date(ws-base-date)

           perform take-census
           if cn-lines = zero
              display 'AOCCENSUS: the staged fish file is empty or '
                 'missing -- no census to reconcile'
              move 'NOCENSUS' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCCENSUS'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           perform read-projection-line
           if pr-found not = 'Y'
              perform reproject-base-input
           end-if
           if pr-found not = 'Y'
              display 'AOCCENSUS: no projection report line and no '
                 'archived input for ' ws-base-date
                 ' -- nothing to compare the census with'
              move 'NOPROJ' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCCENSUS'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           perform varying cn-ix from 1 by 1 until cn-ix > 9
              add act-c(cn-ix) to act-total
              add prd-c(cn-ix) to prd-total
           end-perform
           compute cn-err = act-total - prd-total
           perform compute-pct
           perform append-history

           string 'C:\WS\AOC2021\AOCCENSUS-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCCENSU' to rw-prog
           move 'LANTERNFISH CENSUS RECONCILIATION' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-reconciliation
           perform write-season-history
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCCENSUS'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCCENSUS: reconciliation written to '
              function trim(report-file-name)

           move cn-err to ws-sdisp
           move cn-pct to ws-pct-disp
           move ws-days-out to ws-days-disp
           move spaces to jl-answer
           string 'err ' delimited by size
                  function trim(ws-sdisp) delimited by size
                  ' (' delimited by size
                  function trim(ws-pct-disp) delimited by size
                  '%) day ' delimited by size
                  function trim(ws-days-disp) delimited by size
             into jl-answer
           move cn-lines to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCCENSUS'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The base day's archived fish file, latest copy per date
      *> wins. With no base date given, the latest archived day
      *> before the business date is the base.
       find-base-copy section.
           open input archive-cat-file
           if archive-cat-status = '35'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              move archive-cat-record to arc-cat-record
              if function trim(arc-cat-progid) = 'AOC2106B'
                 move arc-cat-date to ws-cat-date
                 evaluate true
                    when ws-env-val(1:8) is numeric
                       if ws-cat-date = ws-base-date
                          move arc-cat-path to ws-base-path
                       end-if
                    when ws-cat-date < jl-busdate
                       and ws-cat-date >= ws-base-date
                       move ws-cat-date to ws-base-date
                       move arc-cat-path to ws-base-path
                 end-evaluate
              end-if
              read archive-cat-file at end set eof-in to true
              end-read
           end-perform
           close archive-cat-file
           .

      *> Every digit 0-8 in the staged file is one fish -- all the
      *> schools together, as AOC2106B's main pass counts them.
       take-census section.
           open input census-file
           if ws-census-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read census-file at end set eof-in to true end-read
           perform until eof-in
              if census-record not = spaces
                 add 1 to cn-lines
                 perform varying cn-ix from 1 by 1 until cn-ix > 9
                    move cn-ix to ws-timer-disp
                    subtract 1 from ws-timer-disp
                    inspect census-record tallying act-c(cn-ix)
                       for all ws-timer-disp
                 end-perform
              end-if
              read census-file at end set eof-in to true end-read
           end-perform
           close census-file
           .

      *> The base day's projection report, 'Day nnnnn total=..
      *> c0=.. .. c8=.. growth=..' -- the line for ws-days-out.
       read-projection-line section.
           move spaces to ws-series-path
           string 'C:\WS\AOC2021\AOC2106B-PROJECTION-'
                     delimited by size
                  ws-base-date delimited by size
                  '.txt' delimited by size
             into ws-series-path
           open input series-file
           if ws-series-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read series-file at end set eof-in to true end-read
           perform until eof-in or pr-found = 'Y'
              if series-record(1:4) = 'Day '
                 and function trim(series-record(5:5)) is numeric
                 and function numval(series-record(5:5)) = ws-days-out
                 perform take-projection-line
              end-if
              read series-file at end set eof-in to true end-read
           end-perform
           close series-file
           .

       take-projection-line section.
           move spaces to pr-head pr-total-txt pr-c-txts pr-rest
           unstring series-record
              delimited by ' total=' or ' c0=' or ' c1=' or ' c2='
                 or ' c3=' or ' c4=' or ' c5=' or ' c6=' or ' c7='
                 or ' c8=' or ' growth='
              into pr-head pr-total-txt
                   pr-c-txt(1) pr-c-txt(2) pr-c-txt(3) pr-c-txt(4)
                   pr-c-txt(5) pr-c-txt(6) pr-c-txt(7) pr-c-txt(8)
                   pr-c-txt(9) pr-rest
           end-unstring
           perform varying cn-ix from 1 by 1 until cn-ix > 9
              if function trim(pr-c-txt(cn-ix)) is not numeric
                 exit section
              end-if
           end-perform
           perform varying cn-ix from 1 by 1 until cn-ix > 9
              compute prd-c(cn-ix) = function numval(pr-c-txt(cn-ix))
           end-perform
           move 'Y' to pr-found
           move 'P' to ws-source
           .

      *> No usable projection line: project the archived base-day
      *> fish file forward here, AOC2106B's rotation day by day.
       reproject-base-input section.
           if ws-base-path = spaces
              exit section
           end-if
           move ws-base-path to ws-series-path
           open input series-file
           if ws-series-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read series-file at end set eof-in to true end-read
           perform until eof-in
              perform varying cn-ix from 1 by 1 until cn-ix > 9
                 move cn-ix to ws-timer-disp
                 subtract 1 from ws-timer-disp
                 inspect series-record tallying prd-c(cn-ix)
                    for all ws-timer-disp
              end-perform
              read series-file at end set eof-in to true end-read
           end-perform
           close series-file
           perform varying cn-day from 1 by 1
                   until cn-day > ws-days-out
              move prd-c(1) to cn-babies
              perform varying cn-ix from 1 by 1 until cn-ix > 8
                 move prd-c(cn-ix + 1) to prd-c(cn-ix)
              end-perform
              add cn-babies to prd-c(7)
              move cn-babies to prd-c(9)
           end-perform
           move 'Y' to pr-found
           move 'R' to ws-source
           .

      *> cn-err as a percentage of the prediction, signed; a zero
      *> prediction has no percentage and shows 0.
       compute-pct section.
           if prd-total > zero
              compute cn-pct rounded = cn-err * 100 / prd-total
                 on size error
                    move 99999.99 to cn-pct
              end-compute
           else
              move zero to cn-pct
           end-if
           .

       append-history section.
           move spaces to fh-rec
           move jl-busdate to fh-census-date
           move ws-base-date to fh-base-date
           move ws-days-out to fh-days
           move ws-source to fh-source
           move prd-total to fh-predicted
           move act-total to fh-actual
           move cn-pct to fh-pct
           open extend history-file
           if ws-hist-status = '35'
              open output history-file
           end-if
           write history-record from fh-rec
           close history-file
           .

       write-reconciliation section.
           move ws-days-out to ws-days-disp
           move spaces to report-record
           string 'Census ' delimited by size
                  jl-busdate delimited by size
                  ' against the projection from ' delimited by size
                  ws-base-date delimited by size
                  ', ' delimited by size
                  function trim(ws-days-disp) delimited by size
                  ' day(s) out' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           if from-projection
              string 'Prediction: ' delimited by size
                     function trim(ws-series-path) delimited by size
                     ', line for day ' delimited by size
                     function trim(ws-days-disp) delimited by size
                into report-record
           else
              string 'Prediction: re-projected from '
                        delimited by size
                     'input ' delimited by size
                     function trim(ws-base-path) delimited by size
                     ' (no projection line)'
                        delimited by size
                into report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'timer                        census'
              & '                       predicted'
              & '                           error   error %'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY RPTCOLS REPLACING RPT-REC BY report-record.
           perform varying cn-ix from 1 by 1 until cn-ix > 9
              move spaces to report-record
              move cn-ix to ws-timer-disp
              subtract 1 from ws-timer-disp
              move ws-timer-disp to report-record(5:1)
              move act-c(cn-ix) to ws-disp
              move prd-c(cn-ix) to ws-disp2
              compute cn-err = act-c(cn-ix) - prd-c(cn-ix)
              move cn-err to ws-sdisp
              if prd-c(cn-ix) > zero
                 compute cn-pct rounded =
                    cn-err * 100 / prd-c(cn-ix)
                    on size error
                       move 99999.99 to cn-pct
                 end-compute
              else
                 move zero to cn-pct
              end-if
              move cn-pct to ws-pct-disp
              move ws-disp to report-record(8:31)
              move ws-disp2 to report-record(40:31)
              move ws-sdisp to report-record(72:31)
              move ws-pct-disp to report-record(104:10)
              if prd-c(cn-ix) = zero and cn-err not = zero
                 move '       n/a' to report-record(104:10)
              end-if
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           compute cn-err = act-total - prd-total
           perform compute-pct
           move spaces to report-record
           move 'total' to report-record(1:5)
           move act-total to ws-disp
           move prd-total to ws-disp2
           move cn-err to ws-sdisp
           move cn-pct to ws-pct-disp
           move ws-disp to report-record(8:31)
           move ws-disp2 to report-record(40:31)
           move ws-sdisp to report-record(72:31)
           move ws-pct-disp to report-record(104:10)
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if cn-err < zero
              compute cn-err = zero - cn-err
           end-if
           move cn-err to ws-disp
           move spaces to report-record
           string 'Absolute error: ' delimited by size
                  function trim(ws-disp) delimited by size
                  ' fish' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           compute cn-err = act-total - prd-total
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> The season so far, from the history: every reconciliation
      *> in order, then the mean absolute error of the earlier half
      *> against the later half -- a growing error is the model
      *> drifting from the school.
       write-season-history section.
           move 'Forecast accuracy history:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move '  census    base       days src  predicted'
              & '                 census               error %'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move zero to fh-count
           open input history-file
           if ws-hist-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read history-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to fh-count
              read history-file at end set eof-in to true end-read
           end-perform
           close history-file
           move zero to fh-seq
           open input history-file
           move 'on' to file-eof
           read history-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to fh-seq
              move history-record to fh-rec
              perform write-history-line
              read history-file at end set eof-in to true end-read
           end-perform
           close history-file
           if fh-half-n(1) > zero and fh-half-n(2) > zero
              compute fh-mean-1 rounded = fh-half-sum(1) / fh-half-n(1)
              compute fh-mean-2 rounded = fh-half-sum(2) / fh-half-n(2)
              move spaces to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move fh-mean-1 to ws-pct-disp
              move spaces to report-record
              string 'Mean absolute error, earlier half of the season: '
                        delimited by size
                     function trim(ws-pct-disp) delimited by size
                     '%' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move fh-mean-2 to ws-pct-disp
              move spaces to report-record
              string 'Mean absolute error, later half of the season:   '
                        delimited by size
                     function trim(ws-pct-disp) delimited by size
                     '%' delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
              move spaces to report-record
              if fh-mean-2 > fh-mean-1 + 1
                 move 'MODEL DRIFTING -- the error is growing over the '
                    & 'season' to report-record
              else
                 move 'Model holding -- the error is not growing'
                   to report-record
              end-if
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       write-history-line section.
           move spaces to report-record
           move fh-census-date to report-record(3:8)
           move fh-base-date to report-record(13:8)
           move fh-days to ws-days-disp
           move ws-days-disp to report-record(23:5)
           move fh-source to report-record(30:1)
           move fh-predicted to ws-disp
           move function trim(ws-disp) to report-record(34:24)
           move fh-actual to ws-disp
           move function trim(ws-disp) to report-record(59:24)
           move fh-pct to report-record(80:9)
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if fh-pct(1:9) not = spaces
              compute fh-abs-pct = function numval(fh-pct)
              if fh-abs-pct < zero
                 compute fh-abs-pct = zero - fh-abs-pct
              end-if
              if fh-seq * 2 <= fh-count
                 move 1 to fh-half
              else
                 move 2 to fh-half
              end-if
              add fh-abs-pct to fh-half-sum(fh-half)
              add 1 to fh-half-n(fh-half)
           end-if
           .
