       identification division.
       program-id. AOCSPACE.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Storage capacity forecast. The archive catalog and the
      *> report catalog between them name every file the suite keeps
      *> on disk, and nobody adds them up until the disk is full.
      *> This totals bytes by program, file type and month, projects
      *> the next AOCSPACE_DAYS (default 90) from the bytes written
      *> over the last AOCSPACE_TRENDDAYS (default 30), compares the
      *> projection with the AOCSPACE_BUDGET_MB space budget, and
      *> shows what AOCARCH's retention pass and AOCYREND's year
      *> split would take off the live files -- so a purge can be
      *> planned a month out instead of forced at 2 a.m.
      *>
      *> Archive copies are sized from the catalog's byte column;
      *> the report catalog carries only a record count, so each
      *> report is sized from the file itself. A catalog row whose
      *> file is already gone counts as zero bytes and is tallied as
      *> stale.
             COPY JOBLOGSEL.
             COPY ARCHIVESEL.
             select space-report-file
               assign to dynamic space-report-name
               organization is line sequential.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       fd space-report-file
          block 0 records
          label records omitted
          data record is space-report-record.
       01 space-report-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

      *> Both catalogs held whole, one table -- sc-kind says which
      *> catalog the row came from. Same 2000-row cap AOCARCH holds
      *> each catalog to.
       77 sc-max   pic S9(4) comp-4 value 4000.
       77 sc-count pic S9(4) comp-4 value zero.
       01 sc-table.
          05 sc-entry occurs 4000 times.
             10 sc-kind   pic X.
                88 sc-archive value 'A'.
                88 sc-report  value 'R'.
             10 sc-progid pic X(40).
             10 sc-date   pic 9(8).
             10 sc-bytes  pic 9(12).
             10 sc-path   pic X(80).
       77 sc-ix pic S9(4) comp-4.
       77 sc-arch-rows pic 9(6) value zero.
       77 sc-rpt-rows  pic 9(6) value zero.
       77 ws-cat-full  pic X value 'N'.
          88 cat-full value 'Y'.

      *> Size of one report file, from the runtime's file-details
      *> block (size first, eight bytes, then date and time).
       01 fx-details.
          05 fx-size pic X(8) comp-x.
          05 fx-stamp pic X(8).
       77 fx-name pic X(81).
       77 ws-stale-count pic 9(6) value zero.

      *> Rollup by program and file type.
       77 pg-max   pic S9(4) comp-4 value 100.
       77 pg-count pic S9(4) comp-4 value zero.
       01 pg-table.
          05 pg-entry occurs 100 times.
             10 pg-progid pic X(40).
             10 pg-type   pic X(7).
             10 pg-files  pic 9(6).
             10 pg-bytes  pic 9(13).
       77 pg-ix  pic S9(4) comp-4.
       77 pg-hit pic S9(4) comp-4.
       77 ws-type pic X(7).

      *> Rollup by calendar month.
       77 mo-max   pic S9(4) comp-4 value 120.
       77 mo-count pic S9(4) comp-4 value zero.
       01 mo-table.
          05 mo-entry occurs 120 times.
             10 mo-yyyymm     pic 9(6).
             10 mo-arch-bytes pic 9(13).
             10 mo-rpt-bytes  pic 9(13).
       77 mo-ix  pic S9(4) comp-4.
       77 mo-hit pic S9(4) comp-4.
       77 ws-yyyymm pic 9(6).

      *> Totals, trend and projection.
       77 ws-arch-bytes  pic 9(13) value zero.
       77 ws-rpt-bytes   pic 9(13) value zero.
       77 ws-total-bytes pic 9(13) value zero.
       77 ws-arch-files  pic 9(6) value zero.
       77 ws-rpt-files   pic 9(6) value zero.
       77 ws-trend-days  pic 9(4) value 30.
       77 ws-horizon     pic 9(4) value 90.
       77 ws-budget-mb   pic 9(9) value zero.
       77 ws-budget      pic 9(15) value zero.
       77 ws-trend-bytes pic 9(13) value zero.
       77 ws-per-day     pic 9(13) value zero.
       77 ws-growth      pic 9(15) value zero.
       77 ws-projected   pic 9(15) value zero.
       77 ws-after-purge pic 9(15) value zero.
       77 ws-headroom    pic 9(15) value zero.
       77 ws-days-left   pic 9(9) value zero.
       77 ws-pct-now     pic 9(7) value zero.
       77 ws-pct-proj    pic 9(7) value zero.
       77 ws-env         pic X(12).
       77 ws-busdate-int pic S9(9) comp-4.
       77 ws-entry-int   pic S9(9) comp-4.
       77 ws-over-budget pic X value 'N'.
          88 over-budget value 'Y'.

      *> AOCARCH's retention rules, replayed without deleting: copies
      *> newer than AOCARCH_KEEPDAYS stay, older ones thin to the
      *> first per program per calendar week; reports older than
      *> AOCARCH_RPTDAYS go. Ages are on the wall clock, as AOCARCH
      *> measures them.
       77 ws-keep-days  pic S9(4) comp-4 value 30.
       77 ws-rpt-days   pic S9(4) comp-4 value 30.
       01 ws-clock.
          05 ws-clock-yyyymmdd pic 9(8).
       77 ws-clock-int  pic S9(9) comp-4.
       77 ws-cutoff-int pic S9(9) comp-4.
       77 ws-rcut-int   pic S9(9) comp-4.
       77 ws-entry-week pic S9(9) comp-4.
       77 wk-max   pic S9(4) comp-4 value 2000.
       77 wk-count pic S9(4) comp-4 value zero.
       01 wk-table.
          05 wk-entry occurs 2000 times.
             10 wk-progid pic X(40).
             10 wk-week   pic S9(9) comp-4.
       77 wk-ix  pic S9(4) comp-4.
       77 wk-hit pic S9(4) comp-4.
       77 ws-ret-arch-files pic 9(6) value zero.
       77 ws-ret-arch-bytes pic 9(13) value zero.
       77 ws-ret-rpt-files  pic 9(6) value zero.
       77 ws-ret-rpt-bytes  pic 9(13) value zero.
       77 ws-reclaim        pic 9(13) value zero.

      *> AOCYREND's year split, replayed: the year it would close by
      *> default and the catalog rows and job-log records dated in or
      *> before it, which leave the live files for the year files.
       77 ws-close-year  pic 9(4) value zero.
       77 ws-close-date  pic 9(8) value zero.
       77 ws-ye-arch     pic 9(6) value zero.
       77 ws-ye-rpt      pic 9(6) value zero.
       77 ws-ye-log      pic 9(8) value zero.
       77 ws-log-count   pic 9(8) value zero.
       77 ws-ye-bytes    pic 9(13) value zero.
       77 ws-cat-cap     pic 9(4) value 2000.

       77 space-report-name pic X(60).
       77 ws-bytes-disp pic Z(12)9.
       77 ws-mb-disp    pic Z(8)9.9.
       77 ws-mb-work    pic 9(9)v9.
       77 ws-work-bytes pic 9(15).
       77 ws-files-disp pic Z(5)9.
       77 ws-pct-disp   pic Z(6)9.
       77 ws-days-disp  pic Z(8)9.
       77 ws-log-disp   pic Z(7)9.
       77 ws-line-ptr   pic S9(4) comp-4.

       COPY EOFSW.

       COPY RUNMODE.

       COPY ARCHIVEWS.
       COPY JOBLOGWS.
       COPY JOBLOGPWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-env from environment 'AOCSPACE_DAYS'
           if ws-env not = spaces
              and function trim(ws-env) is numeric
              and function numval(ws-env) > zero
              and function numval(ws-env) < 10000
              compute ws-horizon = function numval(ws-env)
           end-if
           accept ws-env from environment 'AOCSPACE_TRENDDAYS'
           if ws-env not = spaces
              and function trim(ws-env) is numeric
              and function numval(ws-env) > zero
              and function numval(ws-env) < 10000
              compute ws-trend-days = function numval(ws-env)
           end-if
           accept ws-env from environment 'AOCSPACE_BUDGET_MB'
           if ws-env not = spaces
              and function trim(ws-env) is numeric
              compute ws-budget-mb = function numval(ws-env)
           end-if
           compute ws-budget = ws-budget-mb * 1048576
           accept ws-env from environment 'AOCARCH_KEEPDAYS'
           if ws-env not = spaces
              move function numval(ws-env) to ws-keep-days
           end-if
           accept ws-env from environment 'AOCARCH_RPTDAYS'
           if ws-env not = spaces
              move function numval(ws-env) to ws-rpt-days
           end-if

           string 'C:\WS\AOC2021\AOCSPACE-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into space-report-name
           accept ws-clock-yyyymmdd from date yyyymmdd
           compute ws-busdate-int = function integer-of-date(jl-busdate)
           compute ws-close-year = jl-busdate / 10000 - 1
           compute ws-close-date = ws-close-year * 10000 + 1231

           perform load-archive-catalog
           perform load-report-catalog
           perform tally-space
           perform project-growth
           perform replay-retention
           perform replay-year-split
           perform write-space-report

           if over-budget
              move 'OVERBUDG' to jl-status
           end-if
           move ws-total-bytes to ws-bytes-disp
           string function trim(ws-bytes-disp) delimited by size
                  ' bytes in use' delimited by size
             into jl-answer
           move sc-count to jl-recs-read
           move ws-stale-count to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCSPACE'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

       load-archive-catalog section.
           open input archive-cat-file
           if archive-cat-status = '35'
              display 'AOCSPACE: no archive catalog -- archive side '
                 'counts as empty'
              exit section
           end-if
           move 'on' to file-eof
           read archive-cat-file at end set eof-in to true end-read
           perform until eof-in
              if archive-cat-record not = spaces
                 if sc-count >= sc-max
                    set cat-full to true
                    set eof-in to true
                 else
                    move archive-cat-record to arc-cat-record
                    add 1 to sc-count
                    add 1 to sc-arch-rows
                    move 'A' to sc-kind(sc-count)
                    move arc-cat-progid to sc-progid(sc-count)
                    move zero to sc-date(sc-count)
                       sc-bytes(sc-count)
                    if arc-cat-date is numeric
                       move arc-cat-date to sc-date(sc-count)
                    end-if
      *> An entry that shares an earlier entry's stored file holds
      *> no space of its own.
                    if arc-cat-bytes is numeric
                       and not arc-cat-ref
                       move arc-cat-bytes to sc-bytes(sc-count)
                    end-if
                    move arc-cat-path to sc-path(sc-count)
                 end-if
              end-if
              if not eof-in
                 read archive-cat-file at end set eof-in to true
                 end-read
              end-if
           end-perform
           close archive-cat-file
           .

      *> Reports are sized from the file on disk -- the catalog row
      *> knows how many lines, not how many bytes.
       load-report-catalog section.
           open input report-cat-file
           if report-cat-status = '35'
              display 'AOCSPACE: no report catalog -- report side '
                 'counts as empty'
              exit section
           end-if
           move 'on' to file-eof
           read report-cat-file at end set eof-in to true end-read
           perform until eof-in
              if report-cat-record not = spaces
                 if sc-count >= sc-max
                    set cat-full to true
                    set eof-in to true
                 else
                    move report-cat-record to rpt-cat-rec
                    add 1 to sc-count
                    add 1 to sc-rpt-rows
                    move 'R' to sc-kind(sc-count)
                    move rpt-cat-progid to sc-progid(sc-count)
                    move zero to sc-date(sc-count)
                    if rpt-cat-date is numeric
                       move rpt-cat-date to sc-date(sc-count)
                    end-if
                    move rpt-cat-path to sc-path(sc-count)
                    perform size-report-file
                 end-if
              end-if
              if not eof-in
                 read report-cat-file at end set eof-in to true
                 end-read
              end-if
           end-perform
           close report-cat-file
           if cat-full
              display 'AOCSPACE: the catalogs exceed the ' sc-max
                 '-row table -- totals cover the first ' sc-max
                 ' rows only'
           end-if
           .

       size-report-file section.
           move sc-path(sc-count) to fx-name
           move zero to sc-bytes(sc-count)
           call 'CBL_CHECK_FILE_EXIST' using fx-name fx-details
           if return-code = zero
              move fx-size to sc-bytes(sc-count)
           else
              add 1 to ws-stale-count
           end-if
           move zero to return-code
           .

       tally-space section.
           perform varying sc-ix from 1 by 1 until sc-ix > sc-count
              if sc-archive(sc-ix)
                 move 'ARCHIVE' to ws-type
                 add 1 to ws-arch-files
                 add sc-bytes(sc-ix) to ws-arch-bytes
              else
                 move 'REPORT' to ws-type
                 add 1 to ws-rpt-files
                 add sc-bytes(sc-ix) to ws-rpt-bytes
              end-if
              move zero to pg-hit
              perform varying pg-ix from 1 by 1 until pg-ix > pg-count
                 if pg-progid(pg-ix) = sc-progid(sc-ix)
                    and pg-type(pg-ix) = ws-type
                    move pg-ix to pg-hit
                    exit perform
                 end-if
              end-perform
              if pg-hit = zero and pg-count < pg-max
                 add 1 to pg-count
                 move pg-count to pg-hit
                 move sc-progid(sc-ix) to pg-progid(pg-hit)
                 move ws-type to pg-type(pg-hit)
                 move zero to pg-files(pg-hit) pg-bytes(pg-hit)
              end-if
              if pg-hit > zero
                 add 1 to pg-files(pg-hit)
                 add sc-bytes(sc-ix) to pg-bytes(pg-hit)
              end-if
              perform tally-month
           end-perform
           compute ws-total-bytes = ws-arch-bytes + ws-rpt-bytes
           .

      *> Months are kept in date order as they are added, so the
      *> report reads oldest first without a sort.
       tally-month section.
           compute ws-yyyymm = sc-date(sc-ix) / 100
           move zero to mo-hit
           perform varying mo-ix from 1 by 1 until mo-ix > mo-count
              if mo-yyyymm(mo-ix) = ws-yyyymm
                 move mo-ix to mo-hit
                 exit perform
              end-if
           end-perform
           if mo-hit = zero
              if mo-count >= mo-max
                 exit section
              end-if
              add 1 to mo-count
              move mo-count to mo-hit
              perform until mo-hit = 1
                 if mo-yyyymm(mo-hit - 1) < ws-yyyymm
                    exit perform
                 end-if
                 move mo-entry(mo-hit - 1) to mo-entry(mo-hit)
                 subtract 1 from mo-hit
              end-perform
              move ws-yyyymm to mo-yyyymm(mo-hit)
              move zero to mo-arch-bytes(mo-hit) mo-rpt-bytes(mo-hit)
           end-if
           if sc-archive(sc-ix)
              add sc-bytes(sc-ix) to mo-arch-bytes(mo-hit)
           else
              add sc-bytes(sc-ix) to mo-rpt-bytes(mo-hit)
           end-if
           .

      *> The trend is the average bytes written per day over the
      *> trend window ending on the business date, carried straight
      *> out to the horizon -- no purges assumed, so the projection
      *> is the ceiling to plan against.
       project-growth section.
           move zero to ws-trend-bytes
           perform varying sc-ix from 1 by 1 until sc-ix > sc-count
              if sc-date(sc-ix) not = zero
                 and sc-date(sc-ix) <= jl-busdate
                 compute ws-entry-int =
                    function integer-of-date(sc-date(sc-ix))
                 if ws-entry-int > ws-busdate-int - ws-trend-days
                    add sc-bytes(sc-ix) to ws-trend-bytes
                 end-if
              end-if
           end-perform
           compute ws-per-day = ws-trend-bytes / ws-trend-days
           compute ws-growth = ws-per-day * ws-horizon
           compute ws-projected = ws-total-bytes + ws-growth
           if ws-budget > zero
              compute ws-pct-now = ws-total-bytes * 100 / ws-budget
              compute ws-pct-proj = ws-projected * 100 / ws-budget
              if ws-projected > ws-budget
                 set over-budget to true
              end-if
              if ws-budget > ws-total-bytes
                 compute ws-headroom = ws-budget - ws-total-bytes
                 if ws-per-day > zero
                    compute ws-days-left = ws-headroom / ws-per-day
                 end-if
              end-if
           end-if
           .

       replay-retention section.
           compute ws-clock-int =
              function integer-of-date(ws-clock-yyyymmdd)
           compute ws-cutoff-int = ws-clock-int - ws-keep-days
           compute ws-rcut-int = ws-clock-int - ws-rpt-days
           perform varying sc-ix from 1 by 1 until sc-ix > sc-count
              if sc-date(sc-ix) = zero
                 exit perform cycle
              end-if
              compute ws-entry-int =
                 function integer-of-date(sc-date(sc-ix))
              evaluate true
                 when sc-archive(sc-ix)
                    and ws-keep-days > zero
                    and ws-entry-int < ws-cutoff-int
                    compute ws-entry-week = ws-entry-int / 7
                    perform check-week-slot
                    if wk-hit > zero
                       add 1 to ws-ret-arch-files
                       add sc-bytes(sc-ix) to ws-ret-arch-bytes
                    end-if
                 when sc-report(sc-ix)
                    and ws-rpt-days > zero
                    and ws-entry-int < ws-rcut-int
                    add 1 to ws-ret-rpt-files
                    add sc-bytes(sc-ix) to ws-ret-rpt-bytes
              end-evaluate
           end-perform
           compute ws-reclaim = ws-ret-arch-bytes + ws-ret-rpt-bytes
           compute ws-after-purge = ws-projected - ws-reclaim
           .

      *> AOCARCH's check-week-slot: non-zero wk-hit means this
      *> program already keeps a copy for the week, so this one goes.
       check-week-slot section.
           move zero to wk-hit
           perform varying wk-ix from 1 by 1 until wk-ix > wk-count
              if wk-progid(wk-ix) = sc-progid(sc-ix)
                 and wk-week(wk-ix) = ws-entry-week
                 move wk-ix to wk-hit
                 exit perform
              end-if
           end-perform
           if wk-hit = zero and wk-count < wk-max
              add 1 to wk-count
              move sc-progid(sc-ix) to wk-progid(wk-count)
              move ws-entry-week to wk-week(wk-count)
           end-if
           .

       replay-year-split section.
           perform varying sc-ix from 1 by 1 until sc-ix > sc-count
              if sc-date(sc-ix) not = zero
                 and sc-date(sc-ix) <= ws-close-date
                 if sc-archive(sc-ix)
                    add 1 to ws-ye-arch
                 else
                    add 1 to ws-ye-rpt
                 end-if
                 add 160 to ws-ye-bytes
              end-if
           end-perform
           move 'on' to file-eof
           open input job-log-file
           if jl-file-status = '35'
              exit section
           end-if
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to ws-log-count
              COPY JOBLOGPARSE.
              if jlp-valid and jlp-start-date <= ws-close-date
                 add 1 to ws-ye-log
                 add 242 to ws-ye-bytes
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           .

       write-space-report section.
           open output space-report-file
           move 'AOCSPACE' to rw-prog
           move 'STORAGE CAPACITY FORECAST' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY space-report-record.

           move ws-total-bytes to ws-bytes-disp
           move spaces to space-report-record
           string 'In use: ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           move ws-total-bytes to ws-work-bytes
           perform append-mb
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-arch-files to ws-files-disp
           move ws-arch-bytes to ws-bytes-disp
           move spaces to space-report-record
           string '  archive copies ' delimited by size
                  function trim(ws-files-disp) delimited by size
                  ' file(s) ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-rpt-files to ws-files-disp
           move ws-rpt-bytes to ws-bytes-disp
           move spaces to space-report-record
           string '  reports        ' delimited by size
                  function trim(ws-files-disp) delimited by size
                  ' file(s) ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           if ws-stale-count > zero
              move ws-stale-count to ws-files-disp
              move spaces to space-report-record
              string '  ' delimited by size
                     function trim(ws-files-disp) delimited by size
                     ' report catalog row(s) name a file no longer '
                        delimited by size
                     'on disk (counted as 0 bytes)' delimited by size
                into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           end-if

           move spaces to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move 'BY PROGRAM AND FILE TYPE' to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           perform varying pg-ix from 1 by 1 until pg-ix > pg-count
              move pg-files(pg-ix) to ws-files-disp
              move pg-bytes(pg-ix) to ws-bytes-disp
              move spaces to space-report-record
              string '  ' delimited by size
                     pg-progid(pg-ix)(1:20) delimited by size
                     ' ' delimited by size
                     pg-type(pg-ix) delimited by size
                     ' files=' delimited by size
                     ws-files-disp delimited by size
                     ' bytes=' delimited by size
                     ws-bytes-disp delimited by size
                into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           end-perform

           move spaces to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move 'BY MONTH WRITTEN' to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           perform varying mo-ix from 1 by 1 until mo-ix > mo-count
              move spaces to space-report-record
              if mo-yyyymm(mo-ix) = zero
                 move '  undated' to space-report-record
              else
                 string '  ' delimited by size
                        mo-yyyymm(mo-ix)(1:4) delimited by size
                        '-' delimited by size
                        mo-yyyymm(mo-ix)(5:2) delimited by size
                   into space-report-record
              end-if
              move mo-arch-bytes(mo-ix) to ws-bytes-disp
              string ' archive=' delimited by size
                     ws-bytes-disp delimited by size
                into space-report-record(10:)
              move mo-rpt-bytes(mo-ix) to ws-bytes-disp
              string ' reports=' delimited by size
                     ws-bytes-disp delimited by size
                into space-report-record(32:)
              compute ws-work-bytes =
                 mo-arch-bytes(mo-ix) + mo-rpt-bytes(mo-ix)
              move ws-work-bytes to ws-bytes-disp
              string ' total=' delimited by size
                     ws-bytes-disp delimited by size
                into space-report-record(54:)
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           end-perform

           move spaces to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move 'TREND AND PROJECTION' to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-trend-bytes to ws-bytes-disp
           move ws-trend-days to ws-days-disp
           move spaces to space-report-record
           string '  written in the last ' delimited by size
                  function trim(ws-days-disp) delimited by size
                  ' day(s): ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-per-day to ws-bytes-disp
           move spaces to space-report-record
           string '  growth rate: ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes/day' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-projected to ws-bytes-disp
           move ws-horizon to ws-days-disp
           move spaces to space-report-record
           string '  projected in ' delimited by size
                  function trim(ws-days-disp) delimited by size
                  ' day(s), no purges: ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           move ws-projected to ws-work-bytes
           perform append-mb
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.

           move spaces to space-report-record
           if ws-budget = zero
              move '  budget: none set (AOCSPACE_BUDGET_MB) -- '
                 & 'projection not compared' to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           else
              move ws-budget-mb to ws-days-disp
              move ws-pct-now to ws-pct-disp
              string '  budget: ' delimited by size
                     function trim(ws-days-disp) delimited by size
                     ' MB -- ' delimited by size
                     function trim(ws-pct-disp) delimited by size
                     '% used now, ' delimited by size
                into space-report-record
              move ws-pct-proj to ws-pct-disp
              compute ws-line-ptr =
                 function stored-char-length(space-report-record) + 2
              string function trim(ws-pct-disp) delimited by size
                     '% projected' delimited by size
                into space-report-record
                with pointer ws-line-ptr
              if over-budget
                 string ' << OVER BUDGET' delimited by size
                   into space-report-record
                   with pointer ws-line-ptr
              end-if
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
              move spaces to space-report-record
              evaluate true
                 when ws-headroom = zero
                    move '  the budget is already used up'
                      to space-report-record
                 when ws-per-day = zero
                    move '  no growth in the trend window -- budget '
                       & 'not at risk' to space-report-record
                 when other
                    move ws-days-left to ws-days-disp
                    string '  at the current rate the budget is used'
                              delimited by size
                           ' up in about ' delimited by size
                           function trim(ws-days-disp)
                              delimited by size
                           ' day(s)' delimited by size
                      into space-report-record
              end-evaluate
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           end-if

           move spaces to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move 'RECLAIMABLE' to space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move spaces to space-report-record
           if ws-keep-days > zero
              move ws-ret-arch-files to ws-files-disp
              move ws-ret-arch-bytes to ws-bytes-disp
              move ws-keep-days to ws-days-disp
              string '  AOCARCH retention (keep ' delimited by size
                     function trim(ws-days-disp) delimited by size
                     ' days, then weekly): ' delimited by size
                     function trim(ws-files-disp) delimited by size
                     ' archive cop(ies), ' delimited by size
                     function trim(ws-bytes-disp) delimited by size
                     ' bytes' delimited by size
                into space-report-record
           else
              move '  AOCARCH retention: AOCARCH_KEEPDAYS is 0 -- no '
                 & 'archive copies purged' to space-report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move spaces to space-report-record
           if ws-rpt-days > zero
              move ws-ret-rpt-files to ws-files-disp
              move ws-ret-rpt-bytes to ws-bytes-disp
              move ws-rpt-days to ws-days-disp
              string '  AOCARCH report retirement (' delimited by size
                     function trim(ws-days-disp) delimited by size
                     ' days): ' delimited by size
                     function trim(ws-files-disp) delimited by size
                     ' report(s), ' delimited by size
                     function trim(ws-bytes-disp) delimited by size
                     ' bytes' delimited by size
                into space-report-record
           else
              move '  AOCARCH report retirement: AOCARCH_RPTDAYS is '
                 & '0 -- no reports retired' to space-report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-after-purge to ws-bytes-disp
           move ws-horizon to ws-days-disp
           move spaces to space-report-record
           string '  projected in ' delimited by size
                  function trim(ws-days-disp) delimited by size
                  ' day(s) after that purge: ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into space-report-record
           move ws-after-purge to ws-work-bytes
           perform append-mb
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-ye-arch to ws-files-disp
           move spaces to space-report-record
           string '  AOCYREND year split (closing ' delimited by size
                  ws-close-year delimited by size
                  '): ' delimited by size
                  function trim(ws-files-disp) delimited by size
                  ' archive row(s), ' delimited by size
             into space-report-record
           move ws-ye-rpt to ws-files-disp
           move ws-ye-log to ws-log-disp
           compute ws-line-ptr =
              function stored-char-length(space-report-record) + 2
           string function trim(ws-files-disp) delimited by size
                  ' report row(s), ' delimited by size
                  function trim(ws-log-disp) delimited by size
                  ' log record(s) move to year files' delimited by size
             into space-report-record
             with pointer ws-line-ptr
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           move ws-ye-bytes to ws-bytes-disp
           compute ws-work-bytes = sc-arch-rows - ws-ye-arch
           move ws-work-bytes to ws-files-disp
           move spaces to space-report-record
           string '    about ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes off the live catalogs and log; archive '
                     delimited by size
                  'catalog then ' delimited by size
                  function trim(ws-files-disp) delimited by size
                  ' of ' delimited by size
                  ws-cat-cap delimited by size
                  ' rows' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.
           compute ws-work-bytes = sc-rpt-rows - ws-ye-rpt
           move ws-work-bytes to ws-files-disp
           move spaces to space-report-record
           string '    report catalog then ' delimited by size
                  function trim(ws-files-disp) delimited by size
                  ' of ' delimited by size
                  ws-cat-cap delimited by size
                  ' rows (the year split moves rows, it does not '
                     delimited by size
                  'delete files)' delimited by size
             into space-report-record
           COPY RPTLINE REPLACING RPT-REC BY space-report-record.

           COPY RPTFOOT REPLACING RPT-REC BY space-report-record.
           close space-report-file
           COPY CATADD REPLACING PROGID BY 'AOCSPACE'
                                 RPT-PATH BY space-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCSPACE: capacity forecast written to '
              function trim(space-report-name)
           if over-budget
              move ws-pct-proj to ws-pct-disp
              move ws-budget-mb to ws-days-disp
              display 'AOC0501W AOCSPACE: projected usage is '
                 function trim(ws-pct-disp) '% of the '
                 function trim(ws-days-disp) ' MB budget -- plan '
                 'a purge'
           end-if
           .

      *> ws-work-bytes holds a byte count on entry; appends the same
      *> figure in megabytes to the line being built.
       append-mb section.
           compute ws-mb-work rounded = ws-work-bytes / 1048576
           move ws-mb-work to ws-mb-disp
           compute ws-line-ptr =
              function stored-char-length(space-report-record) + 1
           string ' (' delimited by size
                  function trim(ws-mb-disp) delimited by size
                  ' MB)' delimited by size
             into space-report-record
             with pointer ws-line-ptr
           .
