       identification division.
       program-id. AOCDIGEST.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Day-over-day difference digest. AOCSELFTEST holds the
      *> sample reports against their golden copies; this holds
      *> tonight's production reports against the last run's. Each
      *> report cataloged for the business date is paired, through
      *> the report catalog, with the same program's same report
      *> (its path with the run date taken out) from the latest
      *> earlier date, and the two are compared line by line, in
      *> order, after the standard heading and end-of-report lines
      *> are dropped and each file's run date and hh:mm:ss times are
      *> masked. The digest names every report that changed and by
      *> how many lines, quoting the first few differences
      *> (AOCDIGEST_QUOTE, default 3). A report that did NOT change
      *> although the program's input fingerprint did is flagged
      *> SUSPICIOUS -- new data and the same answer is worth a look.
      *> Captured sysout and reports rewritten under one fixed name
      *> (nothing earlier left to compare) are not digested.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select new-file
               assign to dynamic dg-new-path
               organization is line sequential
               file status is dg-new-status.
             select old-file
               assign to dynamic dg-old-path
               organization is line sequential
               file status is dg-old-status.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(200).

       fd new-file
          block 0 records
          label records omitted
          data record is new-record.
       01 new-record pic X(250).

       fd old-file
          block 0 records
          label records omitted
          data record is old-record.
       01 old-record pic X(250).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 report-file-name pic X(60).
       77 dg-new-path   pic X(80).
       77 dg-new-status pic X(2).
       77 dg-old-path   pic X(80).
       77 dg-old-status pic X(2).
       77 dg-env        pic X(10).
       77 dg-live-log-name pic X(60).
       77 dg-cat-season pic X(4).
       77 dg-masked     pic X(80).
       77 dg-cat-date-x pic X(8).

      *> Tonight's reports, each with the earlier report it pairs
      *> with and the program's input fingerprint on either night.
       77 tn-max   pic S9(4) comp-4 value 300.
       77 tn-count pic S9(4) comp-4 value zero.
       01 tn-table.
          05 tn-entry occurs 300 times.
             10 tn-progid   pic X(20).
             10 tn-path     pic X(80).
             10 tn-masked   pic X(80).
             10 tn-prev-date pic 9(8).
             10 tn-prev-path pic X(80).
             10 tn-fp-new   pic 9(9).
             10 tn-fp-old   pic 9(9).
             10 tn-diffs    pic 9(6).
             10 tn-state    pic X.
                88 tn-unpaired  value 'U'.
                88 tn-changed   value 'C'.
                88 tn-same      value 'S'.
                88 tn-suspect   value 'X'.
                88 tn-gone      value 'G'.
       77 tn-ix  pic S9(4) comp-4.
       77 tn-hit pic S9(4) comp-4.
       77 dg-cat-full pic X value 'N'.

      *> One comparison.
       77 dg-new-line  pic X(250).
       77 dg-old-line  pic X(250).
       77 dg-work-line pic X(250).
       77 dg-new-eof   pic X.
       77 dg-old-eof   pic X.
       77 dg-line-num  pic 9(6).
       77 dg-quote-max pic 9(4) value 3.
       77 dg-quoted    pic 9(4).
       77 dg-pos       pic S9(4) comp-4.
       77 dg-mask-date pic X(8).
       77 dg-skip      pic X.
       77 dg-dash-count pic S9(4) comp-4.

      *> Job-log months to read for the fingerprints.
       77 dg-month      pic 9(6).
       77 dg-last-month pic 9(6).
       77 dg-oldest     pic 9(8).

       77 dg-paired    pic 9(6) value zero.
       77 dg-changed   pic 9(6) value zero.
       77 dg-same      pic 9(6) value zero.
       77 dg-suspect   pic 9(6) value zero.
       77 dg-unpaired  pic 9(6) value zero.
       77 dg-gone      pic 9(6) value zero.
       77 dg-read      pic 9(8) value zero.
       77 dg-disp      pic Z(5)9.
       77 dg-disp2     pic Z(5)9.
       77 dg-disp3     pic Z(5)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           move spaces to dg-env
           accept dg-env from environment 'AOCDIGEST_QUOTE'
           if dg-env not = spaces
              and function trim(dg-env) is numeric
              compute dg-quote-max = function numval(dg-env)
           end-if
           perform load-tonight
           perform pair-earlier
           perform load-fingerprints

           move spaces to report-file-name
           string 'C:\WS\AOC2021\AOCDIGEST-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCDIGST' to rw-prog
           move 'DAY-OVER-DAY REPORT DIFFERENCE DIGEST' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-changed
           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              if not tn-unpaired(tn-ix)
                 perform compare-one-report
              end-if
           end-perform
           perform write-unchanged
           perform write-unpaired
           perform write-summary
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCDIGEST'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY tn-count.

           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              if tn-suspect(tn-ix)
                 display 'AOC1501W AOCDIGEST: '
                    function trim(tn-progid(tn-ix))
                    ' report unchanged from ' tn-prev-date(tn-ix)
                    ' although its input changed -- '
                    function trim(tn-path(tn-ix))
              end-if
           end-perform
           move dg-changed to dg-disp
           move dg-paired to dg-disp2
           move dg-suspect to dg-disp3
           display 'AOCDIGEST: ' function trim(dg-disp) ' of '
              function trim(dg-disp2) ' report(s) changed since the '
              'last run, ' function trim(dg-disp3) ' suspicious -- see '
              function trim(report-file-name)
           if dg-suspect > zero
              move 'SUSPECT' to jl-status
           end-if
           if dg-cat-full = 'Y'
              move 'PARTIAL' to jl-status
           end-if

           string function trim(dg-disp) delimited by size
                  ' changed, ' delimited by size
                  function trim(dg-disp3) delimited by size
                  ' suspicious' delimited by size
             into jl-answer
           move dg-read to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCDIGEST'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> Every report cataloged for tonight, this season, once per
      *> path (a rerun catalogs it again).
       load-tonight section.
           open input report-cat-file
           if report-cat-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read report-cat-file at end set eof-in to true end-read
           perform until eof-in
              move report-cat-record to rpt-cat-rec
              move rpt-cat-season to dg-cat-season
              if dg-cat-season = spaces
                 move '2021' to dg-cat-season
              end-if
              if rpt-cat-date = jl-busdate
                 and dg-cat-season = jl-season
                 and rpt-cat-progid(1:7) not = 'SYSOUT-'
                 and rpt-cat-progid not = 'AOCDIGEST'
      *> A spreadsheet copy says what its report says -- the report
      *> is compared, the copy is not.
                 and rpt-cat-type not = 'CSV'
                 perform add-tonight
              end-if
              read report-cat-file at end set eof-in to true end-read
           end-perform
           close report-cat-file
           .

       add-tonight section.
           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              if tn-path(tn-ix) = rpt-cat-path
                 exit section
              end-if
           end-perform
           if tn-count >= tn-max
              move 'Y' to dg-cat-full
              exit section
           end-if
           add 1 to tn-count
           initialize tn-entry(tn-count)
           move rpt-cat-progid to tn-progid(tn-count)
           move rpt-cat-path to tn-path(tn-count)
           perform mask-cat-path
           move dg-masked to tn-masked(tn-count)
           set tn-unpaired(tn-count) to true
           .

      *> The path with its own run date taken out -- the name the
      *> program gives this report every night.
       mask-cat-path section.
           move rpt-cat-path to dg-masked
           move rpt-cat-date to dg-cat-date-x
           inspect dg-masked replacing all dg-cat-date-x by 'YYYYMMDD'
           .

      *> The latest earlier entry with the same program and masked
      *> path. The same path on an earlier date is the one file
      *> rewritten -- nothing of the earlier night is left in it.
       pair-earlier section.
           if tn-count = zero
              exit section
           end-if
           open input report-cat-file
           if report-cat-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read report-cat-file at end set eof-in to true end-read
           perform until eof-in
              move report-cat-record to rpt-cat-rec
              move rpt-cat-season to dg-cat-season
              if dg-cat-season = spaces
                 move '2021' to dg-cat-season
              end-if
              if rpt-cat-date is numeric
                 and rpt-cat-date < jl-busdate
                 and dg-cat-season = jl-season
                 and rpt-cat-type not = 'CSV'
                 perform mask-cat-path
                 perform varying tn-ix from 1 by 1
                         until tn-ix > tn-count
                    if tn-progid(tn-ix) = rpt-cat-progid
                       and tn-masked(tn-ix) = dg-masked
                       and tn-path(tn-ix) not = rpt-cat-path
                       and rpt-cat-date >= tn-prev-date(tn-ix)
                       move rpt-cat-date to tn-prev-date(tn-ix)
                       move rpt-cat-path to tn-prev-path(tn-ix)
                       set tn-changed(tn-ix) to true
                    end-if
                 end-perform
              end-if
              read report-cat-file at end set eof-in to true end-read
           end-perform
           close report-cat-file
           .

      *> Latest OK run's fingerprint for each program, tonight and
      *> on its report's earlier date -- the live log and the month
      *> segments back to the oldest earlier date.
       load-fingerprints section.
           move jl-busdate to dg-oldest
           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              if tn-changed(tn-ix)
                 and tn-prev-date(tn-ix) < dg-oldest
                 move tn-prev-date(tn-ix) to dg-oldest
              end-if
           end-perform
           move job-log-file-name to dg-live-log-name
           perform load-one-log
           compute dg-month = dg-oldest / 100
           compute dg-last-month = jl-busdate / 100
           perform until dg-month > dg-last-month
              move spaces to job-log-file-name
              string 'C:\WS\AOC2021\AOC-JOBLOG-' delimited by size
                     dg-month delimited by size
                     '.txt' delimited by size
                into job-log-file-name
              perform load-one-log
              if dg-month(5:2) = '12'
                 compute dg-month = dg-month + 89
              else
                 add 1 to dg-month
              end-if
           end-perform
           move dg-live-log-name to job-log-file-name
           .

       load-one-log section.
           open input job-log-file
           if jl-file-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read job-log-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to dg-read
              COPY JOBLOGPARSE.
              if jlp-valid and jlp-status = 'OK'
                 and jlp-fingerprint not = zero
                 and jlp-start-date >= dg-oldest
                 perform varying tn-ix from 1 by 1
                         until tn-ix > tn-count
                    if tn-progid(tn-ix) = jlp-progid
                       if jlp-start-date = jl-busdate
                          move jlp-fingerprint to tn-fp-new(tn-ix)
                       end-if
                       if jlp-start-date = tn-prev-date(tn-ix)
                          move jlp-fingerprint to tn-fp-old(tn-ix)
                       end-if
                    end-if
                 end-perform
              end-if
              read job-log-file at end set eof-in to true end-read
           end-perform
           close job-log-file
           .

       write-changed section.
           move 'Reports changed since the last run:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> Tonight's report against the earlier one, significant line
      *> against significant line. The first differences are quoted
      *> as they are found; the count heads them once it is known.
       compare-one-report section.
           add 1 to dg-paired
           move tn-path(tn-ix) to dg-new-path
           move tn-prev-path(tn-ix) to dg-old-path
           open input new-file
           open input old-file
           if dg-new-status not = '00' or dg-old-status not = '00'
              if dg-new-status = '00'
                 close new-file
              end-if
              if dg-old-status = '00'
                 close old-file
              end-if
              set tn-gone(tn-ix) to true
              add 1 to dg-gone
              exit section
           end-if
           move zero to tn-diffs(tn-ix) dg-line-num dg-quoted
           move 'N' to dg-new-eof dg-old-eof
           perform until dg-new-eof = 'Y' and dg-old-eof = 'Y'
              perform read-new-line
              perform read-old-line
              if dg-new-eof = 'Y' and dg-old-eof = 'Y'
                 exit perform
              end-if
              add 1 to dg-line-num
              if dg-new-line not = dg-old-line
                 add 1 to tn-diffs(tn-ix)
                 if tn-diffs(tn-ix) = 1
                    perform write-changed-head
                 end-if
                 if dg-quoted < dg-quote-max
                    add 1 to dg-quoted
                    perform write-quote
                 end-if
              end-if
           end-perform
           close new-file old-file
           if tn-diffs(tn-ix) > zero
              add 1 to dg-changed
              move tn-diffs(tn-ix) to dg-disp
              move spaces to report-record
              string '      ' delimited by size
                     function trim(dg-disp) delimited by size
                     ' line(s) differ' delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              exit section
           end-if
           if tn-fp-new(tn-ix) not = zero
              and tn-fp-old(tn-ix) not = zero
              and tn-fp-new(tn-ix) not = tn-fp-old(tn-ix)
              set tn-suspect(tn-ix) to true
              add 1 to dg-suspect
           else
              set tn-same(tn-ix) to true
           end-if
           add 1 to dg-same
           .

       write-changed-head section.
           move spaces to report-record
           string '  CHANGED ' delimited by size
                  tn-progid(tn-ix) delimited by size
                  ' vs ' delimited by size
                  tn-prev-date(tn-ix) delimited by size
                  '  ' delimited by size
                  function trim(tn-path(tn-ix)) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-quote section.
           move spaces to report-record
           string '      line ' delimited by size
                  dg-line-num delimited by size
                  ' now:    [' delimited by size
                  function trim(dg-new-line(1:120) trailing)
                     delimited by size
                  ']' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string '                  before: [' delimited by size
                  function trim(dg-old-line(1:120) trailing)
                     delimited by size
                  ']' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       read-new-line section.
           move spaces to dg-new-line
           if dg-new-eof = 'Y'
              exit section
           end-if
           move 'Y' to dg-skip
           perform until dg-skip = 'N'
              read new-file into dg-work-line
                 at end
                    move 'Y' to dg-new-eof
                    exit section
              end-read
              perform check-significant
           end-perform
           move jl-busdate to dg-mask-date
           perform mask-work-line
           move dg-work-line to dg-new-line
           .

       read-old-line section.
           move spaces to dg-old-line
           if dg-old-eof = 'Y'
              exit section
           end-if
           move 'Y' to dg-skip
           perform until dg-skip = 'N'
              read old-file into dg-work-line
                 at end
                    move 'Y' to dg-old-eof
                    exit section
              end-read
              perform check-significant
           end-perform
           move tn-prev-date(tn-ix) to dg-mask-date
           perform mask-work-line
           move dg-work-line to dg-old-line
           .

      *> The standard heading (repeated at each page break), its
      *> underline, and the end-of-report count line carry the run
      *> date, the page number and the line count -- none of it is
      *> the report's content.
       check-significant section.
           move 'N' to dg-skip
           move zero to dg-dash-count
           inspect dg-work-line tallying dg-dash-count for all '-'
           if dg-work-line(1:21) = '*** END OF REPORT -- '
              or (dg-dash-count > zero
                  and dg-dash-count
                    = function length(function trim(dg-work-line)))
              move 'Y' to dg-skip
              exit section
           end-if
           move zero to dg-dash-count
           inspect dg-work-line tallying dg-dash-count
              for all '  run date '
           if dg-dash-count > zero
              move zero to dg-dash-count
              inspect dg-work-line tallying dg-dash-count
                 for all '  page '
              if dg-dash-count > zero
                 move 'Y' to dg-skip
              end-if
           end-if
           .

      *> The file's own run date, and hh:mm:ss anywhere on the line.
       mask-work-line section.
           inspect dg-work-line replacing all dg-mask-date
              by 'MASKDATE'
           perform varying dg-pos from 1 by 1 until dg-pos > 243
              if dg-work-line(dg-pos + 2:1) = ':'
                 and dg-work-line(dg-pos + 5:1) = ':'
                 and dg-work-line(dg-pos:2) is numeric
                 and dg-work-line(dg-pos + 3:2) is numeric
                 and dg-work-line(dg-pos + 6:2) is numeric
                 move 'hh:mm:ss' to dg-work-line(dg-pos:8)
              end-if
           end-perform
           .

       write-unchanged section.
           if dg-changed = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Reports unchanged since the last run:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              evaluate true
                 when tn-suspect(tn-ix)
                    move spaces to report-record
                    string '  SUSPICIOUS ' delimited by size
                           tn-progid(tn-ix) delimited by size
                           ' vs ' delimited by size
                           tn-prev-date(tn-ix) delimited by size
                           '  ' delimited by size
                           function trim(tn-path(tn-ix))
                              delimited by size
                           ' -- input fingerprint ' delimited by size
                           tn-fp-old(tn-ix) delimited by size
                           ' -> ' delimited by size
                           tn-fp-new(tn-ix) delimited by size
                      into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
                 when tn-same(tn-ix)
                    move spaces to report-record
                    string '  unchanged  ' delimited by size
                           tn-progid(tn-ix) delimited by size
                           ' vs ' delimited by size
                           tn-prev-date(tn-ix) delimited by size
                           '  ' delimited by size
                           function trim(tn-path(tn-ix))
                              delimited by size
                      into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-evaluate
           end-perform
           if dg-same = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       write-unpaired section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Not compared -- no earlier report, or a file gone:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying tn-ix from 1 by 1 until tn-ix > tn-count
              if tn-unpaired(tn-ix) or tn-gone(tn-ix)
                 move spaces to report-record
                 if tn-unpaired(tn-ix)
                    add 1 to dg-unpaired
                    string '  no earlier  ' delimited by size
                           tn-progid(tn-ix) delimited by size
                           '  ' delimited by size
                           function trim(tn-path(tn-ix))
                              delimited by size
                      into report-record
                 else
                    string '  file gone   ' delimited by size
                           tn-progid(tn-ix) delimited by size
                           ' vs ' delimited by size
                           tn-prev-date(tn-ix) delimited by size
                           '  ' delimited by size
                           function trim(tn-prev-path(tn-ix))
                              delimited by size
                      into report-record
                 end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           if dg-unpaired = zero and dg-gone = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       write-summary section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move tn-count to dg-disp
           move dg-paired to dg-disp2
           move spaces to report-record
           string 'Reports cataloged for ' delimited by size
                  jl-busdate delimited by size
                  ': ' delimited by size
                  function trim(dg-disp) delimited by size
                  ', compared: ' delimited by size
                  function trim(dg-disp2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move dg-changed to dg-disp
           move dg-same to dg-disp2
           move dg-suspect to dg-disp3
           move spaces to report-record
           string 'Changed: ' delimited by size
                  function trim(dg-disp) delimited by size
                  '  unchanged: ' delimited by size
                  function trim(dg-disp2) delimited by size
                  '  of them suspicious: ' delimited by size
                  function trim(dg-disp3) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
