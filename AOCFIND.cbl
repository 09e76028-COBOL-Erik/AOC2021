       identification division.
       program-id. AOCFIND.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Search across cataloged reports. "Which report mentioned
      *> board 37", "where did 1739283 show up" -- this walks the
      *> report catalog (the closed-year catalogs AOCYREND split off,
      *> then the live one), and reads every report in range: plain
      *> reports, the SYSOUT- step captures AOCBATCH registers and
      *> the DIST- bundles from AOCDIST alike. Each line holding the
      *> text (case ignored) is listed with the report path and line
      *> number. A path cataloged more than once (a rerun rewrites
      *> the same dated file) is read once; a cataloged file that is
      *> gone is warned about.
      *>   AOCFIND_TEXT  text to find (prompted for when interactive)
      *>   AOCFIND_PROG  only entries whose program tag contains this
      *>   AOCFIND_FROM  first catalog date, yyyymmdd (default: all)
      *>   AOCFIND_TO    last catalog date (default: business date)
      *>   AOCFIND_MAX   hit lines listed (default 1000; all counted)
             select find-cat-file
               assign to dynamic find-cat-name
               organization is line sequential
               file status is fc-file-status.
             select found-file
               assign to dynamic found-name
               organization is line sequential
               file status is ff-file-status.
             select find-report-file
               assign to dynamic find-report-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd find-cat-file
          block 0 records
          label records omitted
          data record is find-cat-record.
       01 find-cat-record pic X(160).

       fd found-file
          block 0 records
          label records omitted
          data record is found-record.
       01 found-record pic X(250).

       fd find-report-file
          block 0 records
          label records omitted
          data record is find-report-record.
       01 find-report-record pic X(232).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       77 find-report-name pic X(60).
       77 find-cat-name    pic X(60).
       77 fc-file-status   pic X(2).
       77 found-name       pic X(80).
       77 ff-file-status   pic X(2).
       77 ws-cat-eof       pic X.
          88 cat-at-eof value 'Y'.
       77 ws-found-eof     pic X.
          88 found-at-eof value 'Y'.

      *> The search as asked.
       77 ws-find-text   pic X(60) value spaces.
       77 ws-find-up     pic X(60).
       77 ws-find-len    pic S9(4) comp-4 value zero.
       77 ws-find-prog   pic X(20) value spaces.
       77 ws-prog-len    pic S9(4) comp-4 value zero.
       77 ws-from-env    pic X(10).
       77 ws-to-env      pic X(10).
       77 ws-max-env     pic X(10).
       77 ws-from-date   pic 9(8) value zero.
       77 ws-to-date     pic 9(8).
       77 ws-hit-max     pic 9(8) value 1000.
       77 ws-from-year   pic 9(4).
       77 ws-to-year     pic 9(4).
       77 ws-bus-year    pic 9(4).
       77 ws-year        pic 9(4).

      *> Paths already read -- one pass per file however often it
      *> was cataloged.
       77 fp-max   pic S9(4) comp-4 value 3000.
       77 fp-count pic S9(4) comp-4 value zero.
       77 fp-ix    pic S9(4) comp-4.
       01 fp-table.
          05 fp-path occurs 3000 times pic X(80).
       77 ws-seen  pic X.
          88 path-seen value 'Y'.

       77 ws-line-up   pic X(250).
       77 ws-line-no   pic 9(8).
       77 ws-tally     pic S9(4) comp-4.
       77 ws-file-hits pic 9(8).

      *> Totals.
       77 ws-entries   pic 9(8) value zero.
       77 ws-searched  pic 9(8) value zero.
       77 ws-lines     pic 9(8) value zero.
       77 ws-hits      pic 9(8) value zero.
       77 ws-listed    pic 9(8) value zero.
       77 ws-missing   pic 9(8) value zero.
       77 ws-line-disp  pic Z(7)9.
       77 ws-count-disp pic Z(7)9.
       77 ws-count-disp2 pic Z(7)9.
       77 ws-count-disp3 pic Z(7)9.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           accept ws-batch-flag from environment 'AOC_BATCH'
           accept ws-find-text from environment 'AOCFIND_TEXT'
           accept ws-find-prog from environment 'AOCFIND_PROG'
           accept ws-from-env from environment 'AOCFIND_FROM'
           accept ws-to-env from environment 'AOCFIND_TO'
           accept ws-max-env from environment 'AOCFIND_MAX'
           if ws-find-text = spaces and not batch-mode
              perform ask-for-search
           end-if
           if ws-find-text = spaces
              display 'AOCFIND: nothing to search for -- set '
                 'AOCFIND_TEXT'
              move 'NOTEXT' to jl-status
              move 'no search text' to jl-answer
              perform finish-run
           end-if

           move jl-busdate to ws-to-date
           if ws-from-env(1:8) is numeric
              move ws-from-env(1:8) to ws-from-date
           end-if
           if ws-to-env(1:8) is numeric
              move ws-to-env(1:8) to ws-to-date
           end-if
           if ws-max-env not = spaces
              move function numval(ws-max-env) to ws-hit-max
           end-if
           move function upper-case(ws-find-text) to ws-find-up
           move function length(function trim(ws-find-text trailing))
             to ws-find-len
           if ws-find-prog not = spaces
              move function upper-case(ws-find-prog) to ws-find-prog
              move function length(function trim(ws-find-prog
                 trailing)) to ws-prog-len
           end-if

           string 'C:\WS\AOC2021\AOCFIND-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into find-report-name
           open output find-report-file
           move 'AOCFIND' to rw-prog
           move 'REPORT SEARCH' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY find-report-record.
           move spaces to find-report-record
           if ws-prog-len > zero
              string 'Text "' delimited by size
                     ws-find-text(1:ws-find-len) delimited by size
                     '"  program ' delimited by size
                     ws-find-prog(1:ws-prog-len) delimited by size
                into find-report-record
           else
              string 'Text "' delimited by size
                     ws-find-text(1:ws-find-len) delimited by size
                     '"  program (all)' delimited by size
                into find-report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           move spaces to find-report-record
           string 'Cataloged from ' delimited by size
                  ws-from-date delimited by size
                  ' to ' delimited by size
                  ws-to-date delimited by size
             into find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           move spaces to find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.

      *> The closed-year catalogs first, oldest year first, for any
      *> year the range reaches before the business year; then the
      *> live catalog, which holds the rest.
           move jl-busdate(1:4) to ws-bus-year
           move ws-from-date(1:4) to ws-from-year
           move ws-to-date(1:4) to ws-to-year
           if ws-from-year < 2021
              move 2021 to ws-from-year
           end-if
           perform varying ws-year from ws-from-year by 1
                   until ws-year > ws-to-year
                      or ws-year >= ws-bus-year
              move spaces to find-cat-name
              string 'C:\WS\AOC2021\AOC-REPORTCAT-' delimited by size
                     ws-year delimited by size
                     '.txt' delimited by size
                into find-cat-name
              perform search-one-catalog
           end-perform
           move report-cat-name to find-cat-name
           perform search-one-catalog

           move spaces to find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           move ws-hits to ws-count-disp
           move ws-searched to ws-count-disp2
           move ws-missing to ws-count-disp3
           move ws-lines to ws-line-disp
           string function trim(ws-count-disp) delimited by size
                  ' hit(s) in ' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' report(s), ' delimited by size
                  function trim(ws-line-disp) delimited by size
                  ' line(s) read; ' delimited by size
                  function trim(ws-count-disp3) delimited by size
                  ' cataloged file(s) missing' delimited by size
             into find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           if ws-hits > ws-listed
              move ws-listed to ws-line-disp
              move spaces to find-report-record
              string 'Only the first ' delimited by size
                     function trim(ws-line-disp) delimited by size
                     ' hit(s) are listed (AOCFIND_MAX)'
                        delimited by size
                into find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY find-report-record.
           close find-report-file
           COPY CATADD REPLACING PROGID BY 'AOCFIND'
                                 RPT-PATH BY find-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCFIND: ' function trim(ws-count-disp)
              ' hit(s) in ' function trim(ws-count-disp2)
              ' report(s) -- see ' function trim(find-report-name)

           if ws-missing > zero
              move 'RPTGONE' to jl-status
              display 'AOC1101W AOCFIND: '
                 function trim(ws-count-disp3)
                 ' cataloged report file(s) no longer exist'
           end-if
           string 'hits=' delimited by size
                  function trim(ws-count-disp) delimited by size
                  ' reports=' delimited by size
                  function trim(ws-count-disp2) delimited by size
                  ' missing=' delimited by size
                  function trim(ws-count-disp3) delimited by size
             into jl-answer
           perform finish-run
           .

      *> Close-out, shared by the refusal above and the normal end.
       finish-run section.
           move ws-searched to jl-recs-read
           move ws-missing to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCFIND'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback
           .

      *> At the keyboard with nothing set: ask. A blank answer
      *> keeps the default.
       ask-for-search section.
           display 'Text to find: ' with no advancing
           accept ws-find-text
           if ws-find-text = spaces
              exit section
           end-if
           display 'Program (blank for all): ' with no advancing
           accept ws-find-prog
           display 'Cataloged from (yyyymmdd, blank for all): '
              with no advancing
           accept ws-from-env
           display 'Cataloged to (yyyymmdd, blank for today): '
              with no advancing
           accept ws-to-env
           .

      *> One catalog file, entry by entry. A year catalog that does
      *> not exist is simply skipped.
       search-one-catalog section.
           open input find-cat-file
           if fc-file-status not = '00'
              exit section
           end-if
           move 'N' to ws-cat-eof
           read find-cat-file at end set cat-at-eof to true end-read
           perform until cat-at-eof
              move find-cat-record to rpt-cat-rec
              if rpt-cat-date is numeric
                 and rpt-cat-date >= ws-from-date
                 and rpt-cat-date <= ws-to-date
                 and rpt-cat-path not = spaces
                 and rpt-cat-progid not = 'AOCFIND'
      *> A spreadsheet copy repeats its report's lines -- search the
      *> report once, not twice.
                 and rpt-cat-type not = 'CSV'
                 perform check-entry-program
                 if ws-tally > zero
                    add 1 to ws-entries
                    perform check-path-seen
                    if not path-seen
                       perform search-one-report
                    end-if
                 end-if
              end-if
              read find-cat-file at end set cat-at-eof to true
              end-read
           end-perform
           close find-cat-file
           .

      *> ws-tally > zero when the entry's program tag contains the
      *> program asked for (so AOC2104A also finds SYSOUT-AOC2104A
      *> and a DIST- bundle named for it), or none was asked for.
       check-entry-program section.
           move 1 to ws-tally
           if ws-prog-len > zero
              move zero to ws-tally
              move function upper-case(rpt-cat-progid) to ws-line-up
              inspect ws-line-up(1:20) tallying ws-tally
                 for all ws-find-prog(1:ws-prog-len)
           end-if
           .

       check-path-seen section.
           move 'N' to ws-seen
           perform varying fp-ix from 1 by 1 until fp-ix > fp-count
              if fp-path(fp-ix) = rpt-cat-path
                 move 'Y' to ws-seen
                 exit perform
              end-if
           end-perform
           if not path-seen and fp-count < fp-max
              add 1 to fp-count
              move rpt-cat-path to fp-path(fp-count)
           end-if
           .

      *> Every line of one report; the path goes into the listing
      *> ahead of its first hit only.
       search-one-report section.
           move rpt-cat-path to found-name
           open input found-file
           if ff-file-status not = '00'
              add 1 to ws-missing
              move spaces to find-report-record
              string 'MISSING  ' delimited by size
                     function trim(rpt-cat-path) delimited by size
                     '  (cataloged ' delimited by size
                     rpt-cat-date delimited by size
                     ' by ' delimited by size
                     function trim(rpt-cat-progid) delimited by size
                     ')' delimited by size
                into find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
              display 'AOCFIND: cataloged report missing: '
                 function trim(rpt-cat-path)
              exit section
           end-if
           add 1 to ws-searched
           move zero to ws-line-no ws-file-hits
           move 'N' to ws-found-eof
           read found-file at end set found-at-eof to true end-read
           perform until found-at-eof
              add 1 to ws-line-no
              add 1 to ws-lines
              move function upper-case(found-record) to ws-line-up
              move zero to ws-tally
              inspect ws-line-up tallying ws-tally
                 for all ws-find-up(1:ws-find-len)
              if ws-tally > zero
                 perform list-one-hit
              end-if
              read found-file at end set found-at-eof to true
              end-read
           end-perform
           close found-file
           .

       list-one-hit section.
           add 1 to ws-hits
           add 1 to ws-file-hits
           if ws-listed >= ws-hit-max
              exit section
           end-if
           if ws-file-hits = 1
              move spaces to find-report-record
              string function trim(rpt-cat-path) delimited by size
                     '  (' delimited by size
                     function trim(rpt-cat-progid) delimited by size
                     ' ' delimited by size
                     rpt-cat-date delimited by size
                     ')' delimited by size
                into find-report-record
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           end-if
           add 1 to ws-listed
           move ws-line-no to ws-line-disp
           move spaces to find-report-record
           move ws-line-disp to find-report-record(3:8)
           move ':' to find-report-record(11:1)
           move found-record(1:220) to find-report-record(13:220)
           COPY RPTLINE REPLACING RPT-REC BY find-report-record.
           if not batch-mode
              display function trim(rpt-cat-path) ' '
                 function trim(ws-line-disp) ': '
                 function trim(found-record)
           end-if
           .
