       identification division.
       program-id. AOCMSGSTAT.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Message-ID occurrence statistics. The catalog (MSGTABLE)
      *> says what each ID means and AOCBATCH captures every step's
      *> console as cataloged sysout -- this counts what actually
      *> appears. The captured sysout for a range of nights
      *> (AOCMSGSTAT_FROM / AOCMSGSTAT_TO, default the thirty nights
      *> to the business date) is scanned for ID-shaped tokens
      *> (AOCnnnnS): each catalog ID is counted by program and night,
      *> an ID whose nightly rate over the last AOCMSGSTAT_RECENT
      *> nights (default 7) is above its rate before them is flagged
      *> RISING (NEW when it had not appeared before them at all), an
      *> ID-shaped message that is not in the catalog is listed as
      *> undocumented, and a catalog entry not issued at all in the
      *> year to the end of the range is listed as a candidate for
      *> retirement. Only the current season's sysout is read.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select sysout-file
               assign to dynamic ms-sysout-path
               organization is line sequential
               file status is ms-sysout-status.
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

       fd sysout-file
          block 0 records
          label records omitted
          data record is sysout-record.
       01 sysout-record pic X(200).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       COPY MSGTABLE.

       77 report-file-name pic X(60).
       77 ms-env     pic X(10).
       77 ms-from    pic 9(8).
       77 ms-to      pic 9(8).
       77 ms-recent-from pic 9(8).
       77 ms-year-from   pic 9(8).
       77 ms-recent-days pic 9(4) value 7.
       77 ms-to-int  pic S9(9) comp-4.
       77 ms-from-int pic S9(9) comp-4.
       77 ms-cat-season pic X(4).

      *> Captured sysout files for the year to the end of the range,
      *> from the report catalog ('SYSOUT-<step>' entries) -- a file
      *> cataloged twice (a rerun) is read once.
       77 sf-max   pic S9(4) comp-4 value 5000.
       77 sf-count pic S9(4) comp-4 value zero.
       01 sf-table.
          05 sf-entry occurs 5000 times.
             10 sf-path pic X(80).
             10 sf-prog pic X(12).
             10 sf-date pic 9(8).
       77 sf-ix  pic S9(4) comp-4.
       77 sf-ix2 pic S9(4) comp-4.
       77 sf-dup pic X.
       77 ms-sysout-path   pic X(80).
       77 ms-sysout-status pic X(2).
       77 ms-files-read    pic 9(6) value zero.
       77 ms-files-missing pic 9(6) value zero.
       77 ms-lines-read    pic 9(8) value zero.
       77 ms-oldest        pic 9(8) value zero.

      *> Nights in the range with captured sysout, split at the
      *> start of the recent window, for the nightly rates.
       77 nt-max   pic S9(4) comp-4 value 400.
       77 nt-count pic S9(4) comp-4 value zero.
       01 nt-table.
          05 nt-date occurs 400 times pic 9(8).
       77 nt-ix  pic S9(4) comp-4.
       77 nt-hit pic S9(4) comp-4.
       77 nt-recent  pic S9(4) comp-4 value zero.
       77 nt-earlier pic S9(4) comp-4 value zero.

      *> Occurrences by ID, program and night, inside the range.
       77 oc-max   pic S9(4) comp-4 value 3000.
       77 oc-count pic S9(4) comp-4 value zero.
       01 oc-table.
          05 oc-entry occurs 3000 times.
             10 oc-id    pic X(8).
             10 oc-prog  pic X(12).
             10 oc-date  pic 9(8).
             10 oc-times pic 9(6).
       77 oc-ix  pic S9(4) comp-4.
       77 oc-hit pic S9(4) comp-4.
       77 ms-oc-full pic X value 'N'.
          88 oc-full value 'Y'.

      *> Per ID: the range totals either side of the recent window,
      *> the last night seen in the year, and whether the catalog
      *> knows it.
       77 id-max   pic S9(4) comp-4 value 300.
       77 id-count pic S9(4) comp-4 value zero.
       01 id-table.
          05 id-entry occurs 300 times.
             10 id-id      pic X(8).
             10 id-prog    pic X(12).
             10 id-known   pic X.
             10 id-total   pic 9(6).
             10 id-recent  pic 9(6).
             10 id-earlier pic 9(6).
             10 id-first   pic 9(8).
             10 id-last    pic 9(8).
       77 id-ix  pic S9(4) comp-4.
       77 id-hit pic S9(4) comp-4.

       77 ms-pos    pic S9(4) comp-4.
       77 ms-token  pic X(8).
       77 ms-prog   pic X(12).
       77 ms-date   pic 9(8).
       77 ms-in-range pic X.
       77 ms-rate-recent  pic 9(6)v99.
       77 ms-rate-earlier pic 9(6)v99.
       77 ms-flag   pic X(8).
       77 ms-times-disp pic Z(5)9.
       77 ms-rate-disp  pic Z(5)9.99.
       77 ms-rate-disp2 pic Z(5)9.99.
       77 ms-rising   pic 9(4) value zero.
       77 ms-undoc    pic 9(4) value zero.
       77 ms-retire   pic 9(4) value zero.
       77 ms-issued   pic 9(8) value zero.
       77 ms-disp     pic Z(7)9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           perform resolve-range
           perform load-sysout-files
           perform varying sf-ix from 1 by 1 until sf-ix > sf-count
              perform scan-one-file
           end-perform

           move spaces to report-file-name
           string 'C:\WS\AOC2021\AOCMSGSTAT-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCMSGST' to rw-prog
           move 'MESSAGE-ID OCCURRENCE STATISTICS' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-range-lines
           perform write-occurrences
           perform write-id-trends
           perform write-undocumented
           perform write-retirement
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCMSGSTAT'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY oc-count.

           if ms-undoc > zero
              display 'AOC1201W AOCMSGSTAT: ' ms-undoc
                 ' undocumented message ID(s) issued -- see '
                 function trim(report-file-name)
              move 'UNDOCMSG' to jl-status
           end-if
           move ms-issued to ms-disp
           display 'AOCMSGSTAT: ' function trim(ms-disp)
              ' message(s) counted in ' ms-files-read
              ' sysout file(s); ' ms-rising ' rising, ' ms-undoc
              ' undocumented, ' ms-retire ' retirement candidate(s)'

           string function trim(ms-disp) delimited by size
                  ' message(s), ' delimited by size
                  ms-rising delimited by size
                  ' rising' delimited by size
             into jl-answer
           move ms-lines-read to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCMSGSTAT'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> The range, the start of its recent window, and the start of
      *> the year the retirement check looks back over.
       resolve-range section.
           move jl-busdate to ms-to
           move spaces to ms-env
           accept ms-env from environment 'AOCMSGSTAT_TO'
           if ms-env(1:8) is numeric
              move ms-env(1:8) to ms-to
           end-if
           compute ms-to-int = function integer-of-date(ms-to)
           compute ms-from =
              function date-of-integer(ms-to-int - 29)
           move spaces to ms-env
           accept ms-env from environment 'AOCMSGSTAT_FROM'
           if ms-env(1:8) is numeric
              move ms-env(1:8) to ms-from
           end-if
           if ms-from > ms-to
              move ms-to to ms-from
           end-if
           compute ms-from-int = function integer-of-date(ms-from)
           move spaces to ms-env
           accept ms-env from environment 'AOCMSGSTAT_RECENT'
           if ms-env not = spaces
              and function trim(ms-env) is numeric
              compute ms-recent-days = function numval(ms-env)
           end-if
           if ms-recent-days < 1
              move 1 to ms-recent-days
           end-if
           compute ms-recent-from =
              function date-of-integer(ms-to-int - ms-recent-days + 1)
           if ms-recent-from < ms-from
              move ms-from to ms-recent-from
           end-if
           compute ms-year-from =
              function date-of-integer(ms-to-int - 364)
           if ms-from < ms-year-from
              move ms-from to ms-year-from
           end-if
           .

       load-sysout-files section.
           move zero to sf-count
           open input report-cat-file
           if report-cat-status = '35'
              exit section
           end-if
           move 'on' to file-eof
           read report-cat-file at end set eof-in to true end-read
           perform until eof-in
              move report-cat-record to rpt-cat-rec
              move rpt-cat-season to ms-cat-season
              if ms-cat-season = spaces
                 move '2021' to ms-cat-season
              end-if
              if rpt-cat-progid(1:7) = 'SYSOUT-'
                 and rpt-cat-date is numeric
                 and rpt-cat-date >= ms-year-from
                 and rpt-cat-date <= ms-to
                 and ms-cat-season = jl-season
                 perform add-sysout-file
              end-if
              read report-cat-file at end set eof-in to true end-read
           end-perform
           close report-cat-file
           .

       add-sysout-file section.
           move 'N' to sf-dup
           perform varying sf-ix2 from 1 by 1 until sf-ix2 > sf-count
              if sf-path(sf-ix2) = rpt-cat-path
                 move 'Y' to sf-dup
                 exit perform
              end-if
           end-perform
           if sf-dup = 'Y' or sf-count >= sf-max
              exit section
           end-if
           add 1 to sf-count
           move rpt-cat-path to sf-path(sf-count)
           move rpt-cat-progid(8:12) to sf-prog(sf-count)
           move rpt-cat-date to sf-date(sf-count)
           if ms-oldest = zero or rpt-cat-date < ms-oldest
              move rpt-cat-date to ms-oldest
           end-if
           .

      *> One night's capture for one step, every line searched for
      *> IDs. A cataloged file since retired by AOCARCH is counted
      *> as missing, not as a night without messages.
       scan-one-file section.
           move sf-path(sf-ix) to ms-sysout-path
           move sf-prog(sf-ix) to ms-prog
           move sf-date(sf-ix) to ms-date
           move 'N' to ms-in-range
           if ms-date >= ms-from
              move 'Y' to ms-in-range
              perform note-night
           end-if
           open input sysout-file
           if ms-sysout-status not = '00'
              add 1 to ms-files-missing
              exit section
           end-if
           add 1 to ms-files-read
           move 'on' to file-eof
           read sysout-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to ms-lines-read
              perform varying ms-pos from 1 by 1 until ms-pos > 192
                 if sysout-record(ms-pos:3) = 'AOC'
                    perform check-token
                 end-if
              end-perform
              read sysout-file at end set eof-in to true end-read
           end-perform
           close sysout-file
           .

       note-night section.
           move zero to nt-hit
           perform varying nt-ix from 1 by 1 until nt-ix > nt-count
              if nt-date(nt-ix) = ms-date
                 move nt-ix to nt-hit
                 exit perform
              end-if
           end-perform
           if nt-hit = zero and nt-count < nt-max
              add 1 to nt-count
              move ms-date to nt-date(nt-count)
              if ms-date >= ms-recent-from
                 add 1 to nt-recent
              else
                 add 1 to nt-earlier
              end-if
           end-if
           .

      *> AOCnnnnS standing as a word of its own -- the start of the
      *> line or after a blank, and a blank (or the end) after it.
       check-token section.
           if ms-pos > 1
              if sysout-record(ms-pos - 1:1) not = space
                 exit section
              end-if
           end-if
           if sysout-record(ms-pos + 3:4) is not numeric
              exit section
           end-if
           if sysout-record(ms-pos + 7:1) not = 'I'
              and sysout-record(ms-pos + 7:1) not = 'W'
              and sysout-record(ms-pos + 7:1) not = 'E'
              exit section
           end-if
           if sysout-record(ms-pos + 8:1) not = space
              exit section
           end-if
           move sysout-record(ms-pos:8) to ms-token
           perform note-id
           if ms-in-range = 'Y'
              add 1 to ms-issued
              perform note-occurrence
           end-if
           .

       note-id section.
           move zero to id-hit
           perform varying id-ix from 1 by 1 until id-ix > id-count
              if id-id(id-ix) = ms-token
                 move id-ix to id-hit
                 exit perform
              end-if
           end-perform
           if id-hit = zero
              if id-count >= id-max
                 exit section
              end-if
              add 1 to id-count
              move id-count to id-hit
              move ms-token to id-id(id-hit)
              move ms-prog to id-prog(id-hit)
              move zero to id-total(id-hit) id-recent(id-hit)
                           id-earlier(id-hit) id-last(id-hit)
              move ms-date to id-first(id-hit)
              move 'N' to id-known(id-hit)
              perform varying mc-ix from 1 by 1 until mc-ix > mc-count
                 if mc-id(mc-ix) = ms-token
                    move 'Y' to id-known(id-hit)
                 end-if
              end-perform
           end-if
           if ms-date > id-last(id-hit)
              move ms-date to id-last(id-hit)
           end-if
           if ms-date < id-first(id-hit)
              move ms-date to id-first(id-hit)
           end-if
           if ms-in-range = 'Y'
              add 1 to id-total(id-hit)
              if ms-date >= ms-recent-from
                 add 1 to id-recent(id-hit)
              else
                 add 1 to id-earlier(id-hit)
              end-if
           end-if
           .

       note-occurrence section.
           move zero to oc-hit
           perform varying oc-ix from 1 by 1 until oc-ix > oc-count
              if oc-id(oc-ix) = ms-token
                 and oc-prog(oc-ix) = ms-prog
                 and oc-date(oc-ix) = ms-date
                 move oc-ix to oc-hit
                 exit perform
              end-if
           end-perform
           if oc-hit = zero
              if oc-count >= oc-max
                 set oc-full to true
                 exit section
              end-if
              add 1 to oc-count
              move oc-count to oc-hit
              move ms-token to oc-id(oc-hit)
              move ms-prog to oc-prog(oc-hit)
              move ms-date to oc-date(oc-hit)
              move zero to oc-times(oc-hit)
           end-if
           add 1 to oc-times(oc-hit)
           .

       write-range-lines section.
           move spaces to report-record
           string 'Nights ' delimited by size
                  ms-from delimited by size
                  ' to ' delimited by size
                  ms-to delimited by size
                  ', recent window from ' delimited by size
                  ms-recent-from delimited by size
                  ', season ' delimited by size
                  jl-season delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Sysout files read: ' delimited by size
                  ms-files-read delimited by size
                  '   cataloged but gone: ' delimited by size
                  ms-files-missing delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

       write-occurrences section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Occurrences by ID, program and night:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying id-ix from 1 by 1 until id-ix > id-count
              perform varying oc-ix from 1 by 1 until oc-ix > oc-count
                 if oc-id(oc-ix) = id-id(id-ix)
                    move oc-times(oc-ix) to ms-times-disp
                    move spaces to report-record
                    string '  ' delimited by size
                           oc-id(oc-ix) delimited by size
                           '  ' delimited by size
                           oc-prog(oc-ix) delimited by size
                           ' ' delimited by size
                           oc-date(oc-ix) delimited by size
                           ' ' delimited by size
                           ms-times-disp delimited by size
                      into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
                 end-if
              end-perform
           end-perform
           if oc-count = zero
              move '  (no message IDs in the range)'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           if oc-full
              move '  (table full -- later combinations not counted)'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> Nightly rate = occurrences over the nights captured in that
      *> part of the range, so a thin week of captures does not look
      *> like a quiet one.
       write-id-trends section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Per ID -- total, nightly rate before and within the '
             & 'recent window:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying id-ix from 1 by 1 until id-ix > id-count
              if id-total(id-ix) > zero
                 move zero to ms-rate-recent ms-rate-earlier
                 if nt-recent > zero
                    compute ms-rate-recent rounded =
                       id-recent(id-ix) / nt-recent
                 end-if
                 if nt-earlier > zero
                    compute ms-rate-earlier rounded =
                       id-earlier(id-ix) / nt-earlier
                 end-if
                 move spaces to ms-flag
                 if id-recent(id-ix) > zero
                    if id-earlier(id-ix) = zero and nt-earlier > zero
                       move 'NEW' to ms-flag
                    else
                       if ms-rate-recent > ms-rate-earlier
                          and nt-earlier > zero
                          move 'RISING' to ms-flag
                       end-if
                    end-if
                 end-if
                 if ms-flag not = spaces
                    add 1 to ms-rising
                 end-if
                 move id-total(id-ix) to ms-times-disp
                 move ms-rate-earlier to ms-rate-disp
                 move ms-rate-recent to ms-rate-disp2
                 move spaces to report-record
                 string '  ' delimited by size
                        id-id(id-ix) delimited by size
                        ' ' delimited by size
                        ms-times-disp delimited by size
                        '  before ' delimited by size
                        ms-rate-disp delimited by size
                        '/night  recent ' delimited by size
                        ms-rate-disp2 delimited by size
                        '/night  ' delimited by size
                        ms-flag delimited by size
                   into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           .

       write-undocumented section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'ID-shaped messages not in the catalog (MSGTABLE):'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying id-ix from 1 by 1 until id-ix > id-count
              if id-known(id-ix) = 'N'
                 add 1 to ms-undoc
                 move id-total(id-ix) to ms-times-disp
                 move spaces to report-record
                 string '  ' delimited by size
                        id-id(id-ix) delimited by size
                        '  first from ' delimited by size
                        function trim(id-prog(id-ix))
                           delimited by size
                        ' on ' delimited by size
                        id-first(id-ix) delimited by size
                        ', last ' delimited by size
                        id-last(id-ix) delimited by size
                        ', ' delimited by size
                        function trim(ms-times-disp)
                           delimited by size
                        ' in the range' delimited by size
                   into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           if ms-undoc = zero
              move '  (none -- every ID issued is documented)'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> A catalog entry with no sighting in the year. When the
      *> captured sysout does not reach back a year, say so -- the
      *> candidates are then only as good as the history there is.
       write-retirement section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           string 'Catalog entries not issued since ' delimited by size
                  ms-year-from delimited by size
                  ' -- candidates for retirement:' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ms-oldest = zero or ms-oldest > ms-year-from
              move spaces to report-record
              if ms-oldest = zero
                 move '  (note: no captured sysout in the year at all)'
                   to report-record
              else
                 string '  (note: captured sysout only reaches back '
                           delimited by size
                        'to ' delimited by size
                        ms-oldest delimited by size
                        ')' delimited by size
                   into report-record
              end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           perform varying mc-ix from 1 by 1 until mc-ix > mc-count
              move zero to id-hit
              perform varying id-ix from 1 by 1 until id-ix > id-count
                 if id-id(id-ix) = mc-id(mc-ix)
                    move id-ix to id-hit
                 end-if
              end-perform
              if id-hit = zero
                 add 1 to ms-retire
                 move spaces to report-record
                 string '  ' delimited by size
                        mc-id(mc-ix) delimited by size
                        ' ' delimited by size
                        mc-prog(mc-ix) delimited by size
                        ' ' delimited by size
                        function trim(mc-text(mc-ix))
                           delimited by size
                   into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           if ms-retire = zero
              move '  (none -- every entry was issued in the year)'
                to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .
