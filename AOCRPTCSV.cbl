       identification division.
       program-id. AOCRPTCSV.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Spreadsheet copy of a printed report. Analysts pasted report
      *> columns into spreadsheets and split them by hand; the report
      *> writer (RPTWS family) now hands this subprogram the report's
      *> detail heading and each detail line, and it keeps a
      *> comma-delimited copy: the heading's column names as the
      *> first row, one row per detail line. Columns are found the
      *> way a reader finds them on paper -- a heading name or a
      *> value is a run of text ended by two or more spaces, and each
      *> value belongs to the heading name it sits under (the widest
      *> overlap, else the nearest name), so left-aligned text and
      *> right-aligned figures both land in their own column. The
      *> copy is written to a work file while the report is open and
      *> becomes <report name>.csv only when CATADD finishes it after
      *> the report is closed. Callers speak rpt-csv-parm
      *> (RPTCSVLK.cpy).
             select csv-work-file
               assign to dynamic csv-work-name
               organization is line sequential
               file status is cs-work-status.
             select csv-out-file
               assign to dynamic csv-out-name
               organization is line sequential
               file status is cs-out-status.
       data division.
       file section.
       fd csv-work-file
          block 0 records
          label records omitted
          data record is csv-work-record.
       01 csv-work-record pic X(1000).

       fd csv-out-file
          block 0 records
          label records omitted
          data record is csv-out-record.
       01 csv-out-record pic X(1000).

       working-storage section.
       77 csv-work-name pic X(80).
       77 csv-out-name  pic X(80).
       77 cs-work-status pic X(2).
       77 cs-out-status  pic X(2).
       77 cs-work-eof pic X value 'N'.
          88 cs-work-at-eof value 'Y'.

      *> The detail heading the copy was opened with, and its column
      *> names with the print positions they occupy.
       77 cs-heading pic X(400) value spaces.
       77 cs-col-max   pic S9(4) comp-4 value 40.
       77 cs-col-count pic S9(4) comp-4 value zero.
       01 cs-col-table.
          05 cs-col occurs 40 times.
             10 cs-col-from  pic S9(4) comp-4.
             10 cs-col-to    pic S9(4) comp-4.
             10 cs-col-value pic X(120).
       77 cs-cx   pic S9(4) comp-4.
       77 cs-best pic S9(4) comp-4.
       77 cs-best-fit  pic S9(4) comp-4.
       77 cs-fit       pic S9(4) comp-4.

      *> One line split into runs of text.
       01 cs-buf pic X(402).
       77 cs-len pic S9(4) comp-4.
       77 cs-pos pic S9(4) comp-4.
       77 tk-max   pic S9(4) comp-4 value 60.
       77 tk-count pic S9(4) comp-4 value zero.
       01 tk-table.
          05 tk-entry occurs 60 times.
             10 tk-from pic S9(4) comp-4.
             10 tk-to   pic S9(4) comp-4.
       77 tk-ix  pic S9(4) comp-4.
       77 tk-len pic S9(4) comp-4.

      *> The row being built.
       77 cs-out-line pic X(1000).
       77 cs-out-ptr  pic S9(4) comp-4.
       77 cs-field    pic X(120).
       77 cs-flen     pic S9(4) comp-4.
       77 cs-fx       pic S9(4) comp-4.
       77 cs-quotes   pic S9(4) comp-4.
       77 cs-commas   pic S9(4) comp-4.
       77 cs-dot      pic S9(4) comp-4.

       linkage section.
       COPY RPTCSVLK.

       procedure division using rpt-csv-parm.
           move 'Y' to rpt-csv-ok
           evaluate rpt-csv-func
              when 'H'
                 perform take-heading
              when 'R'
                 perform take-detail-line
              when 'E'
                 if rpt-csv-open = 'Y'
                    close csv-work-file
                    move 'N' to rpt-csv-open
                 end-if
              when 'F'
                 perform finish-copy
              when 'X'
                 perform discard-copy
              when other
                 move 'N' to rpt-csv-ok
           end-evaluate
           goback.

      *> The first heading opens the copy; the same heading again
      *> (a report repeating it per section) resumes the rows; any
      *> other heading would put a second table into one sheet and
      *> is refused -- its lines stay on paper only.
       take-heading section.
           if rpt-csv-open = 'Y'
              if rpt-csv-line not = cs-heading
                 move 'N' to rpt-csv-ok
              end-if
              exit section
           end-if
           if rpt-csv-rows > zero
      *> Rows already taken and the copy closed -- the report has
      *> ended; a new heading here belongs to nothing.
              move 'N' to rpt-csv-ok
              exit section
           end-if
           move rpt-csv-line to cs-heading
           perform split-line
           if tk-count = zero
              move 'N' to rpt-csv-ok
              exit section
           end-if
           move zero to cs-col-count
           move spaces to cs-out-line
           move 1 to cs-out-ptr
           perform varying tk-ix from 1 by 1
                   until tk-ix > tk-count or cs-col-count >= cs-col-max
              add 1 to cs-col-count
              move tk-from(tk-ix) to cs-col-from(cs-col-count)
              move tk-to(tk-ix) to cs-col-to(cs-col-count)
              compute tk-len = tk-to(tk-ix) - tk-from(tk-ix) + 1
              move spaces to cs-field
              move cs-buf(tk-from(tk-ix):tk-len) to cs-field
              perform append-field
           end-perform
           move spaces to csv-work-name
           string 'C:\WS\AOC2021\AOC-CSVWORK-' delimited by size
                  function trim(rpt-csv-prog) delimited by size
                  '.tmp' delimited by size
             into csv-work-name
           open output csv-work-file
           if cs-work-status not = '00'
              move 'N' to rpt-csv-ok
              exit section
           end-if
           write csv-work-record from cs-out-line
           move 'Y' to rpt-csv-open
           move zero to rpt-csv-rows
           move 1 to rpt-csv-lines
           .

      *> Every run of text goes to the column it sits under; two
      *> runs under one name are kept together, a space apart.
       take-detail-line section.
           if rpt-csv-open not = 'Y'
              move 'N' to rpt-csv-ok
              exit section
           end-if
           perform split-line
           perform varying cs-cx from 1 by 1
                   until cs-cx > cs-col-count
              move spaces to cs-col-value(cs-cx)
           end-perform
           perform varying tk-ix from 1 by 1 until tk-ix > tk-count
              perform find-column
              compute tk-len = tk-to(tk-ix) - tk-from(tk-ix) + 1
              if cs-col-value(cs-best) = spaces
                 move cs-buf(tk-from(tk-ix):tk-len)
                   to cs-col-value(cs-best)
              else
                 move spaces to cs-field
                 string function trim(cs-col-value(cs-best))
                           delimited by size
                        ' ' delimited by size
                        cs-buf(tk-from(tk-ix):tk-len)
                           delimited by size
                   into cs-field
                 move cs-field to cs-col-value(cs-best)
              end-if
           end-perform
           move spaces to cs-out-line
           move 1 to cs-out-ptr
           perform varying cs-cx from 1 by 1
                   until cs-cx > cs-col-count
              move cs-col-value(cs-cx) to cs-field
              perform append-field
           end-perform
           write csv-work-record from cs-out-line
           add 1 to rpt-csv-rows
           add 1 to rpt-csv-lines
           .

      *> Widest overlap with a heading name wins; with no overlap at
      *> all, the nearest name.
       find-column section.
           move 1 to cs-best
           move -9999 to cs-best-fit
           perform varying cs-cx from 1 by 1
                   until cs-cx > cs-col-count
              evaluate true
                 when tk-to(tk-ix) < cs-col-from(cs-cx)
                    compute cs-fit =
                       tk-to(tk-ix) - cs-col-from(cs-cx)
                 when tk-from(tk-ix) > cs-col-to(cs-cx)
                    compute cs-fit =
                       cs-col-to(cs-cx) - tk-from(tk-ix)
                 when other
                    compute cs-fit =
                       function min(tk-to(tk-ix), cs-col-to(cs-cx))
                       - function max(tk-from(tk-ix),
                                      cs-col-from(cs-cx)) + 1
              end-evaluate
              if cs-fit > cs-best-fit
                 move cs-fit to cs-best-fit
                 move cs-cx to cs-best
              end-if
           end-perform
           .

      *> Runs of text in cs-buf: a run ends at two spaces running.
       split-line section.
           move spaces to cs-buf
           move rpt-csv-line to cs-buf
           move zero to tk-count
           move 400 to cs-len
           perform until cs-len < 1 or cs-buf(cs-len:1) not = space
              subtract 1 from cs-len
           end-perform
           move 1 to cs-pos
           perform until cs-pos > cs-len or tk-count >= tk-max
              if cs-buf(cs-pos:1) = space
                 add 1 to cs-pos
              else
                 add 1 to tk-count
                 move cs-pos to tk-from(tk-count)
                 perform until cs-pos > cs-len
                         or cs-buf(cs-pos:2) = '  '
                    add 1 to cs-pos
                 end-perform
                 compute tk-to(tk-count) = cs-pos - 1
              end-if
           end-perform
           .

      *> One field onto the row: comma-separated, and quoted (quotes
      *> doubled) when it holds a comma or a quote.
       append-field section.
           if cs-out-ptr > 1
              string ',' delimited by size
                into cs-out-line with pointer cs-out-ptr
           end-if
           move function length(function trim(cs-field trailing))
             to cs-flen
           if cs-field = spaces
              exit section
           end-if
           move zero to cs-quotes cs-commas
           inspect cs-field tallying cs-quotes for all '"'
                                     cs-commas for all ','
           if cs-quotes = zero and cs-commas = zero
              string cs-field(1:cs-flen) delimited by size
                into cs-out-line with pointer cs-out-ptr
              exit section
           end-if
           string '"' delimited by size
             into cs-out-line with pointer cs-out-ptr
           perform varying cs-fx from 1 by 1 until cs-fx > cs-flen
              if cs-field(cs-fx:1) = '"'
                 string '""' delimited by size
                   into cs-out-line with pointer cs-out-ptr
              else
                 string cs-field(cs-fx:1) delimited by size
                   into cs-out-line with pointer cs-out-ptr
              end-if
           end-perform
           string '"' delimited by size
             into cs-out-line with pointer cs-out-ptr
           .

      *> The finished copy takes the report's name with .csv in place
      *> of its extension, and the work file goes.
       finish-copy section.
           if rpt-csv-open = 'Y'
              close csv-work-file
              move 'N' to rpt-csv-open
           end-if
           if rpt-csv-rows = zero
              move 'N' to rpt-csv-ok
              perform discard-copy
              exit section
           end-if
           move zero to cs-dot
           perform varying cs-pos from 80 by -1 until cs-pos < 1
              if rpt-csv-path(cs-pos:1) = '.'
                 move cs-pos to cs-dot
                 exit perform
              end-if
              if rpt-csv-path(cs-pos:1) = '\' or '/'
                 exit perform
              end-if
           end-perform
           move spaces to csv-out-name
           if cs-dot > 1
              string rpt-csv-path(1:cs-dot - 1) delimited by size
                     '.csv' delimited by size
                into csv-out-name
           else
              string function trim(rpt-csv-path) delimited by size
                     '.csv' delimited by size
                into csv-out-name
           end-if
           open input csv-work-file
           open output csv-out-file
           if cs-work-status not = '00' or cs-out-status not = '00'
              display 'AOCRPTCSV: spreadsheet copy '
                 function trim(csv-out-name) ' not written (status '
                 cs-work-status '/' cs-out-status ')'
              move 'N' to rpt-csv-ok
              if cs-work-status = '00'
                 close csv-work-file
              end-if
              if cs-out-status = '00'
                 close csv-out-file
              end-if
              exit section
           end-if
           move 'N' to cs-work-eof
           read csv-work-file at end set cs-work-at-eof to true
           end-read
           perform until cs-work-at-eof
              write csv-out-record from csv-work-record
              read csv-work-file at end set cs-work-at-eof to true
              end-read
           end-perform
           close csv-work-file csv-out-file
           call 'CBL_DELETE_FILE' using csv-work-name
           move csv-out-name to rpt-csv-path
           move zero to rpt-csv-rows
           .

       discard-copy section.
           if rpt-csv-open = 'Y'
              close csv-work-file
              move 'N' to rpt-csv-open
           end-if
           if csv-work-name not = spaces
              call 'CBL_DELETE_FILE' using csv-work-name
           end-if
           move zero to rpt-csv-rows
           .
