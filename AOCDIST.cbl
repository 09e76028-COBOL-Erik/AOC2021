      *> recipient's reports for the business date into one
      *> banner-separated package and records the delivery in the
      *> report catalog like any other artifact.
      *> A control line may carry a third field, the artifact type:
      *> blank for printed reports (as before), CSV for their
      *> spreadsheet copies, * for both. A spreadsheet is delivered
      *> as a file of its own beside the package (a sheet cannot be
      *> pasted into a banner listing) and the package names it.
             select control-file
               assign to dynamic control-file-name
               organization is line sequential
               assign to dynamic ws-member-path
               organization is line sequential
               file status is ws-member-status.
             select sheet-file
               assign to dynamic ws-sheet-path
               organization is line sequential
               file status is ws-sheet-status.
             COPY JOBLOGSEL.
             COPY PROFILESEL.
             COPY CATSEL.
          block 0 records
          label records omitted
          data record is member-record.
       01 member-record pic X(1000).

       fd sheet-file
          block 0 records
          label records omitted
          data record is sheet-record.
       01 sheet-record pic X(1000).

       working-storage section.
       COPY PROFILEWS.
          05 dc-entry occurs 50 times.
             10 dc-recipient pic X(12).
             10 dc-pattern   pic X(20).
             10 dc-type      pic X(4).
       77 dc-ix pic S9(4) comp-4.

      *> Distinct recipients, derived from the pairs.
          05 ct-entry occurs 200 times.
             10 ct-progid pic X(20).
             10 ct-path   pic X(80).
             10 ct-type   pic X(4).
       77 ct-ix pic S9(4) comp-4.

       77 bundle-file-name pic X(80).
       77 ws-member-path   pic X(80).
       77 ws-member-status pic X(2).
       77 ws-sheet-path    pic X(80).
       77 ws-sheet-status  pic X(2).
       77 ws-sheet-lines   pic 9(8) value zero.
       77 ws-bundle-lines  pic 9(8) value zero.
       77 ws-bundle-members pic 9(4) value zero.
       77 ws-bundles-built pic 9(4) value zero.
                 add 1 to dc-count
                 move spaces to dc-recipient(dc-count)
                 move spaces to dc-pattern(dc-count)
                 move spaces to dc-type(dc-count)
                 unstring control-record delimited by '|'
                    into dc-recipient(dc-count)
                         dc-pattern(dc-count)
                         dc-type(dc-count)
                 end-unstring
                 move function upper-case(dc-type(dc-count))
                   to dc-type(dc-count)
                 move zero to rc-hit
                 perform varying rc-ix from 1 by 1
                         until rc-ix > rc-count
                    add 1 to ct-count
                    move rpt-cat-progid to ct-progid(ct-count)
                    move rpt-cat-path to ct-path(ct-count)
                    move rpt-cat-type to ct-type(ct-count)
                 end-if
              end-if
              read report-cat-file at end set eof-in to true

       build-one-bundle section.
           move zero to ws-bundle-lines ws-bundle-members
           move spaces to ws-dist-tag
           string 'DIST-' delimited by size
                  function trim(rc-name(rc-ix)) delimited by size
             into ws-dist-tag
           move spaces to bundle-file-name
           string 'C:\WS\AOC2021\AOCDIST-' delimited by size
                  function trim(rc-name(rc-ix)) delimited by size
           perform varying ct-ix from 1 by 1 until ct-ix > ct-count
              perform check-entry-wanted
              if ws-match = 'Y'
                 if ct-type(ct-ix) = 'CSV'
                    perform deliver-sheet
                 else
                    perform append-member
                 end-if
              end-if
           end-perform
           move spaces to bundle-record
                 'still delivered, absence is information too)'
           end-if
           add 1 to ws-bundles-built
           COPY CATADD REPLACING PROGID BY ws-dist-tag
                                 RPT-PATH BY bundle-file-name
                                 RPT-COUNT BY ws-bundle-lines.
                 and (dc-pattern(dc-ix) = '*'
                      or function trim(dc-pattern(dc-ix))
                         = function trim(ct-progid(ct-ix)))
                 and (dc-type(dc-ix) = '*'
                      or dc-type(dc-ix) = ct-type(ct-ix))
                 move 'Y' to ws-match
                 exit perform
              end-if
           write bundle-record
           add 1 to ws-bundle-lines
           .

      *> One spreadsheet copy, delivered as the recipient's own file
      *> and named in the package where the report would have been.
       deliver-sheet section.
           move ct-path(ct-ix) to ws-member-path
           open input member-file
           if ws-member-status = '35'
              display 'AOCDIST: cataloged spreadsheet missing: '
                 function trim(ws-member-path) ' -- skipped'
              exit section
           end-if
           move spaces to ws-sheet-path
           string 'C:\WS\AOC2021\AOCDIST-' delimited by size
                  function trim(rc-name(rc-ix)) delimited by size
                  '-' delimited by size
                  function trim(ct-progid(ct-ix)) delimited by size
                  '-' delimited by size
                  jl-busdate delimited by size
                  '.csv' delimited by size
             into ws-sheet-path
           open output sheet-file
           if ws-sheet-status not = '00'
              display 'AOCDIST: spreadsheet '
                 function trim(ws-sheet-path) ' not written (status '
                 ws-sheet-status ') -- skipped'
              close member-file
              exit section
           end-if
           move zero to ws-sheet-lines
           move 'on' to file-eof
           read member-file at end set eof-in to true end-read
           perform until eof-in
              write sheet-record from member-record
              add 1 to ws-sheet-lines
              read member-file at end set eof-in to true end-read
           end-perform
           close member-file sheet-file
           add 1 to ws-bundle-members
           move spaces to bundle-record
           string '===== ' delimited by size
                  function trim(ct-progid(ct-ix)) delimited by size
                  '  spreadsheet delivered as ' delimited by size
                  function trim(ws-sheet-path) delimited by size
                  ' =====' delimited by size
             into bundle-record
           write bundle-record
           add 1 to ws-bundle-lines
           move spaces to bundle-record
           write bundle-record
           add 1 to ws-bundle-lines
           move 'CSV' to rpt-cat-kind
           COPY CATADD REPLACING PROGID BY ws-dist-tag
                                 RPT-PATH BY ws-sheet-path
                                 RPT-COUNT BY ws-sheet-lines.
           .
