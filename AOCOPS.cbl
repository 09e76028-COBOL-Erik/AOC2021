      *> This pulls the last 24 hours from all of them into one
      *> report: last status per program, staging actions, archive
      *> copies taken, open exceptions and pending restart
      *> checkpoints -- and every change-freeze override recorded
      *> since the previous turnover page.
             COPY JOBLOGSEL.
             select audit-in-file
               assign to dynamic ws-audit-path
             COPY ARCHIVESEL.
             COPY PROFILESEL.
             COPY CATSEL.
             COPY FRZSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY FRZFD.

       fd audit-in-file
          block 0 records
       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY ARCHIVEWS.
       COPY FRZWS.

      *> The override log held whole so the overrides this page
      *> reports can be stamped as handed over in one rewrite.
       77 fv-max   pic S9(4) comp-4 value 500.
       77 fv-count pic S9(4) comp-4 value zero.
       77 ws-ovr-toobig pic X value 'N'.
          88 ovr-toobig value 'Y'.
       01 fv-table.
          05 fv-line occurs 500 times pic X(200).
       77 fv-ix pic S9(4) comp-4.
       77 ws-ovr-count pic 9(4) value zero.

       linkage section.
       COPY JOBRESLK.
           perform report-staging-actions
           perform report-archive-copies
           perform report-checkpoints
           perform report-freeze-overrides

           COPY RPTFOOT REPLACING RPT-REC BY handover-record.
           close handover-file
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
           end-if
           .

      *> Emergency overrides of a change freeze are exactly what the
      *> incoming shift must hear about. Each one appears on the
      *> first turnover page after it happened, however long ago,
      *> and is then stamped with that page's date so the next page
      *> does not repeat it.
       report-freeze-overrides section.
           move spaces to handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
           move 'Change-freeze overrides since the last turnover:'
             to handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
           accept fz-env-path from environment 'AOC_FREEZE_OVERRIDES'
           if fz-env-path not = spaces
              move fz-env-path to freeze-ovr-name
           end-if
           open input freeze-ovr-file
           if fz-ovr-status not = '00'
              move '  (no overrides on record)' to handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
              exit section
           end-if
           move 'on' to file-eof
           read freeze-ovr-file at end set eof-in to true end-read
           perform until eof-in
              if fv-count < fv-max
                 add 1 to fv-count
                 move freeze-ovr-record to fv-line(fv-count)
              else
                 move 'Y' to ws-ovr-toobig
              end-if
              move freeze-ovr-record to fz-ovr-rec
              if fo-handed = spaces
                 add 1 to ws-ovr-count
                 move spaces to handover-record
                 string '  OVERRIDE ' delimited by size
                        fo-date delimited by size
                        ' ' delimited by size
                        fo-time(1:4) delimited by size
                        ' ' delimited by size
                        fo-operator delimited by size
                        ' ' delimited by size
                        fo-scope delimited by size
                        ' freeze: ' delimited by size
                        function trim(fo-reason) delimited by size
                   into handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
                 move spaces to handover-record
                 string '           why: ' delimited by size
                        function trim(fo-justify) delimited by size
                   into handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
              end-if
              read freeze-ovr-file at end set eof-in to true
              end-read
           end-perform
           close freeze-ovr-file
           if ws-ovr-count = zero
              move '  (none since the last turnover)' to handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
              exit section
           end-if
           if ovr-toobig
              move '  Override log exceeds 500 lines -- not stamped; '
                 & 'archive it' to handover-record
           COPY RPTLINE REPLACING RPT-REC BY handover-record.
              exit section
           end-if
           perform varying fv-ix from 1 by 1 until fv-ix > fv-count
              move fv-line(fv-ix) to fz-ovr-rec
              if fo-handed = spaces
                 move ws-today-yyyymmdd to fo-handed
                 move fz-ovr-rec to fv-line(fv-ix)
              end-if
           end-perform
           open output freeze-ovr-file
           perform varying fv-ix from 1 by 1 until fv-ix > fv-count
              write freeze-ovr-record from fv-line(fv-ix)
           end-perform
           close freeze-ovr-file
           .
