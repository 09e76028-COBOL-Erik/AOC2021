          88 mode-diag   value 'D'.
          88 mode-aoc2   value 'E'.
          88 mode-valid  value 'V'.
          88 mode-integ  value 'I'.
       77 ws-cur-program pic X(10).
       77 ws-gathered    pic 9(6) value zero.
       77 ws-line-count  pic 9(6) value zero.
       77 ws-aoc2-errors-name pic X(60)
          value 'C:\WS\AOC2021\AOC2-ERRORS.txt'.
       77 ws-valid-report-name pic X(60).
      *> The cross-store integrity audit's findings -- each line
      *> opens with its message ID.
       77 ws-integ-report-name pic X(60).
       77 ws-src-line pic 9(8).
       77 ws-env-path pic X(60).

      *> Suppression list, loaded whole. Expired entries stay loaded
      *> records (exc-source), so their tails must be spaces, not
      *> whatever working storage woke up with.
           move spaces to excpt-file-name ws-valid-report-name
           move spaces to ws-integ-report-name
           string 'C:\WS\AOC2021\AOC-EXCEPTIONS-' delimited by size
                  ws-today-yyyymmdd delimited by size
                  '.txt' delimited by size
                     '.txt' delimited by size
                into ws-valid-report-name
           end-if
           accept ws-env-path from environment 'AOCINTEG_REPORT'
           if ws-env-path not = spaces
              move ws-env-path to ws-integ-report-name
           else
              string 'C:\WS\AOC2021\AOCINTEG-' delimited by size
                     ws-today-yyyymmdd delimited by size
                     '.txt' delimited by size
                into ws-integ-report-name
           end-if

           perform load-suppressions

           move ws-valid-report-name to source-file-name
           perform gather-source

           set mode-integ to true
           move 'AOCINTEG' to ws-cur-program
           move ws-integ-report-name to source-file-name
           perform gather-source

           perform gather-open-quarantine
           perform gather-extract-handshake

              continue
           else
              move 'on' to file-eof
              move zero to ws-src-line
              read source-file at end set eof-in to true end-read
              perform until eof-in
                 add 1 to ws-line-count
                 add 1 to ws-src-line
                 if source-record not = spaces
                    perform consolidate-one-line
                 end-if
                 end-unstring
                 move ws-head to ws-cur-program
                 perform write-exception-line
      *> AOCINTEG finding: 'AOCnnnnS program date text' -- headings
      *> and totals carry no ID and are passed over.
              when mode-integ
                 if source-record(1:3) = 'AOC'
                    and source-record(4:4) is numeric
                    and (source-record(8:1) = 'I' or 'W' or 'E')
                    and source-record(9:1) = space
                    move ws-src-line to ws-recno
                    move source-record to ws-reason
                    perform write-exception-line
                 end-if
           end-evaluate
           .

           if ws-sev-tally > zero
              move 'WARN' to exc-severity
           end-if
           if mode-integ and ws-reason(8:1) not = 'E'
              move 'WARN' to exc-severity
           end-if
           COPY RPTLINE REPLACING RPT-REC BY excpt-record.
           .

