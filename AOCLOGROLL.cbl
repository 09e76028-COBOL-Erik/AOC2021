          block 0 records
          label records omitted
          data record is segment-record.
       01 segment-record pic X(242).

       working-storage section.
       COPY PROFILEWS.
       77 lg-max   pic S9(5) comp-4 value 20000.
       77 lg-count pic S9(5) comp-4 value zero.
       01 lg-table.
          05 lg-line occurs 20000 times pic X(242).
       77 lg-ix pic S9(5) comp-4.
       77 ws-log-truncated pic X value 'N'.
          88 log-truncated value 'Y'.
       77 ws-cur-month pic 9(6) value zero.
       77 ws-rec-month pic 9(6) value zero.
       77 segment-file-name pic X(60).
      *> The segment the last rolled record went to, and its seal --
      *> each record appended to a segment chains from the one
      *> before it there.
       77 ws-seg-last-name pic X(60) value spaces.
       77 ws-seg-last-seal pic 9(9) value zero.
       77 ws-live-log-name pic X(60).
       77 ws-seg-status pic X(2).
       77 ws-rolled-count pic 9(6) value zero.
       77 ws-kept-count   pic 9(6) value zero.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY JOBLOGCWS.
       COPY RUNLKWS.

       linkage section.
              COPY CONSOLEPAUSE.
              goback
           end-if
           perform check-log-seals
           if jc-breaks > zero
              display 'AOCLOGROLL: the log fails its seal check at '
                 jc-breaks ' record(s) -- rotation refused; run '
                 'AOCSEAL for the detail'
              move 'SEALBRK' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCLOGROLL'.
              COPY CONSOLEPAUSE.
              goback
           end-if

           perform classify-records
           if ws-rolled-count = zero
                        jlp-start-date(1:6) delimited by size
                        '.txt' delimited by size
                   into segment-file-name
                 if segment-file-name = ws-seg-last-name
                    move ws-seg-last-seal to jl-seal-prev
                 else
                    move job-log-file-name to ws-live-log-name
                    move segment-file-name to job-log-file-name
                    COPY JOBLOGPREV.
                    move ws-live-log-name to job-log-file-name
                    move segment-file-name to ws-seg-last-name
                 end-if
                 move lg-line(lg-ix) to jlr-record
                 COPY JOBLOGSEAL.
                 move jl-seal-prev to ws-seg-last-seal
                 open extend segment-file
                 if ws-seg-status = '35'
                    open output segment-file
                 end-if
                 write segment-record from jlr-record
                 close segment-file
              end-if
           end-perform
      *> Fresh live log: one carry-forward record per program (its
      *> latest rolled record, verbatim -- every reader parses it
      *> like any other record), then the current month in original
      *> order. The new file's seal chain starts afresh, every record
      *> resealed in its new place.
       rewrite-live-log section.
           perform varying cf-ix from 1 by 1 until cf-ix > cf-count
              move 'C' to lg-disp(cf-recno(cf-ix))
           end-perform
           open output job-log-file
           move zero to jl-seal-prev
           perform varying cf-ix from 1 by 1 until cf-ix > cf-count
              move lg-line(cf-recno(cf-ix)) to jlr-record
              COPY JOBLOGSEAL.
              write job-log-record from jlr-record
              add 1 to ws-carry-count
           end-perform
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              if lg-disp(lg-ix) = 'K'
                 move lg-line(lg-ix) to jlr-record
                 COPY JOBLOGSEAL.
                 write job-log-record from jlr-record
                 add 1 to ws-kept-count
              end-if
           end-perform
           close job-log-file
           .

      *> The seal chain of the log as loaded. A rewrite reseals
      *> every record it writes, so it must never run over a chain
      *> that is already broken -- that would bury the damage.
       check-log-seals section.
           move zero to jc-win-count jc-breaks
           move 'N' to jc-started
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              move lg-line(lg-ix) to jlr-record
              COPY JOBLOGCHAIN.
           end-perform
           .
