             COPY PROFILESEL.
             COPY CATSEL.
             COPY RUNLKSEL.
      *> Legal holds -- held records and entries stay live.
             COPY HOLDSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY RUNLKFD.
       COPY HOLDFD.

       fd segment-file
          block 0 records
          label records omitted
          data record is segment-record.
       01 segment-record pic X(242).

       fd year-cat-file
          block 0 records
          label records omitted
          data record is year-cat-record.
       01 year-cat-record pic X(181).

       fd statement-file
          block 0 records
       77 lg-max   pic S9(5) comp-4 value 20000.
       77 lg-count pic S9(5) comp-4 value zero.
       01 lg-table.
          05 lg-line occurs 20000 times pic X(242).
       77 lg-ix pic S9(5) comp-4.
       77 ws-log-truncated pic X value 'N'.
          88 log-truncated value 'Y'.
          05 lg-disp occurs 20000 times pic X.

       77 segment-file-name pic X(60).
       77 ws-live-log-name pic X(60).
       77 ws-seg-status pic X(2).
       77 year-cat-name pic X(60).
       77 ws-ycat-status pic X(2).
       77 ws-cat-rolled   pic 9(6) value zero.
       77 ws-cat-kept     pic 9(6) value zero.
       77 ws-rptcat-rolled pic 9(6) value zero.
      *> Closed-year records left live because a legal hold covers
      *> them -- log records, then catalog entries.
       77 ws-log-held     pic 9(6) value zero.
       77 ws-cat-held     pic 9(6) value zero.
       77 ws-cat-held-all pic 9(6) value zero.
       77 ws-count-disp   pic Z(5)9.

      *> Carry-forward set -- latest rolled record per program.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY JOBLOGCWS.
       COPY ARCHIVEWS.
       COPY RUNLKWS.
       COPY HOLDWS.

       linkage section.
       COPY JOBRESLK.
           end-if
           compute ws-cutoff-date = ws-close-year * 10000 + 1231
           display 'AOCYREND: closing year ' ws-close-year
           COPY HOLDLOAD.

           perform roll-job-log
           perform split-archive-catalog
              move 'TOOBIG' to jl-status
              exit section
           end-if
           perform check-log-seals
           if jc-breaks > zero
              display 'AOCYREND: the log fails its seal check at '
                 jc-breaks ' record(s) -- log left untouched; run '
                 'AOCSEAL for the detail'
              move 'SEALBRK' to jl-status
              exit section
           end-if
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              move lg-line(lg-ix) to job-log-record
              COPY JOBLOGPARSE.
              move 'K' to lg-disp(lg-ix)
              if jlp-valid and jlp-start-date <= ws-cutoff-date
                 move jlp-progid to hd-chk-progid
                 move jlp-start-date to hd-chk-date
                 COPY HOLDCHK.
                 if hd-held
                    add 1 to ws-log-held
                    exit perform cycle
                 end-if
                 move 'R' to lg-disp(lg-ix)
                 add 1 to ws-rolled-count
                 perform tally-annual
                 end-if
              end-if
           end-perform
           if ws-log-held > zero
              display 'AOCYREND: ' ws-log-held ' log record(s) of '
                 ws-close-year ' kept live under legal hold'
           end-if
           if ws-rolled-count = zero
              display 'AOCYREND: no log records dated '
                 ws-close-year ' or earlier'
                  ws-close-year delimited by size
                  '.txt' delimited by size
             into segment-file-name
      *> Both files are resealed as written: the year segment
      *> chaining on from its own last record, the fresh live log
      *> from the top.
           move job-log-file-name to ws-live-log-name
           move segment-file-name to job-log-file-name
           COPY JOBLOGPREV.
           move ws-live-log-name to job-log-file-name
           open extend segment-file
           if ws-seg-status = '35'
              open output segment-file
           end-if
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              if lg-disp(lg-ix) = 'R'
                 move lg-line(lg-ix) to jlr-record
                 COPY JOBLOGSEAL.
                 write segment-record from jlr-record
              end-if
           end-perform
           close segment-file
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
              function trim(segment-file-name)
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

       load-log section.
           move zero to lg-count
           move 'N' to ws-log-truncated
      *> with it by the time the catalogs split.
       split-one-catalog section.
           move ws-cat-line to segment-file-name
           move zero to lg-count ws-cat-kept ws-cat-held
           open input segment-file
           if ws-seg-status = '35'
              exit section
           end-if
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              move lg-line(lg-ix)(cf-hit:8) to ws-cat-date
              move 'on' to hd-held-sw
              if ws-cat-date is numeric
                 and ws-cat-date <= ws-cutoff-date
                 move lg-line(lg-ix)(1:cf-hit - 2) to hd-chk-progid
                 move ws-cat-date to hd-chk-date
                 COPY HOLDCHK.
                 if hd-held
                    add 1 to ws-cat-held
                 end-if
              end-if
              if ws-cat-date is numeric
                 and ws-cat-date <= ws-cutoff-date
                 and not hd-held
                 move 'R' to lg-disp(lg-ix)
                 write year-cat-record from lg-line(lg-ix)
              else
           display 'AOCYREND: ' function trim(ws-cat-line) ' -- '
              ws-cat-kept ' entr(ies) kept live, rest rolled to '
              function trim(year-cat-name)
           if ws-cat-held > zero
              display 'AOCYREND: ' ws-cat-held ' of the kept '
                 'entr(ies) are ' ws-close-year '''s, held back '
                 'under legal hold'
              add ws-cat-held to ws-cat-held-all
           end-if
           .

       roll-results-master section.
                  ' exception(s)' delimited by size
             into statement-record
           COPY RPTLINE REPLACING RPT-REC BY statement-record.
           if ws-log-held > zero or ws-cat-held-all > zero
              move ws-log-held to ws-runs-disp
              move ws-cat-held-all to ws-exc-disp
              move spaces to statement-record
              string 'Legal hold: ' delimited by size
                     function trim(ws-runs-disp) delimited by size
                     ' log record(s) and ' delimited by size
                     function trim(ws-exc-disp) delimited by size
                     ' catalog entr(ies) of the year kept live'
                        delimited by size
                into statement-record
           COPY RPTLINE REPLACING RPT-REC BY statement-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY statement-record.
           close statement-file
           COPY CATADD REPLACING PROGID BY 'AOCYREND'
