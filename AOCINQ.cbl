          block 0 records
          label records omitted
          data record is results-journal-record.
       01 results-journal-record pic X(200).

       fd sysout-view-file
          block 0 records
       77 lg-max   pic S9(5) comp-4 value 20000.
       77 lg-count pic S9(5) comp-4 value zero.
       01 lg-table.
          05 lg-line occurs 20000 times pic X(242).
       77 lg-ix pic S9(5) comp-4.
       77 ws-log-truncated pic X value 'N'.
          88 log-truncated value 'Y'.
      *> The loaded log fails its seal check -- a VOID rewrite would
      *> reseal over the damage, so corrections are refused.
       77 ws-seal-broken pic X value 'N'.
          88 seal-broken value 'Y'.

       77 ws-filter   pic X(20).
       77 ws-show-bad pic X value 'N'.
       77 ws-live-log-name pic X(60).

      *> /JRN -- before-image journal browse state. The journal's
      *> fixed columns put the PROGID at column 28 and the write's
      *> action at 117 -- a new key (INSERT) replaced nothing.
       77 results-journal-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-JOURNAL.txt'.
       77 rj-file-status pic X(2).
       77 ws-sys-step pic X(10).
       77 ws-sys-date pic X(8).

      *> /SEASON -- every season's history is on the log; blank
      *> shows them all, a year narrows the lists to that season.
       77 ws-season-filter pic X(4) value spaces.

       COPY EOFSW.

       COPY JOBLOGWS.
       COPY JOBLOGPWS.
       COPY JOBLOGCWS.
       COPY OPAUTHWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.
           COPY SIGNON REPLACING PROGID BY 'AOCINQ'
                                 OPERATOR BY jl-operator.

           perform load-log
           if lg-count = zero
              display 'monthly segment, /LIVE for the live log, '
                 '/JRN for the results'
              display 'before-image journal, /SYS for a captured '
                 'step sysout, /SEASON to pick'
              display 'an event season, Q to quit:'
              if ws-season-filter = spaces
                 display '(all seasons)'
              else
                 display '(season ' ws-season-filter ' only)'
              end-if
              if seg-view
                 display '(browsing rolled segment ' ws-seg-month
                    ' -- read-only)'
              end-if
              display 'Program: ' with no advancing
              accept ws-filter
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to ws-filter
              end-if
              evaluate true
                 when ws-filter = '/SEG' or ws-filter = '/seg'
                    perform load-segment-view
                    perform browse-results-journal
                 when ws-filter = '/SYS' or ws-filter = '/sys'
                    perform browse-step-sysout
                 when ws-filter = '/SEASON' or ws-filter = '/season'
                    display 'Season (yyyy, blank for all): '
                       with no advancing
                    move spaces to ws-season-filter
                    accept ws-season-filter
                 when ws-filter not = 'Q' and ws-filter not = 'q'
                      and ws-filter not = spaces
                    perform show-matching-runs
              end-perform
              close job-log-file
           end-if
           move 'N' to ws-seal-broken
           move zero to jc-win-count jc-breaks
           move 'N' to jc-started
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              move lg-line(lg-ix) to jlr-record
              COPY JOBLOGCHAIN.
           end-perform
           if jc-breaks > zero
              set seal-broken to true
              display 'AOCINQ: the log fails its seal check at '
                 jc-breaks ' record(s) -- corrections are disabled; '
                 'run AOCSEAL for the detail'
           end-if
           .

      *> Request 054: one forward pass collects the record numbers of
                          set rec-matches to true
                       end-if
                 end-evaluate
                 if ws-season-filter not = spaces
                    and jlp-season not = ws-season-filter
                    move 'N' to ws-match
                 end-if
              end-if
              if rec-matches
                 add 1 to vm-count
           COPY JOBLOGPARSE.
           move vm-ix to ws-shown-disp
           display function trim(ws-shown-disp) '. '
              jlp-season ' ' jlp-progid
              ' start=' jlp-start-date '/' jlp-start-time
              ' end=' jlp-end-date '/' jlp-end-time
              ' status=' jlp-status
           display '     answer=' function trim(jlp-answer)
              with no advancing
           move spaces to ws-pick
           accept ws-pick
           COPY SIGNIDLE.
           if sg-refused
              move 'Q' to ws-filter
              exit section
           end-if
           if ws-pick not = spaces
              if function trim(ws-pick) is numeric
                 compute ws-pick-num = function numval(ws-pick)
                 'on rewrite'
              exit section
           end-if
           if seal-broken
              display 'AOCINQ: the log fails its seal check -- '
                 'VOIDing is disabled until it is investigated'
              exit section
           end-if
           if vm-count > vm-size
              compute vm-slot =
                 function mod(vm-count + vm-ix - 1, vm-size) + 1
              move lg-line(ws-void-recno) to job-log-record
              COPY JOBLOGPARSE.
              move 'R' to rslt-func
              move jlp-season to rslt-season
              move jlp-progid to rslt-progid
              move jlp-start-date to rslt-run-date
              call 'AOCRSLT' using rslt-parm
           move 'on' to file-eof
           read results-journal at end set eof-in to true end-read
           perform until eof-in
              if (ws-jrn-query = '*'
                 or results-journal-record(28:20) = ws-jrn-query)
                 and results-journal-record(117:8) not = 'INSERT'
                 add 1 to ws-jrn-shown
                 display '  '
                    function trim(results-journal-record)
                 function trim(ws-jrn-query)
           else
              display ws-jrn-shown ' replacement(s) shown '
                 '(stamp, operator, the record as it stood, then '
                 'what it became)'
           end-if
           .

           perform load-log
           .

      *> Written back resealed from the top, so the corrected record
      *> and every one after it chain as if written that way.
       rewrite-log section.
           open output job-log-file
           move zero to jl-seal-prev
           perform varying lg-ix from 1 by 1 until lg-ix > lg-count
              move lg-line(lg-ix) to jlr-record
              COPY JOBLOGSEAL.
              move jlr-record to lg-line(lg-ix)
              write job-log-record from jlr-record
           end-perform
           close job-log-file
           .
