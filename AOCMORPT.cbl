       77 ws-miss-cnt  pic S9(8) comp-4.
       77 ws-rpt-ptr   pic S9(4) comp-4.

      *> The month's incident statement, run from here so the closing
      *> pack always has one -- AOCINCRPT's results area, laid out as
      *> JOBRESLK.
       77 ws-inc-rc    pic S9(4) comp-4.
       01 mo-inc-results.
          05 mo-inc-answer     pic X(40).
          05 mo-inc-status     pic X(8).
          05 mo-inc-read       pic 9(8).
          05 mo-inc-rejected   pic 9(8).
          05 mo-inc-statement  pic X(40).

       COPY EOFSW.

       COPY RUNMODE.
              close job-log-file
           end-if

           perform run-incident-statement
           perform write-monthly-report

           move ws-suite-runs to ws-runs-disp
                  function trim(ws-miss-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move spaces to report-record
           if mo-inc-answer = spaces
              move 'Incidents: no statement produced' to report-record
           else
              string 'Incidents: ' delimited by size
                     function trim(mo-inc-answer) delimited by size
                     ' -- see AOCINCRPT-' delimited by size
                     ws-month delimited by size
                     '.txt' delimited by size
                into report-record
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCMORPT'
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> AOCINCRPT for the same month; its own return code is its
      *> business, not this statement's.
       run-incident-statement section.
           move spaces to mo-inc-results
           display 'AOCINCRPT_MONTH' upon environment-name
           display ws-month upon environment-value
           move return-code to ws-inc-rc
           call 'AOCINCRPT' using mo-inc-results
              on exception
                 display 'AOCMORPT: AOCINCRPT not available -- no '
                    'incident statement this month'
           end-call
           cancel 'AOCINCRPT'
           move ws-inc-rc to return-code
           .
