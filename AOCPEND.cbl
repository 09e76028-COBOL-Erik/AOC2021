          block 0 records
          label records omitted
          data record is results-pending-record.
       01 results-pending-record pic X(240).

       fd decisions-log
          block 0 records
          05 pq-pr-oldans  pic X(40).
          05 filler        pic X.
          05 pq-pr-newans  pic X(40).
      *> The restage comparison behind the rerun -- blank unless the
      *> input was a resend confirmed through AOCSTAGE.
          05 filler        pic X.
          05 pq-pr-rs-date    pic 9(8).
          05 filler        pic X.
          05 pq-pr-rs-time    pic 9(8).
          05 filler        pic X.
          05 pq-pr-rs-oper    pic X(8).
          05 filler        pic X.
          05 pq-pr-rs-added   pic 9(6).
          05 filler        pic X.
          05 pq-pr-rs-removed pic 9(6).
          05 filler        pic X.
          05 pq-pr-rs-changed pic 9(6).
          05 filler        pic X.
          05 pq-pr-rs-new-fp  pic 9(9).
      *> The season the change belongs to -- blank on entries parked
      *> before seasons were carried, which are 2021.
          05 filler           pic X.
          05 pq-pr-season     pic X(4).
       77 pq-max   pic S9(4) comp-4 value 100.
       77 ws-queue-toobig pic X value 'N'.
          88 queue-toobig value 'Y'.
       77 pq-count pic S9(4) comp-4 value zero.
       01 pq-table.
          05 pq-line occurs 100 times pic X(240).
       01 pq-done-table.
          05 pq-done occurs 100 times pic X.
       77 pq-ix pic S9(4) comp-4.
       77 ws-disp     pic Z(3)9.
       77 ws-stamp-date pic 9(8).
       77 ws-stamp-time pic 9(8).
       77 ws-pend-season pic X(4).

       COPY EOFSW.

       COPY RSLTLK.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY SIGNON REPLACING PROGID BY 'AOCPEND'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
                 with no advancing
              move spaces to ws-pick
              accept ws-pick
              COPY SIGNIDLE.
              if sg-refused
                 move spaces to ws-pick
              end-if
              if ws-pick not = spaces
                 and function trim(ws-pick) is numeric
                 compute ws-pick-num = function numval(ws-pick)
              if pq-done(pq-ix) = space
                 move pq-line(pq-ix) to pq-pending-rec
                 move pq-ix to ws-disp
                 perform resolve-pending-season
                 display function trim(ws-disp) '. '
                    pq-pr-progid ' season ' ws-pend-season
                    ' run ' pq-pr-rundate
                    ' (rerun ' pq-pr-date '/' pq-pr-time ' by '
                    pq-pr-oper ')'
                 display '     of record: '
                    function trim(pq-pr-oldans)
                 display '     rerun gave: '
                    function trim(pq-pr-newans)
                 if pq-pr-rs-date is numeric
                    display '     restaged input: +' pq-pr-rs-added
                       ' -' pq-pr-rs-removed ' ~' pq-pr-rs-changed
                       ' line(s), fingerprint ' pq-pr-rs-new-fp
                    display '       (staged ' pq-pr-rs-date '/'
                       pq-pr-rs-time ' by ' pq-pr-rs-oper ')'
                 end-if
              end-if
           end-perform
           .
      *> for a reviewed decision, and the journal still keeps the
      *> before-image of what is being replaced.
              move 'F' to rslt-func
      *> The season that was parked, not the one this review runs
      *> under -- the force must land on the record it came from.
              perform resolve-pending-season
              move ws-pend-season to rslt-season
              move pq-pr-progid to rslt-progid
              move pq-pr-rundate to rslt-run-date
              move pq-pr-runtime to rslt-run-time
              move pq-pr-status to rslt-status
              move pq-pr-newans to rslt-answer
      *> The approver and the reason ride along -- an answer that
      *> already went out in an extract gets a correction carrying
      *> both.
              move ws-operator to rslt-operator
              move ws-reason to rslt-reason
              call 'AOCRSLT' using rslt-parm
                 on exception
                    move 'N' to rslt-io-ok
           add 1 to ws-decided
           .

       resolve-pending-season section.
           move pq-pr-season to ws-pend-season
           if ws-pend-season = spaces
              move '2021' to ws-pend-season
           end-if
           .

       log-decision-accepted section.
           move 'ACCEPTED' to ws-verdict-word
           perform append-decision
