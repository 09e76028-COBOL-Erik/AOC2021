               organization is line sequential
               file status is ws-hist-status.
             COPY PROFILESEL.
             COPY OPAUTHSEL.
             COPY FRZSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY OPAUTHFD.
       COPY FRZFD.

       fd calendar-file
          block 0 records
       77 ws-stamp-time pic 9(8).
       77 ws-action pic X(8).
       77 ws-day-disp pic Z9.
      *> The calendar carries every season's run dates; a line's
      *> season sits in columns 51-54 (blank for the 2021 lines that
      *> predate it). The screen maintains AOC_SEASON's dates only.
       77 ws-season      pic X(4) value '2021'.
       77 ws-season-env  pic X(10).
       77 ws-line-season pic X(4).

       COPY EOFSW.
       COPY SIGNLK.
       COPY OPAUTHWS.
       COPY FRZWS.

       procedure division.
           COPY PROFILELOAD.
           if ws-env-path not = spaces
              move ws-env-path to ws-calendar-name
           end-if
           accept ws-season-env from environment 'AOC_SEASON'
           if ws-season-env not = spaces
              move ws-season-env(1:4) to ws-season
           end-if
           COPY SIGNON REPLACING PROGID BY 'AOCCAL'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
              display 'T=toggle a day, A=annotate a day, M=another '
                 'month, S=save, Q=quit: ' with no advancing
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to ws-choice
              end-if
              evaluate ws-choice
                 when 'T' when 't' perform toggle-day
                 when 'A' when 'a' perform annotate-day

       show-month section.
           display ' '
           display 'Calendar for ' ws-month ', season ' ws-season
              ' (' function trim(ws-calendar-name) '):'
           perform varying ws-day from 1 by 1 until ws-day > 31
              compute ws-date =
                 function numval(ws-month) * 100 + ws-day
       find-date section.
           move zero to cl-hit
           perform varying cl-ix from 1 by 1 until cl-ix > cl-count
              move cl-line(cl-ix)(51:4) to ws-line-season
              if ws-line-season = spaces
                 move '2021' to ws-line-season
              end-if
              if cl-line(cl-ix)(1:8) is numeric
                 and cl-line(cl-ix)(1:8) = ws-date
                 and ws-line-season = ws-season
                 move cl-ix to cl-hit
                 exit perform
              end-if
              perform refuse-cal-toobig
              exit section
           end-if
           perform check-freeze
           if not fz-allowed
              exit section
           end-if
           perform ask-day
           if ws-date = zero
              exit section
              add 1 to cl-count
              move spaces to cl-line(cl-count)
              move ws-date to cl-line(cl-count)(1:8)
              move ws-season to cl-line(cl-count)(51:4)
              move 'ADD' to ws-action
              move spaces to ws-note
              display ws-date ' is now a RUN date (unsaved)'
              perform refuse-cal-toobig
              exit section
           end-if
           perform check-freeze
           if not fz-allowed
              exit section
           end-if
           perform ask-day
           if ws-date = zero
              exit section
              with no advancing
           move spaces to ws-note
           accept ws-note
           move spaces to cl-line(cl-hit)(9:42)
           move ws-note to cl-line(cl-hit)(10:40)
           move ws-season to cl-line(cl-hit)(51:4)
           move 'Y' to ws-changed
           move 'ANNOTATE' to ws-action
           perform append-history
           close history-file
           .

      *> A CALENDAR freeze window holds the run calendar still --
      *> only an EMERGENCY override, with its justification on
      *> record, lets a change through.
       check-freeze section.
           move ws-operator to oa-operator
           move 'CALENDAR' to oa-func
           move 'CALENDAR' to fz-scope
           COPY FRZCHK.
           .

       refuse-cal-toobig section.
           display 'AOCCAL: the calendar exceeds the ' cl-max
              '-line table limit -- editing locked to avoid '
