       identification division.
       program-id. AOCHOLD.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Legal hold maintenance, in the AOCCAL/AOCCKPT screen style.
      *> A hold names a program, a date range and a case reference;
      *> while it is active the archive, checkpoint and backup
      *> purges and the year roll leave everything it covers where
      *> it is (see HOLDSEL.cpy). Placing and releasing need the
      *> HOLD right; each is stamped on the register line with who
      *> and when, and appended to the hold audit trail. A released
      *> hold is never deleted -- the register is the case history.
             COPY HOLDSEL.
             select hold-audit-file
               assign to dynamic hold-audit-name
               organization is line sequential
               file status is ws-audit-status.
             COPY PROFILESEL.
             COPY OPAUTHSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY HOLDFD.
       COPY OPAUTHFD.

       fd hold-audit-file
          block 0 records
          label records omitted
          data record is hold-audit-record.
       01 hold-audit-record pic X(160).

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       COPY HOLDWS.
       77 hold-audit-name pic X(60)
          value 'C:\WS\AOC2021\AOC-HOLD-AUDIT.txt'.
       77 ws-audit-status pic X(2).
       77 ws-env-path pic X(60).

      *> The register held whole -- a release rewrites it in place.
       77 rg-max   pic S9(4) comp-4 value 500.
       77 rg-count pic S9(4) comp-4 value zero.
       01 rg-table.
          05 rg-line occurs 500 times pic X(160).
       77 rg-ix  pic S9(4) comp-4.
       77 ws-reg-toobig pic X value 'N'.
          88 reg-toobig value 'Y'.

       77 ws-choice   pic X(2).
       77 ws-operator pic X(8).
       77 ws-progid   pic X(20).
       77 ws-from-in  pic X(8).
       77 ws-to-in    pic X(8).
       77 ws-case     pic X(20).
       77 ws-pick     pic X(4).
       77 ws-pick-num pic S9(4) comp-4.
       77 ws-date-int pic S9(9) comp-4.
       77 ws-stamp-date pic 9(8).
       77 ws-stamp-time pic 9(8).
       77 ws-action   pic X(8).
       77 ws-disp     pic ZZ9.
       77 ws-shown    pic S9(4) comp-4.
       77 ws-ok       pic X.

       COPY EOFSW.
       COPY SIGNLK.
       COPY OPAUTHWS.

       procedure division.
           COPY PROFILELOAD.

           accept ws-env-path from environment 'AOC_HOLDS'
           if ws-env-path not = spaces
              move ws-env-path to hold-file-name
           end-if
           accept ws-env-path from environment 'AOC_HOLD_AUDIT'
           if ws-env-path not = spaces
              move ws-env-path to hold-audit-name
           end-if
           COPY SIGNON REPLACING PROGID BY 'AOCHOLD'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
              accept ws-operator
              if ws-operator = spaces
                 move 'UNKNOWN' to ws-operator
              end-if
           end-if

           move spaces to ws-choice
           perform until ws-choice = 'Q' or ws-choice = 'q'
              perform load-register
              perform list-holds
              display 'P=place a hold, R=release a hold, Q=quit: '
                 with no advancing
              move spaces to ws-choice
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to ws-choice
              end-if
              evaluate ws-choice
                 when 'P' when 'p' perform place-hold
                 when 'R' when 'r' perform release-hold
                 when other continue
              end-evaluate
           end-perform
           goback.

       load-register section.
           move zero to rg-count
           move 'N' to ws-reg-toobig
           open input hold-file
           if hd-file-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read hold-file at end set eof-in to true end-read
           perform until eof-in
              if rg-count >= rg-max
      *> A release rewrites the register from this table -- a load
      *> that does not fit locks releasing, or lines past the cap
      *> would vanish with the case history they carry.
                 set reg-toobig to true
                 set eof-in to true
              else
                 add 1 to rg-count
                 move hold-record to rg-line(rg-count)
                 read hold-file at end set eof-in to true end-read
              end-if
           end-perform
           close hold-file
           .

      *> Every hold, active first then released, numbered by its
      *> register line so a release names exactly one.
       list-holds section.
           display ' '
           display 'Legal holds (' function trim(hold-file-name) '):'
           move zero to ws-shown
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              move rg-line(rg-ix) to hd-reg-rec
              if rg-line(rg-ix)(1:1) not = '*' and hr-active
                 perform show-one-hold
              end-if
           end-perform
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              move rg-line(rg-ix) to hd-reg-rec
              if rg-line(rg-ix)(1:1) not = '*' and hr-released
                 perform show-one-hold
              end-if
           end-perform
           if ws-shown = zero
              display '  (no holds on the register)'
           end-if
           .

       show-one-hold section.
           add 1 to ws-shown
           move rg-ix to ws-disp
           if hr-active
              display '  ' ws-disp '. ' hr-state ' '
                 function trim(hr-case) ' -- ' function trim(hr-progid)
                 ' ' hr-from ' to ' hr-to ', placed by '
                 function trim(hr-placed-by) ' on ' hr-placed-on
           else
              display '  ' ws-disp '. ' hr-state ' '
                 function trim(hr-case) ' -- ' function trim(hr-progid)
                 ' ' hr-from ' to ' hr-to ', released by '
                 function trim(hr-released-by) ' on ' hr-released-on
           end-if
           .

       place-hold section.
           move ws-operator to oa-operator
           move 'HOLD' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              exit section
           end-if
           display 'Program to hold (e.g. AOC2104A, ALL): '
              with no advancing
           move spaces to ws-progid
           accept ws-progid
           if ws-progid = spaces
              exit section
           end-if
           move function upper-case(ws-progid) to ws-progid
           display 'From date (yyyymmdd): ' with no advancing
           move spaces to ws-from-in
           accept ws-from-in
           display 'To date (yyyymmdd): ' with no advancing
           move spaces to ws-to-in
           accept ws-to-in
           move 'Y' to ws-ok
           if ws-from-in is not numeric or ws-to-in is not numeric
              move 'N' to ws-ok
           else
              compute ws-date-int =
                 function integer-of-date(function numval(ws-from-in))
              if ws-date-int = zero
                 move 'N' to ws-ok
              end-if
              compute ws-date-int =
                 function integer-of-date(function numval(ws-to-in))
              if ws-date-int = zero
                 move 'N' to ws-ok
              end-if
           end-if
           if ws-ok = 'N'
              display 'AOCHOLD: not a real yyyymmdd date -- hold not '
                 'placed'
              exit section
           end-if
           if ws-from-in > ws-to-in
              display 'AOCHOLD: the range ends before it starts -- '
                 'hold not placed'
              exit section
           end-if
           display 'Case reference: ' with no advancing
           move spaces to ws-case
           accept ws-case
           if ws-case = spaces
              display 'AOCHOLD: a hold needs its case reference -- '
                 'hold not placed'
              exit section
           end-if
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           move spaces to hd-reg-rec
           move 'ACTIVE' to hr-state
           move ws-progid to hr-progid
           move ws-from-in to hr-from
           move ws-to-in to hr-to
           move ws-case to hr-case
           move ws-operator to hr-placed-by
           move ws-stamp-date to hr-placed-on
           move ws-stamp-time to hr-placed-at
           open extend hold-file
           if hd-file-status = '35'
              open output hold-file
           end-if
           if hd-file-status not = '00'
              display 'AOCHOLD: the register cannot be written '
                 '(status ' hd-file-status ') -- hold not placed'
              exit section
           end-if
           write hold-record from hd-reg-rec
           close hold-file
           move 'PLACE' to ws-action
           perform append-audit
           display 'AOCHOLD: hold placed -- ' function trim(ws-case)
              ' covers ' function trim(ws-progid) ' ' hr-from ' to '
              hr-to
           .

       release-hold section.
           if reg-toobig
              display 'AOCHOLD: the register exceeds the ' rg-max
                 '-line table limit -- releasing locked to avoid '
                 'truncating it'
              exit section
           end-if
           move ws-operator to oa-operator
           move 'HOLD' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              exit section
           end-if
           display 'Hold number to release: ' with no advancing
           move spaces to ws-pick
           accept ws-pick
           if ws-pick = spaces
              or function trim(ws-pick) is not numeric
              display 'Not a hold number'
              exit section
           end-if
           compute ws-pick-num = function numval(ws-pick)
           if ws-pick-num < 1 or ws-pick-num > rg-count
              display 'Not a hold number'
              exit section
           end-if
           move rg-line(ws-pick-num) to hd-reg-rec
           if not hr-active
              display 'AOCHOLD: that hold is not active'
              exit section
           end-if
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           move 'RELEASED' to hr-state
           move ws-operator to hr-released-by
           move ws-stamp-date to hr-released-on
           move hd-reg-rec to rg-line(ws-pick-num)
           open output hold-file
           if hd-file-status not = '00'
              display 'AOCHOLD: the register cannot be written '
                 '(status ' hd-file-status ') -- hold not released'
              exit section
           end-if
           perform varying rg-ix from 1 by 1 until rg-ix > rg-count
              write hold-record from rg-line(rg-ix)
           end-perform
           close hold-file
           move hr-progid to ws-progid
           move hr-case to ws-case
           move 'RELEASE' to ws-action
           perform append-audit
           display 'AOCHOLD: hold released -- ' function trim(ws-case)
           .

       append-audit section.
           open extend hold-audit-file
           if ws-audit-status = '35'
              open output hold-audit-file
           end-if
           if ws-audit-status not = '00'
              display 'AOCHOLD: HOLD AUDIT TRAIL UNAVAILABLE (status '
                 ws-audit-status ') -- ' function trim(ws-action)
                 ' not recorded there'
              exit section
           end-if
           move spaces to hold-audit-record
           string ws-stamp-date delimited by size
                  ' ' delimited by size
                  ws-stamp-time delimited by size
                  ' ' delimited by size
                  ws-operator delimited by size
                  ' ' delimited by size
                  ws-action delimited by size
                  ' ' delimited by size
                  ws-case delimited by size
                  ' ' delimited by size
                  ws-progid delimited by size
                  ' ' delimited by size
                  hr-from delimited by size
                  ' ' delimited by size
                  hr-to delimited by size
             into hold-audit-record
           write hold-audit-record
           close hold-audit-file
           .
