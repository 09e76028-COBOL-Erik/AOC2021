       identification division.
       program-id. AOCSIGN.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Operator sign-on for the interactive transactions (AOCMENU,
      *> AOCINQ, AOCSTAGE, AOCPROF, AOCPEND, AOCQUAR, AOCCAL,
      *> AOCCKPT). The operator file that holds the rights also holds
      *> each operator's PIN, hashed, with a count of consecutive
      *> failures and a lock flag (see OPAUTHWS.cpy). AOCSIGN_MAXFAIL
      *> wrong PINs in a row (default 3) lock the account until an
      *> operator with the SECURITY right resets it; AOCSIGN_IDLE
      *> minutes (default 15) between answers and the PIN must be
      *> entered again. Every failure, lock, timeout and PIN change is
      *> appended to the authorization log next to the denials.
      *> Called through sign-parm (SIGNLK.cpy); function 'M' is the
      *> PIN maintenance screen AOCMENU offers. No operator file at
      *> all means sign-on is not in force and the suite stays open
      *> as before. An operator with no PIN cannot sign on: a
      *> SECURITY operator keys a temporary PIN (function 'M', reset)
      *> and the operator replaces it at the next sign-on. Only while
      *> no operator in the file has a PIN yet -- the rollout -- may a
      *> SECURITY (or ALL) operator choose the first PIN at sign-on.
             COPY OPAUTHSEL.
       data division.
       file section.
       COPY OPAUTHFD.

       working-storage section.
       COPY OPAUTHWS.
       COPY RUNMODE.

       77 ws-env-read    pic X value 'N'.
          88 env-read value 'Y'.
       77 ws-env-value   pic X(10).
       77 ws-idle-mins   pic 9(4) value 15.
       77 ws-max-fail    pic 9(2) value 3.

      *> The operator file, whole -- fail counts, locks and PINs are
      *> updated in place and the file written back. A file past the
      *> table is never rewritten, so nothing in it can be dropped.
       77 op-max         pic S9(4) comp-4 value 500.
       77 op-count       pic S9(4) comp-4 value zero.
       77 op-ix          pic S9(4) comp-4.
       77 op-found       pic S9(4) comp-4.
       77 ws-op-toobig   pic X value 'N'.
          88 op-toobig value 'Y'.
       01 op-table.
          05 op-line occurs 500 times pic X(80).

      *> The session -- kept here, so a transaction CALLed from one
      *> already signed on carries straight on.
       77 ss-state       pic X value space.
          88 ss-signed-on value 'Y'.
          88 ss-open      value 'O'.
       77 ss-operator    pic X(8) value spaces.
       77 ss-last-secs   pic 9(11) value zero.
       77 ss-now-secs    pic 9(11).
       77 ss-idle-secs   pic 9(11).
       77 ws-now-date    pic 9(8).
       01 ws-now-time.
          05 ws-now-hh   pic 9(2).
          05 ws-now-mm   pic 9(2).
          05 ws-now-ss   pic 9(2).
          05 filler      pic 9(2).

       77 ws-func        pic X.
       77 ws-program     pic X(10).
       77 ws-result      pic X.
       77 ws-tries       pic 9(2).
       77 ws-fails       pic 9(2).
       77 ws-id          pic X(8).
       77 ws-pin         pic X(8).
       77 ws-pin2        pic X(8).
       77 ws-pin-ok      pic X.
          88 pin-ok value 'Y'.
       77 ws-choice      pic X.
       77 ws-event       pic X(8).
       77 ws-detail      pic X(50).
       77 ws-idle-disp   pic Z(3)9.
       77 ws-pin-len     pic S9(4) comp-4.
       77 ws-any-pin     pic X.
          88 any-pin-set value 'Y'.
       77 ws-right-tally pic S9(4) comp-4.

      *> PIN hash -- the seal arithmetic over the site key
      *> (AOC_SEAL_KEY), the operator ID and the PIN, so the same PIN
      *> never hashes alike for two operators and the file never
      *> holds a PIN in the clear.
       01 ws-hash-src.
          05 ws-hs-key   pic X(30).
          05 ws-hs-id    pic X(8).
          05 ws-hs-pin   pic X(8).
       77 ws-hash-work   pic 9(12) comp-4.
       77 ws-hash-ix     pic S9(4) comp-4.
       77 ws-hash        pic 9(9).
       77 ws-site-key    pic X(30) value spaces.

       linkage section.
       COPY SIGNLK.

       procedure division using sign-parm.
           if not env-read
              accept ws-env-value from environment 'AOCSIGN_IDLE'
              if ws-env-value not = spaces
                 and function trim(ws-env-value) is numeric
                 compute ws-idle-mins =
                    function numval(ws-env-value)
              end-if
              accept ws-env-value from environment 'AOCSIGN_MAXFAIL'
              if ws-env-value not = spaces
                 and function trim(ws-env-value) is numeric
                 compute ws-max-fail =
                    function numval(ws-env-value)
                 if ws-max-fail = zero
                    move 3 to ws-max-fail
                 end-if
              end-if
              accept ws-site-key from environment 'AOC_SEAL_KEY'
              accept ws-batch-flag from environment 'AOC_BATCH'
              set env-read to true
           end-if

           move sg-func to ws-func
           move sg-program to ws-program
           move space to ws-result
           evaluate ws-func
              when 'S' perform sign-on
              when 'T' perform idle-check
              when 'M' perform maintain-pins
              when other
                 display 'AOCSIGN: unrecognized function code ['
                    ws-func ']'
                 move 'N' to ws-result
           end-evaluate
           move ws-result to sg-result
           if ss-signed-on
              move ss-operator to sg-operator
           end-if
           goback.

      *> ID and PIN, up to AOCSIGN_MAXFAIL attempts. An ID that is
      *> not in the file is still asked for a PIN and refused in the
      *> same words as a wrong one, so the prompt says nothing about
      *> which IDs exist.
       sign-on section.
           if ss-signed-on
              perform idle-check
              exit section
           end-if
           perform load-operators
           if oa-file-status = '35'
              set ss-open to true
              move 'O' to ws-result
              exit section
           end-if
           if op-toobig
              display 'AOCSIGN: the operator file exceeds the ' op-max
                 '-entry table limit -- sign-on refused rather than '
                 'risk truncating it'
              move 'N' to ws-result
              exit section
           end-if
           if batch-mode
              display 'AOCSIGN: sign-on is in force and AOC_BATCH says '
                 'no one is at the console -- '
                 function trim(ws-program) ' not started'
              move '(BATCH)' to ws-id
              move 'SIGNFAIL' to ws-event
              move 'no console to sign on at' to ws-detail
              perform write-auth-log
              move 'N' to ws-result
              exit section
           end-if

           display ' '
           display 'AOC sign-on -- ' function trim(ws-program)
           move zero to ws-tries
           perform until ws-result not = space
              perform sign-on-attempt
              if ws-result = space and ws-tries >= ws-max-fail
                 display 'AOCSIGN: too many attempts -- '
                    function trim(ws-program) ' not started'
                 move 'N' to ws-result
              end-if
           end-perform
           .

       sign-on-attempt section.
           add 1 to ws-tries
           display 'Operator ID: ' with no advancing
           move spaces to ws-id
           accept ws-id
           if ws-id = spaces
              display 'AOCSIGN: sign-on abandoned'
              move 'N' to ws-result
              exit section
           end-if
           perform find-operator
           if op-found = zero
              display 'PIN: ' with no advancing
              move spaces to ws-pin
              accept ws-pin
              display 'AOCSIGN: sign-on refused -- ID or PIN not '
                 'recognized'
              move 'SIGNFAIL' to ws-event
              move 'not in the operator file' to ws-detail
              perform write-auth-log
              exit section
           end-if
           if oa-ar-locked
              display 'AOC0901W AOCSIGN: operator ' function trim(ws-id)
                 ' is locked -- have a SECURITY operator reset it'
              move 'SIGNFAIL' to ws-event
              move 'account locked' to ws-detail
              perform write-auth-log
              move 'N' to ws-result
              exit section
           end-if
           if oa-ar-pin = spaces
              perform check-rollout
              if any-pin-set or ws-right-tally = zero
                 display 'AOC0901W AOCSIGN: no PIN is set for '
                    function trim(ws-id) ' -- have a SECURITY '
                    'operator set a temporary one'
                 move 'SIGNFAIL' to ws-event
                 move 'no PIN set' to ws-detail
                 perform write-auth-log
                 move 'N' to ws-result
                 exit section
              end-if
              display 'No operator has a PIN yet -- choose the first '
                 'one for ' function trim(ws-id)
              perform choose-pin
              if pin-ok
                 perform store-operator
                 move 'PINSET' to ws-event
                 move 'first SECURITY PIN chosen at rollout'
                   to ws-detail
                 perform write-auth-log
                 perform signed-on
              end-if
              exit section
           end-if
           display 'PIN: ' with no advancing
           move spaces to ws-pin
           accept ws-pin
           perform check-pin
           if pin-ok and oa-ar-temp-pin
      *> A temporary PIN from a reset gets the operator in only as
      *> far as choosing their own.
              display 'The PIN for ' function trim(ws-id)
                 ' is temporary -- choose your own now'
              perform choose-pin
              if pin-ok
                 perform store-operator
                 move 'PINSET' to ws-event
                 move 'temporary PIN replaced at sign-on'
                   to ws-detail
                 perform write-auth-log
                 perform signed-on
              else
                 display 'AOCSIGN: the temporary PIN must be replaced '
                    '-- not signed on'
              end-if
              exit section
           end-if
           if pin-ok
              perform signed-on
           else
              perform note-failed-pin
              if oa-ar-locked
                 move 'N' to ws-result
              end-if
           end-if
           .

      *> Good PIN: clear the failure count, start the idle clock and
      *> make the signed-on ID the operator of record for this run --
      *> JOBLOGSTART, the results journal and the run lock all take
      *> the operator from AOC_OPERATOR.
       signed-on section.
           if oa-ar-fails not = '00' and oa-ar-fails not = spaces
              move '00' to oa-ar-fails
              perform store-operator
           end-if
           move ws-id to ss-operator
           set ss-signed-on to true
           perform get-now-secs
           move ss-now-secs to ss-last-secs
           display 'AOC_OPERATOR' upon environment-name
           display ss-operator upon environment-value
           move 'SIGNON' to ws-event
           move spaces to ws-detail
           perform write-auth-log
           display 'AOCSIGN: ' function trim(ss-operator)
              ' signed on'
           move 'Y' to ws-result
           .

      *> A wrong PIN against a real ID counts; the last one allowed
      *> locks the account.
       note-failed-pin section.
           if oa-ar-fails is numeric
              move oa-ar-fails to ws-fails
           else
              move zero to ws-fails
           end-if
           add 1 to ws-fails
           move ws-fails to oa-ar-fails
           if ws-fails >= ws-max-fail
              set oa-ar-locked to true
           end-if
           perform store-operator
           move 'SIGNFAIL' to ws-event
           move 'wrong PIN' to ws-detail
           perform write-auth-log
           if oa-ar-locked
              display 'AOC0901W AOCSIGN: ' ws-fails ' wrong PINs -- '
                 'operator ' function trim(ws-id) ' is now locked'
              move 'LOCKED' to ws-event
              move spaces to ws-detail
              string ws-fails delimited by size
                     ' consecutive wrong PINs' delimited by size
                into ws-detail
              perform write-auth-log
           else
              display 'AOCSIGN: sign-on refused -- ID or PIN not '
                 'recognized'
           end-if
           .

      *> Called before each transaction goes on. Within the idle
      *> limit it just restarts the clock; past it the signed-on
      *> operator must give the PIN again, and anything else ends the
      *> session.
       idle-check section.
           if ss-open
              move 'O' to ws-result
              exit section
           end-if
           if not ss-signed-on
              move 'N' to ws-result
              exit section
           end-if
           perform get-now-secs
           compute ss-idle-secs = ss-now-secs - ss-last-secs
           if ss-idle-secs <= ws-idle-mins * 60
              move ss-now-secs to ss-last-secs
              move 'Y' to ws-result
              exit section
           end-if

           compute ws-idle-disp = ss-idle-secs / 60
           display 'AOCSIGN: session idle ' function trim(ws-idle-disp)
              ' minute(s) -- re-enter the PIN for '
              function trim(ss-operator)
           move ss-operator to ws-id
           perform load-operators
           move zero to op-found
           if oa-file-status = '00'
              perform find-operator
           end-if
           if op-found = zero or oa-ar-locked
              move 'N' to ws-pin-ok
           else
              display 'PIN: ' with no advancing
              move spaces to ws-pin
              accept ws-pin
              perform check-pin
           end-if
           if pin-ok
              if oa-ar-fails not = '00' and oa-ar-fails not = spaces
                 move '00' to oa-ar-fails
                 perform store-operator
              end-if
              perform get-now-secs
              move ss-now-secs to ss-last-secs
              move 'TIMEOUT' to ws-event
              move 'idle -- PIN re-entered, session resumed'
                to ws-detail
              perform write-auth-log
              move 'Y' to ws-result
           else
              if op-found not = zero and not oa-ar-locked
                 perform note-failed-pin
              end-if
              move 'TIMEOUT' to ws-event
              move 'idle -- session ended' to ws-detail
              perform write-auth-log
              display 'AOCSIGN: session ended -- sign on again'
              move space to ss-state
              move 'N' to ws-result
           end-if
           .

      *> Rollout check for an operator with no PIN: whether any
      *> operator in the file has one yet, and whether this one holds
      *> the SECURITY right (or ALL).
       check-rollout section.
           move 'N' to ws-any-pin
           perform varying op-ix from 1 by 1 until op-ix > op-count
              if op-line(op-ix)(1:1) not = '*'
                 and op-line(op-ix)(50:9) not = spaces
                 set any-pin-set to true
              end-if
           end-perform
           move zero to ws-right-tally
           inspect oa-ar-rights tallying ws-right-tally
              for all 'ALL'
           inspect oa-ar-rights tallying ws-right-tally
              for all 'SECURITY'
           .

      *> A new PIN, twice: 4 to 8 characters, no spaces.
       choose-pin section.
           move 'N' to ws-pin-ok
           display 'New PIN (4 to 8 characters): ' with no advancing
           move spaces to ws-pin
           accept ws-pin
           display 'New PIN again: ' with no advancing
           move spaces to ws-pin2
           accept ws-pin2
           move zero to ws-pin-len
           inspect ws-pin tallying ws-pin-len
              for characters before initial space
           if ws-pin-len < 8
              and ws-pin(ws-pin-len + 1:) not = spaces
              move zero to ws-pin-len
           end-if
           if ws-pin-len < 4
              display 'AOCSIGN: a PIN is 4 to 8 characters with no '
                 'spaces -- not set'
              exit section
           end-if
           if ws-pin not = ws-pin2
              display 'AOCSIGN: the two entries differ -- not set'
              exit section
           end-if
           perform hash-pin
           move ws-hash to oa-ar-pin
           move '00' to oa-ar-fails
           move space to oa-ar-lock
           move space to oa-ar-pin-state
           set pin-ok to true
           .

       check-pin section.
           move 'N' to ws-pin-ok
           if ws-pin = spaces
              exit section
           end-if
           perform hash-pin
           if oa-ar-pin = ws-hash
              set pin-ok to true
           end-if
           .

       hash-pin section.
           move ws-site-key to ws-hs-key
           move ws-id to ws-hs-id
           move ws-pin to ws-hs-pin
           move zero to ws-hash-work
           perform varying ws-hash-ix from 1 by 1
                   until ws-hash-ix > length of ws-hash-src
              compute ws-hash-work = function mod(
                 ws-hash-work * 131
                 + function ord(ws-hash-src(ws-hash-ix:1)),
                 999999937)
           end-perform
           move ws-hash-work to ws-hash
           .

       get-now-secs section.
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           compute ss-now-secs =
              function integer-of-date(ws-now-date) * 86400
              + ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss
           .

       load-operators section.
           move zero to op-count
           move 'N' to ws-op-toobig
           accept oa-env-path from environment 'AOC_OPERAUTH'
           if oa-env-path not = spaces
              move oa-env-path to operauth-name
           end-if
           open input operauth-file
           if oa-file-status not = '00'
              exit section
           end-if
           move 'on' to oa-eof
           read operauth-file at end set oa-at-eof to true end-read
           perform until oa-at-eof
              if op-count >= op-max
                 set op-toobig to true
                 set oa-at-eof to true
              else
                 add 1 to op-count
                 move operauth-record to op-line(op-count)
                 read operauth-file at end set oa-at-eof to true
                 end-read
              end-if
           end-perform
           close operauth-file
           .

       find-operator section.
           move zero to op-found
           perform varying op-ix from 1 by 1
                   until op-ix > op-count or op-found not = zero
              if op-line(op-ix)(1:1) not = '*'
                 and op-line(op-ix)(1:8) = ws-id
                 move op-ix to op-found
                 move op-line(op-ix) to oa-auth-rec
              end-if
           end-perform
           .

      *> The changed entry back into the table, and the table back to
      *> the file.
       store-operator section.
           move oa-auth-rec
             to op-line(op-found)(1:length of oa-auth-rec)
           if op-toobig
              exit section
           end-if
           open output operauth-file
           if oa-file-status not = '00'
              display 'AOCSIGN: operator file could not be rewritten '
                 '(status ' oa-file-status ')'
              exit section
           end-if
           perform varying op-ix from 1 by 1 until op-ix > op-count
              move op-line(op-ix) to operauth-record
              write operauth-record
           end-perform
           close operauth-file
           .

       write-auth-log section.
           accept oa-auth-date from date yyyymmdd
           accept oa-auth-time from time
           open extend auth-log-file
           if oa-log-status = '35'
              open output auth-log-file
           end-if
           move spaces to auth-log-record
           string oa-auth-date delimited by size
                  ' ' delimited by size
                  oa-auth-time delimited by size
                  ' ' delimited by size
                  ws-event delimited by size
                  ' ' delimited by size
                  ws-id delimited by size
                  ' ' delimited by size
                  ws-program delimited by size
                  ' ' delimited by size
                  ws-detail delimited by size
             into auth-log-record
           write auth-log-record
           close auth-log-file
           .

      *> The signed-on operator changes their own PIN or -- with
      *> the SECURITY right (or ALL) -- resets another operator's: the
      *> SECURITY operator keys a temporary PIN, the failure count and
      *> the lock are cleared, and the operator must replace the
      *> temporary PIN at the next sign-on.
       maintain-pins section.
           if not ss-signed-on
              display 'AOCSIGN: sign-on is not in force -- no PINs to '
                 'maintain'
              move 'O' to ws-result
              if not ss-open
                 move 'N' to ws-result
              end-if
              exit section
           end-if
           move 'Y' to ws-result
           move space to ws-choice
           perform until ws-choice = 'Q' or ws-choice = 'q'
              display ' '
              display 'Operator sign-on maintenance -- '
                 function trim(ss-operator)
              display ' P. Change my PIN'
              display ' R. Reset an operator (PIN, failures, lock)'
              display ' Q. Quit'
              display 'Choice: ' with no advancing
              move space to ws-choice
              accept ws-choice
              perform idle-check
              if ws-result not = 'Y'
                 exit section
              end-if
              evaluate ws-choice
                 when 'P' when 'p' perform change-own-pin
                 when 'R' when 'r' perform reset-operator
                 when 'Q' when 'q' continue
                 when other
                    display 'Not a valid choice -- try again'
              end-evaluate
           end-perform
           .

       change-own-pin section.
           move ss-operator to ws-id
           perform load-operators
           perform find-operator
           if op-found = zero
              display 'AOCSIGN: ' function trim(ws-id)
                 ' is no longer in the operator file'
              exit section
           end-if
           display 'Current PIN: ' with no advancing
           move spaces to ws-pin
           accept ws-pin
           perform check-pin
           if not pin-ok
              perform note-failed-pin
              exit section
           end-if
           perform choose-pin
           if pin-ok
              perform store-operator
              move 'PINSET' to ws-event
              move 'PIN changed by the operator' to ws-detail
              perform write-auth-log
              display 'AOCSIGN: PIN changed'
           end-if
           .

       reset-operator section.
           move ss-operator to oa-operator
           move 'SECURITY' to oa-func
           COPY OPAUTHCHK.
           if not oa-allowed
              exit section
           end-if
           display 'Operator ID to reset: ' with no advancing
           move spaces to ws-id
           accept ws-id
           if ws-id = spaces
              exit section
           end-if
           perform load-operators
           perform find-operator
           if op-found = zero
              display 'AOCSIGN: ' function trim(ws-id)
                 ' is not in the operator file'
              exit section
           end-if
           display 'Temporary PIN for ' function trim(ws-id) '.'
           perform choose-pin
           if not pin-ok
              display 'AOCSIGN: ' function trim(ws-id)
                 ' not reset'
              exit section
           end-if
           set oa-ar-temp-pin to true
           perform store-operator
           move 'PINRESET' to ws-event
           move spaces to ws-detail
           string 'reset by ' delimited by size
                  ss-operator delimited by space
             into ws-detail
           perform write-auth-log
           display 'AOCSIGN: ' function trim(ws-id) ' reset -- the '
              'temporary PIN must be replaced at the next sign-on'
           .
