      *> after acknowledgment escalates instead of duplicating; and a
      *> later OK run for the same program and date closes the alert
      *> automatically.
      *>
      *> Nobody is told unless they look, so alerts are also routed:
      *> the routing table sends a catalog severity and program to a
      *> team, the on-call roster says who in that team covers which
      *> hours (level 1 first, then up the escalation chain), and
      *> each new or escalated alert is written to the notification
      *> outbox the mail/pager gateway picks up. An OPEN alert left
      *> unacknowledged past the escalation window goes to the next
      *> level of the chain. Every notification sent is recorded
      *> against its alert.
      *>
      *> Alerts with a standard fix are worked before anyone is
      *> told: the runbook table maps the message an alert would page
      *> with and the run status that raised it to an approved action
      *> (restage a late input, clear a stale checkpoint, rerun a
      *> step once its input lands) with an attempt limit, allowed
      *> hours and the authority it needs. AOCRUNBK carries the
      *> action out under the table's service operator, and the
      *> attempt and its result are kept on the alert. An alert the
      *> runbook is working does not page; one outside the table, or
      *> one the runbook could not fix, pages a person as before.
             COPY JOBLOGSEL.
             select alert-store-file
               assign to dynamic alert-store-name
             select alert-report-file
               assign to dynamic alert-report-name
               organization is line sequential.
             select route-file
               assign to dynamic route-file-name
               organization is line sequential
               file status is ws-cfg-status.
             select roster-file
               assign to dynamic roster-file-name
               organization is line sequential
               file status is ws-cfg-status.
             select outbox-file
               assign to dynamic outbox-file-name
               organization is line sequential
               file status is ws-out-status.
             select notify-log-file
               assign to dynamic notify-log-name
               organization is line sequential
               file status is ws-out-status.
             select runbook-file
               assign to dynamic runbook-file-name
               organization is line sequential
               file status is ws-cfg-status.
      *> Request 081: central run-profile configuration file.
             COPY PROFILESEL.
             COPY CATSEL.
          block 0 records
          label records omitted
          data record is alert-store-record.
       01 alert-store-record pic X(200).

       fd alert-report-file
          block 0 records
          data record is alert-report-record.
       01 alert-report-record pic X(132).

       fd route-file
          block 0 records
          label records omitted
          data record is route-record.
       01 route-record pic X(132).

       fd roster-file
          block 0 records
          label records omitted
          data record is roster-record.
       01 roster-record pic X(132).

       fd outbox-file
          block 0 records
          label records omitted
          data record is outbox-record.
       01 outbox-record pic X(220).

       fd notify-log-file
          block 0 records
          label records omitted
          data record is notify-log-record.
       01 notify-log-record pic X(220).

       fd runbook-file
          block 0 records
          label records omitted
          data record is runbook-record.
       01 runbook-record pic X(200).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       77 ws-open-count pic 9(4) value zero.
       77 ws-closed-count pic 9(4) value zero.
       77 ws-exc-disp  pic Z(3)9.
       77 ws-wall-rc   pic S9(4) comp-4.

      *> The alert store, held whole for the run. One fixed-column
      *> record per alert, same catalog-file idiom as every other
          05 aa-sr-oper    pic X(8).
          05 filler        pic X.
          05 aa-sr-note    pic X(40).
      *> Notification state, appended past the original columns --
      *> records written before routing existed read back blank and
      *> are treated as never notified.
          05 filler        pic X.
          05 aa-sr-sev     pic X.
          05 filler        pic X.
          05 aa-sr-team    pic X(10).
          05 filler        pic X.
          05 aa-sr-level   pic 9.
          05 filler        pic X.
          05 aa-sr-notified pic 9(12).
          05 filler        pic X.
          05 aa-sr-ncount  pic 9(3).
          05 filler        pic X.
          05 aa-sr-person  pic X(20).
      *> End stamp of the latest failing log record already counted,
      *> so a scan later the same day only counts newer failures.
          05 filler        pic X.
          05 aa-sr-seen    pic 9(16).
      *> Runbook state: the run status that raised the alert, the
      *> automatic attempts made on it and the latest one's result.
          05 filler        pic X.
          05 aa-sr-cond    pic X(8).
          05 filler        pic X.
          05 aa-sr-rbtries pic 9.
          05 filler        pic X.
          05 aa-sr-rbres   pic X(8).
       77 aa-max   pic S9(4) comp-4 value 200.
       77 aa-count pic S9(4) comp-4 value zero.
       01 aa-table.
             10 aa-oper   pic X(8).
             10 aa-note   pic X(40).
             10 aa-escal  pic X.
             10 aa-sev    pic X.
             10 aa-team   pic X(10).
             10 aa-level  pic 9.
             10 aa-notified pic 9(12).
             10 aa-ncount pic 9(3).
             10 aa-person pic X(20).
             10 aa-seen   pic 9(16).
             10 aa-cond   pic X(8).
             10 aa-rbtries pic 9.
             10 aa-rbres  pic X(8).
             10 aa-rbhold pic X.
       77 aa-ix     pic S9(4) comp-4.
       77 aa-hit    pic S9(4) comp-4.
       77 aa-next-id pic 9(6) value zero.
             10 pd-date   pic 9(8).
             10 pd-status pic X(8).
             10 pd-answer pic X(40).
             10 pd-sev    pic X.
             10 pd-stamp  pic 9(16).
       77 pd-ix  pic S9(4) comp-4.
       77 pd-hit pic S9(4) comp-4.

       77 ws-ack-note pic X(40).
       77 ws-ack-oper pic X(8).

      *> On-call routing. ROUTE,severity,program,team lines (either
      *> key may be '*'; the most specific match wins) and an
      *> optional ESCALATE,minutes line make up the routing table;
      *> ONCALL,team,level,person,contact,hhmm-hhmm lines make up the
      *> roster. A window that ends before it starts runs past
      *> midnight; equal ends cover the whole day. No routing table
      *> means no notifications -- the report is still written.
       77 route-file-name  pic X(60)
          value 'C:\WS\AOC2021\AOC-ROUTING.txt'.
       77 roster-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-ONCALL.txt'.
       77 outbox-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-NOTIFY-OUTBOX.txt'.
       77 notify-log-name  pic X(60)
          value 'C:\WS\AOC2021\AOC-ALERT-NOTIFY.txt'.
       77 ws-cfg-status pic X(2).
       77 ws-out-status pic X(2).
       77 ws-cfg-eof pic X(4).
          88 cfg-at-eof value 'EOFi'.
       77 ws-outbox-open pic X value 'N'.
          88 outbox-open value 'Y'.
       77 ws-notify-on pic X value 'N'.
          88 notify-on value 'Y'.
       77 rt-max   pic S9(4) comp-4 value 50.
       77 rt-count pic S9(4) comp-4 value zero.
       01 rt-table.
          05 rt-entry occurs 50 times.
             10 rt-sev    pic X.
             10 rt-prog   pic X(20).
             10 rt-team   pic X(10).
       77 rt-ix    pic S9(4) comp-4.
       77 rs-max   pic S9(4) comp-4 value 50.
       77 rs-count pic S9(4) comp-4 value zero.
       01 rs-table.
          05 rs-entry occurs 50 times.
             10 rs-team    pic X(10).
             10 rs-level   pic 9.
             10 rs-person  pic X(20).
             10 rs-contact pic X(40).
             10 rs-from    pic 9(4).
             10 rs-to      pic 9(4).
       77 rs-ix    pic S9(4) comp-4.
       01 nt-fields.
          05 nt-tag     pic X(10).
          05 nt-f2      pic X(40).
          05 nt-f3      pic X(40).
          05 nt-f4      pic X(40).
          05 nt-f5      pic X(40).
          05 nt-f6      pic X(40).
          05 nt-from-txt pic X(10).
          05 nt-to-txt  pic X(10).
       77 nt-bad      pic 9(4) value zero.
       77 nt-esc-mins pic 9(4) value 30.
       77 nt-env      pic X(12).
      *> The clock the escalation window is measured on -- wall
      *> time, not the business date; AOCALERT_NOW=yyyymmddhhmm pins
      *> it for a replayed or re-run night.
       01 nt-now-stamp pic 9(12).
       01 nt-now-parts redefines nt-now-stamp.
          05 nt-now-date pic 9(8).
          05 nt-now-hh   pic 9(2).
          05 nt-now-mm   pic 9(2).
       77 nt-now-hhmm pic 9(4).
       01 nt-last-stamp pic 9(12).
       01 nt-last-parts redefines nt-last-stamp.
          05 nt-last-date pic 9(8).
          05 nt-last-hh   pic 9(2).
          05 nt-last-mm   pic 9(2).
       77 nt-now-mins  pic 9(11).
       77 nt-last-mins pic 9(11).
       77 nt-kind   pic X(8).
       77 nt-msgid  pic X(8).
       77 nt-want   pic 9.
       77 nt-hit    pic S9(4) comp-4.
       77 nt-score  pic S9(4) comp-4.
       77 nt-best   pic S9(4) comp-4.
       77 nt-on-duty pic X.
       77 nt-sent-count     pic 9(4) value zero.
       77 nt-unrouted-count pic 9(4) value zero.
       77 nt-disp   pic Z(3)9.
       COPY NOTIFYREC.

      *> Runbook table. RUNBOOK,message,condition,program,action,
      *> attempts,hhmm-hhmm,authority,parameter lines: the message is
      *> the one the alert would page with (AOC0301W new, AOC0302W
      *> recurred after acknowledgment, AOC0303W still unacknowledged
      *> after a page), the condition is the run status that raised
      *> it (ARRWAIT, BADDATA, ...); either, and the program, may be
      *> '*' -- the most specific match wins. The action is RESTAGE
      *> (parameter: the manifest to stage), CLEARCKPT or RERUN
      *> (parameter: the input path whose arrival it waits for);
      *> attempts 1-9 over the alert's life; hours as in the roster.
      *> An optional SERVICE,operator line names the operator the
      *> actions run under. No table means every alert pages.
       77 runbook-file-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RUNBOOK.txt'.
       77 ws-runbook-on pic X value 'N'.
          88 runbook-on value 'Y'.
       77 rk-service pic X(8) value 'AOCAUTO'.
       77 rk-max   pic S9(4) comp-4 value 50.
       77 rk-count pic S9(4) comp-4 value zero.
       01 rk-table.
          05 rk-entry occurs 50 times.
             10 rk-msgid  pic X(8).
             10 rk-cond   pic X(8).
             10 rk-prog   pic X(20).
             10 rk-action pic X(10).
             10 rk-tries  pic 9.
             10 rk-from   pic 9(4).
             10 rk-to     pic 9(4).
             10 rk-auth   pic X(10).
             10 rk-param  pic X(60).
       77 rk-ix    pic S9(4) comp-4.
       77 rk-hit   pic S9(4) comp-4.
       01 rk-fields.
          05 rk-f-tag    pic X(10).
          05 rk-f-msgid  pic X(10).
          05 rk-f-cond   pic X(10).
          05 rk-f-prog   pic X(22).
          05 rk-f-action pic X(12).
          05 rk-f-tries  pic X(4).
          05 rk-f-hours  pic X(12).
          05 rk-f-auth   pic X(12).
          05 rk-f-param  pic X(62).
       77 rk-bad          pic 9(4) value zero.
       77 rk-acted-count  pic 9(4) value zero.
       77 rk-paged-count  pic 9(4) value zero.
       COPY RUNBKLK.
       COPY MSGTABLE.

       COPY EOFSW.

       COPY RUNMODE.
           if ws-env-path not = spaces
              move ws-env-path to alert-store-name
           end-if
           accept ws-env-path from environment 'AOCALERT_ROUTES'
           if ws-env-path not = spaces
              move ws-env-path to route-file-name
           end-if
           accept ws-env-path from environment 'AOCALERT_ROSTER'
           if ws-env-path not = spaces
              move ws-env-path to roster-file-name
           end-if
           accept ws-env-path from environment 'AOCALERT_OUTBOX'
           if ws-env-path not = spaces
              move ws-env-path to outbox-file-name
           end-if
           accept ws-env-path from environment 'AOCALERT_NOTIFYLOG'
           if ws-env-path not = spaces
              move ws-env-path to notify-log-name
           end-if
           accept ws-env-path from environment 'AOCALERT_RUNBOOK'
           if ws-env-path not = spaces
              move ws-env-path to runbook-file-name
           end-if

           perform load-alert-store
           perform set-sweep-clock
           perform load-oncall-config
           perform load-runbook

           open input job-log-file
           if jl-file-status = '35'
              display 'AOCALERT: no job log found -- nothing ran?'
           else
      *> The store load above leaves the shared switch at end of
      *> file -- reset it or the log scan reads nothing.
              move 'on' to file-eof
              read job-log-file at end set eof-in to true end-read
              perform until eof-in
                 perform check-log-record
              perform acknowledge-transaction
           end-if

      *> Runbook actions go ahead of the pages, and only when the
      *> store will be saved -- an attempt that is not recorded would
      *> be made again next sweep without counting against its limit.
           if runbook-on and not alert-toobig
              perform apply-runbook
           end-if

      *> Notifications go out after acknowledgment, so an alert
      *> acknowledged this run is not paged or escalated -- and only
      *> when the store will be saved, or the record of who was
      *> told is lost and the next run tells them again.
           if notify-on and not alert-toobig
              perform notify-alerts
           end-if

           if alert-toobig
              display 'AOCALERT: the alert store exceeds the '
                 aa-max '-entry table limit -- tonight''s lifecycle '
      *> Request 090: standardized return code for this run.
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCALERT'.
      *> The operations floor's status page is rebuilt after every
      *> sweep; it sets its own return code, so this one is kept.
           move return-code to ws-wall-rc
           call 'AOCWALL'
              on exception continue
           end-call
           cancel 'AOCWALL'
           move ws-wall-rc to return-code

      *> Request 069: the escalation signal, set after this program's
      *> own log record so the record itself reads OK -- RETURN-CODE
                    move aa-sr-oper to aa-oper(aa-count)
                    move aa-sr-note to aa-note(aa-count)
                    move 'N' to aa-escal(aa-count)
                    move aa-sr-sev to aa-sev(aa-count)
                    if aa-sev(aa-count) = space
                       move 'W' to aa-sev(aa-count)
                    end-if
                    move aa-sr-team to aa-team(aa-count)
                    move zero to aa-level(aa-count)
                       aa-notified(aa-count) aa-ncount(aa-count)
                    if aa-sr-level is numeric
                       move aa-sr-level to aa-level(aa-count)
                    end-if
                    if aa-sr-notified is numeric
                       move aa-sr-notified to aa-notified(aa-count)
                    end-if
                    if aa-sr-ncount is numeric
                       move aa-sr-ncount to aa-ncount(aa-count)
                    end-if
                    move aa-sr-person to aa-person(aa-count)
                    move zero to aa-seen(aa-count)
                    if aa-sr-seen is numeric
                       move aa-sr-seen to aa-seen(aa-count)
                    end-if
                    move aa-sr-cond to aa-cond(aa-count)
                    move zero to aa-rbtries(aa-count)
                    if aa-sr-rbtries is numeric
                       move aa-sr-rbtries to aa-rbtries(aa-count)
                    end-if
                    move aa-sr-rbres to aa-rbres(aa-count)
                    move 'N' to aa-rbhold(aa-count)
                    if aa-sr-id > aa-next-id
                       move aa-sr-id to aa-next-id
                    end-if
           if pd-hit > zero
              move jlp-status to pd-status(pd-hit)
              move jlp-answer to pd-answer(pd-hit)
      *> Catalog severity of the run: E for a data failure or abend
      *> (return code 8 and up), W for anything else not OK. Old
      *> marker-format records carry no code and count as W.
              move jlp-end-stamp to pd-stamp(pd-hit)
              move 'W' to pd-sev(pd-hit)
              if jlp-marker-count = zero
                 and jlr-rc is numeric
                 and jlr-rc >= 8
                 move 'E' to pd-sev(pd-hit)
              end-if
           end-if
           .

                    continue
                 when aa-hit = zero
                    perform open-new-alert
                 when pd-stamp(pd-ix) <= aa-seen(aa-hit)
      *> Already counted by an earlier scan -- nothing new.
                    continue
                 when aa-status(aa-hit) = 'OPEN'
                    move pd-stamp(pd-ix) to aa-seen(aa-hit)
                    move pd-status(pd-ix) to aa-cond(aa-hit)
                    add 1 to aa-occ(aa-hit)
                    if pd-sev(pd-ix) = 'E'
                       move 'E' to aa-sev(aa-hit)
                    end-if
                 when aa-status(aa-hit) = 'ACK'
      *> A repeat after acknowledgment escalates: the person who
      *> acknowledged believed it was in hand, and it happened again.
                    move pd-stamp(pd-ix) to aa-seen(aa-hit)
                    move pd-status(pd-ix) to aa-cond(aa-hit)
                    add 1 to aa-occ(aa-hit)
                    move 'Y' to aa-escal(aa-hit)
                    if pd-sev(pd-ix) = 'E'
                       move 'E' to aa-sev(aa-hit)
                    end-if
                    add 1 to ws-esc-count
                    display 'AOC0302W AOCALERT: alert ' aa-id(aa-hit)
                       ' ESCALATED -- '
           move spaces to aa-oper(aa-count)
           move pd-answer(pd-ix) to aa-note(aa-count)
           move 'N' to aa-escal(aa-count)
           move pd-sev(pd-ix) to aa-sev(aa-count)
           move spaces to aa-team(aa-count) aa-person(aa-count)
           move zero to aa-level(aa-count) aa-notified(aa-count)
              aa-ncount(aa-count)
           move pd-stamp(pd-ix) to aa-seen(aa-count)
           move pd-status(pd-ix) to aa-cond(aa-count)
           move zero to aa-rbtries(aa-count)
           move spaces to aa-rbres(aa-count)
           move 'N' to aa-rbhold(aa-count)
           .

      *> AOCALERT_ACK=Y: an operator working the queue acknowledges
           end-perform
           .

      *> The routing table and roster, loaded once. Unusable lines
      *> are counted and ignored; a routing table with no usable
      *> ROUTE line, or no roster, leaves notification off.
       load-oncall-config section.
           move zero to rt-count rs-count nt-bad
           open input route-file
           if ws-cfg-status not = '00'
              display 'AOCALERT: no routing table '
                 function trim(route-file-name)
                 ' -- alerts are reported but nobody is notified'
              exit section
           end-if
           move 'on' to ws-cfg-eof
           read route-file at end set cfg-at-eof to true end-read
           perform until cfg-at-eof
              if route-record not = spaces
                 and route-record(1:1) not = '*'
                 move spaces to nt-fields
                 unstring route-record delimited by ','
                    into nt-tag nt-f2 nt-f3 nt-f4
                 end-unstring
                 move function upper-case(nt-tag) to nt-tag
                 move function upper-case(nt-f2) to nt-f2
                 move function upper-case(nt-f3) to nt-f3
                 move function upper-case(nt-f4) to nt-f4
                 evaluate true
                    when nt-tag = 'ESCALATE'
                       and nt-f2 not = spaces
                       and function trim(nt-f2) is numeric
                       and function numval(nt-f2) > zero
                       and function numval(nt-f2) < 10000
                       compute nt-esc-mins = function numval(nt-f2)
                    when nt-tag = 'ROUTE'
                       and (nt-f2 = '*' or nt-f2 = 'I'
                            or nt-f2 = 'W' or nt-f2 = 'E')
                       and nt-f3 not = spaces
                       and nt-f4 not = spaces
                       and rt-count < rt-max
                       add 1 to rt-count
                       move nt-f2 to rt-sev(rt-count)
                       move function trim(nt-f3) to rt-prog(rt-count)
                       move function trim(nt-f4) to rt-team(rt-count)
                    when other
                       add 1 to nt-bad
                       display 'AOCALERT: routing line ignored -- '
                          function trim(route-record)
                 end-evaluate
              end-if
              read route-file at end set cfg-at-eof to true end-read
           end-perform
           close route-file
           if rt-count = zero
              display 'AOCALERT: routing table '
                 function trim(route-file-name)
                 ' has no usable ROUTE line -- nobody is notified'
              exit section
           end-if

           open input roster-file
           if ws-cfg-status not = '00'
              display 'AOC0304W AOCALERT: on-call roster '
                 function trim(roster-file-name)
                 ' not found -- nobody is notified'
              exit section
           end-if
           move 'on' to ws-cfg-eof
           read roster-file at end set cfg-at-eof to true end-read
           perform until cfg-at-eof
              if roster-record not = spaces
                 and roster-record(1:1) not = '*'
                 move spaces to nt-fields
                 unstring roster-record delimited by ','
                    into nt-tag nt-f2 nt-f3 nt-f4 nt-f5 nt-f6
                 end-unstring
                 move function upper-case(nt-tag) to nt-tag
                 move function upper-case(nt-f2) to nt-f2
                 unstring nt-f6 delimited by '-'
                    into nt-from-txt nt-to-txt
                 end-unstring
                 evaluate true
                    when nt-tag = 'ONCALL'
                       and nt-f2 not = spaces
                       and nt-f3 not = spaces
                       and function trim(nt-f3) is numeric
                       and function numval(nt-f3) >= 1
                       and function numval(nt-f3) <= 9
                       and nt-f4 not = spaces
                       and nt-f5 not = spaces
                       and nt-from-txt(5:) = spaces
                       and nt-to-txt(5:) = spaces
                       and nt-from-txt(1:4) is numeric
                       and nt-to-txt(1:4) is numeric
                       and nt-from-txt(1:2) < '24'
                       and nt-from-txt(3:2) < '60'
                       and nt-to-txt(1:2) < '24'
                       and nt-to-txt(3:2) < '60'
                       and rs-count < rs-max
                       add 1 to rs-count
                       move function trim(nt-f2) to rs-team(rs-count)
                       compute rs-level(rs-count) =
                          function numval(nt-f3)
                       move function trim(nt-f4) to rs-person(rs-count)
                       move function trim(nt-f5)
                         to rs-contact(rs-count)
                       move nt-from-txt(1:4) to rs-from(rs-count)
                       move nt-to-txt(1:4) to rs-to(rs-count)
                    when other
                       add 1 to nt-bad
                       display 'AOCALERT: roster line ignored -- '
                          function trim(roster-record)
                 end-evaluate
              end-if
              read roster-file at end set cfg-at-eof to true end-read
           end-perform
           close roster-file
           if rs-count = zero
              display 'AOC0304W AOCALERT: on-call roster '
                 function trim(roster-file-name)
                 ' has no usable ONCALL line -- nobody is notified'
              exit section
           end-if
           set notify-on to true

           accept nt-env from environment 'AOCALERT_ESCALATE_MINS'
           if nt-env not = spaces
              and function trim(nt-env) is numeric
              and function numval(nt-env) > zero
              and function numval(nt-env) < 10000
              compute nt-esc-mins = function numval(nt-env)
           end-if
           .

      *> The sweep's clock -- wall time, not the business date;
      *> AOCALERT_NOW=yyyymmddhhmm pins it for a replayed or re-run
      *> night. Escalation windows, on-call hours and runbook hours
      *> are all measured on it.
       set-sweep-clock section.
           move function current-date(1:12) to nt-now-stamp
           accept nt-env from environment 'AOCALERT_NOW'
           if nt-env(1:12) is numeric
              move nt-env(1:12) to nt-now-stamp
           end-if
           compute nt-now-hhmm = nt-now-hh * 100 + nt-now-mm
           compute nt-now-mins =
              function integer-of-date(nt-now-date) * 1440
              + nt-now-hh * 60 + nt-now-mm
           .

      *> The runbook table, loaded once. Unusable lines are counted
      *> and ignored, as in the routing table.
       load-runbook section.
           move zero to rk-count rk-bad
           open input runbook-file
           if ws-cfg-status not = '00'
              display 'AOCALERT: no runbook table '
                 function trim(runbook-file-name)
                 ' -- every alert pages a person'
              exit section
           end-if
           move 'on' to ws-cfg-eof
           read runbook-file at end set cfg-at-eof to true end-read
           perform until cfg-at-eof
              if runbook-record not = spaces
                 and runbook-record(1:1) not = '*'
                 perform parse-runbook-line
              end-if
              read runbook-file at end set cfg-at-eof to true end-read
           end-perform
           close runbook-file
           if rk-count = zero
              display 'AOCALERT: runbook table '
                 function trim(runbook-file-name)
                 ' has no usable RUNBOOK line -- every alert pages '
                 'a person'
              exit section
           end-if
           set runbook-on to true
           .

       parse-runbook-line section.
           move spaces to rk-fields nt-from-txt nt-to-txt
           unstring runbook-record delimited by ','
              into rk-f-tag rk-f-msgid rk-f-cond rk-f-prog
                   rk-f-action rk-f-tries rk-f-hours rk-f-auth
                   rk-f-param
           end-unstring
           move function upper-case(rk-f-tag) to rk-f-tag
           move function upper-case(rk-f-msgid) to rk-f-msgid
           move function upper-case(rk-f-cond) to rk-f-cond
           move function upper-case(rk-f-action) to rk-f-action
           move function upper-case(rk-f-auth) to rk-f-auth
           move function trim(rk-f-prog) to rk-f-prog
           move function trim(rk-f-param) to rk-f-param
           unstring rk-f-hours delimited by '-'
              into nt-from-txt nt-to-txt
           end-unstring
           evaluate true
              when rk-f-tag = 'SERVICE'
                 and rk-f-msgid not = spaces
                 and rk-f-msgid(9:) = spaces
                 move rk-f-msgid to rk-service
              when rk-f-tag = 'RUNBOOK'
                 and rk-f-msgid not = spaces
                 and rk-f-msgid(9:) = spaces
                 and rk-f-cond not = spaces
                 and rk-f-cond(9:) = spaces
                 and rk-f-prog not = spaces
                 and rk-f-prog(21:) = spaces
                 and (rk-f-action = 'RESTAGE'
                      or rk-f-action = 'CLEARCKPT'
                      or rk-f-action = 'RERUN')
                 and (rk-f-action = 'CLEARCKPT'
                      or rk-f-param not = spaces)
                 and rk-f-param(61:) = spaces
                 and rk-f-tries(1:1) is numeric
                 and rk-f-tries(1:1) not = '0'
                 and rk-f-tries(2:) = spaces
                 and nt-from-txt(5:) = spaces
                 and nt-to-txt(5:) = spaces
                 and nt-from-txt(1:4) is numeric
                 and nt-to-txt(1:4) is numeric
                 and nt-from-txt(1:2) < '24'
                 and nt-from-txt(3:2) < '60'
                 and nt-to-txt(1:2) < '24'
                 and nt-to-txt(3:2) < '60'
                 and rk-f-auth not = spaces
                 and rk-f-auth(11:) = spaces
                 and rk-count < rk-max
                 add 1 to rk-count
                 move rk-f-msgid to rk-msgid(rk-count)
                 move rk-f-cond to rk-cond(rk-count)
                 move rk-f-prog to rk-prog(rk-count)
                 move rk-f-action to rk-action(rk-count)
                 move rk-f-tries(1:1) to rk-tries(rk-count)
                 move nt-from-txt(1:4) to rk-from(rk-count)
                 move nt-to-txt(1:4) to rk-to(rk-count)
                 move rk-f-auth to rk-auth(rk-count)
                 move rk-f-param to rk-param(rk-count)
              when other
                 add 1 to rk-bad
                 display 'AOCALERT: runbook line ignored -- '
                    function trim(runbook-record)
           end-evaluate
           .

      *> Alert by alert: the message it would page with, the
      *> table's best match, then the limits. Inside its limits the
      *> action runs; a DONE or WAIT result holds the page (the
      *> rerun's OK record closes the alert on a later sweep), any
      *> other result pages now. An alert that has used its attempts
      *> pages as if the table did not cover it.
       apply-runbook section.
           perform varying aa-ix from 1 by 1 until aa-ix > aa-count
              move spaces to nt-msgid
              evaluate true
                 when aa-status(aa-ix) = 'CLOSED'
                    continue
                 when aa-escal(aa-ix) = 'Y'
                    move 'AOC0302W' to nt-msgid
                 when aa-status(aa-ix) = 'OPEN'
                    and aa-level(aa-ix) = zero
                    move 'AOC0301W' to nt-msgid
                 when aa-status(aa-ix) = 'OPEN'
                    move 'AOC0303W' to nt-msgid
              end-evaluate
              if nt-msgid not = spaces
                 perform find-runbook-rule
                 if rk-hit > zero
                    perform run-runbook-rule
                 end-if
              end-if
           end-perform
           move rk-acted-count to nt-disp
           display 'AOCALERT: runbook worked ' function trim(nt-disp)
              ' alert(s) without paging'
           if rk-paged-count > zero
              move rk-paged-count to nt-disp
              display 'AOC1701W AOCALERT: ' function trim(nt-disp)
                 ' alert(s) the runbook could not fix -- paging'
           end-if
           .

      *> Most specific RUNBOOK line wins: program named scores 4,
      *> condition 2, message 1; ties go to the earlier line.
       find-runbook-rule section.
           move zero to nt-best
           move zero to rk-hit
           perform varying rk-ix from 1 by 1 until rk-ix > rk-count
              if (rk-msgid(rk-ix) = '*'
                  or rk-msgid(rk-ix) = nt-msgid)
                 and (rk-cond(rk-ix) = '*'
                  or rk-cond(rk-ix) = aa-cond(aa-ix))
                 and (rk-prog(rk-ix) = '*'
                  or rk-prog(rk-ix) = aa-progid(aa-ix))
                 move 1 to nt-score
                 if rk-prog(rk-ix) not = '*'
                    add 4 to nt-score
                 end-if
                 if rk-cond(rk-ix) not = '*'
                    add 2 to nt-score
                 end-if
                 if rk-msgid(rk-ix) not = '*'
                    add 1 to nt-score
                 end-if
                 if nt-score > nt-best
                    move nt-score to nt-best
                    move rk-ix to rk-hit
                 end-if
              end-if
           end-perform
           .

       run-runbook-rule section.
           if aa-rbtries(aa-ix) >= rk-tries(rk-hit)
      *> Reported once, when the limit is first reached.
              if aa-rbres(aa-ix) not = 'EXHAUST'
                 move 'EXHAUST' to aa-rbres(aa-ix)
                 add 1 to rk-paged-count
                 display 'AOCALERT: alert ' aa-id(aa-ix) ' '
                    function trim(rk-action(rk-hit)) ' tried '
                    aa-rbtries(aa-ix) ' time(s) -- paging'
              end-if
              exit section
           end-if
           evaluate true
              when rk-from(rk-hit) = rk-to(rk-hit)
                 move 'Y' to nt-on-duty
              when rk-from(rk-hit) < rk-to(rk-hit)
                 and nt-now-hhmm >= rk-from(rk-hit)
                 and nt-now-hhmm < rk-to(rk-hit)
                 move 'Y' to nt-on-duty
              when rk-from(rk-hit) > rk-to(rk-hit)
                 and (nt-now-hhmm >= rk-from(rk-hit)
                      or nt-now-hhmm < rk-to(rk-hit))
                 move 'Y' to nt-on-duty
              when other
                 move 'N' to nt-on-duty
           end-evaluate
           if nt-on-duty = 'N'
              add 1 to rk-paged-count
              display 'AOCALERT: alert ' aa-id(aa-ix) ' '
                 function trim(rk-action(rk-hit)) ' not allowed at '
                 nt-now-hhmm ' -- paging'
              exit section
           end-if

           move spaces to runbook-parm
           move rk-action(rk-hit) to rb-action
           move aa-id(aa-ix) to rb-alert-id
           move aa-progid(aa-ix) to rb-progid
           move aa-date(aa-ix) to rb-run-date
           move aa-seen(aa-ix) to rb-since
           move ws-today-yyyymmdd to rb-busdate
           move rk-service to rb-operator
           move rk-auth(rk-hit) to rb-authority
           move rk-param(rk-hit) to rb-param
           call 'AOCRUNBK' using runbook-parm
              on exception
                 move 'FAILED' to rb-result
                 move 'AOCRUNBK is not linked into this build'
                   to rb-detail
           end-call
           cancel 'AOCRUNBK'
           add 1 to aa-rbtries(aa-ix)
           move rb-result to aa-rbres(aa-ix)
           if rb-result = 'DONE' or rb-result = 'WAIT'
              move 'Y' to aa-rbhold(aa-ix)
              add 1 to rk-acted-count
              display 'AOCALERT: alert ' aa-id(aa-ix) ' runbook '
                 function trim(rb-action) ' ' function trim(rb-result)
                 ' -- ' function trim(rb-detail)
           else
              add 1 to rk-paged-count
              display 'AOCALERT: alert ' aa-id(aa-ix) ' runbook '
                 function trim(rb-action) ' ' function trim(rb-result)
                 ' -- ' function trim(rb-detail) ' -- paging'
           end-if
           .

      *> Who gets told, alert by alert. A new OPEN alert goes to the
      *> first level of its team's chain; a repeat after
      *> acknowledgment goes one level up; an OPEN alert nobody has
      *> acknowledged within the escalation window goes one level up
      *> from whoever was last told.
       notify-alerts section.
           perform varying aa-ix from 1 by 1 until aa-ix > aa-count
              move spaces to nt-kind
              evaluate true
                 when aa-status(aa-ix) = 'CLOSED'
                    continue
                 when aa-rbhold(aa-ix) = 'Y'
                    continue
                 when aa-escal(aa-ix) = 'Y'
                    move 'RECUR' to nt-kind
                    move 'AOC0302W' to nt-msgid
                 when aa-status(aa-ix) = 'OPEN'
                    and aa-level(aa-ix) = zero
                    move 'NEW' to nt-kind
                    move 'AOC0301W' to nt-msgid
                 when aa-status(aa-ix) = 'OPEN'
                    move aa-notified(aa-ix) to nt-last-stamp
                    compute nt-last-mins =
                       function integer-of-date(nt-last-date) * 1440
                       + nt-last-hh * 60 + nt-last-mm
                    if nt-now-mins >= nt-last-mins + nt-esc-mins
                       move 'TIMEOUT' to nt-kind
                       move 'AOC0303W' to nt-msgid
                    end-if
              end-evaluate
              if nt-kind not = spaces
                 perform send-notification
              end-if
           end-perform
           if outbox-open
              close outbox-file
              move 'N' to ws-outbox-open
           end-if
           move nt-sent-count to nt-disp
           display 'AOCALERT: ' function trim(nt-disp)
              ' notification(s) written to '
              function trim(outbox-file-name)
           if nt-unrouted-count > zero
              move nt-unrouted-count to nt-disp
              display 'AOC0304W AOCALERT: ' function trim(nt-disp)
                 ' alert(s) could not be routed to anyone on call'
           end-if
           .

       send-notification section.
           if aa-team(aa-ix) = spaces
              perform route-alert
           end-if
           if aa-team(aa-ix) = spaces
              add 1 to nt-unrouted-count
              display 'AOCALERT: alert ' aa-id(aa-ix)
                 ' -- no ROUTE matches severity ' aa-sev(aa-ix)
                 ' program ' function trim(aa-progid(aa-ix))
              exit section
           end-if
           if aa-level(aa-ix) < 9
              compute nt-want = aa-level(aa-ix) + 1
           else
              move 9 to nt-want
           end-if
           perform find-on-call
      *> A recurrence past the top of the chain still has to reach
      *> someone -- it goes back to the level last told.
           if nt-hit = zero
              and nt-kind = 'RECUR'
              and aa-level(aa-ix) > zero
              move aa-level(aa-ix) to nt-want
              perform find-on-call
           end-if
           if nt-hit = zero
              if nt-kind = 'TIMEOUT'
                 display 'AOCALERT: alert ' aa-id(aa-ix)
                    ' unacknowledged -- nobody above level '
                    aa-level(aa-ix) ' of '
                    function trim(aa-team(aa-ix)) ' is on call'
              else
                 add 1 to nt-unrouted-count
                 display 'AOCALERT: alert ' aa-id(aa-ix)
                    ' -- nobody in ' function trim(aa-team(aa-ix))
                    ' is on call at ' nt-now-hhmm
              end-if
              exit section
           end-if

           move spaces to nr-record
           move nt-now-stamp to nr-stamp
           move nt-msgid to nr-msgid
           move nt-kind to nr-kind
           move aa-id(aa-ix) to nr-alert-id
           move aa-sev(aa-ix) to nr-severity
           move aa-team(aa-ix) to nr-team
           move rs-level(nt-hit) to nr-level
           move rs-person(nt-hit) to nr-person
           move rs-contact(nt-hit) to nr-contact
           move aa-progid(aa-ix) to nr-progid
           move aa-date(aa-ix) to nr-run-date
           move spaces to nr-text
           perform varying mc-ix from 1 by 1 until mc-ix > mc-count
              if mc-id(mc-ix) = nt-msgid
                 string function trim(mc-text(mc-ix))
                           delimited by size
                        ' -- ' delimited by size
                        function trim(aa-note(aa-ix))
                           delimited by size
                   into nr-text
                 end-string
                 exit perform
              end-if
           end-perform

           if not outbox-open
              open extend outbox-file
              if ws-out-status = '35'
                 open output outbox-file
              end-if
              set outbox-open to true
           end-if
           write outbox-record from nr-record
           open extend notify-log-file
           if ws-out-status = '35'
              open output notify-log-file
           end-if
           write notify-log-record from nr-record
           close notify-log-file

           move rs-level(nt-hit) to aa-level(aa-ix)
           move rs-person(nt-hit) to aa-person(aa-ix)
           move nt-now-stamp to aa-notified(aa-ix)
           if aa-ncount(aa-ix) < 999
              add 1 to aa-ncount(aa-ix)
           end-if
           add 1 to nt-sent-count
           display 'AOCALERT: alert ' aa-id(aa-ix) ' '
              function trim(nt-kind) ' -> '
              function trim(rs-person(nt-hit)) ' ('
              function trim(aa-team(aa-ix)) ' level '
              rs-level(nt-hit) ')'
           .

      *> Most specific ROUTE wins: program and severity both named,
      *> then program alone, then severity alone, then '*,*'. Ties
      *> go to the earlier line.
       route-alert section.
           move zero to nt-best
           move zero to nt-hit
           perform varying rt-ix from 1 by 1 until rt-ix > rt-count
              if (rt-sev(rt-ix) = '*'
                  or rt-sev(rt-ix) = aa-sev(aa-ix))
                 and (rt-prog(rt-ix) = '*'
                  or rt-prog(rt-ix) = aa-progid(aa-ix))
                 move 1 to nt-score
                 if rt-prog(rt-ix) not = '*'
                    add 2 to nt-score
                 end-if
                 if rt-sev(rt-ix) not = '*'
                    add 1 to nt-score
                 end-if
                 if nt-score > nt-best
                    move nt-score to nt-best
                    move rt-ix to nt-hit
                 end-if
              end-if
           end-perform
           if nt-hit > zero
              move rt-team(nt-hit) to aa-team(aa-ix)
           end-if
           .

      *> The lowest level at or above nt-want in the alert's team
      *> whose hours cover the current time.
       find-on-call section.
           move zero to nt-hit
           perform varying rs-ix from 1 by 1 until rs-ix > rs-count
              if rs-team(rs-ix) = aa-team(aa-ix)
                 and rs-level(rs-ix) >= nt-want
                 evaluate true
                    when rs-from(rs-ix) = rs-to(rs-ix)
                       move 'Y' to nt-on-duty
                    when rs-from(rs-ix) < rs-to(rs-ix)
                       and nt-now-hhmm >= rs-from(rs-ix)
                       and nt-now-hhmm < rs-to(rs-ix)
                       move 'Y' to nt-on-duty
                    when rs-from(rs-ix) > rs-to(rs-ix)
                       and (nt-now-hhmm >= rs-from(rs-ix)
                            or nt-now-hhmm < rs-to(rs-ix))
                       move 'Y' to nt-on-duty
                    when other
                       move 'N' to nt-on-duty
                 end-evaluate
                 if nt-on-duty = 'Y'
                    if nt-hit = zero
                       move rs-ix to nt-hit
                    else
                       if rs-level(rs-ix) < rs-level(nt-hit)
                          move rs-ix to nt-hit
                       end-if
                    end-if
                 end-if
              end-if
           end-perform
           .

      *> CLOSED alerts past the retention window drop off here --
      *> they are finished lifecycle records (the closure itself is
      *> on the console log), and keeping them forever is what
              move aa-opened(aa-ix) to aa-sr-opened
              move aa-oper(aa-ix) to aa-sr-oper
              move aa-note(aa-ix) to aa-sr-note
              move aa-sev(aa-ix) to aa-sr-sev
              move aa-team(aa-ix) to aa-sr-team
              move aa-level(aa-ix) to aa-sr-level
              move aa-notified(aa-ix) to aa-sr-notified
              move aa-ncount(aa-ix) to aa-sr-ncount
              move aa-person(aa-ix) to aa-sr-person
              move aa-seen(aa-ix) to aa-sr-seen
              move aa-cond(aa-ix) to aa-sr-cond
              move aa-rbtries(aa-ix) to aa-sr-rbtries
              move aa-rbres(aa-ix) to aa-sr-rbres
              write alert-store-record from aa-store-rec
           end-perform
           close alert-store-file
      *> The report shows the live queue -- OPEN alerts (paging),
      *> escalated repeats (paging louder) and acknowledged ones
      *> (listed for the handover, not counted against the night).
      *> An alert the runbook is working is listed but not counted
      *> either -- it is in hand, just not a person's hand.
       write-exceptions-report section.
           open output alert-report-file
      *> Request 099: standard heading block.
           COPY RPTHEAD REPLACING RPT-REC BY alert-report-record.
           perform varying aa-ix from 1 by 1 until aa-ix > aa-count
              if aa-status(aa-ix) not = 'CLOSED'
                 if (aa-status(aa-ix) = 'OPEN'
                     or aa-escal(aa-ix) = 'Y')
                    and aa-rbhold(aa-ix) not = 'Y'
                    add 1 to ws-exc-count
                 end-if
                 if aa-status(aa-ix) = 'OPEN'
                      into alert-report-record(120:13)
                 end-if
           COPY RPTLINE REPLACING RPT-REC BY alert-report-record.
                 if aa-ncount(aa-ix) > zero
                    move spaces to alert-report-record
                    string '      notified x' delimited by size
                           aa-ncount(aa-ix) delimited by size
                           ', last ' delimited by size
                           aa-notified(aa-ix) delimited by size
                           ' to level ' delimited by size
                           aa-level(aa-ix) delimited by size
                           ' of ' delimited by size
                           function trim(aa-team(aa-ix))
                              delimited by size
                           ': ' delimited by size
                           function trim(aa-person(aa-ix))
                              delimited by size
                      into alert-report-record
           COPY RPTLINE REPLACING RPT-REC BY alert-report-record.
                 end-if
                 if aa-rbtries(aa-ix) > zero
                    move spaces to alert-report-record
                    string '      runbook x' delimited by size
                           aa-rbtries(aa-ix) delimited by size
                           ', last ' delimited by size
                           function trim(aa-rbres(aa-ix))
                              delimited by size
                      into alert-report-record
                    if aa-rbhold(aa-ix) = 'Y'
                       string ' -- being worked, not paged'
                                 delimited by size
                         into alert-report-record(31:)
                    end-if
           COPY RPTLINE REPLACING RPT-REC BY alert-report-record.
                 end-if
              end-if
           end-perform
           if ws-exc-count = zero
