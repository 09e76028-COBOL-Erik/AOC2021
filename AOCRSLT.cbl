      *> first appends what was there, with timestamp and operator,
      *> so "what did the answer of record say before last night's
      *> rerun replaced it" is answerable (AOCINQ's /JRN browses it).
      *> Each line also carries what the record became, and a new
      *> key is journaled as an INSERT, so AOCRECOV can roll a
      *> restored backup generation forward to a point in time.
             select results-journal
               assign to dynamic results-journal-name
               organization is line sequential
               access is dynamic
               record key is ry-key
               file status is ry-file-status.
      *> Submission attempt register -- every new answer is judged
      *> against what the tracking team already told us about it.
             COPY SUBSEL.
      *> Legal holds -- the year roll leaves held records in place.
             COPY HOLDSEL.
      *> Extract corrections -- an amendment of an answer already
      *> sent downstream is owed to the tracking team.
             COPY CORRSEL.
      *> Restaged-input comparisons -- a parked amendment carries
      *> the comparison of the resent input that produced it.
             COPY RSTGSEL.
       data division.
       file section.
       fd results-master.
       01 rm-record.
          05 rm-key.
             10 rm-season   pic X(4).
             10 rm-progid   pic X(20).
             10 rm-run-date pic 9(8).
          05 rm-run-time    pic 9(8).
          block 0 records
          label records omitted
          data record is results-journal-record.
       01 results-journal-record pic X(200).

       fd results-pending
          block 0 records
          label records omitted
          data record is results-pending-record.
       01 results-pending-record pic X(240).

       fd results-year.
       01 ry-record.
          05 ry-key.
             10 ry-season   pic X(4).
             10 ry-progid   pic X(20).
             10 ry-run-date pic 9(8).
          05 ry-run-time    pic 9(8).
          05 ry-verdict     pic X(8).
          05 ry-verd-ref    pic X(12).

       COPY SUBFD.
       COPY HOLDFD.
       COPY CORRFD.
       COPY RSTGFD.

       working-storage section.
       COPY SUBWS.
       COPY HOLDWS.
       COPY CORRWS.
       COPY RSTGWS.
       77 results-master-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS.dat'.
       77 ws-env-path    pic X(60).
       77 rm-file-status pic X(2).
       77 ws-env-read    pic X value 'N'.
          88 env-read value 'Y'.
      *> The run's own season, for callers that leave theirs blank.
       77 ws-run-season  pic X(4) value '2021'.
       77 ws-season-env  pic X(10).
      *> Bounded-wait retry for the master's update opens -- the
      *> parallel lanes mirror their runs here concurrently, so a
      *> busy/locked open is contention to wait out, JOBLOGEND's
       77 rm-retry-wait  pic 9(4) comp-4 value 1.

      *> Before-image journal state -- one fixed-column line per
      *> journaled write: when, who, the record as it stood, and
      *> what it became.
       77 results-journal-name pic X(60)
          value 'C:\WS\AOC2021\AOC-RESULTS-JOURNAL.txt'.
       77 rj-file-status pic X(2).
       77 ry-file-status pic X(2).
       77 ry-moved       pic 9(6) value zero.
       77 ry-moved-disp  pic Z(5)9.
       77 ry-held        pic 9(6) value zero.
       77 rj-stamp-date  pic 9(8).
       77 rj-stamp-time  pic 9(8).
       77 rj-operator    pic X(8).
      *> What the journaled write did: INSERT (a new key), REWRITE
      *> (a rerun through the gate) or FORCED (function 'F').
       77 rj-action      pic X(8).
      *> The extract that first carried the key being amended.
       77 rm-sent-seq    pic 9(6).
       01 rj-journal-rec.
          05 rj-jr-date    pic 9(8).
          05 filler        pic X.
          05 rj-jr-status  pic X(8).
          05 filler        pic X.
          05 rj-jr-answer  pic X(40).
      *> The after-image -- the record as the write left it.
          05 filler        pic X.
          05 rj-jr-action  pic X(8).
          05 filler        pic X.
          05 rj-jr-season  pic X(4).
          05 filler        pic X.
          05 rj-jr-new-runtime pic 9(8).
          05 filler        pic X.
          05 rj-jr-new-status  pic X(8).
          05 filler        pic X.
          05 rj-jr-new-answer  pic X(40).

      *> Pending-amendment entry: when and who produced the change,
      *> the key, the new record values, and the old answer beside
          05 rp-pr-oldans  pic X(40).
          05 filler        pic X.
          05 rp-pr-newans  pic X(40).
      *> The restage comparison behind the rerun, when the input was
      *> a resend confirmed through AOCSTAGE -- blank otherwise.
          05 filler        pic X.
          05 rp-pr-rs-date    pic 9(8).
          05 filler        pic X.
          05 rp-pr-rs-time    pic 9(8).
          05 filler        pic X.
          05 rp-pr-rs-oper    pic X(8).
          05 filler        pic X.
          05 rp-pr-rs-added   pic 9(6).
          05 filler        pic X.
          05 rp-pr-rs-removed pic 9(6).
          05 filler        pic X.
          05 rp-pr-rs-changed pic 9(6).
          05 filler        pic X.
          05 rp-pr-rs-new-fp  pic 9(9).
      *> The season of the record the change belongs to -- blank on
      *> entries parked before seasons were carried, which are 2021.
          05 filler           pic X.
          05 rp-pr-season     pic X(4).
       77 rp-rs-probe   pic X(22).
       77 rp-rs-list    pic X(42).
       77 rp-rs-len     pic S9(4) comp-4.
       77 rp-rs-tally   pic S9(4) comp-4.

       linkage section.
       COPY RSLTLK.
              if ws-env-path not = spaces
                 move ws-env-path to results-master-name
              end-if
              accept ws-season-env from environment 'AOC_SEASON'
              if ws-season-env not = spaces
                 move ws-season-env(1:4) to ws-run-season
              end-if
              set env-read to true
           end-if
      *> The browse positions on whatever key it is handed -- a
      *> blank season starts ahead of every season on the master.
           if rslt-season = spaces and rslt-func not = 'N'
              move ws-run-season to rslt-season
           end-if

           move 'Y' to rslt-io-ok
           move 'N' to rslt-found
           goback.

       write-result section.
           if rslt-func = 'W'
              and rslt-status not = 'VOID'
              and rslt-answer not = spaces
              perform judge-submission
           end-if
           move zero to rm-retry-count
           open i-o results-master
           perform until rm-file-status = '00'
                 rm-file-status ' -- run not recorded in the master'
              move 'N' to rslt-io-ok
           else
              move rslt-season to rm-season
              move rslt-progid to rm-progid
              move rslt-run-date to rm-run-date
      *> Same program re-run on the same date: the later run's answer
      *> the before-image journal first.
              read results-master
                 invalid key
                    move 'INSERT' to rj-action
                    perform journal-before-image
                    move rslt-run-time to rm-run-time
                    move rslt-status to rm-status
                    move rslt-answer to rm-answer
                       and rslt-status not = 'VOID'
                       perform park-pending-amendment
                    else
                       if rslt-func = 'F'
                          move 'FORCED' to rj-action
                       else
                          move 'REWRITE' to rj-action
                       end-if
                       perform journal-before-image
                       if rslt-func = 'F'
                          and function trim(rslt-answer)
                              not = function trim(rm-answer)
                          perform raise-correction
                       end-if
      *> A verdict belongs to the answer it judged -- a replaced
      *> answer starts unconfirmed again.
                       if function trim(rslt-answer)
           end-if
           .

      *> A new answer outside the bounds the submission register
      *> gives its key, or one already rejected, is flagged before
      *> it can reach the extract -- the flag file is what AOCEXTRACT
      *> marks SUSPECT from. The master itself still records what
      *> the run produced; the flag never stops the run.
       judge-submission section.
           move rslt-progid to sb-progid
           move rslt-run-date to sb-run-date
           move rslt-answer to sb-answer
           COPY SUBBOUND.
           if not sb-suspect
              exit section
           end-if
           display 'AOCRSLT: ' function trim(rslt-progid) ' '
              rslt-run-date ' answer ' function trim(rslt-answer)
              ' FLAGGED -- ' function trim(sb-reason)
           accept sb-env-path from environment 'AOC_SUBMISSION_FLAGS'
           if sb-env-path not = spaces
              move sb-env-path to subflag-name
           end-if
           accept sf-date from date yyyymmdd
           accept sf-time from time
           move rslt-progid to sf-progid
           move rslt-run-date to sf-run-date
           move rslt-answer to sf-answer
           move sb-reason to sf-reason
           open extend subflag-file
           if sb-flag-status = '35'
              open output subflag-file
           end-if
           if sb-flag-status = '00'
              write subflag-record from sf-rec
              close subflag-file
           else
              display 'AOCRSLT: submission flag file unavailable, '
                 'status ' sb-flag-status
           end-if
           .

      *> The record just read -- about to be replaced -- appended to
      *> the journal verbatim with timestamp and operator. A journal
      *> that cannot be written is shouted about but never fails the
              move 'N' to rslt-io-ok
              exit section
           end-if
           move rslt-season to rm-season
           move rslt-progid to rm-progid
           move rslt-run-date to rm-run-date
           read results-master
              move 'N' to rslt-io-ok
              exit section
           end-if
           move rslt-season to rm-season
           move rslt-progid to rm-progid
           move rslt-run-date to rm-run-date
           start results-master key > rm-key
                       move 'N' to rslt-found
                    not at end
                       move 'Y' to rslt-found
                       move rm-season to rslt-season
                       move rm-progid to rslt-progid
                       move rm-run-date to rslt-run-date
                       move rm-run-time to rslt-run-time
      *> Year-end rollover (function 'Y'): every record dated at or
      *> before the cutoff in rslt-run-date moves to the dated year
      *> master named after the cutoff's year. The moved count comes
      *> back in rslt-answer. Called by AOCYREND only. A record
      *> under legal hold stays on the live master, and the count
      *> of those rides along in rslt-answer.
       roll-year section.
           COPY HOLDLOAD.
           move spaces to results-year-name
           string 'C:\WS\AOC2021\AOC-RESULTS-' delimited by size
                  rslt-run-date(1:4) delimited by size
              close results-master
              exit section
           end-if
           move zero to ry-moved ry-held
           move low-values to rm-key
           start results-master key >= rm-key
              invalid key continue
           end-read
           perform until rm-file-status not = '00'
              if rm-run-date <= rslt-run-date
                 move rm-progid to hd-chk-progid
                 move rm-run-date to hd-chk-date
                 COPY HOLDCHK.
              end-if
              if rm-run-date <= rslt-run-date and hd-held
                 add 1 to ry-held
                 display 'AOCRSLT: ' function trim(rm-progid) ' '
                    rm-run-date ' kept on the master -- legal hold '
                    function trim(hd-held-case)
              end-if
              if rm-run-date <= rslt-run-date and not hd-held
                 move rm-record to ry-record
                 write ry-record
                 if ry-file-status = '22'
           string function trim(ry-moved-disp) delimited by size
                  ' record(s) rolled' delimited by size
             into rslt-answer
           if ry-held > zero
              move ry-held to ry-moved-disp
              string function trim(rslt-answer) delimited by size
                     ', ' delimited by size
                     function trim(ry-moved-disp) delimited by size
                     ' held' delimited by size
                into rslt-answer
           end-if
           .

      *> Park the would-be change. The master keeps the old record;
           move rslt-status to rp-pr-status
           move rm-answer to rp-pr-oldans
           move rslt-answer to rp-pr-newans
           move rm-season to rp-pr-season
           perform attach-restage-comparison
           open extend results-pending
           if rp-file-status = '35'
              open output results-pending
           end-if
           .

      *> The latest confirmed restage of this program's input for
      *> the run date and season -- what changed in the resent file
      *> the reviewer is being asked to accept the answer of.
       attach-restage-comparison section.
           COPY RSTGPATH.
           open input restage-file
           if rs-file-status not = '00'
              exit section
           end-if
           move spaces to rp-rs-probe
           string ' ' delimited by size
                  function trim(rslt-progid) delimited by size
                  ' ' delimited by size
             into rp-rs-probe
           compute rp-rs-len =
              function length(function trim(rslt-progid)) + 2
           move 'on' to rs-eof
           read restage-file at end set rs-at-eof to true end-read
           perform until rs-at-eof
              move restage-record to rs-rec
              move spaces to rp-rs-list
              string ' ' delimited by size
                     rs-programs delimited by size
                into rp-rs-list
              move zero to rp-rs-tally
              inspect rp-rs-list tallying rp-rs-tally
                 for all rp-rs-probe(1:rp-rs-len)
              if rs-confirmed
                 and rs-busdate = rslt-run-date
                 and rs-season = rm-season
                 and rp-rs-tally > zero
                 move rs-date to rp-pr-rs-date
                 move rs-time to rp-pr-rs-time
                 move rs-operator to rp-pr-rs-oper
                 move rs-added to rp-pr-rs-added
                 move rs-removed to rp-pr-rs-removed
                 move rs-changed to rp-pr-rs-changed
                 move rs-new-fp to rp-pr-rs-new-fp
              end-if
              read restage-file at end set rs-at-eof to true end-read
           end-perform
           close restage-file
           .

      *> A reviewed amendment of a key an extract already carried
      *> raises a correction: the sent ledger names the extract that
      *> first carried it, and the correction waits PENDING for the
      *> next extract to take it downstream. rm-record still holds
      *> the answer being replaced. A correction that cannot be
      *> written is shouted about -- the amendment itself stands.
       raise-correction section.
           COPY CORRPATH.
           move zero to rm-sent-seq
           open input corrsent-file
           if cx-sent-status not = '00'
              exit section
           end-if
           move 'on' to cx-eof
           read corrsent-file at end set cx-at-eof to true end-read
           perform until cx-at-eof
              move corrsent-record to cs-rec
              if cs-season = rm-season
                 and cs-progid = rm-progid
                 and cs-run-date = rm-run-date
                 and rm-sent-seq = zero
                 move cs-seq to rm-sent-seq
              end-if
              read corrsent-file at end set cx-at-eof to true end-read
           end-perform
           close corrsent-file
           if rm-sent-seq = zero
              exit section
           end-if
           move spaces to cq-rec
           move 'PENDING' to cq-status
           accept cq-date from date yyyymmdd
           accept cq-time from time
           move rm-season to cq-season
           move rm-progid to cq-progid
           move rm-run-date to cq-run-date
           move rm-sent-seq to cq-orig-seq
           move zero to cq-sent-seq
           move rslt-operator to cq-operator
           if cq-operator = spaces
              accept cq-operator from environment 'AOC_OPERATOR'
           end-if
           if cq-operator = spaces
              move 'UNKNOWN' to cq-operator
           end-if
           move rm-answer to cq-old-answer
           move rslt-answer to cq-new-answer
           move rslt-reason to cq-reason
           open extend corr-file
           if cx-corr-status = '35'
              open output corr-file
           end-if
           if cx-corr-status not = '00'
              display 'AOCRSLT: CORRECTIONS FILE UNAVAILABLE (status '
                 cx-corr-status ') -- ' function trim(rm-progid) ' '
                 rm-run-date ' was sent in extract ' rm-sent-seq
                 ' and NO correction is queued'
           else
              write corr-record from cq-rec
              close corr-file
              display 'AOCRSLT: ' function trim(rm-progid) ' '
                 rm-run-date ' was sent in extract ' rm-sent-seq
                 ' -- CORRECTION queued for the next extract'
           end-if
           .

       journal-before-image section.
           accept rj-stamp-date from date yyyymmdd
           accept rj-stamp-time from time
           move rj-operator to rj-jr-oper
           move rm-progid to rj-jr-progid
           move rm-run-date to rj-jr-rundate
      *> A new key has no before-image -- only the key and the
      *> after-image are journaled.
           if rj-action not = 'INSERT'
              move rm-run-time to rj-jr-runtime
              move rm-status to rj-jr-status
              move rm-answer to rj-jr-answer
           end-if
           move rj-action to rj-jr-action
           move rm-season to rj-jr-season
           move rslt-run-time to rj-jr-new-runtime
           move rslt-status to rj-jr-new-status
           move rslt-answer to rj-jr-new-answer
           open extend results-journal
           if rj-file-status = '35'
              open output results-journal
           if rm-file-status not = '00'
              move 'N' to rslt-io-ok
           else
              move rslt-season to rm-season
              move rslt-progid to rm-progid
              move rslt-run-date to rm-run-date
              read results-master
           if rm-file-status not = '00'
              move 'N' to rslt-io-ok
           else
              move rslt-season to rm-season
              move rslt-progid to rm-progid
              move 99999999 to rm-run-date
              start results-master key <= rm-key
                          move 'N' to rslt-found
                       not at end
                          if rm-progid = rslt-progid
                             and rm-season = rslt-season
                             move 'Y' to rslt-found
                             move rm-run-date to rslt-run-date
                             move rm-run-time to rslt-run-time
