               assign to dynamic ws-ext-reg-name
               organization is line sequential
               file status is ws-ext-reg-status.
      *> Corrections: every key this extract carries for the first
      *> time goes on the sent ledger, and every PENDING correction
      *> of an amended answer rides out in this extract.
             COPY CORRSEL.
      *> Request 081: central run-profile configuration file.
             COPY PROFILESEL.
             COPY CATSEL.
             COPY SUBSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY SUBFD.
       COPY CORRFD.

       fd extract-file
          block 0 records
          05 ext-status   pic X(8).
          05 filler       pic X.
          05 ext-answer   pic X(40).
      *> A correction: the published columns carry the amended answer
      *> under status CORRECT, and the appended columns say what it
      *> corrects -- the extract sequence that first sent the key,
      *> the answer sent then, why it changed and who approved it.
       01 extract-corr-record.
          05 xc-run-date   pic 9(8).
          05 filler        pic X.
          05 xc-progid     pic X(20).
          05 filler        pic X.
          05 xc-status     pic X(8).
          05 filler        pic X.
          05 xc-answer     pic X(40).
          05 filler        pic X.
          05 xc-orig-seq   pic 9(6).
          05 filler        pic X.
          05 xc-old-answer pic X(40).
          05 filler        pic X.
          05 xc-reason     pic X(40).
          05 filler        pic X.
          05 xc-operator   pic X(8).

       fd seq-file
          block 0 records
       01 ext-reg-record pic X(160).

       working-storage section.
       COPY SUBWS.
       COPY CORRWS.
       COPY PROFILEWS.
       COPY CATWS.
       77 a-dummy pic X.

       77 extract-file-name pic X(60) value spaces.
       77 ws-env-path       pic X(60).
       01 ws-today.
          05 ws-today-yyyymmdd pic 9(8).
             10 et-date   pic 9(8).
             10 et-status pic X(8).
             10 et-answer pic X(40).
      *> 'Y' once the sent ledger already names an extract for it.
             10 et-ledgered pic X.
       77 et-ix     pic S9(4) comp-4.
       77 et-hit-ix pic S9(4) comp-4.
      *> Review fixes: overflow handling -- see collect-log-record.
          05 filler      pic X value space.
          05 tr-recs     pic 9(6).

      *> Corrections held whole for the rewrite that marks the ones
      *> this extract carries SENT.
       77 cq-max   pic S9(4) comp-4 value 500.
       77 cq-count pic S9(4) comp-4 value zero.
       01 cq-table.
          05 cq-line occurs 500 times pic X(240).
       77 cq-ix    pic S9(4) comp-4.
       77 ws-corr-toobig pic X value 'N'.
          88 corr-toobig value 'Y'.
       77 ws-corr-sent  pic 9(6) value zero.
       77 ws-ext-total  pic 9(6) value zero.
       77 ws-corr-disp  pic Z(4)9.

       COPY EOFSW.

       COPY RUNMODE.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.
      *> One season's answers per extract -- another season's runs
      *> on the shared log are not tonight's to send.
           set jlp-this-season-only to true

      *> Request 096: dated outputs carry the business date.
           move jl-busdate to ws-today-yyyymmdd
           if ws-env-path not = spaces
              move ws-env-path to extract-file-name
           else
              if jl-season = '2021'
                 string 'C:\WS\AOC2021\AOCEXTRACT-' delimited by size
                        ws-today-yyyymmdd delimited by size
                        '.txt' delimited by size
                   into extract-file-name
              else
                 string 'C:\WS\AOC2021\AOCEXTRACT-' delimited by size
                        jl-season delimited by size
                        '-' delimited by size
                        ws-today-yyyymmdd delimited by size
                        '.txt' delimited by size
                   into extract-file-name
              end-if
           end-if

           COPY CORRPATH.

           open input job-log-file
           if jl-file-status = '35'
              display 'AOCEXTRACT: no job log found -- nothing to '
              close job-log-file
           end-if

           perform mark-flagged-answers

           perform next-extract-sequence
           perform load-corrections

           open output extract-file
           perform varying et-ix from 1 by 1 until et-ix > et-count
              move et-answer(et-ix) to ext-answer
              write extract-record
           end-perform
           perform write-corrections
      *> The trailer closes the handshake loop: sequence number and
      *> record count, appended past the fixed columns the contract
      *> freezes -- downstream echoes both back in its ack file and
      *> AOCACK reconciles. Two extracts went missing in a pickup
      *> folder before anyone downstream said a word; never again.
      *> Corrections count in the trailer like any other record --
      *> the acknowledgment covers them too.
           compute ws-ext-total = et-count + ws-corr-sent
           move ws-ext-seq to tr-seq
           move ws-ext-total to tr-recs
           move spaces to extract-record
           move ws-trailer-rec to extract-record
           write extract-record
           close extract-file
           perform register-extract-sent
           if ws-corr-sent > zero
              perform rewrite-corrections
           end-if
           perform ledger-sent-keys
      *> Request 089: manifest entry for this report.
           COPY CATADD REPLACING PROGID BY 'AOCEXTRACT'
                                 RPT-PATH BY extract-file-name
                                 RPT-COUNT BY ws-ext-total.
           move et-count to et-disp
           display 'AOCEXTRACT: ' function trim(et-disp)
              ' record(s) written to '
              function trim(extract-file-name)
           if ws-corr-sent > zero
              display 'AOCEXTRACT: ' ws-corr-sent
                 ' correction(s) of amended answers carried'
           end-if

           string function trim(et-disp) delimited by size
                  ' record(s)' delimited by size
             into jl-answer
           if ws-corr-sent > zero
              move ws-corr-sent to ws-corr-disp
              move spaces to jl-answer
              string function trim(et-disp) delimited by size
                     ' record(s), ' delimited by size
                     function trim(ws-corr-disp) delimited by size
                     ' correction(s)' delimited by size
                into jl-answer
           end-if
           if corr-toobig
              move 'TOOBIG' to jl-status
           end-if
      *> Request 076: record counts for the structured log record.
           move ws-ext-total to jl-recs-read
           move zero to jl-recs-rejected
      *> Request 090: standardized return code for this run.
           COPY RCSET.
           move spaces to ext-reg-rec
           move ws-ext-seq to xr-seq
           move ws-today-yyyymmdd to xr-date
           move ws-ext-total to xr-recs
           move 'SENT' to xr-status
           move extract-file-name to xr-path
           open extend ext-reg-file
              ' registered SENT -- awaiting downstream ack'
           .

      *> The corrections file, held whole. A file too big for the
      *> table carries nothing tonight -- the rewrite that marks the
      *> carried ones SENT would otherwise truncate it (AOCINQ's VOID
      *> rule), and a correction sent twice is better than one lost.
       load-corrections section.
           move zero to cq-count
           open input corr-file
           if cx-corr-status not = '00'
              exit section
           end-if
           move 'on' to cx-eof
           read corr-file at end set cx-at-eof to true end-read
           perform until cx-at-eof
              if corr-record not = spaces
                 if cq-count >= cq-max
                    set corr-toobig to true
                    set cx-at-eof to true
                 else
                    add 1 to cq-count
                    move corr-record to cq-line(cq-count)
                 end-if
              end-if
              if not cx-at-eof
                 read corr-file at end set cx-at-eof to true end-read
              end-if
           end-perform
           close corr-file
           if corr-toobig
              display 'AOCEXTRACT: the corrections file exceeds the '
                 cq-max '-entry table limit -- NO correction carried '
                 'tonight; archive the ACKED entries'
              move zero to cq-count
           end-if
           .

      *> Every PENDING correction of this season goes out now, marked
      *> SENT under this extract's sequence.
       write-corrections section.
           perform varying cq-ix from 1 by 1 until cq-ix > cq-count
              move cq-line(cq-ix) to cq-rec
              if cq-pending and cq-season = jl-season
                 move spaces to extract-corr-record
                 move cq-run-date to xc-run-date
                 move cq-progid to xc-progid
                 move 'CORRECT' to xc-status
                 move cq-new-answer to xc-answer
                 move cq-orig-seq to xc-orig-seq
                 move cq-old-answer to xc-old-answer
                 move cq-reason to xc-reason
                 move cq-operator to xc-operator
                 write extract-corr-record
                 move 'SENT' to cq-status
                 move ws-ext-seq to cq-sent-seq
                 move cq-rec to cq-line(cq-ix)
                 add 1 to ws-corr-sent
              end-if
           end-perform
           .

       rewrite-corrections section.
           open output corr-file
           if cx-corr-status not = '00'
              display 'AOCEXTRACT: corrections file rewrite failed, '
                 'status ' cx-corr-status ' -- the carried '
                 'corrections will go out again next extract'
              exit section
           end-if
           perform varying cq-ix from 1 by 1 until cq-ix > cq-count
              write corr-record from cq-line(cq-ix)
           end-perform
           close corr-file
           .

      *> The sent ledger gains every key this extract carried for
      *> the first time -- so an amendment later knows which extract
      *> the tracking team took the old answer from.
       ledger-sent-keys section.
           perform varying et-ix from 1 by 1 until et-ix > et-count
              move 'N' to et-ledgered(et-ix)
           end-perform
           open input corrsent-file
           if cx-sent-status = '00'
              move 'on' to cx-eof
              read corrsent-file at end set cx-at-eof to true end-read
              perform until cx-at-eof
                 move corrsent-record to cs-rec
                 if cs-season = jl-season
                    perform varying et-ix from 1 by 1
                            until et-ix > et-count
                       if et-progid(et-ix) = cs-progid
                          and et-date(et-ix) = cs-run-date
                          move 'Y' to et-ledgered(et-ix)
                       end-if
                    end-perform
                 end-if
                 read corrsent-file at end set cx-at-eof to true
                 end-read
              end-perform
              close corrsent-file
           end-if
           open extend corrsent-file
           if cx-sent-status = '35'
              open output corrsent-file
           end-if
           if cx-sent-status not = '00'
              display 'AOCEXTRACT: SENT LEDGER UNAVAILABLE (status '
                 cx-sent-status ') -- later amendments of tonight''s '
                 'keys will raise no correction'
              exit section
           end-if
           perform varying et-ix from 1 by 1 until et-ix > et-count
              if et-ledgered(et-ix) = 'N'
                 move spaces to cs-rec
                 move ws-ext-seq to cs-seq
                 move jl-season to cs-season
                 move et-progid(et-ix) to cs-progid
                 move et-date(et-ix) to cs-run-date
                 move et-answer(et-ix) to cs-answer
                 write corrsent-record from cs-rec
              end-if
           end-perform
           close corrsent-file
           .

       collect-log-record section.
           COPY JOBLOGPARSE.
           if jlp-valid and jlp-status not = 'VOID'
              end-if
           end-if
           .

      *> An answer AOCRSLT flagged against the submission register
      *> (outside the known bounds, or a value already rejected)
      *> goes downstream with status SUSPECT, so the tracking team
      *> does not submit it blind. Only the flagged answer itself is
      *> marked -- a later rerun with a different answer is clean.
       mark-flagged-answers section.
           accept sb-env-path from environment 'AOC_SUBMISSION_FLAGS'
           if sb-env-path not = spaces
              move sb-env-path to subflag-name
           end-if
           open input subflag-file
           if sb-flag-status not = '00'
              exit section
           end-if
           move 'on' to sb-eof
           read subflag-file at end set sb-at-eof to true end-read
           perform until sb-at-eof
              move subflag-record to sf-rec
              perform varying et-ix from 1 by 1 until et-ix > et-count
                 if et-progid(et-ix) = sf-progid
                    and et-date(et-ix) = sf-run-date
                    and function trim(et-answer(et-ix))
                        = function trim(sf-answer)
                    and et-status(et-ix) not = 'VOID'
                    move 'SUSPECT' to et-status(et-ix)
                 end-if
              end-perform
              read subflag-file at end set sb-at-eof to true end-read
           end-perform
           close subflag-file
           .
