       identification division.
       program-id. AOCCORR.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Outstanding corrections report. An answer of record amended
      *> after an extract already carried it raises a correction
      *> (AOCRSLT), the next extract carries it (AOCEXTRACT), and
      *> the acknowledgment of that extract closes it (AOCACK). This
      *> lists every correction not yet closed: PENDING ones still
      *> waiting for an extract, SENT ones waiting on downstream --
      *> with the state of the extract that carried them -- so the
      *> tracking team is never left holding an old value unseen.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select ext-reg-file
               assign to dynamic ws-ext-reg-name
               organization is line sequential
               file status is ws-ext-reg-status.
             COPY CORRSEL.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.
       COPY CORRFD.

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(200).

       fd ext-reg-file
          block 0 records
          label records omitted
          data record is ext-reg-record.
       01 ext-reg-record pic X(160).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       COPY CORRWS.
       77 a-dummy pic X.

       77 report-file-name pic X(60).
       77 ws-ext-reg-name pic X(60)
          value 'C:\WS\AOC2021\AOC-EXTRACT-REGISTER.txt'.
       77 ws-ext-reg-status pic X(2).
      *> Extract register mirror -- the AOCEXTRACT column layout.
       01 ext-reg-rec.
          05 xr-seq    pic 9(6).
          05 filler    pic X.
          05 xr-date   pic 9(8).
          05 filler    pic X.
          05 xr-recs   pic 9(6).
          05 filler    pic X.
          05 xr-status pic X(8).
          05 filler    pic X.
          05 xr-path   pic X(80).

      *> The outstanding corrections, gathered before the report is
      *> written so the heading knows whether it has rows.
       77 cq-max   pic S9(4) comp-4 value 500.
       77 cq-count pic S9(4) comp-4 value zero.
       01 cq-table.
          05 cq-line occurs 500 times pic X(240).
       77 cq-ix    pic S9(4) comp-4.
       77 ws-read-count pic 9(6) value zero.
       77 ws-pending    pic 9(4) value zero.
       77 ws-sent       pic 9(4) value zero.
       77 ws-over       pic 9(4) value zero.
       77 ws-disp       pic Z(3)9.
       77 ws-disp2      pic Z(3)9.
       77 ws-carrier    pic X(8).

      *> One detail line, under the column heading.
       01 cl-line.
          05 cl-run-date   pic 9(8).
          05 filler        pic X(2).
          05 cl-progid     pic X(20).
          05 filler        pic X(2).
          05 cl-orig-seq   pic 9(6).
          05 filler        pic X(4).
          05 cl-state      pic X(8).
          05 filler        pic X(2).
          05 cl-sent-seq   pic X(6).
          05 filler        pic X(4).
          05 cl-carrier    pic X(8).
          05 filler        pic X(2).
          05 cl-operator   pic X(8).
          05 filler        pic X(2).
          05 cl-old-answer pic X(20).
          05 filler        pic X(2).
          05 cl-new-answer pic X(20).
          05 filler        pic X(2).
          05 cl-reason     pic X(40).

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.
           COPY CORRPATH.

           perform gather-outstanding

           string 'C:\WS\AOC2021\AOCCORR-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCCORR' to rw-prog
           move 'CORRECTIONS AWAITING ACKNOWLEDGMENT' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.

           move 'RUN DATE  PROGRAM               ORIG SEQ  '
              & 'STATE     SENT SEQ  EXTRACT   APPROVER  '
              & 'OLD ANSWER            NEW ANSWER            REASON'
              to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if cq-count > zero
              COPY RPTCOLS REPLACING RPT-REC BY report-record.
           end-if
           if cq-count = zero
              move 'none -- every correction has been acknowledged'
                to report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           perform varying cq-ix from 1 by 1 until cq-ix > cq-count
              perform write-one-correction
           end-perform

           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move ws-pending to ws-disp
           move ws-sent to ws-disp2
           string 'Awaiting an extract: ' delimited by size
                  function trim(ws-disp) delimited by size
                  '   sent, awaiting acknowledgment: '
                     delimited by size
                  function trim(ws-disp2) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-over > zero
              move ws-over to ws-disp
              move spaces to report-record
              string 'Past the table limit and not listed: '
                        delimited by size
                     function trim(ws-disp) delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCCORR'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY cq-count.
           move cq-count to ws-disp
           display 'AOCCORR: ' function trim(ws-disp)
              ' correction(s) awaiting acknowledgment -- see '
              function trim(report-file-name)

           compute ws-disp = ws-pending + ws-sent + ws-over
           move spaces to jl-answer
           string function trim(ws-disp) delimited by size
                  ' outstanding' delimited by size
             into jl-answer
           move ws-read-count to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCCORR'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> Every correction not yet ACKED, in the order raised.
       gather-outstanding section.
           move zero to cq-count
           open input corr-file
           if cx-corr-status not = '00'
              exit section
           end-if
           move 'on' to cx-eof
           read corr-file at end set cx-at-eof to true end-read
           perform until cx-at-eof
              if corr-record not = spaces
                 add 1 to ws-read-count
                 move corr-record to cq-rec
                 if not cq-acked
                    if cq-count < cq-max
                       add 1 to cq-count
                       move corr-record to cq-line(cq-count)
                       if cq-sent
                          add 1 to ws-sent
                       else
                          add 1 to ws-pending
                       end-if
                    else
                       add 1 to ws-over
                    end-if
                 end-if
              end-if
              read corr-file at end set cx-at-eof to true end-read
           end-perform
           close corr-file
           .

       write-one-correction section.
           move cq-line(cq-ix) to cq-rec
           move spaces to cl-line
           move cq-run-date to cl-run-date
           move cq-progid to cl-progid
           move cq-orig-seq to cl-orig-seq
           move cq-status to cl-state
           move cq-operator to cl-operator
           move cq-old-answer to cl-old-answer
           move cq-new-answer to cl-new-answer
           move cq-reason to cl-reason
           if cq-sent
              move cq-sent-seq to cl-sent-seq
              perform find-carrier-status
              move ws-carrier to cl-carrier
           end-if
           move cl-line to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> Where the extract that carried a SENT correction stands in
      *> the handshake -- SENT (not yet acknowledged) or MISMATCH
      *> (downstream loaded a different count: chase it).
       find-carrier-status section.
           move 'UNKNOWN' to ws-carrier
           open input ext-reg-file
           if ws-ext-reg-status not = '00'
              exit section
           end-if
           move 'on' to file-eof
           read ext-reg-file at end set eof-in to true end-read
           perform until eof-in
              move ext-reg-record to ext-reg-rec
              if xr-seq = cq-sent-seq
                 move xr-status to ws-carrier
              end-if
              read ext-reg-file at end set eof-in to true end-read
           end-perform
           close ext-reg-file
           .
