      *> an extract sitting unloaded in someone's pickup folder.
      *> Mismatches and overdue entries raise the warning code so
      *> the alert sweep pages them, and AOCEXCPT lists them until
      *> they clear. Corrections ride the extract that carried them:
      *> an ACKED extract closes its corrections ACKED too.
             COPY JOBLOGSEL.
             select ext-reg-file
               assign to dynamic ws-ext-reg-name
               assign to dynamic ws-ack-name
               organization is line sequential
               file status is ws-ack-status.
             COPY CORRSEL.
             COPY PROFILESEL.
       data division.
       file section.
          data record is ack-record.
       01 ack-record pic X(40).

       COPY CORRFD.

       working-storage section.
       COPY PROFILEWS.
       COPY CORRWS.
       77 a-dummy pic X.

       77 ws-ext-reg-name pic X(60)
       77 ws-overdue  pic 9(4) value zero.
       77 ws-disp pic Z(3)9.

      *> Corrections held whole for the rewrite.
       77 cq-max   pic S9(4) comp-4 value 500.
       77 cq-count pic S9(4) comp-4 value zero.
       01 cq-table.
          05 cq-line occurs 500 times pic X(240).
       77 cq-ix    pic S9(4) comp-4.
       77 ws-corr-toobig pic X value 'N'.
          88 corr-toobig value 'Y'.
       77 ws-corr-acked pic 9(4) value zero.
       77 ws-corr-open  pic 9(4) value zero.

       COPY EOFSW.

       COPY RUNMODE.
           end-if
           perform load-acks
           perform reconcile
           if not reg-toobig
              perform settle-corrections
           end-if

           if ws-mismatch > zero or ws-overdue > zero
              move 'ACKBAD' to jl-status
           end-if
           .

      *> Close every SENT correction whose carrying extract is now
      *> ACKED. The file is rewritten from the table, so one too big
      *> for it is left alone (AOCINQ's VOID rule).
       settle-corrections section.
           COPY CORRPATH.
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
              display 'AOCACK: the corrections file exceeds the '
                 cq-max '-entry table limit -- corrections NOT settled'
              exit section
           end-if
           perform varying cq-ix from 1 by 1 until cq-ix > cq-count
              move cq-line(cq-ix) to cq-rec
              if cq-sent
                 perform varying xg-ix from 1 by 1
                         until xg-ix > xg-count
                    move xg-line(xg-ix) to ext-reg-rec
                    if xr-seq = cq-sent-seq and xr-status = 'ACKED'
                       move 'ACKED' to cq-status
                       move cq-rec to cq-line(cq-ix)
                       add 1 to ws-corr-acked
                       exit perform
                    end-if
                 end-perform
              end-if
              if not cq-acked
                 add 1 to ws-corr-open
              end-if
           end-perform
           if ws-corr-acked > zero
              open output corr-file
              perform varying cq-ix from 1 by 1 until cq-ix > cq-count
                 write corr-record from cq-line(cq-ix)
              end-perform
              close corr-file
              display 'AOCACK: ' ws-corr-acked
                 ' correction(s) acknowledged with their extract'
           end-if
           if ws-corr-open > zero
              display 'AOCACK: ' ws-corr-open ' correction(s) still '
                 'awaiting acknowledgment -- see AOCCORR'
           end-if
           .

       rewrite-register section.
           open output ext-reg-file
           perform varying xg-ix from 1 by 1 until xg-ix > xg-count
