               file status is ws-probe-status.
             COPY PROFILESEL.
             COPY OPAUTHSEL.
             COPY FRZSEL.
             COPY HOLDSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CKPTFD.
       COPY OPAUTHFD.
       COPY FRZFD.
       COPY HOLDFD.

       fd probe-file
          block 0 records
       COPY EOFSW.

       COPY OPAUTHWS.
       COPY FRZWS.
       COPY HOLDWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY SIGNON REPLACING PROGID BY 'AOCCKPT'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'

           COPY HOLDLOAD.
           perform load-registry
           if pk-count = zero
              display 'AOCCKPT: the checkpoint registry is empty -- '
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
           if not oa-allowed
              exit section
           end-if
           move 'PURGE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              exit section
           end-if
      *> A checkpoint dated inside a legal hold on its program is
      *> evidence of that night's run -- it stays.
           move pk-progid(pk-ix) to hd-chk-progid
           move pk-date(pk-ix) to hd-chk-date
           COPY HOLDCHK.
           if hd-held
              display 'AOCCKPT: ' function trim(pk-progid(pk-ix))
                 ' ' pk-date(pk-ix) ' is under legal hold '
                 function trim(hd-held-case) ' -- checkpoint kept, '
                 'nothing deleted'
              exit section
           end-if
           move pk-path(pk-ix) to ws-probe-path
           open input probe-file
           if ws-probe-status not = '00'
