      *> generations under BACKUP\, records each in the backup
      *> register, and retires generations past AOCBACKUP_KEEP.
      *> AOCBACKUP_RESTORE=Y instead offers the register's
      *> generations for one file or the whole set. AOCRECOV
      *> restores a RESULTS generation rolled forward through the
      *> results journal to a point in time.
             select copy-in-file
               assign to dynamic ws-copy-in-name
               organization is line sequential
             COPY PROFILESEL.
             COPY RUNLKSEL.
             COPY OPAUTHSEL.
             COPY HOLDSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY RUNLKFD.
       COPY OPAUTHFD.
       COPY HOLDFD.

       fd copy-in-file
          block 0 records
       fd master-in-file.
       01 mi-record.
          05 mi-key.
             10 mi-season   pic X(4).
             10 mi-progid   pic X(20).
             10 mi-run-date pic 9(8).
          05 mi-rest        pic X(76).
       fd master-out-file.
       01 mo-record.
          05 mo-key.
             10 mo-season   pic X(4).
             10 mo-progid   pic X(20).
             10 mo-run-date pic 9(8).
          05 mo-rest        pic X(76).
       77 rg-ix   pic S9(4) comp-4.
       77 rg-gens pic S9(4) comp-4.
       77 rg-seen pic S9(4) comp-4.
       77 rg-jx   pic S9(4) comp-4.
      *> Generations retention passed over for a legal hold.
       77 ws-gen-held pic 9(4) value zero.
       77 ws-pick pic X(4).
       77 ws-pick-num pic S9(4) comp-4.
       77 ws-restore-key pic X(10).

       COPY RUNLKWS.
       COPY OPAUTHWS.
       COPY HOLDWS.

       procedure division.
           COPY PROFILELOAD.
      *> lines dropped. The register is in append order, so "newest"
      *> is simply the last entries per key.
       apply-generation-retention section.
           COPY HOLDLOAD.
           perform load-register
           if reg-toobig
              display 'AOCBACKUP: the register exceeds the ' rg-max
                         until rg-ix > rg-count or rg-seen = zero
                    move rg-line(rg-ix) to reg-rec
                    if reg-key = cl-key(cl-ix)
                       perform check-generation-hold
                       if hd-held
                          add 1 to ws-gen-held
                          display 'AOCBACKUP: ' function trim(reg-key)
                             ' generation ' reg-date '-' reg-time
                             ' kept -- legal hold '
                             function trim(hd-held-case)
                       else
                          move return-code to ws-save-rc
                          call 'CBL_DELETE_FILE' using reg-path
                          move ws-save-rc to return-code
                          move 'N' to rg-keep(rg-ix)
                          add 1 to ws-retired
                       end-if
                       subtract 1 from rg-seen
                    end-if
                 end-perform
              display 'AOCBACKUP: ' ws-retired ' old generation(s) '
                 'retired past the ' ws-keep-gens '-generation keep'
           end-if
           if ws-gen-held > zero
              display 'AOCBACKUP: ' ws-gen-held ' generation(s) due '
                 'for retirement kept under legal hold'
           end-if
           .

      *> A generation holds every program's records, so any hold
      *> counts, whatever program it names: one taken inside a held
      *> range is held, and so is the first of its file taken after
      *> the range closes -- the earliest snapshot holding all of it.
       check-generation-hold section.
           move spaces to hd-chk-progid
           move reg-date to hd-chk-date
           COPY HOLDCHK.
           if hd-held
              exit section
           end-if
           perform varying hd-ix from 1 by 1
                   until hd-ix > hd-count or hd-held
              if reg-date > hd-to(hd-ix)
                 move 'yes!' to hd-held-sw
                 perform varying rg-jx from 1 by 1
                         until rg-jx >= rg-ix
                    move rg-line(rg-jx)(1:8) to hd-chk-date
                    if rg-line(rg-jx)(19:10) = reg-key
                       and hd-chk-date > hd-to(hd-ix)
                       move 'on' to hd-held-sw
                    end-if
                 end-perform
                 if hd-held
                    move hd-case(hd-ix) to hd-held-case
                 end-if
              end-if
           end-perform
           .

       load-register section.
