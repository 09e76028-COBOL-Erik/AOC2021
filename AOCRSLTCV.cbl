      *> with blank verdicts -- the AOCBACKUP/AOCYREND record-copy
      *> style, guarded so a second run (or a run against an
      *> already-new file) changes nothing.
      *> The key has since gained the event season in front of the
      *> program: a master under either earlier layout converts in
      *> one pass, every record stamped season 2021 (the only
      *> season there was) and any verdict it carries kept.
             select old-master
               assign to dynamic results-master-name
               organization is indexed
               access is sequential
               record key is om-key
               file status is om-file-status.
             select verd-master
               assign to dynamic results-master-name
               organization is indexed
               access is sequential
               record key is vm-key
               file status is vm-file-status.
             select new-master
               assign to dynamic results-master-name
               organization is indexed
          05 om-status      pic X(8).
          05 om-answer      pic X(40).

      *> The verdict-column layout, keyed before seasons.
       fd verd-master.
       01 vm-record.
          05 vm-key.
             10 vm-progid   pic X(20).
             10 vm-run-date pic 9(8).
          05 vm-run-time    pic 9(8).
          05 vm-status      pic X(8).
          05 vm-answer      pic X(40).
          05 vm-verdict     pic X(8).
          05 vm-verd-ref    pic X(12).

      *> The layout AOCRSLT writes today.
       fd new-master.
       01 nm-record.
          05 nm-key.
             10 nm-season   pic X(4).
             10 nm-progid   pic X(20).
             10 nm-run-date pic 9(8).
          05 nm-run-time    pic 9(8).
       77 ws-env-path pic X(60).
       77 om-file-status pic X(2).
       77 nm-file-status pic X(2).
       77 vm-file-status pic X(2).
       77 ws-from-layout pic X(24).

      *> The whole master held in storage for the rewrite -- a few
      *> dozen programs times the dates in the live file.
             10 cv-run-time pic 9(8).
             10 cv-status   pic X(8).
             10 cv-answer   pic X(40).
             10 cv-verdict  pic X(8).
             10 cv-verd-ref pic X(12).
       77 cv-ix pic S9(5) comp-4.
       77 ws-save-rc pic S9(9) comp-4.

                 continue
           end-evaluate

           open input verd-master
           if vm-file-status = '00'
              move 'the verdict-column layout' to ws-from-layout
              perform load-verdict-layout
           else
              open input old-master
              if om-file-status not = '00'
                 display 'AOCRSLTCV: master opens under NO known '
                    'layout (old status ' om-file-status
                    ') -- not touched; investigate before converting'
                 goback
              end-if
              move 'the original layout' to ws-from-layout
              perform load-original-layout
           end-if
           if cv-count > cv-max
              display 'AOCRSLTCV: master exceeds the ' cv-max
                 '-record table limit -- not converted'
              goback
           end-if
           display 'AOCRSLTCV: ' cv-count ' record(s) read under '
              function trim(ws-from-layout)

           move return-code to ws-save-rc
           call 'CBL_DELETE_FILE' using results-master-name
              goback
           end-if
           perform varying cv-ix from 1 by 1 until cv-ix > cv-count
              move '2021' to nm-season
              move cv-progid(cv-ix) to nm-progid
              move cv-run-date(cv-ix) to nm-run-date
              move cv-run-time(cv-ix) to nm-run-time
              move cv-status(cv-ix) to nm-status
              move cv-answer(cv-ix) to nm-answer
              move cv-verdict(cv-ix) to nm-verdict
              move cv-verd-ref(cv-ix) to nm-verd-ref
              write nm-record
           end-perform
           close new-master
           display 'AOCRSLTCV: master converted -- ' cv-count
              ' record(s) rewritten under season 2021'
           goback.

      *> A table that overflows leaves cv-count one past cv-max --
      *> the caller refuses the conversion on that.
       load-original-layout section.
           read old-master
              at end move '10' to om-file-status
           end-read
           perform until om-file-status not = '00'
              add 1 to cv-count
              if cv-count > cv-max
                 move '10' to om-file-status
              else
                 move om-progid to cv-progid(cv-count)
                 move om-run-date to cv-run-date(cv-count)
                 move om-run-time to cv-run-time(cv-count)
                 move om-status to cv-status(cv-count)
                 move om-answer to cv-answer(cv-count)
                 move spaces to cv-verdict(cv-count)
                                cv-verd-ref(cv-count)
                 read old-master
                    at end move '10' to om-file-status
                 end-read
              end-if
           end-perform
           close old-master
           .

       load-verdict-layout section.
           read verd-master
              at end move '10' to vm-file-status
           end-read
           perform until vm-file-status not = '00'
              add 1 to cv-count
              if cv-count > cv-max
                 move '10' to vm-file-status
              else
                 move vm-progid to cv-progid(cv-count)
                 move vm-run-date to cv-run-date(cv-count)
                 move vm-run-time to cv-run-time(cv-count)
                 move vm-status to cv-status(cv-count)
                 move vm-answer to cv-answer(cv-count)
                 move vm-verdict to cv-verdict(cv-count)
                 move vm-verd-ref to cv-verd-ref(cv-count)
                 read verd-master
                    at end move '10' to vm-file-status
                 end-read
              end-if
           end-perform
           close verd-master
           .
