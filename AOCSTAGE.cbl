      *> live inputs; with trainees on the desk the audit trail
      *> alone is not protection.
             COPY OPAUTHSEL.
             COPY FRZSEL.
      *> Restaged-input comparisons -- a corrected file for a date
      *> already run is compared with its archived copy first.
             COPY RSTGSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY ARCHIVEFD.
       COPY RUNLKFD.
       COPY OPAUTHFD.
       COPY FRZFD.
       COPY RSTGFD.
      *> Used for every target that is itself LINE SEQUENTIAL (AOC1,
      *> AOC1b, AOC2b, AOC3, AOC3b, AOC4's two files, AOC2104A's two
      *> files, the day-5/8/9 inputs) -- one record per keyed line.
       fd stage-line-file
          block 0 records
          label records omitted
       77 ws-audit-date  pic 9(8).
       77 ws-audit-time  pic 9(8).
       77 ws-audit-count pic 9(6).
       77 ws-audit-verb  pic X(22).

       77 ws-arrival-path pic X(60)
          value 'C:\WS\AOC2021\AOC-ARRIVALS.txt'.

      *> Control header for staged line inputs (see HDRWS.cpy) --
      *> written only for the targets whose consumers skip it (AOC1,
      *> AOC2, AOC3, AOC4's draw file, the day-5/8/9 inputs); the
      *> bingo board files have their own first-line protocol and
      *> the raw single-record targets hold exactly one record.
      *> AOCSTAGE_HEADER=N turns the standard off.
       77 ws-hdr-target pic X value 'N'.
          88 hdr-target value 'Y'.
       77 ws-hdr-env    pic X(2).
          88 lock-blocked value 'Y'.

       COPY OPAUTHWS.
       COPY FRZWS.
      *> Set by check-authority when the operator lacks the right.
       77 ws-auth-blocked pic X value 'N'.
          88 auth-blocked value 'Y'.
       COPY SIGNLK.
       COPY RUNMODE.
      *> The service operator unattended staging runs under -- the
      *> one AOC_SERVICE_OPERATOR names and the runbook acts as.
       77 ws-service-oper pic X(8) value spaces.

      *> Restage comparison state. ws-rs-key names the staging
      *> target (a manifest key, or the raw program for menu targets
      *> 10-13); a blank key -- keyed staging, archive restores --
      *> compares nothing. The scope lists are the archive labels the
      *> target's copies are cataloged under and the programs whose
      *> answers of record it feeds.
       COPY RSTGWS.
       COPY RSLTLK.
       77 ws-rs-key      pic X(8) value spaces.
       77 ws-rs-archives pic X(80).
       77 ws-rs-programs pic X(40).
       77 ws-rs-answered pic X(40).
       77 ws-rs-season   pic X(4) value '2021'.
       77 ws-rs-busdate  pic 9(8).
       77 ws-rs-env      pic X(10).
       77 ws-rs-word     pic X(20).
       77 ws-rs-ptr      pic S9(4) comp-4.
       77 ws-rs-list-pad pic X(82).
       77 ws-rs-probe    pic X(42).
       77 ws-rs-tally    pic S9(4) comp-4.
       77 ws-rs-in-list  pic X.
          88 rs-in-list value 'Y'.
       77 ws-rs-refused  pic X value 'N'.
          88 restage-refused value 'Y'.
      *> Batch staging through AOCSTAGE_MANIFEST has no one to ask.
       77 ws-unattended  pic X value 'N'.
          88 unattended value 'Y'.
       77 ws-old-path    pic X(80).
       77 ws-old-time    pic 9(8).
       77 ws-df-added    pic 9(6).
       77 ws-df-removed  pic 9(6).
       77 ws-df-changed  pic 9(6).
       77 ws-df-same     pic 9(6).
       77 ws-df-line     pic 9(6).
       77 ws-df-shown    pic 9(2).
       77 ws-df-list     pic X(40).
       77 ws-df-ptr      pic S9(4) comp-4.
       77 ws-df-disp     pic Z(5)9.
       77 ws-df-new-sw   pic X.
          88 df-have-new value 'Y'.
       77 ws-df-old-sw   pic X.
          88 df-have-old value 'Y'.
       77 ws-df-old-open pic X.
          88 df-old-open value 'Y'.
       77 ws-df-new-rec  pic X(4000).
       77 ws-df-old-rec  pic X(4000).
      *> Fingerprints of the data lines, the archive's position-
      *> weighted checksum.
       77 ws-fp-new      pic 9(9).
       77 ws-fp-old      pic 9(9).
       77 ws-fp-ix       pic S9(4) comp-4.
       77 ws-fp-len      pic S9(4) comp-4.
       77 ws-confirm     pic X.

       procedure division.
           COPY PROFILELOAD.

      *> Request 084: resolve the operator before anything can be
      *> staged. Anyone at a console signs on first, manifest or
      *> not. Unattended staging (AOC_BATCH=Y, a manifest driven by
      *> AOCSPLIT or the runbook) has no one to sign on, so with
      *> sign-on in force it runs only as the service operator
      *> AOC_SERVICE_OPERATOR names -- any other AOC_OPERATOR is
      *> refused, not trusted.
           accept ws-batch-flag from environment 'AOC_BATCH'
           accept ws-env-path from environment 'AOCSTAGE_MANIFEST'
           if ws-env-path = spaces or not batch-mode
              COPY SIGNON REPLACING PROGID BY 'AOCSTAGE'
                                    OPERATOR BY ws-operator.
           else
              perform check-service-operator
              if auth-blocked
                 goback
              end-if
           end-if
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
           accept ws-env-path from environment 'AOCSTAGE_MANIFEST'
           if ws-env-path not = spaces
              move ws-env-path to ws-manifest-path
              if batch-mode
                 set unattended to true
              end-if
              perform process-manifest
              goback
           end-if
                 '''INFIL1'')'
              display '13. AOC2107B  (' '$INFIL1, default '
                 '''INFIL1'')'
              display '17. AOC2105A/B/C (' '$AOC2105_INPUT, default '
                 'C:\WS\AOC2021\AOC5.txt)'
              display '18. AOC2108A/B (' '$AOC8_INPUT, default '
                 'C:\WS\AOC2021\AOC8.txt)'
              display '19. AOC2109A/B (' '$AOC9_INPUT, default '
                 'C:\WS\AOC2021\AOC9.txt)'
              display '14. Stage one target from a downloaded file'
              display '15. Stage a whole day from a manifest file'
              display '16. Restore a target from the dated archive'
              display '99. Quit'
              display 'Choice: ' with no advancing
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 99 to ws-choice
              end-if
              move 'N' to ws-is-raw
              move spaces to ws-rs-key
              evaluate ws-choice
              when 1 thru 13
              when 17 thru 19
                 perform resolve-by-choice
                 perform stage-input
              when 14
           .

      *> Request 060: the 1-13 target resolution, shared between the
      *> keyed staging path and the new copy-from-file path. The
      *> day-5/8/9 inputs came later and took 17-19, after the
      *> menu's own 14-16.
       resolve-by-choice section.
           move 'N' to ws-hdr-target
           evaluate ws-choice
           when 10 thru 13
              perform resolve-infil1-path
              set raw-target to true
           when 17
              perform resolve-aoc5-path
           when 18
              perform resolve-aoc8-path
           when 19
              perform resolve-aoc9-path
           end-evaluate
           .

           end-if
           .

       resolve-aoc5-path section.
           move 'Y' to ws-hdr-target
           accept ws-env-path from environment 'AOC2105_INPUT'
           move 'C:\WS\AOC2021\AOC5.txt' to ws-target-path
           if ws-env-path not = spaces
              move ws-env-path to ws-target-path
           end-if
           .

       resolve-aoc8-path section.
           move 'Y' to ws-hdr-target
           accept ws-env-path from environment 'AOC8_INPUT'
           move 'C:\WS\AOC2021\AOC8.txt' to ws-target-path
           if ws-env-path not = spaces
              move ws-env-path to ws-target-path
           end-if
           .

       resolve-aoc9-path section.
           move 'Y' to ws-hdr-target
           accept ws-env-path from environment 'AOC9_INPUT'
           move 'C:\WS\AOC2021\AOC9.txt' to ws-target-path
           if ws-env-path not = spaces
              move ws-env-path to ws-target-path
           end-if
           .

       resolve-infil1-path section.
           accept ws-env-path from environment 'INFIL1'
           move 'INFIL1' to ws-target-path
           if auth-blocked
              exit section
           end-if
           display 'Target number (1-13 or 17-19, as in the menu): '
              with no advancing
           accept ws-sub-choice
           if ws-sub-choice < 1 or ws-sub-choice > 19
              or (ws-sub-choice > 13 and ws-sub-choice < 17)
              display 'Not a valid target number'
           else
      *> resolve-by-choice keys off ws-choice -- borrow it briefly
              move ws-sub-choice to ws-choice
              perform resolve-by-choice
              move 14 to ws-choice
              perform map-choice-to-restage-key
              display 'Source file path: ' with no advancing
              accept ws-source-path
              if ws-source-path = spaces

      *> Request 060: manifest mode -- one 'source-path|target-key'
      *> pair per line, target keys AOC1 AOC2 AOC3 AOC4A AOC4B
      *> BINGO1 INFIL1L AOC5 AOC8 AOC9 (line targets) and INFIL1 (raw
      *> single-record targets), covering a whole day's inputs in
      *> one pass.
       stage-manifest section.
           display 'Manifest file path: ' with no advancing
           accept ws-manifest-path
           end-unstring
           move 'N' to ws-is-raw
      *> The header flag must reset per pair too -- only the AOC1/
      *> AOC2/AOC3/AOC4A/AOC5/AOC8/AOC9 resolvers turn it on, and a
      *> board or raw target following one of those in a manifest
      *> (the exact path AOCSPLIT drives) must not inherit it, or a
      *> *AOCHDR line lands ahead of a bingo file's SIZE protocol.
           move 'N' to ws-hdr-target
           move function upper-case(function trim(ws-man-target))
             to ws-rs-key
           evaluate function upper-case(function trim(ws-man-target))
           when 'AOC1'    perform resolve-aoc1-path
           when 'AOC2'    perform resolve-aoc2-path
           when 'AOC4B'   perform resolve-aoc4-bingo-path
           when 'BINGO1'  perform resolve-bingo1-path
           when 'INFIL1L' perform resolve-infil1-path
           when 'AOC5'    perform resolve-aoc5-path
           when 'AOC8'    perform resolve-aoc8-path
           when 'AOC9'    perform resolve-aoc9-path
           when 'INFIL1'
              perform resolve-infil1-path
              set raw-target to true
           end-evaluate
           if ws-target-path not = spaces
              add 1 to ws-pair-count
              move 'N' to ws-rs-refused
              perform copy-source-to-target
              if restage-refused
                 subtract 1 from ws-pair-count
              end-if
           end-if
           .

              move 'N' to ws-stage-ok
           else
              close stage-src-file
      *> A corrected file for a date already run: compare it with
      *> the archived copy and let the operator decide. Restores
      *> from the archive put back what was run, so they skip this.
              if ws-rs-key not = spaces and oa-func not = 'RESTORE'
                 perform compare-restaged-input
                 if restage-refused
                    display 'Restage declined -- '
                       function trim(ws-target-path) ' left as it was'
                    move 'N' to ws-stage-ok
                    exit section
                 end-if
              end-if
              perform backup-live-target
              perform write-target-from-source
              if stage-ok
              read stage-src-file into ws-csv-buffer
                 at end set stage-at-eof to true
              end-read
      *> A generated or re-staged source can carry a control header
      *> this target has no place for -- the data is the next line.
              if not stage-at-eof and ws-csv-buffer(1:4) = '*AOC'
                 display 'Source control header dropped -- this '
                    'target does not carry one'
                 move spaces to ws-csv-buffer
                 read stage-src-file into ws-csv-buffer
                    at end set stage-at-eof to true
                 end-read
              end-if
              if stage-at-eof
                 display 'Source is empty -- target not written'
                 move 'N' to ws-stage-ok
              move 'on' to ws-stage-eof
              read stage-src-file at end set stage-at-eof to true
              end-read
      *> The same for the line targets that never carry a header --
      *> a board file's first line is its own SIZE protocol.
              if not hdr-target and not stage-at-eof
                 and stage-src-record(1:4) = '*AOC'
                 display 'Source control header dropped -- this '
                    'target does not carry one'
                 read stage-src-file at end set stage-at-eof to true
                 end-read
              end-if
              perform until stage-at-eof
                 write stage-line-record from stage-src-record
                 add 1 to ws-copy-count
      *> accumulates across sessions. 'Who staged Tuesday's input,
      *> and when' becomes a grep, not a mystery.
       write-staging-audit section.
      *> A restore from the archive says so, so the RESTORE right's
      *> use can be told from staging's in the trail.
           if oa-func = 'RESTORE'
              move ' line(s) restored to' to ws-audit-verb
           else
              move ' line(s) to' to ws-audit-verb
           end-if
           accept ws-audit-date from date yyyymmdd
           accept ws-audit-time from time
           open extend stage-audit-file
                  ws-operator delimited by size
                  ' ' delimited by size
                  ws-audit-count delimited by size
                  ws-audit-verb delimited by '  '
                  ' ' delimited by size
                  function trim(ws-target-path) delimited by size
             into stage-audit-record
           write stage-audit-record
           if auth-blocked
              exit section
           end-if
           display 'Target number (1-13 or 17-19, as in the menu): '
              with no advancing
           accept ws-sub-choice
           if ws-sub-choice < 1 or ws-sub-choice > 19
              or (ws-sub-choice > 13 and ws-sub-choice < 17)
              display 'Not a valid target number'
           else
              move ws-sub-choice to ws-choice
           COPY OPAUTHCHK.
           if not oa-allowed
              move 'Y' to ws-auth-blocked
              exit section
           end-if
      *> Staging and restores both overwrite live inputs, so both
      *> fall under a STAGING freeze.
           move 'STAGING' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              move 'Y' to ws-auth-blocked
           end-if
           .

           end-if
           .

      *> Unattended staging's operator check. No operator file means
      *> sign-on is not in force and AOC_OPERATOR stands as before.
       check-service-operator section.
           move 'N' to ws-auth-blocked
           accept oa-env-path from environment 'AOC_OPERAUTH'
           if oa-env-path not = spaces
              move oa-env-path to operauth-name
           end-if
           open input operauth-file
           if oa-file-status = '35'
              exit section
           end-if
           if oa-file-status = '00'
              close operauth-file
           end-if
           accept ws-operator from environment 'AOC_OPERATOR'
           accept ws-service-oper
             from environment 'AOC_SERVICE_OPERATOR'
           if ws-service-oper not = spaces
              and ws-operator = ws-service-oper
              exit section
           end-if
           move 'Y' to ws-auth-blocked
           if ws-service-oper = spaces
              display 'AOCSTAGE: sign-on is in force and no service '
                 'operator is set (AOC_SERVICE_OPERATOR) -- '
                 'unattended staging refused, nothing staged'
           else
              display 'AOCSTAGE: unattended staging runs only as '
                 'service operator ' function trim(ws-service-oper)
                 ', not [' function trim(ws-operator)
                 '] -- nothing staged'
           end-if
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
                  ' DENIED ' delimited by size
                  ws-operator delimited by size
                  ' STAGE not the service operator' delimited by size
             into auth-log-record
           write auth-log-record
           close auth-log-file
           .

       map-choice-to-archive-progid section.
           evaluate ws-sub-choice
              when 1 move 'AOC1' to ws-arch-progid
              when 11 move 'AOC2106B' to ws-arch-progid
              when 12 move 'AOC2107A' to ws-arch-progid
              when 13 move 'AOC2107B' to ws-arch-progid
              when 17 move 'AOC2105C' to ws-arch-progid
              when 18 move 'AOC2108A' to ws-arch-progid
              when 19 move 'AOC2109A' to ws-arch-progid
           end-evaluate
           .

              end-if
           end-if
           .

      *> The restage key for a menu target -- the manifest key that
      *> stages the same file, or for the raw targets 10-13 the one
      *> program that reads it.
       map-choice-to-restage-key section.
           evaluate ws-sub-choice
              when 1 when 2 move 'AOC1' to ws-rs-key
              when 3 move 'AOC2' to ws-rs-key
              when 4 when 5 move 'AOC3' to ws-rs-key
              when 6 move 'AOC4A' to ws-rs-key
              when 7 move 'AOC4B' to ws-rs-key
              when 8 move 'INFIL1L' to ws-rs-key
              when 9 move 'BINGO1' to ws-rs-key
              when 10 move 'AOC2106A' to ws-rs-key
              when 11 move 'AOC2106B' to ws-rs-key
              when 12 move 'AOC2107A' to ws-rs-key
              when 13 move 'AOC2107B' to ws-rs-key
              when 17 move 'AOC5' to ws-rs-key
              when 18 move 'AOC8' to ws-rs-key
              when 19 move 'AOC9' to ws-rs-key
              when other move spaces to ws-rs-key
           end-evaluate
           .

      *> What a restage key puts at stake: the archive labels its
      *> input is cataloged under, and the programs whose answers of
      *> record were worked from it. The manifest's raw INFIL1 feeds
      *> all four day-6/7 programs at once.
       set-restage-scope section.
           move spaces to ws-rs-archives ws-rs-programs
           evaluate ws-rs-key
           when 'AOC1'
              move 'AOC1 AOC1b' to ws-rs-archives ws-rs-programs
           when 'AOC2'
              move 'AOC2b' to ws-rs-archives ws-rs-programs
           when 'AOC3'
              move 'AOC3 AOC3b' to ws-rs-archives ws-rs-programs
           when 'AOC4A'
              move 'AOC4-INPUT' to ws-rs-archives
              move 'AOC4' to ws-rs-programs
           when 'AOC4B'
              move 'AOC4-BINGO' to ws-rs-archives
              move 'AOC4' to ws-rs-programs
           when 'INFIL1L'
              move 'AOC2104A-INFIL1-G1' to ws-rs-archives
              move 'AOC2104A' to ws-rs-programs
           when 'BINGO1'
              move 'AOC2104A-BINGO1-G1' to ws-rs-archives
              move 'AOC2104A' to ws-rs-programs
           when 'INFIL1'
              move 'AOC2106A AOC2106B AOC2107A AOC2107B'
                to ws-rs-archives ws-rs-programs
           when 'AOC2106A'
           when 'AOC2106B'
           when 'AOC2107A'
           when 'AOC2107B'
              move ws-rs-key to ws-rs-archives ws-rs-programs
           when 'AOC5'
              move 'AOC2105A AOC2105B AOC2105C'
                to ws-rs-archives ws-rs-programs
           when 'AOC8'
              move 'AOC2108A AOC2108B' to ws-rs-archives ws-rs-programs
           when 'AOC9'
              move 'AOC2109A AOC2109B' to ws-rs-archives ws-rs-programs
           end-evaluate
           .

      *> A file staged for a business date that already has both an
      *> archived input and an answer of record is a resend. Compare
      *> it line by line with the archived copy, show the difference,
      *> and have the operator confirm before it goes over the live
      *> input. AOCSTAGE_RESTAGE=Y/N answers for an unattended run;
      *> without it an unattended resend is declined, never guessed.
      *> The comparison is kept in the restage register, where
      *> AOCRSLT finds it for the pending amendment the rerun parks.
       compare-restaged-input section.
           move 'N' to ws-rs-refused
           perform set-restage-scope
           if ws-rs-archives = spaces
              exit section
           end-if
           accept ws-rs-env from environment 'AOC_BUSDATE'
           if ws-rs-env(1:8) is numeric
              and ws-rs-env(1:8) not = '00000000'
              move ws-rs-env(1:8) to ws-rs-busdate
           else
              accept ws-rs-busdate from date yyyymmdd
           end-if
           move '2021' to ws-rs-season
           accept ws-rs-env from environment 'AOC_SEASON'
           if ws-rs-env not = spaces
              move ws-rs-env(1:4) to ws-rs-season
           end-if
           perform find-archived-input
           if ws-old-path = spaces
              exit section
           end-if
           perform find-answers-of-record
           if ws-rs-answered = spaces
              exit section
           end-if
           perform diff-against-archive

           display ' '
           display 'AOCSTAGE: ' function trim(ws-rs-key) ' for '
              ws-rs-busdate ' was already run -- answer(s) of record '
              'for ' function trim(ws-rs-answered)
           display '  archived input: ' function trim(ws-old-path)
           move ws-df-added to ws-df-disp
           display '  records added:     ' ws-df-disp
           move ws-df-removed to ws-df-disp
           display '  records removed:   ' ws-df-disp
           move ws-df-changed to ws-df-disp
           display '  records changed:   ' ws-df-disp
           if ws-df-list not = spaces
              display '    first changed at line(s) '
                 function trim(ws-df-list)
           end-if
           move ws-df-same to ws-df-disp
           display '  records unchanged: ' ws-df-disp
           display '  fingerprint: archived ' ws-fp-old
              '  new ' ws-fp-new

           move spaces to ws-rs-env
           accept ws-rs-env from environment 'AOCSTAGE_RESTAGE'
           move function upper-case(ws-rs-env(1:1)) to ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'N'
              if unattended
                 display '  unattended -- set AOCSTAGE_RESTAGE=Y to '
                    'restage a resend'
                 move 'N' to ws-confirm
              else
                 display 'Restage over the processed input? (Y/N): '
                    with no advancing
                 move space to ws-confirm
                 accept ws-confirm
                 move function upper-case(ws-confirm) to ws-confirm
              end-if
           end-if
           if ws-confirm not = 'Y'
              move 'Y' to ws-rs-refused
           end-if
           perform write-restage-record
           .

      *> The latest archive copy cataloged for the business date and
      *> season under one of the key's labels -- the input that run.
       find-archived-input section.
           move spaces to ws-old-path
           move zero to ws-old-time
           open input archive-cat-file
           if archive-cat-status not = '00'
              exit section
           end-if
           move spaces to ws-rs-list-pad
           string ' ' delimited by size
                  function trim(ws-rs-archives) delimited by size
                  ' ' delimited by size
             into ws-rs-list-pad
           move 'on' to ws-stage-eof
           read archive-cat-file at end set stage-at-eof to true
           end-read
           perform until stage-at-eof
              move archive-cat-record to arc-cat-record
              if arc-cat-date = ws-rs-busdate
                 and (arc-cat-season = ws-rs-season
                      or (arc-cat-season = spaces
                          and ws-rs-season = '2021'))
                 and arc-cat-time >= ws-old-time
                 perform check-archive-label
                 if rs-in-list
                    move arc-cat-time to ws-old-time
                    move arc-cat-path to ws-old-path
                 end-if
              end-if
              read archive-cat-file at end set stage-at-eof to true
              end-read
           end-perform
           close archive-cat-file
           .

       check-archive-label section.
           move 'N' to ws-rs-in-list
           move spaces to ws-rs-probe
           string ' ' delimited by size
                  function trim(arc-cat-progid) delimited by size
                  ' ' delimited by size
             into ws-rs-probe
           compute ws-rs-ptr =
              function length(function trim(arc-cat-progid)) + 2
           move zero to ws-rs-tally
           inspect ws-rs-list-pad tallying ws-rs-tally
              for all ws-rs-probe(1:ws-rs-ptr)
           if ws-rs-tally > zero
              move 'Y' to ws-rs-in-list
           end-if
           .

      *> Which of the key's programs hold an answer of record for the
      *> business date -- the answers a rerun would amend.
       find-answers-of-record section.
           move spaces to ws-rs-answered
           move 1 to ws-rs-ptr
           perform until ws-rs-ptr > function length(ws-rs-programs)
              move spaces to ws-rs-word
              unstring ws-rs-programs delimited by all space
                 into ws-rs-word
                 with pointer ws-rs-ptr
              end-unstring
              if ws-rs-word not = spaces
                 move 'R' to rslt-func
                 move ws-rs-word to rslt-progid
                 move ws-rs-busdate to rslt-run-date
                 move ws-rs-season to rslt-season
                 move 'N' to rslt-found
                 call 'AOCRSLT' using rslt-parm
                    on exception
                       move 'N' to rslt-found
                 end-call
                 if rslt-found = 'Y'
                    if ws-rs-answered = spaces
                       move ws-rs-word to ws-rs-answered
                    else
                       move spaces to ws-rs-probe
                       string function trim(ws-rs-answered)
                                 delimited by size
                              ' ' delimited by size
                              function trim(ws-rs-word)
                                 delimited by size
                         into ws-rs-probe
                       move ws-rs-probe to ws-rs-answered
                    end-if
                 end-if
              else
                 compute ws-rs-ptr = function length(ws-rs-programs) + 1
              end-if
           end-perform
           .

      *> Positional line-by-line comparison of the data lines -- a
      *> control header on either side is not data and is passed
      *> over. Each side's fingerprint is the archive's position-
      *> weighted checksum over its data lines.
       diff-against-archive section.
           move zero to ws-df-added ws-df-removed ws-df-changed
                        ws-df-same ws-df-line ws-df-shown
                        ws-fp-new ws-fp-old
           move spaces to ws-df-list
           move 1 to ws-df-ptr
           move ws-old-path to archive-src-name
           open input stage-src-file
           open input archive-src-file
           move 'on' to ws-stage-eof
           move 'N' to ws-df-old-open
           if archive-src-status = '00'
              move 'Y' to ws-df-old-open
              move 'on' to archive-eof
           else
              set archive-at-eof to true
           end-if
           perform read-next-new-line
           perform read-next-old-line
           perform until not df-have-new and not df-have-old
              add 1 to ws-df-line
              evaluate true
              when df-have-new and df-have-old
                 if ws-df-new-rec = ws-df-old-rec
                    add 1 to ws-df-same
                 else
                    add 1 to ws-df-changed
                    if ws-df-shown < 5
                       add 1 to ws-df-shown
                       move ws-df-line to ws-df-disp
                       string function trim(ws-df-disp)
                                 delimited by size
                              ' ' delimited by size
                         into ws-df-list
                         with pointer ws-df-ptr
                       end-string
                    end-if
                 end-if
              when df-have-new
                 add 1 to ws-df-added
              when other
                 add 1 to ws-df-removed
              end-evaluate
              if df-have-new
                 perform read-next-new-line
              end-if
              if df-have-old
                 perform read-next-old-line
              end-if
           end-perform
           close stage-src-file
           if df-old-open
              close archive-src-file
           end-if
           .

       read-next-new-line section.
           move 'N' to ws-df-new-sw
           perform until df-have-new or stage-at-eof
              move spaces to ws-df-new-rec
              read stage-src-file into ws-df-new-rec
                 at end set stage-at-eof to true
              end-read
              if not stage-at-eof
                 and ws-df-new-rec(1:4) not = '*AOC'
                 inspect ws-df-new-rec
                    replacing all low-values by spaces
                 move 'Y' to ws-df-new-sw
                 compute ws-fp-len =
                    function stored-char-length(ws-df-new-rec)
                 perform varying ws-fp-ix from 1 by 1
                         until ws-fp-ix > ws-fp-len
                    compute ws-fp-new = function mod(ws-fp-new
                       + function ord(ws-df-new-rec(ws-fp-ix:1))
                       * ws-fp-ix, 999999937)
                 end-perform
              end-if
           end-perform
           .

       read-next-old-line section.
           move 'N' to ws-df-old-sw
           perform until df-have-old or archive-at-eof
              move spaces to ws-df-old-rec
              read archive-src-file into ws-df-old-rec
                 at end set archive-at-eof to true
              end-read
              if not archive-at-eof
                 and ws-df-old-rec(1:4) not = '*AOC'
                 inspect ws-df-old-rec
                    replacing all low-values by spaces
                 move 'Y' to ws-df-old-sw
                 compute ws-fp-len =
                    function stored-char-length(ws-df-old-rec)
                 perform varying ws-fp-ix from 1 by 1
                         until ws-fp-ix > ws-fp-len
                    compute ws-fp-old = function mod(ws-fp-old
                       + function ord(ws-df-old-rec(ws-fp-ix:1))
                       * ws-fp-ix, 999999937)
                 end-perform
              end-if
           end-perform
           .

      *> One register line per comparison, confirmed or declined,
      *> and the same in short on the staging audit trail.
       write-restage-record section.
           move spaces to rs-rec
           accept rs-date from date yyyymmdd
           accept rs-time from time
           move ws-operator to rs-operator
           move ws-rs-busdate to rs-busdate
           move ws-rs-season to rs-season
           move ws-rs-key to rs-target
           move ws-df-added to rs-added
           move ws-df-removed to rs-removed
           move ws-df-changed to rs-changed
           move ws-fp-old to rs-old-fp
           move ws-fp-new to rs-new-fp
           if restage-refused
              set rs-declined to true
           else
              set rs-confirmed to true
           end-if
           move ws-rs-answered to rs-programs
           move ws-old-path to rs-arch-path
           COPY RSTGPATH.
           open extend restage-file
           if rs-file-status = '35'
              open output restage-file
           end-if
           write restage-record from rs-rec
           close restage-file

           open extend stage-audit-file
           if ws-audit-status = '35'
              open output stage-audit-file
           end-if
           move spaces to stage-audit-record
           string rs-date delimited by size
                  ' ' delimited by size
                  rs-time delimited by size
                  ' ' delimited by size
                  ws-operator delimited by size
                  ' RESTAGE ' delimited by size
                  rs-busdate delimited by size
                  ' ' delimited by size
                  function trim(ws-rs-key) delimited by size
                  ' +' delimited by size
                  rs-added delimited by size
                  ' -' delimited by size
                  rs-removed delimited by size
                  ' ~' delimited by size
                  rs-changed delimited by size
                  ' fp ' delimited by size
                  rs-new-fp delimited by size
                  ' ' delimited by size
                  rs-decision delimited by size
             into stage-audit-record
           write stage-audit-record
           close stage-audit-file
           .
