       identification division.
       program-id. AOCPROFUSE.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Profile where-used and orphan report. The where-used
      *> register (PROFUSE.cpy) says which programs read each
      *> setting; this holds it against the live profile and every
      *> named profile set (AOCPROFUSE_SETS, space-separated set
      *> words as AOC_PROFILE takes them, default TEST PRODUCTION)
      *> and lists the settings no program reads, the settings a
      *> program reads that no profile set defines (the program is
      *> then running on the environment or its built-in default),
      *> and the settings whose value differs from one set to
      *> another. A season line (yyyy:NAME=VALUE) is read by the
      *> programs that read NAME, and is compared across the sets
      *> as a setting of its own.
             COPY JOBLOGSEL.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select set-file
               assign to dynamic uw-set-path
               organization is line sequential
               file status is uw-set-status.
             COPY PROFILESEL.
             COPY CATSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY JOBLOGFD.

       fd report-file
          block 0 records
          label records omitted
          data record is report-record.
       01 report-record pic X(200).

       fd set-file
          block 0 records
          label records omitted
          data record is set-record.
       01 set-record pic X(132).

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       COPY RPTWS.
       77 a-dummy pic X.

       COPY PROFUSE.

       77 report-file-name pic X(60).
       77 uw-set-path   pic X(80).
       77 uw-set-status pic X(2).
       77 uw-env        pic X(80).
       77 uw-word       pic X(20).
       77 uw-ptr        pic S9(4) comp-4.

      *> The sets: LIVE first, then the named ones.
       77 ss-max   pic S9(4) comp-4 value 10.
       77 ss-count pic S9(4) comp-4 value zero.
       01 ss-table.
          05 ss-entry occurs 10 times.
             10 ss-word  pic X(20).
             10 ss-path  pic X(80).
             10 ss-found pic X.
             10 ss-lines pic 9(4).
       77 ss-ix pic S9(4) comp-4.

      *> Every setting in every set found.
       77 sv-max   pic S9(4) comp-4 value 2000.
       77 sv-count pic S9(4) comp-4 value zero.
       01 sv-table.
          05 sv-entry occurs 2000 times.
             10 sv-name  pic X(40).
             10 sv-base  pic X(40).
             10 sv-set   pic S9(4) comp-4.
             10 sv-value pic X(80).
             10 sv-done  pic X.
       77 sv-ix  pic S9(4) comp-4.
       77 sv-jx  pic S9(4) comp-4.
       77 uw-sv-full pic X value 'N'.

       77 uw-name  pic X(40).
       77 uw-value pic X(80).
       77 uw-hit   pic X.
       77 uw-differs pic X.
       77 uw-sets-list pic X(120).
       77 uw-list-ptr  pic S9(4) comp-4.

       77 uw-unread   pic 9(4) value zero.
       77 uw-undef    pic 9(4) value zero.
       77 uw-differ   pic 9(4) value zero.
       77 uw-lines    pic 9(6) value zero.
       77 uw-disp     pic ZZZ9.
       77 uw-disp2    pic ZZZ9.
       77 uw-disp3    pic ZZZ9.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

           perform resolve-sets
           perform varying ss-ix from 1 by 1 until ss-ix > ss-count
              perform load-one-set
           end-perform

           move spaces to report-file-name
           string 'C:\WS\AOC2021\AOCPROFUSE-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into report-file-name
           open output report-file
           move 'AOCPRFUS' to rw-prog
           move 'PROFILE SETTING WHERE-USED AND ORPHANS' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY report-record.
           perform write-set-lines
           perform write-unread
           perform write-undefined
           perform write-differences
           perform write-summary
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOCPROFUSE'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY sv-count.

           move uw-unread to uw-disp
           move uw-undef to uw-disp2
           move uw-differ to uw-disp3
           if uw-unread > zero
              display 'AOC1601W AOCPROFUSE: ' function trim(uw-disp)
                 ' profile setting(s) no program reads -- see '
                 function trim(report-file-name)
           end-if
           display 'AOCPROFUSE: ' function trim(uw-disp) ' unread, '
              function trim(uw-disp2) ' undefined, '
              function trim(uw-disp3) ' differing between sets'
           if uw-sv-full = 'Y'
              move 'PARTIAL' to jl-status
           end-if

           string function trim(uw-disp) delimited by size
                  ' unread ' delimited by size
                  function trim(uw-disp2) delimited by size
                  ' undefined ' delimited by size
                  function trim(uw-disp3) delimited by size
                  ' differ' delimited by size
             into jl-answer
           move uw-lines to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCPROFUSE'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> LIVE is the unnamed AOCPROFILE.txt; a named set maps the
      *> way PROFILELOAD maps AOC_PROFILE.
       resolve-sets section.
           move 1 to ss-count
           move 'LIVE' to ss-word(1)
           move 'C:\WS\AOC2021\AOCPROFILE.txt' to ss-path(1)
           move spaces to uw-env
           accept uw-env from environment 'AOCPROFUSE_SETS'
           if uw-env = spaces
              move 'TEST PRODUCTION' to uw-env
           end-if
           move 1 to uw-ptr
           perform until uw-ptr > 80 or ss-count >= ss-max
              move spaces to uw-word
              unstring uw-env delimited by all space
                 into uw-word
                 with pointer uw-ptr
              end-unstring
              if uw-word not = spaces
                 and function upper-case(uw-word) not = 'LIVE'
                 add 1 to ss-count
                 move uw-word to ss-word(ss-count)
                 move spaces to ss-path(ss-count)
                 string 'C:\WS\AOC2021\AOCPROFILE-' delimited by size
                        function trim(uw-word) delimited by size
                        '.txt' delimited by size
                   into ss-path(ss-count)
              end-if
           end-perform
           .

       load-one-set section.
           move 'N' to ss-found(ss-ix)
           move zero to ss-lines(ss-ix)
           move ss-path(ss-ix) to uw-set-path
           open input set-file
           if uw-set-status not = '00'
              exit section
           end-if
           move 'Y' to ss-found(ss-ix)
           move 'on' to file-eof
           read set-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to uw-lines
              if set-record not = spaces
                 and set-record(1:1) not = '*'
                 perform add-setting
              end-if
              read set-file at end set eof-in to true end-read
           end-perform
           close set-file
           .

       add-setting section.
           if sv-count >= sv-max
              move 'Y' to uw-sv-full
              exit section
           end-if
           move spaces to uw-name uw-value
           unstring set-record delimited by '='
              into uw-name uw-value
           end-unstring
           if uw-name = spaces
              exit section
           end-if
           add 1 to sv-count
           add 1 to ss-lines(ss-ix)
           move uw-name to sv-name(sv-count)
           move uw-value to sv-value(sv-count)
           move ss-ix to sv-set(sv-count)
           move 'N' to sv-done(sv-count)
           if uw-name(5:1) = ':' and uw-name(1:4) is numeric
              move uw-name(6:) to sv-base(sv-count)
           else
              move uw-name to sv-base(sv-count)
           end-if
           .

       write-set-lines section.
           move 'Profile sets:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying ss-ix from 1 by 1 until ss-ix > ss-count
              move ss-lines(ss-ix) to uw-disp
              move spaces to report-record
              if ss-found(ss-ix) = 'Y'
                 string '  ' delimited by size
                        ss-word(ss-ix) delimited by size
                        ' ' delimited by size
                        function trim(uw-disp) delimited by size
                        ' setting(s)  ' delimited by size
                        function trim(ss-path(ss-ix)) delimited by size
                   into report-record
              else
                 string '  ' delimited by size
                        ss-word(ss-ix) delimited by size
                        ' (no file)  ' delimited by size
                        function trim(ss-path(ss-ix)) delimited by size
                   into report-record
              end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-perform
           move pw-count to uw-disp
           move spaces to report-record
           string '  ' delimited by size
                  function trim(uw-disp) delimited by size
                  ' where-used register entries' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> A defined name the register does not know -- once per name,
      *> naming every set that defines it.
       write-unread section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Settings no program reads:' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying sv-ix from 1 by 1 until sv-ix > sv-count
              move sv-base(sv-ix) to uw-name
              perform find-register
              if uw-hit = 'N'
                 perform check-first-base
                 if uw-hit = 'Y'
                    add 1 to uw-unread
                    perform list-base-sets
                    move spaces to report-record
                    string '  ' delimited by size
                           function trim(sv-base(sv-ix))
                              delimited by size
                           '  in ' delimited by size
                           function trim(uw-sets-list)
                              delimited by size
                      into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
                 end-if
              end-if
           end-perform
           if uw-unread = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

      *> A register name no set defines -- once per name.
       write-undefined section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Settings a program reads that no profile set defines '
             & '(environment or built-in default):' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying pw-ix from 1 by 1 until pw-ix > pw-count
              if pw-ix = 1
                 perform check-undefined
              else
                 if pw-name(pw-ix) not = pw-name(pw-ix - 1)
                    perform check-undefined
                 end-if
              end-if
           end-perform
           if uw-undef = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       check-undefined section.
           perform varying sv-ix from 1 by 1 until sv-ix > sv-count
              if sv-base(sv-ix) = pw-name(pw-ix)
                 exit section
              end-if
           end-perform
           add 1 to uw-undef
           move spaces to report-record
           move 1 to uw-list-ptr
           string '  ' delimited by size
                  pw-name(pw-ix) delimited by size
                  ' read by ' delimited by size
                  function trim(pw-progs(pw-ix)) delimited by size
             into report-record
             with pointer uw-list-ptr
           end-string
      *> The rest of a long reader list is on the entries after.
           if pw-ix < pw-count
              if pw-name(pw-ix + 1) = pw-name(pw-ix)
                 string ' ...' delimited by size
                   into report-record
                   with pointer uw-list-ptr
                 end-string
              end-if
           end-if
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .

      *> A name set differently in two or more sets -- each set's
      *> value shown, '(not set)' where a found set lacks it.
       write-differences section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move 'Settings whose value differs between sets:'
             to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying sv-ix from 1 by 1 until sv-ix > sv-count
              if sv-done(sv-ix) = 'N'
                 move 'N' to uw-differs
                 perform varying sv-jx from sv-ix by 1
                         until sv-jx > sv-count
                    if sv-name(sv-jx) = sv-name(sv-ix)
                       move 'Y' to sv-done(sv-jx)
                       if sv-value(sv-jx) not = sv-value(sv-ix)
                          move 'Y' to uw-differs
                       end-if
                    end-if
                 end-perform
                 if uw-differs = 'Y'
                    add 1 to uw-differ
                    perform write-one-difference
                 end-if
              end-if
           end-perform
           if uw-differ = zero
              move '  (none)' to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           .

       write-one-difference section.
           move spaces to report-record
           string '  ' delimited by size
                  function trim(sv-name(sv-ix)) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           perform varying ss-ix from 1 by 1 until ss-ix > ss-count
              if ss-found(ss-ix) = 'Y'
                 move '(not set)' to uw-value
                 perform varying sv-jx from 1 by 1
                         until sv-jx > sv-count
                    if sv-name(sv-jx) = sv-name(sv-ix)
                       and sv-set(sv-jx) = ss-ix
                       move sv-value(sv-jx) to uw-value
                    end-if
                 end-perform
                 move spaces to report-record
                 string '      ' delimited by size
                        ss-word(ss-ix) delimited by size
                        ' = ' delimited by size
                        function trim(uw-value) delimited by size
                   into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              end-if
           end-perform
           .

       find-register section.
           move 'N' to uw-hit
           perform varying pw-ix from 1 by 1 until pw-ix > pw-count
              if pw-name(pw-ix) = uw-name
                 move 'Y' to uw-hit
                 exit perform
              end-if
           end-perform
           .

      *> uw-hit = Y when sv-ix is the first line with its base name.
       check-first-base section.
           move 'Y' to uw-hit
           perform varying sv-jx from 1 by 1 until sv-jx >= sv-ix
              if sv-base(sv-jx) = sv-base(sv-ix)
                 move 'N' to uw-hit
                 exit perform
              end-if
           end-perform
           .

       list-base-sets section.
           move spaces to uw-sets-list
           move 1 to uw-list-ptr
           perform varying ss-ix from 1 by 1 until ss-ix > ss-count
              perform varying sv-jx from sv-ix by 1
                      until sv-jx > sv-count
                 if sv-base(sv-jx) = sv-base(sv-ix)
                    and sv-set(sv-jx) = ss-ix
                    string function trim(ss-word(ss-ix))
                              delimited by size
                           ' ' delimited by size
                      into uw-sets-list
                      with pointer uw-list-ptr
                    end-string
                    exit perform
                 end-if
              end-perform
           end-perform
           .

       write-summary section.
           move spaces to report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           move uw-unread to uw-disp
           move uw-undef to uw-disp2
           move uw-differ to uw-disp3
           move spaces to report-record
           string 'Unread: ' delimited by size
                  function trim(uw-disp) delimited by size
                  '  undefined: ' delimited by size
                  function trim(uw-disp2) delimited by size
                  '  differing: ' delimited by size
                  function trim(uw-disp3) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           .
