       identification division.
       program-id. AOCSEACV.
       author. COBOL-Erik.
       environment division.
       configuration section.
       input-output section.
       file-control.
      *> Season conversion. The job log, the report catalog, the
      *> archive catalog and the calendar each gained an event-season
      *> column, and the results master a season in front of its
      *> key, so another event year can run beside 2021 on the same
      *> files. Everything written before the column existed is
      *> 2021's -- the readers already take a blank season that way
      *> -- and this makes it explicit: each file's data lines with
      *> a blank season column are stamped 2021 in place, nothing
      *> else on any line is touched, and the master is converted
      *> through AOCRSLTCV. A file is copied whole to
      *> <name>.PRE-SEASON before its first rewrite (an existing copy
      *> is kept -- it is the older image). A second run finds
      *> nothing blank and changes nothing. The job log's seals take
      *> the season column in only when it is not 2021, so stamping
      *> 2021 leaves them valid.
             COPY JOBLOGSEL.
             select sv-in-file
               assign to dynamic sv-in-name
               organization is line sequential
               file status is sv-in-status.
             select sv-out-file
               assign to dynamic sv-out-name
               organization is line sequential
               file status is sv-out-status.
             COPY PROFILESEL.
             COPY RUNLKSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY JOBLOGFD.
       COPY RUNLKFD.

       fd sv-in-file
          block 0 records
          label records omitted
          data record is sv-in-record.
       01 sv-in-record pic X(400).

       fd sv-out-file
          block 0 records
          label records omitted
          data record is sv-out-record.
       01 sv-out-record pic X(400).

       working-storage section.
       COPY PROFILEWS.
       77 a-dummy pic X.

       77 sv-in-name    pic X(80).
       77 sv-in-status  pic X(2).
       77 sv-out-name   pic X(80).
       77 sv-out-status pic X(2).
       77 sv-env-path   pic X(60).

      *> The file in hand: its live path, what it is, where a data
      *> line's date sits (a line without a date there is a comment
      *> or a heading and is left alone) and where its season goes.
       77 sv-live-name  pic X(80).
       77 sv-backup-name pic X(80).
       77 sv-work-name  pic X(80).
       77 sv-what       pic X(20).
       77 sv-date-col   pic S9(4) comp-4.
       77 sv-season-col pic S9(4) comp-4.
       77 sv-marker-count pic S9(4) comp-4.
       77 sv-need-sw    pic X value 'N'.
          88 sv-needs-season value 'Y'.
       77 sv-ok-sw      pic X value 'Y'.
          88 sv-copy-ok value 'Y'.

       77 sv-blank-count pic 9(8) value zero.
       77 sv-file-count  pic 9(8) value zero.
       77 sv-total       pic 9(8) value zero.
       77 sv-lines       pic 9(8) value zero.
       77 sv-files-done  pic 9(2) value zero.
       77 sv-count-disp  pic Z(7)9.
       77 ws-save-rc     pic S9(9) comp-4.

       COPY EOFSW.

       COPY RUNMODE.

       COPY JOBLOGWS.
       COPY RUNLKWS.

       linkage section.
       COPY JOBRESLK.

       procedure division using job-results.
           COPY PROFILELOAD.

           COPY JOBLOGSTART.

      *> Rewriting the shared files under a running stream would be
      *> the collision the run lock exists to prevent.
           COPY RUNLKCHK.
           if rl-held
              display 'AOCSEACV: the suite run lock is held by '
                 function trim(rl-holder) ' -- nothing converted'
              move 'LOCKED' to jl-status
              COPY RCSET.
              COPY JOBLOGEND REPLACING PROGID BY 'AOCSEACV'.
              goback
           end-if

           move job-log-file-name to sv-live-name
           move 'job log' to sv-what
           move 22 to sv-date-col
           move 239 to sv-season-col
           perform convert-one-file

           move 'C:\WS\AOC2021\AOC-REPORTCAT.txt' to sv-live-name
           move 'report catalog' to sv-what
           move 22 to sv-date-col
           move 130 to sv-season-col
           perform convert-one-file

           move 'C:\WS\AOC2021\ARCHIVE\ARCHIVE-CATALOG.txt'
             to sv-live-name
           move 'archive catalog' to sv-what
           move 42 to sv-date-col
           move 178 to sv-season-col
           perform convert-one-file

           move 'C:\WS\AOC2021\AOC-CALENDAR.txt' to sv-live-name
           accept sv-env-path from environment 'AOC_CALENDAR'
           if sv-env-path not = spaces
              move sv-env-path to sv-live-name
           end-if
           move 'calendar' to sv-what
           move 1 to sv-date-col
           move 51 to sv-season-col
           perform convert-one-file

      *> The master is indexed -- its own converter knows every
      *> layout it has had and takes its records to the season key.
           call 'AOCRSLTCV'
              on exception
                 display 'AOCSEACV: AOCRSLTCV is not available -- '
                    'the results master was NOT converted'
                 move 'PARTIAL' to jl-status
           end-call
           cancel 'AOCRSLTCV'

           move sv-total to sv-count-disp
           string function trim(sv-count-disp) delimited by size
                  ' line(s) stamped 2021' delimited by size
             into jl-answer
           display 'AOCSEACV: ' function trim(jl-answer) ' across '
              sv-files-done ' file(s)'
           move sv-lines to jl-recs-read
           move zero to jl-recs-rejected
           COPY RCSET.
           COPY JOBLOGEND REPLACING PROGID BY 'AOCSEACV'.

           if address of job-results not = null
              move jl-answer to jres-answer
              move jl-status to jres-status
              move jl-recs-read to jres-recs-read
              move jl-recs-rejected to jres-recs-rejected
           end-if
           COPY CONSOLEPAUSE.
           goback.

      *> One file: count what needs a season; if anything does, keep
      *> the pre-season image, take a working copy and rewrite the
      *> live file from it with the blanks stamped.
       convert-one-file section.
           move zero to sv-blank-count sv-file-count
           move sv-live-name to sv-in-name
           open input sv-in-file
           if sv-in-status not = '00'
              display 'AOCSEACV: no ' function trim(sv-what) ' at '
                 function trim(sv-live-name) ' -- nothing to convert'
              exit section
           end-if
           move 'on' to file-eof
           read sv-in-file at end set eof-in to true end-read
           perform until eof-in
              add 1 to sv-file-count
              perform check-line
              if sv-needs-season
                 add 1 to sv-blank-count
              end-if
              read sv-in-file at end set eof-in to true end-read
           end-perform
           close sv-in-file
           add sv-file-count to sv-lines
           if sv-blank-count = zero
              display 'AOCSEACV: the ' function trim(sv-what)
                 ' already carries a season on every line'
              exit section
           end-if

           move spaces to sv-backup-name sv-work-name
           string function trim(sv-live-name) delimited by size
                  '.PRE-SEASON' delimited by size
             into sv-backup-name
           string function trim(sv-live-name) delimited by size
                  '.SEASON-WORK' delimited by size
             into sv-work-name
           move sv-backup-name to sv-in-name
           open input sv-in-file
           if sv-in-status = '00'
              close sv-in-file
           else
              move sv-live-name to sv-in-name
              move sv-backup-name to sv-out-name
              perform copy-file
              if not sv-copy-ok
                 display 'AOCSEACV: the ' function trim(sv-what)
                    ' could not be copied to '
                    function trim(sv-backup-name) ' -- not converted'
                 move 'PARTIAL' to jl-status
                 exit section
              end-if
           end-if
           move sv-live-name to sv-in-name
           move sv-work-name to sv-out-name
           perform copy-file
           if not sv-copy-ok
              display 'AOCSEACV: no working copy of the '
                 function trim(sv-what) ' -- not converted'
              move 'PARTIAL' to jl-status
              exit section
           end-if

           move sv-work-name to sv-in-name
           move sv-live-name to sv-out-name
           open input sv-in-file
           open output sv-out-file
           if sv-in-status not = '00' or sv-out-status not = '00'
              display 'AOCSEACV: the ' function trim(sv-what)
                 ' could not be rewritten (status ' sv-in-status '/'
                 sv-out-status ') -- restore it from '
                 function trim(sv-backup-name)
              move 'PARTIAL' to jl-status
              exit section
           end-if
           move 'on' to file-eof
           read sv-in-file at end set eof-in to true end-read
           perform until eof-in
              perform check-line
              move sv-in-record to sv-out-record
              if sv-needs-season
                 move '2021' to sv-out-record(sv-season-col:4)
              end-if
              write sv-out-record
              read sv-in-file at end set eof-in to true end-read
           end-perform
           close sv-in-file sv-out-file
           move return-code to ws-save-rc
           call 'CBL_DELETE_FILE' using sv-work-name
           move ws-save-rc to return-code
           add sv-blank-count to sv-total
           add 1 to sv-files-done
           move sv-blank-count to sv-count-disp
           display 'AOCSEACV: ' function trim(sv-what) ' -- '
              function trim(sv-count-disp) ' line(s) stamped 2021; '
              'the old image is ' function trim(sv-backup-name)
           .

      *> A data line is one with a date in its date column; the job
      *> log's old marker-format lines are free text, read as 2021
      *> by the parser, and stay exactly as they were written.
       check-line section.
           move 'N' to sv-need-sw
           if sv-in-record = spaces
              or sv-in-record(1:1) = '*'
              or sv-in-record(sv-date-col:8) is not numeric
              or sv-in-record(sv-season-col:4) not = spaces
              exit section
           end-if
           move zero to sv-marker-count
           inspect sv-in-record tallying sv-marker-count
              for all ' start='
           if sv-marker-count = zero
              set sv-needs-season to true
           end-if
           .

       copy-file section.
           move 'Y' to sv-ok-sw
           open input sv-in-file
           open output sv-out-file
           if sv-in-status not = '00' or sv-out-status not = '00'
              move 'N' to sv-ok-sw
              close sv-in-file sv-out-file
              exit section
           end-if
           move 'on' to file-eof
           read sv-in-file at end set eof-in to true end-read
           perform until eof-in
              write sv-out-record from sv-in-record
              if sv-out-status not = '00'
                 move 'N' to sv-ok-sw
              end-if
              read sv-in-file at end set eof-in to true end-read
           end-perform
           close sv-in-file sv-out-file
           .
