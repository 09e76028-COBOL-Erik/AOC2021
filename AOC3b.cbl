             select filter-audit-file
               assign to dynamic filter-audit-name
               organization is line sequential.
      *> Single-record sensitivity report.
             select sens-file
               assign to dynamic sens-file-name
               organization is line sequential.
      *> Request 028: shared job-run log.
             COPY JOBLOGSEL.
      *> Request 033: dated input-file archive.
          data record is filter-audit-record.
       01 filter-audit-record pic X(132).

       fd sens-file
          block 0 records
          label records omitted
          data record is sens-record.
       01 sens-record pic X(132).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.

       77 ws-xcheck-bad  pic X value 'N'.
          88 xcheck-bad value 'Y'.

      *> Single-record sensitivity -- both ratings are worked out
      *> again with each record left out in turn, and every record
      *> whose absence changes the oxygen rating, the CO2 rating or
      *> their product is listed with the ratings that would result.
      *> On unless AOC3B_SENSITIVITY=N.
       77 sens-file-name pic X(60) value spaces.
       77 sn-env pic X.
       77 sn-skip pic S9(5) comp-4 value zero.
       77 sn-running-sw pic X value 'N'.
          88 sn-running value 'Y'.
       77 sn-base-ox  pic S9(12) comp-4.
       77 sn-base-co2 pic S9(12) comp-4.
       77 sn-alt-key  pic S9(24) comp-3.
       77 sn-hits     pic S9(5) comp-4 value zero.
       77 sn-ox-hits  pic S9(5) comp-4 value zero.
       77 sn-co2-hits pic S9(5) comp-4 value zero.
       77 sn-key-hits pic S9(5) comp-4 value zero.
       77 sn-lines    pic S9(5) comp-4 value zero.
       77 sn-changed  pic X(20).
       77 sn-rec-disp pic Z(4)9.
       77 sn-ox-disp  pic Z(4)9.
       77 sn-co2-disp pic Z(4)9.
       77 sn-kh-disp  pic Z(4)9.
       77 sn-val-disp2 pic Z(11)9.
       77 sn-val-disp pic Z(11)9.
       77 sn-key-disp pic Z(23)9.

       01 indexes.
          05 ix      pic S9(5) comp-4.
          05 jx      pic S9(5) comp-4.
           perform co2-pass

           close filter-audit-file
           accept sn-env from environment 'AOC3B_SENSITIVITY'
           if sn-env not = 'N' and sn-env not = 'n'
              perform sensitivity-pass
           end-if
      *> Request 089: manifest entry for this report.
           COPY CATADD REPLACING PROGID BY 'AOC3b'
                                 RPT-PATH BY filter-audit-name
           .

       seed-full-candidate-set section.
           move zero to cand-count
           perform varying jx from 1 by 1 until jx > rec-count
              if jx not = sn-skip
                 add 1 to cand-count
                 move jx to cand-ix(cand-count)
              end-if
           end-perform
           .

                 move '1' to fa-kept-bit
              end-if
           end-evaluate
           if not sn-running
              perform write-filter-audit-line
           end-if
           .

      *> Request 079: one audit line per filter round.
                             + a-work * 2**(k-roof - ix)
           end-perform
           .

      *> Reruns both ratings once per record, that record left out.
       sensitivity-pass section.
           move ox-dec to sn-base-ox
           move co2-dec to sn-base-co2
           string 'C:\WS\AOC2021\AOC3b-SENSITIVITY-' delimited by size
                  ws-fa-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into sens-file-name
           open output sens-file
           compute sn-alt-key = sn-base-ox * sn-base-co2
           move sn-base-ox to sn-val-disp
           move sn-base-co2 to sn-val-disp2
           move sn-alt-key to sn-key-disp
           move spaces to sens-record
           string 'Single-record sensitivity (' delimited by size
                  ws-fa-today-yyyymmdd delimited by size
                  ') -- oxygen=' delimited by size
                  function trim(sn-val-disp) delimited by size
                  ' co2=' delimited by size
                  function trim(sn-val-disp2) delimited by size
                  ' life support=' delimited by size
                  function trim(sn-key-disp) delimited by size
             into sens-record
           perform write-sens-line
           move 'Records whose removal would change a rating:'
             to sens-record
           perform write-sens-line
           move ' record  reading' to sens-record
           move 'oxygen' to sens-record(50:6)
           move 'co2' to sens-record(67:3)
           move 'life support' to sens-record(77:12)
           move 'changes' to sens-record(91:7)
           perform write-sens-line
           if rec-count > 1
              set sn-running to true
              perform varying sn-skip from 1 by 1
                      until sn-skip > rec-count
                 perform oxygen-pass
                 perform co2-pass
                 if ox-dec not = sn-base-ox
                    or co2-dec not = sn-base-co2
                    perform write-sens-hit
                 end-if
              end-perform
              move 'N' to sn-running-sw
              move zero to sn-skip
           end-if
           move sn-base-ox to ox-dec
           move sn-base-co2 to co2-dec
           if sn-hits = zero
              move '  (no single record changes either rating)'
                to sens-record
              perform write-sens-line
           end-if
           move spaces to sens-record
           perform write-sens-line
           move sn-hits to sn-rec-disp
           move sn-ox-hits to sn-ox-disp
           move sn-co2-hits to sn-co2-disp
           move sn-key-hits to sn-kh-disp
           move spaces to sens-record
           string function trim(sn-rec-disp) delimited by size
                  ' sensitive record(s): oxygen ' delimited by size
                  function trim(sn-ox-disp) delimited by size
                  ', co2 ' delimited by size
                  function trim(sn-co2-disp) delimited by size
                  ', life support ' delimited by size
                  function trim(sn-kh-disp) delimited by size
             into sens-record
           perform write-sens-line
           close sens-file
           COPY CATADD REPLACING PROGID BY 'AOC3b-SENS'
                                 RPT-PATH BY sens-file-name
                                 RPT-COUNT BY sn-lines.
           display 'AOC3b: ' sn-hits ' record(s) would change a '
              'rating if removed -- see '
              function trim(sens-file-name)
           .

       write-sens-hit section.
           add 1 to sn-hits
           move spaces to sn-changed
           if ox-dec not = sn-base-ox
              add 1 to sn-ox-hits
              move 'O2' to sn-changed(1:2)
           end-if
           if co2-dec not = sn-base-co2
              add 1 to sn-co2-hits
              move 'CO2' to sn-changed(4:3)
           end-if
           compute sn-alt-key = ox-dec * co2-dec
           if sn-alt-key not = sn-base-ox * sn-base-co2
              add 1 to sn-key-hits
              move 'PRODUCT' to sn-changed(8:7)
           end-if
           move spaces to sens-record
           move sn-skip to sn-rec-disp
           move sn-rec-disp to sens-record(3:5)
           move diag-rec(sn-skip)(1:k-roof) to sens-record(10:k-roof)
           move ox-dec to sn-val-disp
           move sn-val-disp to sens-record(44:12)
           move co2-dec to sn-val-disp
           move sn-val-disp to sens-record(58:12)
           move sn-alt-key to sn-key-disp
           move sn-key-disp(8:17) to sens-record(72:17)
           move sn-changed to sens-record(91:20)
           perform write-sens-line
           .

       write-sens-line section.
           write sens-record
           add 1 to sn-lines
           .
