             select margin-file
               assign to dynamic margin-file-name
               organization is line sequential.
      *> Rolling block report -- gamma/epsilon/power per block of
      *> consecutive records.
             select block-file
               assign to dynamic block-file-name
               organization is line sequential.
      *> Request 028: shared job-run log.
             COPY JOBLOGSEL.
      *> Request 033: dated input-file archive.
          data record is margin-record.
       01 margin-record pic X(132).

       fd block-file
          block 0 records
          label records omitted
          data record is block-record.
       01 block-record pic X(132).

       fd bit-hist-file
          block 0 records
          label records omitted
       77 mg-margin-disp pic Z(11)9.
       77 mg-margin-pos  pic S9(4) comp-4.

      *> Rolling blocks -- the file is cut into consecutive blocks of
      *> AOC3_BLOCKSIZE records (default 100; 0 turns the report off)
      *> and each block gets its own gamma, epsilon and power, under
      *> the same tie rule as the whole file. A block whose gamma is
      *> not the whole-file gamma is flagged: the stretch of records
      *> where a failing sensor turned the majority. Block
      *> boundaries count every record, rejected ones included, so
      *> the record numbers match the file.
       77 block-file-name pic X(60) value spaces.
       77 bk-size-env pic X(10).
       77 bk-size     pic S9(8) comp-4 value 100.
       77 bk-max      pic S9(8) comp-4 value 5000.
       77 bk-count    pic S9(8) comp-4 value zero.
       77 bk-dropped  pic S9(8) comp-4 value zero.
       77 bk-flagged  pic S9(8) comp-4 value zero.
       77 bk-first-line pic 9(8) value 1.
       77 bk-valid-now  pic S9(8) comp-4 value zero.
       77 bk-rej-now    pic S9(8) comp-4 value zero.
       01 bk-sums.
          05 bk-bit-sums occurs 32 times.
             10 bk-ones  pic S9(8) comp-4.
             10 bk-zeros pic S9(8) comp-4.
       01 bk-table.
          05 bk-entry occurs 5000 times.
             10 bk-first     pic 9(8).
             10 bk-last      pic 9(8).
             10 bk-valid     pic S9(8) comp-4.
             10 bk-rej       pic S9(8) comp-4.
             10 bk-ties      pic S9(4) comp-4.
             10 bk-gamma-bin pic X(32).
             10 bk-gamma     pic S9(12) comp-4.
             10 bk-epsilon   pic S9(12) comp-4.
             10 bk-power     pic S9(24) comp-3.
       77 bk-ix    pic S9(8) comp-4.
       77 bk-diffs pic S9(4) comp-4.
       77 bk-pos   pic S9(4) comp-4.
       77 bk-num-disp   pic Z(7)9.
       77 bk-first-disp pic Z(7)9.
       77 bk-last-disp  pic Z(7)9.
       77 bk-cnt-disp   pic Z(7)9.
       77 bk-val-disp   pic Z(11)9.
       77 bk-pow-disp   pic Z(23)9.

      *> Request 024: shared end-of-file switch for the AOC job suite.
       COPY EOFSW.
       COPY HDRWS.
              move k-roof-max to k-roof
           end-if

           accept bk-size-env from environment 'AOC3_BLOCKSIZE'
           if bk-size-env not = spaces
              and function trim(bk-size-env) is numeric
              compute bk-size = function numval(bk-size-env)
           end-if
           initialize bk-sums

           open input input-file
           read input-file at end set eof-in to true end-read
      *> A staged control header is bookkeeping, not a report line.
                 perform varying ix from 1 by 1 until ix > k-roof
                    if input-record(ix:1) = 1
                       add 1 to gamma(ix)
                       add 1 to bk-ones(ix)
                    else
                       add 1 to epsilon(ix)
                       add 1 to bk-zeros(ix)
                    end-if
                 end-perform
                 add 1 to bk-valid-now
              else
                 add 1 to ws-bad-count
                 add 1 to bk-rej-now
                 display 'AOC3: line ' ws-line-num ' rejected -- not '
                    k-roof ' characters of 0/1'
              end-if
              if bk-size > zero
                 and function mod(ws-line-num, bk-size) = zero
                 perform close-block
              end-if
              read input-file at end set eof-in to true end-read
           end-perform
           if bk-size > zero and ws-line-num >= bk-first-line
              perform close-block
           end-if
      **Bit rep. according to sums:
      *> Request 006: tie-break rule. gamma takes the bit with strictly
      *> more 1-sums than 0-sums at each position; a tie (gamma(ix) =
           close input-file

           perform write-margin-report
           if bk-size > zero
              perform write-block-report
           end-if
           perform append-bit-history

           if ws-bad-count > zero
           end-perform
           close bit-hist-file
           .

      *> Closes the running block: its gamma/epsilon bits under the
      *> whole-file tie rule, the values, and the power.
       close-block section.
           if bk-count >= bk-max
              add 1 to bk-dropped
           else
              add 1 to bk-count
              move bk-first-line to bk-first(bk-count)
              move ws-line-num to bk-last(bk-count)
              move bk-valid-now to bk-valid(bk-count)
              move bk-rej-now to bk-rej(bk-count)
              move zero to bk-ties(bk-count) bk-gamma(bk-count)
                 bk-epsilon(bk-count)
              move spaces to bk-gamma-bin(bk-count)
              perform varying ix from 1 by 1 until ix > k-roof
                 if bk-ones(ix) = bk-zeros(ix)
                    add 1 to bk-ties(bk-count)
                 end-if
                 compute bk-gamma(bk-count) = bk-gamma(bk-count) * 2
                 compute bk-epsilon(bk-count) =
                    bk-epsilon(bk-count) * 2
                 if bk-ones(ix) > bk-zeros(ix)
                    move '1' to bk-gamma-bin(bk-count)(ix:1)
                    add 1 to bk-gamma(bk-count)
                 else
                    move '0' to bk-gamma-bin(bk-count)(ix:1)
                    add 1 to bk-epsilon(bk-count)
                 end-if
              end-perform
              compute bk-power(bk-count) =
                 bk-gamma(bk-count) * bk-epsilon(bk-count)
           end-if
           compute bk-first-line = ws-line-num + 1
           move zero to bk-valid-now bk-rej-now
           initialize bk-sums
           .

      *> One line per block, flagged where the block's gamma is not
      *> the whole file's.
       write-block-report section.
           string 'C:\WS\AOC2021\AOC3-BLOCKS-' delimited by size
                  ws-mg-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into block-file-name
           open output block-file
           move bk-size to bk-num-disp
           move gamma-res to bk-val-disp
           move spaces to block-record
           string 'Rolling gamma/epsilon (' delimited by size
                  ws-mg-today-yyyymmdd delimited by size
                  ', blocks of ' delimited by size
                  function trim(bk-num-disp) delimited by size
                  ' records) -- whole-file gamma=' delimited by size
                  gamma-bin(1:k-roof) delimited by size
                  ' (' delimited by size
                  function trim(bk-val-disp) delimited by size
                  ')' delimited by size
             into block-record
           write block-record
           move ' block   records            valid  gamma-bin'
             to block-record
           move 'gamma' to block-record(k-roof + 45:5)
           move 'epsilon' to block-record(k-roof + 56:7)
           move 'power' to block-record(k-roof + 77:5)
           write block-record
           perform varying bk-ix from 1 by 1 until bk-ix > bk-count
              perform write-block-line
           end-perform
           if bk-dropped > zero
              move bk-dropped to bk-cnt-disp
              move spaces to block-record
              string '(' delimited by size
                     function trim(bk-cnt-disp) delimited by size
                     ' further block(s) not reported -- raise '
                        delimited by size
                     'AOC3_BLOCKSIZE)' delimited by size
                into block-record
              write block-record
           end-if
           move bk-count to bk-num-disp
           move bk-flagged to bk-cnt-disp
           move spaces to block-record
           string function trim(bk-num-disp) delimited by size
                  ' block(s), ' delimited by size
                  function trim(bk-cnt-disp) delimited by size
                  ' with a gamma differing from the whole file'
                     delimited by size
             into block-record
           write block-record
           close block-file
           COPY CATADD REPLACING PROGID BY 'AOC3-BLOCKS'
                                 RPT-PATH BY block-file-name
                                 RPT-COUNT BY bk-count.
           if bk-flagged > zero
              display 'AOC3: ' bk-flagged ' block(s) of '
                 bk-size ' records disagree with the whole-file '
                 'gamma -- see ' function trim(block-file-name)
           end-if
           .

       write-block-line section.
           move bk-ix to bk-num-disp
           move bk-first(bk-ix) to bk-first-disp
           move bk-last(bk-ix) to bk-last-disp
           move bk-valid(bk-ix) to bk-cnt-disp
           move spaces to block-record
           move bk-num-disp(3:6) to block-record(1:6)
           string function trim(bk-first-disp) delimited by size
                  '-' delimited by size
                  function trim(bk-last-disp) delimited by size
             into block-record(9:17)
           move bk-cnt-disp to block-record(26:8)
           move bk-gamma-bin(bk-ix)(1:k-roof) to block-record(36:k-roof)
           move bk-gamma(bk-ix) to bk-val-disp
           move bk-val-disp to block-record(k-roof + 38:12)
           move bk-epsilon(bk-ix) to bk-val-disp
           move bk-val-disp to block-record(k-roof + 51:12)
           move bk-power(bk-ix) to bk-pow-disp
           move bk-pow-disp(7:18) to block-record(k-roof + 64:18)
           compute bk-pos = k-roof + 84
           evaluate true
              when bk-valid(bk-ix) = zero
                 add 1 to bk-flagged
                 string '<< NO VALID RECORDS' delimited by size
                   into block-record with pointer bk-pos
              when bk-gamma-bin(bk-ix)(1:k-roof)
                      not = gamma-bin(1:k-roof)
                 add 1 to bk-flagged
                 move zero to bk-diffs
                 perform varying ix from 1 by 1 until ix > k-roof
                    if bk-gamma-bin(bk-ix)(ix:1)
                          not = gamma-bin(ix:1)
                       add 1 to bk-diffs
                    end-if
                 end-perform
                 move bk-diffs to bk-cnt-disp
                 string '<< GAMMA DIFFERS (' delimited by size
                        function trim(bk-cnt-disp) delimited by size
                        ' bit(s))' delimited by size
                   into block-record with pointer bk-pos
              when bk-ties(bk-ix) > zero
                 string '(tied bit)' delimited by size
                   into block-record with pointer bk-pos
           end-evaluate
           if bk-rej(bk-ix) > zero
              move bk-rej(bk-ix) to bk-cnt-disp
              add 1 to bk-pos
              string ' ' delimited by size
                     function trim(bk-cnt-disp) delimited by size
                     ' rejected' delimited by size
                into block-record with pointer bk-pos
           end-if
           write block-record
           .
