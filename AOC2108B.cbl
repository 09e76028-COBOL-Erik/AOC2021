      *>   4's -> 9; otherwise 0.
      *> The four decoded output digits form one value per display;
      *> the answer is their sum.
      *>
      *> Every display's ten patterns are also checked as a set and
      *> the wiring worked out wire by wire: across the ten digits
      *> segment e lights 4 times, b 6 times and f 9 times; of the
      *> two 8-timers c is in the 1 and a is not, of the two 7-timers
      *> d is in the 4 and g is not. A display whose patterns are not
      *> a consistent set -- a bad or repeated wire letter, a
      *> duplicate pattern, the wrong number of patterns of some
      *> length, a wire that cannot be placed, two patterns decoding
      *> to one digit, an output that is none of the ten -- is a
      *> wiring fault: it goes to DIAG and stays out of the sum. The
      *> wiring report lists every display's wire-to-segment map and
      *> value; the fault work list gives the crew each faulty unit
      *> with its faults spelled out.
             select input-file
               assign to dynamic input-file-name
               organization is line sequential.
             select report-file
               assign to dynamic report-file-name
               organization is line sequential.
             select wiring-file
               assign to dynamic wiring-file-name
               organization is line sequential.
             COPY JOBLOGSEL.
             COPY ARCHIVESEL.
             COPY DIAGSEL.
          data record is report-record.
       01 report-record pic X(132).

       fd wiring-file
          block 0 records
          label records omitted
          data record is wiring-record.
       01 wiring-record pic X(132).

       COPY JOBLOGFD.
       COPY ARCHIVEFD.
       COPY DIAGFD.
       77 input-file-name pic X(60) value 'C:\WS\AOC2021\AOC8.txt'.
       77 ws-env-path     pic X(60).
       77 report-file-name pic X(60).
       77 wiring-file-name pic X(60) value spaces.

       77 ws-rec-count pic 9(8) value zero.
       77 ws-bad-count pic 9(8) value zero.
       77 ws-line-ok pic X.
       77 ws-ans-disp pic Z(11)9.

      *> Pass 1 decodes and sums; pass 2 re-reads the file for the
      *> wiring report, pass 3 for the fault work list -- the same
      *> decode each time, so the reports cannot disagree with the
      *> answer.
       77 ws-pass pic 9 value 1.
       77 ws-fault-displays pic 9(8) value zero.

      *> The wiring check. Patterns and outputs are compared with
      *> their wires sorted, so 'fdgacbe' and 'abcdefg' are the same
      *> pattern.
       77 wr-wires pic X(7) value 'abcdefg'.
       01 wr-norm-toks.
          05 wr-norm occurs 10 times pic X(8).
       01 wr-norm-outs.
          05 wr-norm-out occurs 4 times pic X(8).
       77 wr-sort-buf pic X(8).
       77 wr-sort-len pic S9(4) comp-4.
       77 wr-swap pic X.
       77 wr-i pic S9(4) comp-4.
       77 wr-j pic S9(4) comp-4.
       77 wr-k pic S9(4) comp-4.
       77 wr-len pic S9(4) comp-4.
      *> How many patterns of each length a consistent set has:
      *> lengths 1 to 7, then anything longer.
       77 wr-len-expect pic X(8) value '01113310'.
       01 wr-len-counts.
          05 wr-len-count occurs 8 times pic S9(4) comp-4.
       01 wr-wire-table.
          05 wr-wire occurs 7 times.
             10 wr-freq pic S9(4) comp-4.
             10 wr-seg  pic X.
      *> The digits as lit segments, wires sorted.
       01 wr-canon-data.
          05 filler pic X(8) value 'abcefg'.
          05 filler pic X(8) value 'cf'.
          05 filler pic X(8) value 'acdeg'.
          05 filler pic X(8) value 'acdfg'.
          05 filler pic X(8) value 'bcdf'.
          05 filler pic X(8) value 'abdfg'.
          05 filler pic X(8) value 'abdefg'.
          05 filler pic X(8) value 'acf'.
          05 filler pic X(8) value 'abcdefg'.
          05 filler pic X(8) value 'abcdfg'.
       01 wr-canon-table redefines wr-canon-data.
          05 wr-canon occurs 10 times pic X(8).
       01 wr-digit-table.
          05 wr-digit-of occurs 10 times pic S9(4) comp-4.
          05 wr-digit-pat occurs 10 times pic S9(4) comp-4.
       77 wr-digit pic S9(4) comp-4.
       77 wr-mapped pic X(8).
       77 wr-one  pic X(8).
       77 wr-four pic X(8).
       77 wr-map-ok pic X.
       77 wr-value pic S9(9) comp-4.
       77 wr-value-disp pic 9(4).
       77 wr-map-text pic X(28).
       77 wr-max-faults pic S9(4) comp-4 value 12.
       77 wr-fault-count pic S9(4) comp-4 value zero.
       01 wr-fault-table.
          05 wr-fault occurs 12 times pic X(100).
       77 wr-fault-more pic S9(4) comp-4 value zero.
       77 wr-fault-text pic X(100).
       77 wr-n-disp pic Z9.
       77 wr-m-disp pic Z9.
       77 wr-k-disp pic Z9.

       COPY EOFSW.
       COPY HDRWS.

                  function trim(ws-ans-disp) delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           if ws-fault-displays > zero
              move spaces to report-record
              string 'display(s) with wiring faults, not summed: '
                        delimited by size
                     ws-fault-displays delimited by size
                into report-record
              COPY RPTLINE REPLACING RPT-REC BY report-record.
           end-if
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
           close report-file
           COPY CATADD REPLACING PROGID BY 'AOC2108B'
                                 RPT-PATH BY report-file-name
                                 RPT-COUNT BY rw-rec-count.

           move ws-rec-count to jl-recs-read
           perform write-wiring-report
           if ws-fault-displays > zero
              perform write-fault-list
              display 'AOC2108B: ' ws-fault-displays
                 ' display(s) with wiring faults -- see '
                 function trim(wiring-file-name)
           end-if
           move jl-recs-read to ws-rec-count

           display 'AOC2108B: decoded sum '
              function trim(ws-ans-disp) ' across ' ws-rec-count
              ' display(s)'
              into ws-patterns ws-outputs
           end-unstring
           if ws-outputs = spaces
              if ws-pass not = 1
                 move 'unreadable line -- no | separator'
                   to wr-fault-text
                 perform write-unreadable-line
                 exit section
              end-if
              add 1 to ws-bad-count
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2108B'
                RECNUM BY ws-rec-count
                   ws-out-tok(3) ws-out-tok(4)
           end-unstring
           if ws-pat-tok(10) = spaces or ws-out-tok(4) = spaces
              if ws-pass not = 1
                 move 'unreadable line -- not 10 patterns + 4 outputs'
                   to wr-fault-text
                 perform write-unreadable-line
                 exit section
              end-if
              add 1 to ws-bad-count
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2108B'
                RECNUM BY ws-rec-count
                REASON BY 'not 10 patterns + 4 outputs'.
              exit section
           end-if
           perform check-wiring
           if wr-fault-count > zero
              evaluate ws-pass
                 when 1
                    add 1 to ws-bad-count ws-fault-displays
                    move spaces to report-record
                    string 'display ' delimited by size
                           ws-rec-count delimited by size
                           ' WIRING FAULT -- not summed'
                              delimited by size
                      into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2108B'
                RECNUM BY ws-rec-count
                RECTEXT BY ==function trim(input-record)==
                REASON BY 'wiring fault -- see the fault work list'.
                 when 2
                    perform write-wiring-line
                 when other
                    perform write-fault-entry
              end-evaluate
              exit section
           end-if
           if ws-pass = 3
              exit section
           end-if
      *> The anchors: the unique-length 1 and 4 patterns.
           move spaces to ws-pat-one ws-pat-four
           perform varying ws-tok-ix from 1 by 1
              end-if
           end-perform
           if ws-pat-one = spaces or ws-pat-four = spaces
              if ws-pass not = 1
                 exit section
              end-if
              add 1 to ws-bad-count
           COPY DIAGWRITE REPLACING PROGID BY 'AOC2108B'
                RECNUM BY ws-rec-count
              compute ws-value = ws-value * 10
                               + function max(ws-digit, 0)
           end-perform
           if ws-pass = 2
              perform write-wiring-line
              exit section
           end-if
           if ws-line-ok = 'Y'
              add ws-value to ws-sum
              move ws-value to ws-ans-disp
              end-if
           end-perform
           .

      *> Check one display's ten patterns as a set and work out its
      *> wiring. Each fault found is added to wr-fault-table; none
      *> means the display is sound and wr-map-text holds its map.
       check-wiring section.
           move zero to wr-fault-count wr-fault-more
           move spaces to wr-fault-table wr-map-text
           move 'N' to wr-map-ok
           initialize wr-len-counts wr-wire-table
      *> Wire letters, and the patterns in sorted-wire form.
           perform varying wr-i from 1 by 1 until wr-i > 10
              move ws-pat-tok(wr-i) to wr-sort-buf
              perform sort-wires
              move wr-sort-buf to wr-norm(wr-i)
              compute wr-len = function
                 stored-char-length(ws-pat-tok(wr-i))
              if wr-len > 7
                 add 1 to wr-len-count(8)
              else
                 add 1 to wr-len-count(wr-len)
              end-if
              perform check-token-wires
              if wr-k > zero
                 move wr-i to wr-n-disp
                 move spaces to wr-fault-text
                 string 'pattern ' delimited by size
                        function trim(wr-n-disp) delimited by size
                        ' [' delimited by size
                        function trim(ws-pat-tok(wr-i))
                           delimited by size
                        '] has a bad or repeated wire letter'
                           delimited by size
                   into wr-fault-text
                 perform add-fault
              end-if
           end-perform
           perform varying wr-i from 1 by 1 until wr-i > 4
              move ws-out-tok(wr-i) to wr-sort-buf
              perform sort-wires
              move wr-sort-buf to wr-norm-out(wr-i)
           end-perform
      *> The right number of patterns of every length.
           perform varying wr-i from 1 by 1 until wr-i > 8
              if wr-len-count(wr-i)
                 not = function numval(wr-len-expect(wr-i:1))
                 move wr-i to wr-n-disp
                 move wr-len-count(wr-i) to wr-m-disp
                 move wr-len-expect(wr-i:1) to wr-k-disp
                 move spaces to wr-fault-text
                 if wr-i > 7
                    string function trim(wr-m-disp) delimited by size
                           ' pattern(s) longer than 7 wires'
                              delimited by size
                      into wr-fault-text
                 else
                    string 'length ' delimited by size
                           function trim(wr-n-disp) delimited by size
                           ': ' delimited by size
                           function trim(wr-m-disp) delimited by size
                           ' pattern(s), a sound set has '
                              delimited by size
                           function trim(wr-k-disp) delimited by size
                      into wr-fault-text
                 end-if
                 perform add-fault
              end-if
           end-perform
      *> No pattern twice.
           perform varying wr-i from 1 by 1 until wr-i > 9
              perform varying wr-j from wr-i by 1 until wr-j > 10
                 if wr-j > wr-i and wr-norm(wr-i) = wr-norm(wr-j)
                    move wr-i to wr-n-disp
                    move wr-j to wr-m-disp
                    move spaces to wr-fault-text
                    string 'patterns ' delimited by size
                           function trim(wr-n-disp) delimited by size
                           ' and ' delimited by size
                           function trim(wr-m-disp) delimited by size
                           ' are the same wires [' delimited by size
                           function trim(wr-norm(wr-i))
                              delimited by size
                           ']' delimited by size
                      into wr-fault-text
                    perform add-fault
                 end-if
              end-perform
           end-perform
           if wr-fault-count > zero
              exit section
           end-if
           perform resolve-wiring
           if wr-map-ok not = 'Y'
              exit section
           end-if
      *> Every pattern is a digit, and no digit twice.
           initialize wr-digit-table
           perform varying wr-i from 1 by 1 until wr-i > 10
              move wr-norm(wr-i) to wr-sort-buf
              perform map-to-digit
              if wr-digit < zero
                 move wr-i to wr-n-disp
                 move spaces to wr-fault-text
                 string 'pattern ' delimited by size
                        function trim(wr-n-disp) delimited by size
                        ' [' delimited by size
                        function trim(wr-norm(wr-i)) delimited by size
                        '] lights no digit on this wiring'
                           delimited by size
                   into wr-fault-text
                 perform add-fault
              else
                 if wr-digit-of(wr-digit + 1) > zero
                    move wr-digit-pat(wr-digit + 1) to wr-n-disp
                    move wr-i to wr-m-disp
                    move wr-digit to wr-k-disp
                    move spaces to wr-fault-text
                    string 'patterns ' delimited by size
                           function trim(wr-n-disp) delimited by size
                           ' and ' delimited by size
                           function trim(wr-m-disp) delimited by size
                           ' both decode to digit ' delimited by size
                           function trim(wr-k-disp) delimited by size
                      into wr-fault-text
                    perform add-fault
                 else
                    move 1 to wr-digit-of(wr-digit + 1)
                    move wr-i to wr-digit-pat(wr-digit + 1)
                 end-if
              end-if
           end-perform
      *> Every output is one of the ten patterns.
           move zero to wr-value
           perform varying wr-i from 1 by 1 until wr-i > 4
              move zero to wr-k
              perform varying wr-j from 1 by 1 until wr-j > 10
                 if wr-norm-out(wr-i) = wr-norm(wr-j)
                    move wr-j to wr-k
                 end-if
              end-perform
              if wr-k = zero
                 move wr-i to wr-n-disp
                 move spaces to wr-fault-text
                 string 'output ' delimited by size
                        function trim(wr-n-disp) delimited by size
                        ' [' delimited by size
                        function trim(ws-out-tok(wr-i))
                           delimited by size
                        '] is none of the ten patterns'
                           delimited by size
                   into wr-fault-text
                 perform add-fault
              else
                 move wr-norm-out(wr-i) to wr-sort-buf
                 perform map-to-digit
                 compute wr-value = wr-value * 10
                                  + function max(wr-digit, 0)
              end-if
           end-perform
           .

      *> wr-k comes back non-zero when the token in ws-pat-tok(wr-i)
      *> holds a letter outside a-g or the same wire twice.
       check-token-wires section.
           move zero to wr-k
           compute wr-len = function
              stored-char-length(ws-pat-tok(wr-i))
           perform varying wr-j from 1 by 1 until wr-j > wr-len
              move zero to ws-tally
              inspect wr-wires tallying ws-tally
                 for all ws-pat-tok(wr-i)(wr-j:1)
              if ws-tally = zero
                 add 1 to wr-k
              end-if
              move zero to ws-tally
              inspect ws-pat-tok(wr-i)(1:wr-len) tallying ws-tally
                 for all ws-pat-tok(wr-i)(wr-j:1)
              if ws-tally > 1
                 add 1 to wr-k
              end-if
           end-perform
           .

      *> Place each wire on its segment by how many of the ten
      *> patterns light it (see the header comment). The map prints
      *> as 'a>d b>e ...' -- wire a drives segment d, and so on.
       resolve-wiring section.
           move 'Y' to wr-map-ok
           move spaces to wr-one wr-four
           perform varying wr-i from 1 by 1 until wr-i > 10
              compute wr-len = function
                 stored-char-length(ws-pat-tok(wr-i))
              if wr-len = 2
                 move ws-pat-tok(wr-i) to wr-one
              end-if
              if wr-len = 4
                 move ws-pat-tok(wr-i) to wr-four
              end-if
           end-perform
           perform varying wr-i from 1 by 1 until wr-i > 7
              move zero to wr-freq(wr-i)
              perform varying wr-j from 1 by 1 until wr-j > 10
                 move zero to ws-tally
                 inspect ws-pat-tok(wr-j) tallying ws-tally
                    for all wr-wires(wr-i:1)
                 add ws-tally to wr-freq(wr-i)
              end-perform
              move zero to ws-tally
              evaluate wr-freq(wr-i)
                 when 4 move 'e' to wr-seg(wr-i)
                 when 6 move 'b' to wr-seg(wr-i)
                 when 9 move 'f' to wr-seg(wr-i)
                 when 8
                    inspect wr-one tallying ws-tally
                       for all wr-wires(wr-i:1)
                    if ws-tally > zero
                       move 'c' to wr-seg(wr-i)
                    else
                       move 'a' to wr-seg(wr-i)
                    end-if
                 when 7
                    inspect wr-four tallying ws-tally
                       for all wr-wires(wr-i:1)
                    if ws-tally > zero
                       move 'd' to wr-seg(wr-i)
                    else
                       move 'g' to wr-seg(wr-i)
                    end-if
                 when other
                    move '?' to wr-seg(wr-i)
                    move 'N' to wr-map-ok
                    move wr-freq(wr-i) to wr-n-disp
                    move spaces to wr-fault-text
                    string 'wire ' delimited by size
                           wr-wires(wr-i:1) delimited by size
                           ' cannot be placed -- lit in '
                              delimited by size
                           function trim(wr-n-disp) delimited by size
                           ' pattern(s)' delimited by size
                      into wr-fault-text
                    perform add-fault
              end-evaluate
           end-perform
           perform varying wr-i from 1 by 1 until wr-i > 6
              perform varying wr-j from wr-i by 1 until wr-j > 7
                 if wr-j > wr-i and wr-seg(wr-i) not = '?'
                    and wr-seg(wr-i) = wr-seg(wr-j)
                    move 'N' to wr-map-ok
                    move spaces to wr-fault-text
                    string 'wires ' delimited by size
                           wr-wires(wr-i:1) delimited by size
                           ' and ' delimited by size
                           wr-wires(wr-j:1) delimited by size
                           ' both resolve to segment '
                              delimited by size
                           wr-seg(wr-i) delimited by size
                      into wr-fault-text
                    perform add-fault
                 end-if
              end-perform
           end-perform
           perform varying wr-i from 1 by 1 until wr-i > 7
              compute wr-k = (wr-i - 1) * 4 + 1
              move wr-wires(wr-i:1) to wr-map-text(wr-k:1)
              move '>' to wr-map-text(wr-k + 1:1)
              move wr-seg(wr-i) to wr-map-text(wr-k + 2:1)
           end-perform
           .

      *> The digit the wires in wr-sort-buf light on the resolved
      *> wiring, -1 when they light none.
       map-to-digit section.
           move spaces to wr-mapped
           compute wr-len = function stored-char-length(wr-sort-buf)
           perform varying wr-k from 1 by 1 until wr-k > wr-len
              move wr-sort-buf(wr-k:1) to wr-swap
              perform varying wr-j from 1 by 1 until wr-j > 7
                 if wr-wires(wr-j:1) = wr-swap
                    move wr-seg(wr-j) to wr-mapped(wr-k:1)
                 end-if
              end-perform
           end-perform
           move wr-mapped to wr-sort-buf
           perform sort-wires
           move -1 to wr-digit
           perform varying wr-k from 1 by 1 until wr-k > 10
              if wr-canon(wr-k) = wr-sort-buf
                 compute wr-digit = wr-k - 1
              end-if
           end-perform
           .

      *> Sort the letters of wr-sort-buf (an exchange sort -- eight
      *> letters at most).
       sort-wires section.
           compute wr-sort-len = function
              stored-char-length(wr-sort-buf)
           perform varying wr-j from 1 by 1 until wr-j >= wr-sort-len
              perform varying wr-k from 1 by 1
                      until wr-k > wr-sort-len - wr-j
                 if wr-sort-buf(wr-k:1) > wr-sort-buf(wr-k + 1:1)
                    move wr-sort-buf(wr-k:1) to wr-swap
                    move wr-sort-buf(wr-k + 1:1) to wr-sort-buf(wr-k:1)
                    move wr-swap to wr-sort-buf(wr-k + 1:1)
                 end-if
              end-perform
           end-perform
           .

       add-fault section.
           if wr-fault-count < wr-max-faults
              add 1 to wr-fault-count
              move wr-fault-text to wr-fault(wr-fault-count)
           else
              add 1 to wr-fault-more
           end-if
           .

      *> The wiring report: one line per display -- its wire-to-
      *> segment map and decoded value, or FAULT with the first fault
      *> found (the fault work list has them all).
       write-wiring-report section.
           move spaces to wiring-file-name
           string 'C:\WS\AOC2021\AOC2108B-WIRING-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into wiring-file-name
           open output wiring-file
           move 'AOC2108B' to rw-prog
           move 'SEVEN-SEGMENT WIRING MAP' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY wiring-record.
           move spaces to wiring-record
           move 'display' to wiring-record(1:7)
           move 'wire>segment map' to wiring-record(18:16)
           move 'value' to wiring-record(47:5)
           move 'status' to wiring-record(54:6)
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           COPY RPTCOLS REPLACING RPT-REC BY wiring-record.
           move 2 to ws-pass
           perform replay-input
           move spaces to wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           move spaces to wiring-record
           string 'displays: ' delimited by size
                  ws-rec-count delimited by size
                  '   with wiring faults: ' delimited by size
                  ws-fault-displays delimited by size
             into wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           COPY RPTFOOT REPLACING RPT-REC BY wiring-record.
           close wiring-file
           COPY CATADD REPLACING PROGID BY 'AOC2108B-WIRING'
                                 RPT-PATH BY wiring-file-name
                                 RPT-COUNT BY rw-rec-count.
           move 1 to ws-pass
           .

      *> The fault work list: every faulty display with its line as
      *> received and each fault on its own line, for the crew.
       write-fault-list section.
           move spaces to wiring-file-name
           string 'C:\WS\AOC2021\AOC2108B-FAULTS-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into wiring-file-name
           open output wiring-file
           move 'AOC2108B' to rw-prog
           move 'SEVEN-SEGMENT WIRING FAULT WORK LIST' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY wiring-record.
           move 3 to ws-pass
           perform replay-input
           move spaces to wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           move spaces to wiring-record
           string 'displays needing attention: ' delimited by size
                  ws-fault-displays delimited by size
             into wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           COPY RPTFOOT REPLACING RPT-REC BY wiring-record.
           close wiring-file
           COPY CATADD REPLACING PROGID BY 'AOC2108B-FAULTS'
                                 RPT-PATH BY wiring-file-name
                                 RPT-COUNT BY rw-rec-count.
           move 1 to ws-pass
           .

      *> Read the notes again for pass 2 or 3, numbering displays the
      *> same way pass 1 did.
       replay-input section.
           move zero to ws-rec-count
           move 'on' to file-eof
           open input input-file
           read input-file at end set eof-in to true end-read
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              if input-record not = spaces
                 add 1 to ws-rec-count
                 perform decode-one-line
              end-if
              read input-file at end set eof-in to true end-read
           end-perform
           close input-file
           .

       write-wiring-line section.
           move spaces to wiring-record
           string ws-rec-count delimited by size
             into wiring-record
           if wr-map-ok = 'Y'
              move wr-map-text to wiring-record(18:28)
           else
              move '(unresolved)' to wiring-record(18:12)
           end-if
           if wr-fault-count = zero
              move wr-value to wr-value-disp
              move wr-value-disp to wiring-record(48:4)
              move 'OK' to wiring-record(54:2)
           else
              move 'FAULT' to wiring-record(54:5)
              move wr-fault(1)(1:72) to wiring-record(61:72)
           end-if
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           .

       write-unreadable-line section.
           if ws-pass = 2
              move spaces to wiring-record
              string ws-rec-count delimited by size
                into wiring-record
              move '(unreadable -- see the DIAG report)'
                to wiring-record(18:35)
              COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           end-if
           .

       write-fault-entry section.
           move spaces to wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           move wr-fault-count to wr-n-disp
           move spaces to wiring-record
           string 'display ' delimited by size
                  ws-rec-count delimited by size
                  ' -- ' delimited by size
                  function trim(wr-n-disp) delimited by size
                  ' fault(s)' delimited by size
             into wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           move spaces to wiring-record
           string '   as received: ' delimited by size
                  function trim(input-record) delimited by size
             into wiring-record
           COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           perform varying wr-i from 1 by 1 until wr-i > wr-fault-count
              move spaces to wiring-record
              string '   - ' delimited by size
                     function trim(wr-fault(wr-i)) delimited by size
                into wiring-record
              COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           end-perform
           if wr-fault-more > zero
              move wr-fault-more to wr-n-disp
              move spaces to wiring-record
              string '   - and ' delimited by size
                     function trim(wr-n-disp) delimited by size
                     ' more' delimited by size
                into wiring-record
              COPY RPTLINE REPLACING RPT-REC BY wiring-record.
           end-if
           .
