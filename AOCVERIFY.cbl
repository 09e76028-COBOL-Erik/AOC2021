       77 ws-refp    pic 9(9).
       77 ws-fp-ix   pic S9(4) comp-4.
       77 ws-fp-len  pic S9(4) comp-4.
      *> The copy being re-read has its own end-of-file switch -- the
      *> catalog walk around it is still running on eof-in.
       77 ws-arch-eof pic X value 'N'.
          88 arch-at-eof value 'Y'.

       77 ws-checked   pic 9(6) value zero.
       77 ws-unreadable pic 9(4) value zero.
       77 ws-mismatch  pic 9(4) value zero.
       77 ws-baselined pic 9(4) value zero.
      *> Catalog entries that share a stored file with an earlier one
      *> (ARCHIVECOPY's deduplication) -- the file is re-read once,
      *> under the entry that owns it.
       77 ws-shared    pic 9(6) value zero.
       77 ws-disp pic Z(5)9.

       COPY EOFSW.
              perform until eof-in
                 move archive-cat-record to arc-cat-record
                 if arc-cat-path not = spaces
                    if arc-cat-ref
                       add 1 to ws-shared
                    else
                       perform verify-one-copy
                    end-if
                 end-if
                 read archive-cat-file at end set eof-in to true
                 end-read
                  ws-mismatch delimited by size
                  ' mismatched, ' delimited by size
                  ws-baselined delimited by size
                  ' newly baselined, ' delimited by size
                  ws-shared delimited by size
                  ' shared with a checked copy' delimited by size
             into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
           COPY RPTFOOT REPLACING RPT-REC BY report-record.
              exit section
           end-if
           move zero to ws-recount ws-rebytes ws-refp
           move 'N' to ws-arch-eof
           read arch-read-file at end set arch-at-eof to true end-read
           perform until arch-at-eof
              add 1 to ws-recount
              compute ws-fp-len = function
                 stored-char-length(arch-read-record)
                    + function ord(arch-read-record(ws-fp-ix:1))
                    * ws-fp-ix, 999999937)
              end-perform
              read arch-read-file at end set arch-at-eof to true
              end-read
           end-perform
           close arch-read-file
                 function trim(arc-cat-path)
              exit section
           end-if
      *> Entries written since the catalog carried a fingerprint are
      *> checked against it directly, baseline or not.
           if arc-cat-fp is numeric
              and arc-cat-fp not = ws-refp
              add 1 to ws-mismatch
              move spaces to report-record
              string 'FINGERPRINT CHANGED ' delimited by size
                     function trim(arc-cat-path) delimited by size
                     ' cataloged=' delimited by size
                     arc-cat-fp delimited by size
                     ' now=' delimited by size
                     ws-refp delimited by size
                into report-record
           COPY RPTLINE REPLACING RPT-REC BY report-record.
              display 'AOCVERIFY: FINGERPRINT CHANGED '
                 function trim(arc-cat-path)
              exit section
           end-if
           perform check-fingerprint-baseline
           .

