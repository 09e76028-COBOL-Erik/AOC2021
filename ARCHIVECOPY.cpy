                 open output archive-dst-file
                 move 'on' to archive-eof
                 move zero to archive-rec-count archive-byte-count
                 move zero to archive-file-fp
                 read archive-src-file at end set archive-at-eof to true
                    end-read
                 perform until archive-at-eof
                          jl-fp-sum + function ord(
                             archive-src-record(archive-fp-ix:1))
                          * archive-fp-ix, 999999937)
                       compute archive-file-fp = function mod(
                          archive-file-fp + function ord(
                             archive-src-record(archive-fp-ix:1))
                          * archive-fp-ix, 999999937)
                    end-perform
                    read archive-src-file at end set archive-at-eof
                       to true
                 end-perform
                 close archive-src-file
                 close archive-dst-file
      *> Reruns, catch-up runs and replays archive the same bytes
      *> again and again. When this year's catalog already holds a
      *> copy with the same fingerprint, record count and byte count
      *> -- and that file is still there -- the fresh copy is
      *> dropped and the entry below points at the stored one
      *> instead. Same year only: AOCYREND moves closed years out
      *> of the live catalog, and AOCARCH can only keep a shared
      *> file alive while every entry using it is in view.
                 move spaces to archive-dup-path
                 move archive-dst-name to archive-new-path
                 open input archive-cat-file
                 if archive-cat-status = '00'
                    move 'on' to archive-dup-eof
                    read archive-cat-file
                       at end set archive-dup-at-eof to true
                    end-read
                    perform until archive-dup-at-eof
                       move archive-cat-record to arc-cat-record
                       if arc-cat-date(1:4) = archive-today(1:4)
                          and arc-cat-fp is numeric
                          and arc-cat-fp = archive-file-fp
                          and arc-cat-recs = archive-rec-count
                          and arc-cat-bytes = archive-byte-count
                          and arc-cat-path not = archive-new-path
                          move arc-cat-path to archive-src-name
                          open input archive-src-file
                          if archive-src-status = '00'
                             close archive-src-file
                             move arc-cat-path to archive-dup-path
                             set archive-dup-at-eof to true
                          end-if
                       end-if
                       if not archive-dup-at-eof
                          read archive-cat-file
                             at end set archive-dup-at-eof to true
                          end-read
                       end-if
                    end-perform
                    close archive-cat-file
                 end-if
                 if archive-dup-path not = spaces
                    move return-code to archive-save-rc
                    call 'CBL_DELETE_FILE' using archive-new-path
                    move archive-save-rc to return-code
                    display PROGID ': input matches archived copy '
                       function trim(archive-dup-path)
                       ' -- no new copy written'
                 end-if
      *> Request 051: every copy written is also recorded in the
      *> archive catalog, one fixed-column record per copy -- COBOL
      *> has no portable directory scan, so the catalog is what lets
      *> operator guessing in a file manager.
                 move spaces to arc-cat-record
                 move PROGID to arc-cat-progid
                 move jl-season to arc-cat-season
                 move archive-today to arc-cat-date
                 move archive-time to arc-cat-time
                 move archive-rec-count to arc-cat-recs
                 move archive-byte-count to arc-cat-bytes
                 move archive-file-fp to arc-cat-fp
                 if archive-dup-path not = spaces
                    move archive-dup-path to arc-cat-path
                    move 'R' to arc-cat-kind
                    move zero to arc-cat-refs
                 else
                    move archive-dst-name to arc-cat-path
                    move 'C' to arc-cat-kind
                    move 1 to arc-cat-refs
                 end-if
      *> Contention protocol: parallel lanes append here at the
      *> same moment -- a busy open is waited out, and an entry
      *> that still cannot land is shouted with its content rather
