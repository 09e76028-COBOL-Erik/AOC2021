      *> Operator authorization -- purging archive copies is
      *> destructive and now needs the PURGE right.
             COPY OPAUTHSEL.
             COPY FRZSEL.
      *> Legal holds -- a held copy outlives every purge below.
             COPY HOLDSEL.
      *> One-time deduplication pass (AOCARCH_DEDUPE=Y): copies
      *> archived before ARCHIVECOPY learned to share a stored file
      *> are fingerprinted, later duplicates within a year are
      *> repointed at the earliest copy and deleted, and the space
      *> won back is reported here.
             select dedupe-report-file
               assign to dynamic dedupe-report-name
               organization is line sequential.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       COPY ARCHIVEFD.
       COPY OPAUTHFD.
       COPY FRZFD.
       COPY HOLDFD.

       fd inventory-report-file
          block 0 records
          data record is purge-log-record.
       01 purge-log-record pic X(160).

       fd dedupe-report-file
          block 0 records
          label records omitted
          data record is dedupe-report-record.
       01 dedupe-report-record pic X(132).

       COPY JOBLOGFD.

       working-storage section.
             10 ac-path   pic X(80).
             10 ac-keep   pic X.
                88 ac-kept value 'Y'.
             10 ac-fp     pic X(9).
             10 ac-kind   pic X.
                88 ac-ref value 'R'.
             10 ac-refs   pic 9(4).
             10 ac-season pic X(4).
             10 ac-type   pic X(4).
       77 ac-ix pic S9(4) comp-4.
      *> Second subscript for the shared-file scans -- entries that
      *> point at the same stored file.
       77 ac-jx pic S9(4) comp-4.
       77 ac-hit-ix pic S9(4) comp-4.
       77 ws-ref-count pic 9(4).

      *> Request 051: per-PROGID inventory rollup.
       77 inv-max   pic S9(4) comp-4 value 50.

       77 ws-purge-count pic 9(8) value zero.
       77 ws-purge-fail  pic 9(8) value zero.
      *> Entries retired whose stored file another kept entry still
      *> uses -- the file stays, only the catalog line goes.
       77 ws-drop-count  pic 9(8) value zero.
      *> Catalog lines whose kind/reference count the recount below
      *> changed -- any such change means the catalog is rewritten.
       77 ws-refs-changed pic 9(8) value zero.

       77 ws-dedupe-env   pic X(10).
       77 ws-dedupe-count pic 9(8) value zero.
       77 ws-dedupe-files pic 9(8) value zero.
       77 ws-dedupe-bytes pic 9(12) value zero.
       77 ws-filled-fp    pic 9(8) value zero.
       77 ws-old-path     pic X(80).
       77 dedupe-report-name pic X(60).

       77 inventory-report-name pic X(60).
       77 purge-log-name        pic X(60).
       COPY ARCHIVEWS.
       COPY JOBLOGWS.
       COPY OPAUTHWS.
       COPY FRZWS.
       COPY HOLDWS.
      *> Copies a purge, retirement or dedupe passed over because a
      *> legal hold covers them -- each one logged HELD.
       77 ws-held-count  pic 9(8) value zero.
      *> Set once up front: whether this operator may purge at all.
       77 ws-may-purge pic X value 'Y'.
          88 may-purge value 'Y'.
                  '.txt' delimited by size
             into purge-log-name

           accept ws-dedupe-env from environment 'AOCARCH_DEDUPE'

      *> Purging needs the PURGE right; without it this run is
      *> inventory-only, and the attempt lands in the denial log.
      *> The deduplication pass deletes files too, so it needs the
      *> same right.
           if ws-keep-days > zero or ws-dedupe-env = 'Y'
              move jl-operator to oa-operator
              move 'PURGE' to oa-func
              COPY OPAUTHCHK.
              if not oa-allowed
                 move 'N' to ws-may-purge
                 move zero to ws-keep-days
                 move spaces to ws-dedupe-env
                 display 'AOCARCH: inventory only -- no purge '
                    'authority'
              end-if
           end-if
      *> A PURGE freeze likewise leaves the run inventory-only,
      *> unless an EMERGENCY override is recorded.
           if ws-keep-days > zero or ws-dedupe-env = 'Y'
              move 'PURGE' to fz-scope
              COPY FRZCHK.
              if not fz-allowed
                 move 'N' to ws-may-purge
                 move zero to ws-keep-days
                 move spaces to ws-dedupe-env
                 display 'AOCARCH: inventory only -- purge frozen'
              end-if
           end-if

           COPY HOLDLOAD.
           perform load-catalog
           if ws-dedupe-env = 'Y'
              perform dedupe-archive
           end-if
           perform build-inventory
           perform write-inventory-report
           if ws-keep-days > zero
              perform apply-retention
           else
              display 'AOCARCH: AOCARCH_KEEPDAYS is 0 -- inventory '
                 'only, nothing purged'
           end-if
           if ws-keep-days > zero or ws-dedupe-env = 'Y'
              perform count-references
              if ws-purge-count > zero or ws-purge-fail > zero
                 or ws-drop-count > zero or ws-dedupe-count > zero
                 or ws-refs-changed > zero
                 perform rewrite-catalog
              end-if
           end-if

           move ac-count to ws-arch-files

                  ' purged=' delimited by size
                  function trim(ws-purge-disp) delimited by size
             into jl-answer
           if ws-dedupe-env = 'Y'
              move ws-dedupe-files to ws-purge-disp
              move ws-dedupe-bytes to ws-bytes-disp
              string function trim(jl-answer) delimited by size
                     ' deduped=' delimited by size
                     function trim(ws-purge-disp) delimited by size
                     ' reclaimed=' delimited by size
                     function trim(ws-bytes-disp) delimited by size
                into jl-answer
           end-if
           if ws-held-count > zero
              move ws-held-count to ws-purge-disp
              string function trim(jl-answer) delimited by size
                     ' held=' delimited by size
                     function trim(ws-purge-disp) delimited by size
                into jl-answer
              display 'AOCARCH: ' ws-held-count ' cop(ies) left in '
                 'place under legal hold -- see '
                 function trim(purge-log-name)
           end-if
           if ws-purge-fail > zero
              move 'PURGEERR' to jl-status
           end-if
                    move arc-cat-bytes to ac-bytes(ac-count)
                    move arc-cat-path to ac-path(ac-count)
                    move 'Y' to ac-keep(ac-count)
                    move spaces to ac-fp(ac-count)
                    if arc-cat-fp is numeric
                       move arc-cat-fp to ac-fp(ac-count)
                    end-if
                    move arc-cat-kind to ac-kind(ac-count)
                    move zero to ac-refs(ac-count)
                    if arc-cat-refs is numeric
                       move arc-cat-refs to ac-refs(ac-count)
                    end-if
                    move arc-cat-season to ac-season(ac-count)
                    move spaces to ac-type(ac-count)
                    read archive-cat-file at end set eof-in to true
                    end-read
                 end-if
                 move zero to inv-max-date(inv-hit-ix)
                 move zero to inv-bytes(inv-hit-ix)
              end-if
      *> Bytes are what the archive really holds -- an entry that
      *> shares an earlier copy's file adds none.
              if inv-hit-ix > zero
                 add 1 to inv-files(inv-hit-ix)
                 if not ac-ref(ac-ix)
                    add ac-bytes(ac-ix) to inv-bytes(inv-hit-ix)
                 end-if
                 if ac-date(ac-ix) < inv-min-date(inv-hit-ix)
                    move ac-date(ac-ix) to inv-min-date(inv-hit-ix)
                 end-if
                 'purged, ' ws-purge-fail ' delete failure(s) -- see '
                 function trim(purge-log-name)
           end-if
           if ws-drop-count > zero
              display 'AOCARCH: ' ws-drop-count ' catalog entr(ies) '
                 'retired whose file is still in use by a kept entry'
           end-if
           .

      *> Sets wk-hit-ix non-zero when this PROGID already has a kept
           end-if
           .

      *> A stored file can back several catalog entries since
      *> ARCHIVECOPY began sharing identical copies -- while any
      *> other kept entry still uses it, only this entry is retired
      *> and the file stays. The last entry out deletes it.
       purge-one-copy section.
           perform check-hold
           if hd-held
              exit section
           end-if
           move zero to ac-hit-ix
           perform varying ac-jx from 1 by 1 until ac-jx > ac-count
              if ac-jx not = ac-ix
                 and ac-kept(ac-jx)
                 and ac-path(ac-jx) = ac-path(ac-ix)
                 move ac-jx to ac-hit-ix
                 exit perform
              end-if
           end-perform
           open extend purge-log-file
           if purge-log-status = '35'
              open output purge-log-file
           end-if
           move spaces to purge-log-record
           if ac-hit-ix > zero
              add 1 to ws-drop-count
              move 'N' to ac-keep(ac-ix)
              string 'RETIRED ' delimited by size
                     ac-date(ac-ix) delimited by size
                     ' ' delimited by size
                     function trim(ac-path(ac-ix)) delimited by size
                     ' (file kept -- still shared)' delimited by size
                into purge-log-record
              write purge-log-record
              close purge-log-file
              exit section
           end-if
           call 'CBL_DELETE_FILE' using ac-path(ac-ix)
           if return-code = zero
              add 1 to ws-purge-count
              move 'N' to ac-keep(ac-ix)
           close purge-log-file
           .

      *> A copy under legal hold stays exactly where it is -- file
      *> and catalog line both -- and the purge log says which case
      *> kept it.
       check-hold section.
           move ac-progid(ac-ix) to hd-chk-progid
           move ac-date(ac-ix) to hd-chk-date
           COPY HOLDCHK.
           if not hd-held
              exit section
           end-if
           add 1 to ws-held-count
           open extend purge-log-file
           if purge-log-status = '35'
              open output purge-log-file
           end-if
           move spaces to purge-log-record
           string 'HELD ' delimited by size
                  ac-date(ac-ix) delimited by size
                  ' ' delimited by size
                  function trim(ac-path(ac-ix)) delimited by size
                  ' (legal hold ' delimited by size
                  function trim(hd-held-case) delimited by size
                  ')' delimited by size
             into purge-log-record
           write purge-log-record
           close purge-log-file
           .

      *> Request 051: the catalog must stop naming files that no
      *> longer exist -- rewritten in place from the kept entries.
       rewrite-catalog section.
                 move ac-recs(ac-ix) to arc-cat-recs
                 move ac-bytes(ac-ix) to arc-cat-bytes
                 move ac-path(ac-ix) to arc-cat-path
                 if ac-fp(ac-ix) is numeric
                    move ac-fp(ac-ix) to arc-cat-fp
                 end-if
                 move ac-kind(ac-ix) to arc-cat-kind
                 move ac-refs(ac-ix) to arc-cat-refs
                 move ac-season(ac-ix) to arc-cat-season
                 write archive-cat-record from arc-cat-record
              end-if
           end-perform
           close archive-cat-file
           .

      *> Ownership of each stored file, recounted from the kept
      *> entries: the first entry naming a path owns it (kind C, refs
      *> = every kept entry naming it); the rest are references
      *> (kind R). Retention can retire an owner while its file lives
      *> on -- the next entry in line takes over here.
       count-references section.
           perform varying ac-ix from 1 by 1 until ac-ix > ac-count
              if ac-kept(ac-ix)
                 move zero to ac-hit-ix ws-ref-count
                 perform varying ac-jx from 1 by 1
                         until ac-jx > ac-count
                    if ac-kept(ac-jx)
                       and ac-path(ac-jx) = ac-path(ac-ix)
                       if ac-hit-ix = zero
                          move ac-jx to ac-hit-ix
                       end-if
                       add 1 to ws-ref-count
                    end-if
                 end-perform
                 if ac-hit-ix = ac-ix
                    if ac-kind(ac-ix) not = 'C'
                       or ac-refs(ac-ix) not = ws-ref-count
                       add 1 to ws-refs-changed
                    end-if
                    move 'C' to ac-kind(ac-ix)
                    move ws-ref-count to ac-refs(ac-ix)
                 else
                    if not ac-ref(ac-ix)
                       or ac-refs(ac-ix) not = zero
                       add 1 to ws-refs-changed
                    end-if
                    move 'R' to ac-kind(ac-ix)
                    move zero to ac-refs(ac-ix)
                 end-if
              end-if
           end-perform
           .

      *> The one-time pass over copies archived before ARCHIVECOPY
      *> shared identical inputs. Every stored copy without a
      *> fingerprint gets one, read back from the file the way
      *> ARCHIVECOPY computes it; then each stored copy that matches
      *> an earlier stored copy of the same year -- fingerprint,
      *> record count and byte count -- is deleted and every entry
      *> naming it is repointed at the earlier file. Same year only,
      *> the rule ARCHIVECOPY follows (AOCYREND moves closed years
      *> out of the live catalog).
       dedupe-archive section.
           string 'C:\WS\AOC2021\AOCARCH-DEDUPE-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into dedupe-report-name
           open output dedupe-report-file
           move 'AOCARCH' to rw-prog
           move 'ARCHIVE DEDUPLICATION' to rw-title
           COPY RPTHEAD REPLACING RPT-REC BY dedupe-report-record.
           perform varying ac-ix from 1 by 1 until ac-ix > ac-count
              if ac-kept(ac-ix)
                 and not ac-ref(ac-ix)
                 and ac-fp(ac-ix) is not numeric
                 perform fill-fingerprint
              end-if
           end-perform
           perform varying ac-ix from 1 by 1 until ac-ix > ac-count
              if ac-kept(ac-ix)
                 and not ac-ref(ac-ix)
                 and ac-fp(ac-ix) is numeric
                 and ac-date(ac-ix) is numeric
                 perform find-earlier-copy
                 if ac-hit-ix > zero
                    perform dedupe-one-copy
                 end-if
              end-if
           end-perform
           move spaces to dedupe-report-record
           COPY RPTLINE REPLACING RPT-REC BY dedupe-report-record.
           move ws-dedupe-files to ws-files-disp
           move ws-dedupe-bytes to ws-bytes-disp
           move ws-dedupe-count to ws-purge-disp
           string function trim(ws-files-disp) delimited by size
                  ' duplicate file(s) removed, ' delimited by size
                  function trim(ws-purge-disp) delimited by size
                  ' catalog entr(ies) repointed, ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' byte(s) reclaimed' delimited by size
             into dedupe-report-record
           COPY RPTLINE REPLACING RPT-REC BY dedupe-report-record.
           move ws-filled-fp to ws-files-disp
           move spaces to dedupe-report-record
           string function trim(ws-files-disp) delimited by size
                  ' older cop(ies) fingerprinted for the pass'
                     delimited by size
             into dedupe-report-record
           COPY RPTLINE REPLACING RPT-REC BY dedupe-report-record.
           COPY RPTFOOT REPLACING RPT-REC BY dedupe-report-record.
           close dedupe-report-file
           COPY CATADD REPLACING PROGID BY 'AOCARCH'
                                 RPT-PATH BY dedupe-report-name
                                 RPT-COUNT BY rw-rec-count.
           display 'AOCARCH: deduplication -- '
              function trim(ws-bytes-disp) ' byte(s) reclaimed, see '
              function trim(dedupe-report-name)
           .

      *> Read one stored copy back and fingerprint it. A copy that is
      *> missing, or no longer matches its cataloged counts, is left
      *> without a fingerprint -- it takes no part in the pass (and
      *> AOCVERIFY is what reports it).
       fill-fingerprint section.
           move ac-path(ac-ix) to archive-src-name
           open input archive-src-file
           if archive-src-status not = '00'
              exit section
           end-if
           move zero to archive-rec-count archive-byte-count
              archive-file-fp
           move 'on' to archive-eof
           read archive-src-file at end set archive-at-eof to true
           end-read
           perform until archive-at-eof
              add 1 to archive-rec-count
              compute archive-fp-len =
                 function stored-char-length(archive-src-record)
              compute archive-byte-count = archive-byte-count
                 + archive-fp-len + 1
              perform varying archive-fp-ix from 1 by 1
                      until archive-fp-ix > archive-fp-len
                 compute archive-file-fp = function mod(
                    archive-file-fp + function ord(
                       archive-src-record(archive-fp-ix:1))
                    * archive-fp-ix, 999999937)
              end-perform
              read archive-src-file at end set archive-at-eof to true
              end-read
           end-perform
           close archive-src-file
           if archive-rec-count = ac-recs(ac-ix)
              and archive-byte-count = ac-bytes(ac-ix)
              move archive-file-fp to ac-fp(ac-ix)
              add 1 to ws-filled-fp
           end-if
           .

      *> ac-hit-ix: the earliest kept stored copy before this one with
      *> the same year, fingerprint, record and byte counts.
       find-earlier-copy section.
           move zero to ac-hit-ix
           perform varying ac-jx from 1 by 1 until ac-jx >= ac-ix
              if ac-kept(ac-jx)
                 and not ac-ref(ac-jx)
                 and ac-fp(ac-jx) = ac-fp(ac-ix)
                 and ac-recs(ac-jx) = ac-recs(ac-ix)
                 and ac-bytes(ac-jx) = ac-bytes(ac-ix)
                 and ac-path(ac-jx) not = ac-path(ac-ix)
                 and ac-date(ac-jx)(1:4) = ac-date(ac-ix)(1:4)
                 move ac-jx to ac-hit-ix
                 exit perform
              end-if
           end-perform
           .

      *> The earlier file must still be there to take over. Delete
      *> the duplicate first; only once it is gone are the entries
      *> naming it repointed, so a failed delete leaves
      *> the catalog describing the archive exactly as it is.
       dedupe-one-copy section.
           perform check-hold
           if hd-held
              exit section
           end-if
           move ac-path(ac-hit-ix) to archive-src-name
           open input archive-src-file
           if archive-src-status not = '00'
              exit section
           end-if
           close archive-src-file
           move ac-path(ac-ix) to ws-old-path
           call 'CBL_DELETE_FILE' using ws-old-path
           open extend purge-log-file
           if purge-log-status = '35'
              open output purge-log-file
           end-if
           move spaces to purge-log-record
           if return-code not = zero
              add 1 to ws-purge-fail
              move return-code to ws-rc-disp
              string 'DEDUPE DELETE FAILED rc=' delimited by size
                     function trim(ws-rc-disp) delimited by size
                     ' ' delimited by size
                     function trim(ws-old-path) delimited by size
                into purge-log-record
              write purge-log-record
              close purge-log-file
              move zero to return-code
              exit section
           end-if
           string 'DEDUPED ' delimited by size
                  ac-date(ac-ix) delimited by size
                  ' ' delimited by size
                  function trim(ws-old-path) delimited by size
                  ' -> ' delimited by size
                  function trim(ac-path(ac-hit-ix)) delimited by size
             into purge-log-record
           write purge-log-record
           close purge-log-file
           add 1 to ws-dedupe-files
           add ac-bytes(ac-ix) to ws-dedupe-bytes
           perform varying ac-jx from 1 by 1 until ac-jx > ac-count
              if ac-kept(ac-jx)
                 and ac-path(ac-jx) = ws-old-path
                 move ac-path(ac-hit-ix) to ac-path(ac-jx)
                 move 'R' to ac-kind(ac-jx)
                 add 1 to ws-dedupe-count
              end-if
           end-perform
           move ac-bytes(ac-ix) to ws-bytes-disp
           move spaces to dedupe-report-record
           string ac-progid(ac-ix) delimited by space
                  ' ' delimited by size
                  ac-date(ac-ix) delimited by size
                  ' ' delimited by size
                  function trim(ws-old-path) delimited by size
                  ' = ' delimited by size
                  function trim(ac-path(ac-hit-ix)) delimited by size
                  ' ' delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  ' bytes' delimited by size
             into dedupe-report-record
           COPY RPTLINE REPLACING RPT-REC BY dedupe-report-record.
           .

      *> Request 089: the same load/purge/rewrite shape as the
      *> archive side, run over the report catalog -- the ac-table is
      *> reused wholesale since both catalogs share the column
                       move zero to ac-bytes(ac-count)
                       move rpt-cat-path to ac-path(ac-count)
                       move 'Y' to ac-keep(ac-count)
                       move spaces to ac-fp(ac-count)
                          ac-kind(ac-count)
                       move zero to ac-refs(ac-count)
                       move rpt-cat-season to ac-season(ac-count)
                       move rpt-cat-type to ac-type(ac-count)
                       read report-cat-file
                          at end set eof-in to true
                       end-read
                    end-if
                 end-perform
                 close report-cat-file
                 move zero to ws-drop-count
                 perform retire-old-reports
                 if ws-rpt-purged > zero or ws-purge-fail > zero
                    or ws-drop-count > zero
                    perform rewrite-report-catalog
                 end-if
              end-if
                 move ac-time(ac-ix) to rpt-cat-time
                 move ac-recs(ac-ix) to rpt-cat-recs
                 move ac-path(ac-ix) to rpt-cat-path
                 move ac-season(ac-ix) to rpt-cat-season
                 move ac-type(ac-ix) to rpt-cat-type
                 write report-cat-record from rpt-cat-rec
              end-if
           end-perform
