       77 a-overlap-disp  pic Z(7)9.

       COPY EOFSW.
       COPY HDRWS.

       COPY RUNMODE.


           open input input-file
           read input-file at end set eof-in to true end-read
      *> A staged control header is bookkeeping, not a segment.
           COPY HDRCHECK REPLACING HDR-REC BY input-record.
           if hdr-is-header
              read input-file at end set eof-in to true end-read
           end-if
           perform until eof-in
              add 1 to a-line-num
              if seg-line not = spaces

           COPY ARCHIVECOPY REPLACING PROGID BY 'AOC2105B'
                                       SRC-PATH BY input-file-name.
           COPY HDREND REPLACING PROGID BY 'AOC2105B'
                                 HDR-COUNT BY a-line-num.
      *> Request 076: record counts for the structured log record.
           move a-line-num to jl-recs-read
           move a-bad-count to jl-recs-rejected
