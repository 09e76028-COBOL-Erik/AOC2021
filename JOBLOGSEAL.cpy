      *> Job-log seal -- tamper evidence for the run history. Every
      *> structured record carries a check value worked from its own
      *> content and the seal of the sealed record before it in the
      *> same file, so a record edited, inserted or deleted with a
      *> text editor breaks the chain AOCSEAL walks. A program that
      *> appends COPYs JOBLOGPREV before it opens the log; one that
      *> writes a log or segment from the top starts jl-seal-prev
      *> at zero. Then, with the record built in jlr-record:
      *>
      *> COPY JOBLOGSEAL.
      *>
      *> just before jlr-record goes to the file record.
      *> jl-seal-prev moves on to the new seal, so records written
      *> one after another chain. Old marker-format lines have no
      *> seal column and are written as they stand.
           if jlr-start-date is numeric
              COPY JOBLOGHASH.
              move jl-seal-calc to jlr-seal
              move jl-seal-calc to jl-seal-prev
           end-if
