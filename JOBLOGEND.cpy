              move 'C:\WS\AOC2021\AOC-JOBLOG-SELFTEST.txt'
                to job-log-file-name
           end-if
      *> The seal this record chains from -- see JOBLOGSEAL.cpy.
           COPY JOBLOGPREV.
      *> Request 070: contention protocol. A busy/locked open (two
      *> writers hitting the log at once) is retried with a bounded
      *> one-second wait instead of silently losing this run's
           move jl-recs-rejected to jlr-recs-rej
           move jl-answer to jlr-answer
           move jl-operator to jlr-operator
           move jl-season to jlr-season
           move jl-fp-sum to jlr-fingerprint
           move jl-control to jlr-control
           if jl-version = spaces
              move function when-compiled to jlr-version
           else
              move jl-version to jlr-version
           end-if
           COPY JOBLOGSEAL.
           move jlr-record to job-log-record
      *> Request 070: the log is now the source of the scoreboard,
      *> the trend flags and the answer history -- a record that
              move jl-end-time to rslt-run-time
              move jl-status to rslt-status
              move jl-answer to rslt-answer
              move jl-season to rslt-season
      *> ON EXCEPTION: a build without AOCRSLT linked in still logs
      *> and runs -- the master is an index over the log, not a
      *> prerequisite for it.
