      *> Job-log seal arithmetic, for JOBLOGSEAL and JOBLOGCHAIN:
      *> jl-seal-calc comes back as the seal of jlr-record chained
      *> from jl-seal-prev -- a running remainder over the site key
      *> (AOC_SEAL_KEY, when the profile sets one, so the seal
      *> cannot be recomputed by someone who only has the log) and
      *> then every byte of the record ahead of the seal column --
      *> and the season column after it, on records of a season
      *> other than 2021, since the season decides which runs the
      *> scoreboard, extracts, restart and catch-up see. Records of
      *> season 2021 (blank, or stamped 2021 by AOCSEACV) hash as
      *> they always have, so their seals stand.
           move spaces to jl-seal-key
           accept jl-seal-key from environment 'AOC_SEAL_KEY'
           move jl-seal-prev to jl-seal-work
           if jl-seal-key not = spaces
              perform varying jl-seal-ix from 1 by 1
                      until jl-seal-ix > length of jl-seal-key
                 compute jl-seal-work = function mod(jl-seal-work
                    * 131 + function ord(jl-seal-key(jl-seal-ix:1)),
                    999999937)
              end-perform
           end-if
           perform varying jl-seal-ix from 1 by 1
                   until jl-seal-ix > jl-seal-span
              compute jl-seal-work = function mod(jl-seal-work
                 * 131 + function ord(jlr-record(jl-seal-ix:1)),
                 999999937)
           end-perform
           if jlr-season not = spaces and jlr-season not = '2021'
              perform varying jl-seal-ix from 1 by 1
                      until jl-seal-ix > length of jlr-season
                 compute jl-seal-work = function mod(jl-seal-work
                    * 131 + function ord(jlr-season(jl-seal-ix:1)),
                    999999937)
              end-perform
           end-if
           move jl-seal-work to jl-seal-calc
