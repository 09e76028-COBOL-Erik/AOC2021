      *> Crab fuel classes -- bucket one roster entry by class: its
      *> ws-cnt crabs at ws-pos are roster places rec-count + 1
      *> onward. See CLSSEL.cpy for the full COPY sequence.
           if cls-active
              move ws-cnt to cls-left
              perform varying cls-jx from 1 by 1
                      until cls-jx > cls-rng-count
                 compute cls-lo = function max(rec-count + 1,
                    cls-rng-from(cls-jx))
                 compute cls-hi = function min(rec-count + ws-cnt,
                    cls-rng-to(cls-jx))
                 if cls-hi >= cls-lo
                    move cls-rng-ix(cls-jx) to cls-ix
                    compute cls-bk-count(cls-ix, ws-pos + 1) =
                       cls-bk-count(cls-ix, ws-pos + 1)
                       + cls-hi - cls-lo + 1
                    compute cls-crabs(cls-ix) = cls-crabs(cls-ix)
                       + cls-hi - cls-lo + 1
                    compute cls-left = cls-left - (cls-hi - cls-lo + 1)
                 end-if
              end-perform
              add cls-left to cls-bk-count(1, ws-pos + 1)
              add cls-left to cls-crabs(1)
           end-if
