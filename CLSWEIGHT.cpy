      *> Crab fuel classes -- weighted crabs per position, once the
      *> roster is complete. See CLSSEL.cpy for the full COPY
      *> sequence.
           if cls-active
              initialize cls-weights
              perform varying cls-px from 1 by 1
                      until cls-px > max-pos + 1
                 perform varying cls-ix from 1 by 1
                         until cls-ix > cls-count
                    if cls-bk-count(cls-ix, cls-px) > zero
                       compute cls-term =
                          cls-bk-count(cls-ix, cls-px)
                          * cls-mult(cls-ix)
                       add cls-term to cls-wt(cls-px)
                    end-if
                 end-perform
              end-perform
           end-if
