      *> Crab fuel classes -- fuel subtotals per class for every
      *> crab aligning on CLS-AT under the cost model in
      *> cls-model-sw, one CLS-REC line per class. See CLSSEL.cpy for
      *> the full COPY sequence.
      *>
      *> COPY CLSRPT REPLACING CLS-REC BY curve-record
      *>                       CLS-AT BY median.
           move zero to cls-tot-raw cls-tot-wtd
           perform varying cls-ix from 1 by 1 until cls-ix > cls-count
              move zero to cls-sub-raw(cls-ix)
              perform varying cls-px from 1 by 1
                      until cls-px > max-pos + 1
                 if cls-bk-count(cls-ix, cls-px) > zero
                    compute cls-d = function abs(cls-px - 1 - CLS-AT)
                    if cls-constant
                       move cls-d to cls-cost
                    else
                       compute cls-cost = cls-d * (cls-d + 1) / 2
                    end-if
                    compute cls-sub-raw(cls-ix) = cls-sub-raw(cls-ix)
                       + cls-cost * cls-bk-count(cls-ix, cls-px)
                 end-if
              end-perform
              compute cls-sub-wtd(cls-ix) =
                 cls-sub-raw(cls-ix) * cls-mult(cls-ix)
              add cls-sub-raw(cls-ix) to cls-tot-raw
              add cls-sub-wtd(cls-ix) to cls-tot-wtd
           end-perform
           move CLS-AT to cls-at-disp
           move spaces to CLS-REC
           if cls-constant
              string 'Fuel by crab class -- constant-rate model at '
                        delimited by size
                     'position ' delimited by size
                     function trim(cls-at-disp) delimited by size
                into CLS-REC
           else
              string 'Fuel by crab class -- triangular model at '
                        delimited by size
                     'position ' delimited by size
                     function trim(cls-at-disp) delimited by size
                into CLS-REC
           end-if
           write CLS-REC
           move '  class       crabs   multiplier            raw fuel'
              & '      weighted fuel' to CLS-REC
           write CLS-REC
           perform varying cls-ix from 1 by 1 until cls-ix > cls-count
              move cls-crabs(cls-ix) to cls-n-disp
              move cls-mult(cls-ix) to cls-mult-disp
              move cls-sub-raw(cls-ix) to cls-raw-disp
              move cls-sub-wtd(cls-ix) to cls-wtd-disp
              move spaces to CLS-REC
              string '  ' delimited by size
                     cls-code(cls-ix) delimited by size
                     cls-n-disp delimited by size
                     '       ' delimited by size
                     cls-mult-disp delimited by size
                     ' ' delimited by size
                     cls-raw-disp delimited by size
                     ' ' delimited by size
                     cls-wtd-disp delimited by size
                into CLS-REC
              write CLS-REC
           end-perform
           move cls-tot-raw to cls-raw-disp
           move cls-tot-wtd to cls-wtd-disp
           move spaces to CLS-REC
           string '  total   ' delimited by size
                  '                       ' delimited by size
                  cls-raw-disp delimited by size
                  ' ' delimited by size
                  cls-wtd-disp delimited by size
             into CLS-REC
           write CLS-REC
