                 move 'AMENDED' to rslt-status
                 move spaces to rslt-answer
                 move function trim(ws-sum-disp) to rslt-answer
      *> An amended total that replaces an answer already extracted
      *> goes downstream as a correction under this operator.
                 accept rslt-operator from environment 'AOC_OPERATOR'
                 if rslt-operator = spaces
                    move 'AOCREPRO' to rslt-operator
                 end-if
                 move 'reprocessed rejects folded into total'
                   to rslt-reason
                 move 'Y' to rslt-io-ok
                 call 'AOCRSLT' using rslt-parm
                    on exception
