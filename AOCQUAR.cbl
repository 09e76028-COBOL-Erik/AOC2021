
       COPY RUNLKWS.
       COPY OPAUTHWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY SIGNON REPLACING PROGID BY 'AOCQUAR'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
                    with no advancing
                 move spaces to ws-pick
                 accept ws-pick
                 COPY SIGNIDLE.
                 if sg-refused
                    move spaces to ws-pick
                 end-if
                 if ws-pick not = spaces
                    and function trim(ws-pick) is numeric
                    compute ws-pick-num = function numval(ws-pick)
