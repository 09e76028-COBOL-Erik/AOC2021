      *> Operator sign-on at the start of an interactive transaction.
      *> Needs COPY SIGNLK. in WORKING-STORAGE. Once signed on, the ID
      *> entered at sign-on replaces whatever AOC_OPERATOR said, both
      *> in OPERATOR and in the environment (AOCSIGN exports it), so
      *> OPAUTHCHK, the job log and every audit trail record the
      *> person who signed on. No operator file leaves the operator
      *> resolved as before. COPY SIGNON REPLACING PROGID BY 'name'
      *> OPERATOR BY the program's operator field.
           move 'S' to sg-func
           move PROGID to sg-program
           call 'AOCSIGN' using sign-parm
           if sg-refused
              goback
           end-if
           if sg-signed-on
              move sg-operator to OPERATOR
           end-if
