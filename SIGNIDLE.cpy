      *> Idle check, straight after a transaction prompt is answered.
      *> Past AOCSIGN_IDLE minutes since the last answer the operator
      *> must re-enter the PIN; a wrong or blank PIN ends the session
      *> and sg-refused comes back set -- the transaction then treats
      *> the answer as its quit, applying nothing further but still
      *> saving what was already decided. Needs COPY SIGNLK. and a
      *> COPY SIGNON. earlier in the run.
           move 'T' to sg-func
           call 'AOCSIGN' using sign-parm
