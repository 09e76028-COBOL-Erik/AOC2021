       77 oa-log-status  pic X(2).
       77 oa-env-path    pic X(60).
       77 oa-operator    pic X(8).
       77 oa-func        pic X(10).
       77 oa-rights      pic X(40).
       77 oa-tally       pic S9(4) comp-4.
       77 oa-auth-date   pic 9(8).
          88 oa-at-eof value 'EOFi'.
       77 oa-allowed-sw pic X(4) value 'on'.
          88 oa-allowed value 'yes!'.
      *> Columns past the rights belong to sign-on (AOCSIGN): the
      *> hashed PIN in 50-58 (blank until a SECURITY operator sets a
      *> temporary one), the count of consecutive failed PINs in
      *> 60-61, an L in 63 once the account is locked, and a T in 65
      *> while the PIN is a temporary one the operator must replace
      *> at the next sign-on. OPAUTHCHK reads only the ID and the
      *> rights.
       01 oa-auth-rec.
          05 oa-ar-id     pic X(8).
          05 oa-ar-rights pic X(40).
          05 filler       pic X.
          05 oa-ar-pin    pic X(9).
          05 filler       pic X.
          05 oa-ar-fails  pic X(2).
          05 filler       pic X.
          05 oa-ar-lock   pic X.
             88 oa-ar-locked value 'L'.
          05 filler       pic X.
          05 oa-ar-pin-state pic X.
             88 oa-ar-temp-pin value 'T'.
