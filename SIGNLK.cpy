      *> Parameter area for AOCSIGN, the operator sign-on shared by
      *> the interactive transactions. Copied into WORKING-STORAGE by
      *> every caller and into LINKAGE by AOCSIGN itself.
      *>
      *> sg-func 'S' signs the operator on (ID and PIN, against the
      *> hashed PIN in the operator file); 'T' is the idle check a
      *> transaction makes each time the operator answers a prompt --
      *> past the idle limit the PIN must be entered again before the
      *> session goes on. sg-program names the calling transaction for
      *> the authorization log. sg-result comes back 'Y' signed on
      *> (sg-operator is then the signed-on ID), 'N' refused or timed
      *> out, 'O' when there is no operator file and the suite is
      *> still open.
       01 sign-parm.
          05 sg-func     pic X.
          05 sg-program  pic X(10).
          05 sg-operator pic X(8).
          05 sg-result   pic X.
             88 sg-signed-on value 'Y'.
             88 sg-refused   value 'N'.
             88 sg-open      value 'O'.
