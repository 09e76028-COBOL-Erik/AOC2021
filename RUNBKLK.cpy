      *> Parameter area for AOCRUNBK, the runbook executor. Copied
      *> into WORKING-STORAGE by the alert sweep (AOCALERT) and into
      *> LINKAGE by AOCRUNBK itself.
      *>
      *> rb-action names the approved action for one alert:
      *>   RESTAGE    stage the manifest in rb-param through AOCSTAGE
      *>   CLEARCKPT  delete rb-progid's checkpoint when it is older
      *>              than rb-busdate
      *>   RERUN      arrival-run the steps reading input rb-param
      *>              once it has landed after rb-since
      *> The action runs under rb-operator and needs rb-authority in
      *> the operator permissions file. rb-result comes back DONE
      *> (carried out), WAIT (not ready yet -- input not landed,
      *> suite busy), NOOP (nothing for the action to do), DENIED or
      *> FAILED, with rb-detail saying why.
       01 runbook-parm.
          05 rb-action    pic X(10).
          05 rb-alert-id  pic 9(6).
          05 rb-progid    pic X(20).
          05 rb-run-date  pic 9(8).
          05 rb-since     pic X(16).
          05 rb-busdate   pic 9(8).
          05 rb-operator  pic X(8).
          05 rb-authority pic X(10).
          05 rb-param     pic X(60).
          05 rb-result    pic X(8).
          05 rb-detail    pic X(60).
