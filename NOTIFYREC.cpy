      *> Notification outbox record -- the fixed-column layout the
      *> mail/pager gateway picks up from the outbox file. One record
      *> per notification: who to tell (team, chain level, person and
      *> contact address), which alert, and the catalog message ID
      *> that says why. AOCALERT appends these; the gateway owns the
      *> file after that. The same record is kept in the alert's
      *> notification history.
       01 nr-record.
          05 nr-stamp       pic 9(12).
          05 filler         pic X.
          05 nr-msgid       pic X(8).
          05 filler         pic X.
          05 nr-kind        pic X(8).
          05 filler         pic X.
          05 nr-alert-id    pic 9(6).
          05 filler         pic X.
          05 nr-severity    pic X.
          05 filler         pic X.
          05 nr-team        pic X(10).
          05 filler         pic X.
          05 nr-level       pic 9.
          05 filler         pic X.
          05 nr-person      pic X(20).
          05 filler         pic X.
          05 nr-contact     pic X(40).
          05 filler         pic X.
          05 nr-progid      pic X(20).
          05 filler         pic X.
          05 nr-run-date    pic 9(8).
          05 filler         pic X.
          05 nr-text        pic X(60).
