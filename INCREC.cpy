      *> Incident register line, shared by AOCINC (maintenance) and
      *> AOCINCRPT (the month's statement). Every line starts with
      *> the incident ID and a type; an incident's attachments follow
      *> its own line.
       01 in-rec.
          05 in-id           pic 9(6).
          05 filler          pic X.
          05 in-type         pic X.
             88 in-is-incident value 'I'.
             88 in-is-alert    value 'A'.
             88 in-is-run      value 'J'.
          05 filler          pic X(212).
      *> Type I -- the incident.
       01 in-head redefines in-rec.
          05 filler          pic X(9).
          05 ih-status       pic X(6).
          05 filler          pic X.
          05 ih-progid       pic X(20).
          05 filler          pic X.
          05 ih-category     pic X(10).
          05 filler          pic X.
          05 ih-opened-date  pic 9(8).
          05 filler          pic X.
          05 ih-opened-time  pic 9(8).
          05 filler          pic X.
          05 ih-opened-by    pic X(8).
          05 filler          pic X.
          05 ih-closed-date  pic 9(8).
          05 filler          pic X.
          05 ih-closed-time  pic 9(8).
          05 filler          pic X.
          05 ih-closed-by    pic X(8).
          05 filler          pic X.
          05 ih-title        pic X(40).
          05 filler          pic X.
          05 ih-fix          pic X(60).
          05 filler          pic X(17).
      *> Types A and J -- an attached alert (il-alert-id, the alert's
      *> program and run date) or job-log run (program, start date
      *> and time, the run's status).
       01 in-link redefines in-rec.
          05 filler          pic X(9).
          05 il-progid       pic X(20).
          05 filler          pic X.
          05 il-ref-date     pic 9(8).
          05 filler          pic X.
          05 il-ref-time     pic 9(8).
          05 filler          pic X.
          05 il-alert-id     pic 9(6).
          05 filler          pic X.
          05 il-status       pic X(8).
          05 filler          pic X.
          05 il-att-date     pic 9(8).
          05 filler          pic X.
          05 il-att-by       pic X(8).
          05 filler          pic X(139).
