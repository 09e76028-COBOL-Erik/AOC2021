      *> Change-freeze windows -- FILE-CONTROL entries. The freeze
      *> calendar lists the windows during which a class of change
      *> is off limits, one line per window:
      *>   from-date from-hhmm to-date to-hhmm SCOPE reason
      *> e.g. 20261030 1800 20261102 0600 PROFILE month-end close
      *> SCOPE is PROFILE, CALENDAR, STAGING, PURGE or ALL; lines
      *> starting with * are comments. A window covers its from time
      *> up to (not including) its to time. No calendar file means no
      *> freezes. An operator holding the EMERGENCY right may go ahead
      *> inside a window with a recorded justification; the override
      *> lands in the override log and AOCOPS puts it on the next
      *> turnover page. COPY FRZSEL. in FILE-CONTROL; COPY FRZFD. in
      *> the FILE SECTION; COPY FRZWS. in WORKING-STORAGE (alongside
      *> the OPAUTH copybooks, which the override check uses); once
      *> OPAUTHCHK has allowed the change, set fz-scope and COPY
      *> FRZCHK. then test fz-allowed.
             select freeze-file
               assign to dynamic freeze-name
               organization is line sequential
               file status is fz-file-status.
             select freeze-ovr-file
               assign to dynamic freeze-ovr-name
               organization is line sequential
               file status is fz-ovr-status.
