      *> Tide/datum correction -- bring one reading to the datum.
      *> TIDE-LINE is the reading's number in the sweep, TIDE-VAL the
      *> reading itself; td-off-now is left holding the offset used.
      *> See TIDESEL.cpy for the full COPY sequence.
           move zero to td-off-now td-hit-ix
           perform varying td-ix from 1 by 1
                   until td-ix > td-count or td-hit-ix > zero
              if TIDE-LINE >= td-from(td-ix)
                 and TIDE-LINE <= td-to(td-ix)
                 move td-ix to td-hit-ix
              end-if
           end-perform
           if td-hit-ix > zero
              move td-offset(td-hit-ix) to td-off-now
              add 1 to td-hits(td-hit-ix)
              add 1 to td-corrected
              add td-off-now to TIDE-VAL
           else
              add 1 to td-uncovered
           end-if
