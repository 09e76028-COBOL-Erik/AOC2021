      *> Tide/datum correction -- FILE-CONTROL entry. Sonar depths are
      *> taken against the waterline, so over a long sweep the tide
      *> moves every reading. A tide table gives the offset to add to
      *> each raw reading to bring it back to the chart datum (the
      *> tide height with its sign turned over: a +12 tide is -12),
      *> either by reading number or by the time the reading was
      *> taken:
      *>     DATUM,LAT-SOUTHPORT
      *>     START,0615
      *>     INTERVAL,30
      *>     LINES,1-400,-12
      *>     TIME,0800-0930,-18
      *> START (hhmm) and INTERVAL (seconds between readings) place
      *> each reading in time; a TIME entry covers the readings taken
      *> from its first time up to, not including, its second, and
      *> needs both. Where entries overlap the first one stands; a
      *> reading no entry covers is left as it was. '*' lines are
      *> comments. Set tide-table-name (spaces for none) and COPY
      *> TIDELOAD. before the readings are processed; COPY TIDEAPPLY
      *> REPLACING TIDE-LINE BY <reading number> TIDE-VAL BY <value>
      *> on each reading. COPY TIDEFD. in the FILE SECTION and COPY
      *> TIDEWS. in WORKING-STORAGE.
             select tide-file
               assign to dynamic tide-table-name
               organization is line sequential
               file status is td-file-status.
