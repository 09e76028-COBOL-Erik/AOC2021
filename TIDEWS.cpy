      *> Tide/datum correction -- WORKING-STORAGE. See TIDESEL.cpy
      *> for the full COPY sequence.
       77 tide-table-name pic X(80) value spaces.
       77 td-file-status pic X(2).
      *> 'on' until a table is loaded -- readings are only corrected
      *> under td-active.
       77 td-active-sw pic X(4) value 'on'.
          88 td-active value 'tide'.
       77 td-eof pic X(4) value 'on'.
          88 td-at-eof value 'EOFi'.
       77 td-datum pic X(20) value spaces.
       77 td-start-secs pic S9(9) comp-4 value zero.
       77 td-have-start pic X value 'N'.
       77 td-interval   pic S9(9) comp-4 value zero.
       77 td-max   pic S9(4) comp-4 value 200.
       77 td-count pic S9(4) comp-4 value zero.
       01 td-table.
          05 td-entry occurs 200 times.
             10 td-kind   pic X.
             10 td-from   pic S9(9) comp-4.
             10 td-to     pic S9(9) comp-4.
             10 td-t-from pic S9(9) comp-4.
             10 td-t-to   pic S9(9) comp-4.
             10 td-offset pic S9(7) comp-4.
             10 td-hits   pic S9(8) comp-4.
       77 td-ix     pic S9(4) comp-4.
       77 td-hit-ix pic S9(4) comp-4.
       77 td-bad    pic 9(4) value zero.
       77 td-tag      pic X(10).
       77 td-f2       pic X(20).
       77 td-f3       pic X(20).
       77 td-from-txt pic X(10).
       77 td-to-txt   pic X(10).
       77 td-hhmm     pic 9(4).
       77 td-secs     pic S9(9) comp-4.
       77 td-off-now  pic S9(7) comp-4 value zero.
       77 td-corrected pic S9(8) comp-4 value zero.
       77 td-uncovered pic S9(8) comp-4 value zero.
