      *> Tide/datum correction -- FD. See TIDESEL.cpy for the full
      *> COPY sequence.
       fd tide-file
          block 0 records
          label records omitted
          data record is tide-record.
       01 tide-record pic X(80).
