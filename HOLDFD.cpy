      *> Legal hold register -- FD. See HOLDSEL.cpy for the full COPY
      *> sequence.
       fd hold-file
          block 0 records
          label records omitted
          data record is hold-record.
       01 hold-record pic X(160).
