      *> Change-freeze windows -- FDs. See FRZSEL.cpy for the full
      *> COPY sequence.
       fd freeze-file
          block 0 records
          label records omitted
          data record is freeze-record.
       01 freeze-record pic X(120).

       fd freeze-ovr-file
          block 0 records
          label records omitted
          data record is freeze-ovr-record.
       01 freeze-ovr-record pic X(200).
