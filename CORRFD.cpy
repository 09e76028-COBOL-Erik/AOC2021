      *> Extract corrections -- FDs. See CORRSEL.cpy for the full
      *> COPY sequence.
       fd corrsent-file
          block 0 records
          label records omitted
          data record is corrsent-record.
       01 corrsent-record pic X(100).

       fd corr-file
          block 0 records
          label records omitted
          data record is corr-record.
       01 corr-record pic X(240).
