          label records omitted
          data record is job-log-record.
      *> Request 084: widened for the trailing operator column.
      *> Widened again for the trailing control-table column, and
      *> for the program-version column after it, and for the
      *> chained seal, and for the event season past the seal.
       01 job-log-record pic X(242).
