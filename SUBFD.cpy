      *> Submission attempt register -- FDs. See SUBSEL.cpy for the
      *> full COPY sequence.
       fd subreg-file
          block 0 records
          label records omitted
          data record is subreg-record.
       01 subreg-record pic X(120).

       fd subflag-file
          block 0 records
          label records omitted
          data record is subflag-record.
       01 subflag-record pic X(160).
