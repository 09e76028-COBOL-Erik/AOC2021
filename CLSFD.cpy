      *> Crab fuel classes -- FD. See CLSSEL.cpy for the full COPY
      *> sequence.
       fd crab-class-file
          block 0 records
          label records omitted
          data record is crab-class-record.
       01 crab-class-record pic X(80).
