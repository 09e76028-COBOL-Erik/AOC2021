      *> Restaged-input comparisons -- FD. See RSTGSEL.cpy for the
      *> full COPY sequence.
       fd restage-file
          block 0 records
          label records omitted
          data record is restage-record.
       01 restage-record pic X(240).
