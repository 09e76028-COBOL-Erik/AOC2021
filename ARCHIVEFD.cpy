          block 0 records
          label records omitted
          data record is archive-cat-record.
       01 archive-cat-record pic X(181).
