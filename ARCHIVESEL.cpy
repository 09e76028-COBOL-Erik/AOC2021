               file status is archive-src-status.
             select archive-dst-file
               assign to dynamic archive-dst-name
               organization is line sequential
               file status is archive-dst-status.
      *> Request 051: append-only catalog of every archive copy ever
      *> written -- the inventory AOCARCH's retention pass works from.
             select archive-cat-file
