      *> Restaged-input comparisons -- FILE-CONTROL entry. A file
      *> staged for a business date that already has an archived
      *> input and an answer of record is compared with the archived
      *> copy first (AOCSTAGE): records added, removed and changed,
      *> and both fingerprints. Every comparison lands here with the
      *> operator's decision, one line each, and AOCRSLT attaches the
      *> latest confirmed one for a program and date to any pending
      *> amendment its rerun parks, so the reviewer in AOCPEND sees
      *> why the answer moved. COPY RSTGSEL. in FILE-CONTROL; COPY
      *> RSTGFD. in the FILE SECTION; COPY RSTGWS. in
      *> WORKING-STORAGE, then COPY RSTGPATH. before the first open.
             select restage-file
               assign to dynamic restage-name
               organization is line sequential
               file status is rs-file-status.
