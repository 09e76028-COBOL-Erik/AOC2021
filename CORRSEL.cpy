      *> Extract corrections -- FILE-CONTROL entries. An answer of
      *> record amended after an extract already carried it (an
      *> AOCPEND accept, an AOCREPRO fold) must not leave the
      *> tracking team holding the old value. Two files make that
      *> work: the sent ledger, one line per key naming the extract
      *> sequence that first carried it (AOCEXTRACT appends it), and
      *> the corrections file, one line per accepted amendment of a
      *> ledgered key (AOCRSLT's force path raises it). The next
      *> extract carries every PENDING correction and marks it SENT;
      *> AOCACK closes it ACKED with the extract that carried it, and
      *> AOCCORR lists the ones not yet acknowledged. COPY CORRSEL.
      *> in FILE-CONTROL; COPY CORRFD. in the FILE SECTION; COPY
      *> CORRWS. in WORKING-STORAGE, then COPY CORRPATH. before the
      *> first open.
             select corrsent-file
               assign to dynamic corrsent-name
               organization is line sequential
               file status is cx-sent-status.
             select corr-file
               assign to dynamic corr-name
               organization is line sequential
               file status is cx-corr-status.
