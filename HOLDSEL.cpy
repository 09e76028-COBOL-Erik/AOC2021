      *> Legal hold register -- FILE-CONTROL entry. One line per hold
      *> (see hd-reg-rec in HOLDWS.cpy): the program it covers, a
      *> date range, the case reference, and who placed it and when;
      *> a released hold stays on the register with who released it.
      *> The program matches a catalog name exactly or as the front
      *> of a program-prefixed one (AOC2104A holds AOC2104A-BINGO1-G1
      *> too); ALL holds every program. Placed and released only
      *> through AOCHOLD, under the HOLD right. Anything that deletes
      *> or rolls away inputs, answers or their backups checks the
      *> active holds first, skips what they cover and reports it.
      *> COPY HOLDSEL. in FILE-CONTROL; COPY HOLDFD. in the FILE
      *> SECTION; COPY HOLDWS. in WORKING-STORAGE; COPY HOLDLOAD.
      *> once before the purge pass; then per item set hd-chk-progid
      *> (spaces for "any program") and hd-chk-date, COPY HOLDCHK.
      *> and test hd-held (hd-held-case names the case).
             select hold-file
               assign to dynamic hold-file-name
               organization is line sequential
               file status is hd-file-status.
