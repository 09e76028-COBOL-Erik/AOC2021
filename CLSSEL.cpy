      *> Crab fuel classes -- FILE-CONTROL entry. Not every crab
      *> burns fuel at the same rate: the fleet office's class file
      *> (AOC2107_CLASSES, default AOC2107-CRABCLASS.txt) names each
      *> class with its cost multiplier and maps runs of the roster
      *> -- the crab's place in the roster, 1 for the first crab,
      *> a 'pos:count' entry counting as that many crabs -- to a
      *> class:
      *>     CLASS,HEAVY,1.50
      *>     CRAB,1-250,HEAVY
      *>     CRAB,251,HEAVY
      *> Crabs no CRAB line maps stay in class STD at 1.00. With no
      *> class file every crab is STD and the fuel is exactly what it
      *> always was. '*' lines are comments. COPY CLSSEL. in
      *> FILE-CONTROL; COPY CLSFD. in the FILE SECTION; COPY CLSWS.
      *> in WORKING-STORAGE; COPY CLSLOAD. before the roster is
      *> parsed; COPY CLSADD. where a roster entry of ws-cnt crabs
      *> at ws-pos is bucketed, before rec-count moves on; COPY
      *> CLSWEIGHT. once the roster is complete; COPY CLSRPT
      *> REPLACING CLS-REC BY <record> CLS-AT BY <position> to write
      *> the per-class fuel subtotals for the model in cls-model-sw.
             select crab-class-file
               assign to dynamic crab-class-name
               organization is line sequential
               file status is cls-file-status.
