      *> Restaged-input comparisons -- path override. See
      *> RSTGSEL.cpy for the full COPY sequence.
           accept rs-env-path from environment 'AOCSTAGE_COMPARE'
           if rs-env-path not = spaces
              move rs-env-path to restage-name
           end-if
