      *> Extract corrections -- path overrides. See CORRSEL.cpy for
      *> the full COPY sequence.
           accept cx-env-path from environment 'AOCEXTRACT_SENT'
           if cx-env-path not = spaces
              move cx-env-path to corrsent-name
           end-if
           accept cx-env-path from environment 'AOCEXTRACT_CORRECTIONS'
           if cx-env-path not = spaces
              move cx-env-path to corr-name
           end-if
