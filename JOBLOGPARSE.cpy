           move spaces to jlp-progid jlp-status jlp-answer
           move spaces to jlp-start-stamp jlp-end-stamp
           move zero to jlp-fingerprint
           move spaces to jlp-control jlp-version
           move '2021' to jlp-season
           move 'on' to jlp-valid-sw
           move zero to jlp-marker-count
           inspect job-log-record tallying jlp-marker-count
              if jlr-fingerprint is numeric
                 move jlr-fingerprint to jlp-fingerprint
              end-if
              move jlr-control to jlp-control
              move jlr-version to jlp-version
              if jlr-season not = spaces
                 move jlr-season to jlp-season
              end-if
           end-if
           if jlp-progid not = spaces
              and jlp-start-stamp is numeric
              and jlp-end-stamp is numeric
              move 'okay' to jlp-valid-sw
           end-if
           if jlp-this-season-only and jlp-season not = jl-season
              move 'on' to jlp-valid-sw
           end-if
