      *> file-based staging (backup, verification, audit, arrival
      *> register -- all of it). Section targets are the manifest
      *> keys AOCSTAGE already speaks: AOC1 AOC2 AOC3 AOC4A AOC4B
      *> BINGO1 INFIL1L INFIL1 AOC5 AOC8 AOC9.
             COPY JOBLOGSEL.
             select bundle-file
               assign to dynamic bundle-file-name
              when 'AOC4A'  when 'AOC4B'   when 'BINGO1'
              when 'INFIL1L'
              when 'INFIL1'
              when 'AOC5'   when 'AOC8'    when 'AOC9'
                 move ws-hdr-key to ws-cur-key
                 move spaces to ws-section-path
                 string 'C:\WS\AOC2021\SPLIT-' delimited by size
