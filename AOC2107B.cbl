             COPY DIAGSEL.
      *> Request 081: central run-profile configuration file.
             COPY PROFILESEL.
             COPY CATSEL.
      *> Saved crab-position bucket state (incremental day-over-day
      *> runs).
             COPY POSSTSEL.
      *> Reef-hazard exclusion zones.
             COPY EXZSEL.
      *> Crab fuel classes.
             COPY CLSSEL.
             select class-report-file
               assign to dynamic class-report-name
               organization is line sequential.
       data division.
       file section.
       COPY PROFILEFD.
       COPY CATFD.
       fd input-file.
       01 indata pic X(4000).

       COPY JOBLOGFD.
       COPY POSSTFD.
       COPY EXZFD.
       COPY CLSFD.
       fd class-report-file
          block 0 records
          label records omitted
          data record is class-report-record.
       01 class-report-record pic X(132).
       COPY ARCHIVEFD.
       COPY DIAGFD.

       working-storage section.
       COPY PROFILEWS.
       COPY CATWS.
       77 a-point pic s9(4) comp-4 value 1.
       77 a-count pic s99 comp-4.
       77 trys    pic s9(4) comp-4.
       77 exz-cost         pic s9(18) comp-4 value zero.
       77 exz-cost-disp    pic Z(17)9.
       77 exz-pos-disp     pic Z(4)9.
       COPY CLSWS.
       77 class-report-name pic X(60) value spaces.
       77 cls-best-pos pic s9(4) comp-4.
       COPY JOBLOGWS.
       COPY ARCHIVEWS.
       COPY DIAGWS.
           COPY JOBLOGSTART.

           display 'start'
           COPY CLSLOAD.
           accept ws-testdata-flag from environment 'AOC2107B_TESTDATA'
           if testdata-mode
              display 'AOC2107B: test-data mode -- using the known '
              open input input-file
              read input-file
      *> Incremental restore -- buckets as of the saved prefix,
      *> a-point positioned past it. The saved buckets carry no
      *> classes, so a classed run always rebuilds.
              if not cls-active
           COPY POSSTLOAD REPLACING PROGID BY 'AOC2107B'.
              end-if
           end-if

           perform until a-point > length of indata
           if ws-backtrack-len > zero
              perform process-crab-entry
           end-if
           COPY CLSWEIGHT.

      * Of course in B, median may NOT be the best bet. We try all
      * candidate positions 0 through the largest occupied one.

           perform varying trys from 0 by 1 until trys > max-pos
              move zero to fuel
              move zero to cls-fuel
              perform varying pos-ix from 0 by 1
                      until pos-ix > max-pos
                 if pos-count(pos-ix + 1) > zero
                    compute roof = function abs(pos-ix - trys)
                    perform SUMRANGE
      *> Classed crabs burn at their class multiplier -- the
      *> weighted count stands in for the head count.
                    if cls-active
                       compute cls-term = acc * cls-wt(pos-ix + 1)
                       add cls-term to cls-fuel
                    else
                    compute fuel = fuel
                       + acc * pos-count(pos-ix + 1)
                       on size error
                          move 16 to return-code
                          stop run
                    end-compute
                    end-if
                 end-if
              end-perform
              if cls-active
                 compute fuel rounded = cls-fuel
                    on size error
                       display 'AOC2107B: fuel total overflowed '
                          'the S9(18) accumulator -- abending'
                       move 16 to return-code
                       stop run
                 end-compute
              end-if
              if fuel < lowfuel
                 move fuel to lowfuel
                 move trys to low-pos
              end-if
           end-if

           if cls-active
              perform write-class-report
           end-if

           if a-badnum-count > zero
              display a-badnum-count
                 ' crab position(s) not numeric -- see console log'
           goback
           .

      *> Fuel by crab class at the recommended position -- the best
      *> allowed one when zones are in force.
       write-class-report section.
           move low-pos to cls-best-pos
           if exz-count > zero and low-pos-allowed >= zero
              move low-pos-allowed to cls-best-pos
           end-if
           string 'C:\WS\AOC2021\AOC2107B-CLASSES-' delimited by size
                  jl-busdate delimited by size
                  '.txt' delimited by size
             into class-report-name
           open output class-report-file
           set cls-triangular to true
           COPY CLSRPT REPLACING CLS-REC BY class-report-record
                                 CLS-AT BY cls-best-pos.
           close class-report-file
           compute ws-cnt = cls-count + 3
           COPY CATADD REPLACING PROGID BY 'AOC2107B-CLASSES'
                                 RPT-PATH BY class-report-name
                                 RPT-COUNT BY ws-cnt.
           display 'AOC2107B: fuel by crab class written to '
              function trim(class-report-name)
           .

      *> Request 021: closed-form triangular number (1+2+...+roof =
      *> roof*(roof+1)/2) instead of a tight add-one-at-a-time loop --
      *> this section runs inside two nested PERFORM UNTILs over every
              end-if
           end-if
           if ws-entry-ok = 'Y'
           COPY CLSADD.
              add ws-cnt to pos-count(ws-pos + 1)
              add ws-cnt to rec-count
              if ws-pos > max-pos
