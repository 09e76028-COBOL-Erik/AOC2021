             select curve-file
               assign to dynamic curve-file-name
               organization is line sequential.
      *> Two-rally-point plan (AOC2107A_RALLY_POINTS=2).
             select rally-file
               assign to dynamic rally-file-name
               organization is line sequential.
      *> Request 062: exhaustive-search checkpoint, the AOC1b
      *> checkpoint-file pattern applied to the longest-running loop
      *> in the suite.
             COPY POSSTSEL.
      *> Reef-hazard exclusion zones.
             COPY EXZSEL.
      *> Crab fuel classes.
             COPY CLSSEL.
      *> Central checkpoint registry.
             COPY CKPTSEL.
       data division.
          data record is curve-record.
       01 curve-record pic X(132).

       fd rally-file
          block 0 records
          label records omitted
          data record is rally-record.
       01 rally-record pic X(132).

      *> Checkpoint record (request 062): last candidate position
      *> fully costed, the running lowfuel, and the roster size the
      *> search was over -- a checkpoint taken against a different
          05 ckpt-sep-2     pic X value ','.
          05 ckpt-rec-count pic 9(8).
          05 ckpt-spare     pic X(16).
      *> Whether the search was costing classed crabs ('W') and
      *> where its best triangular position lay.
          05 ckpt-spare-r redefines ckpt-spare.
             10 ckpt-mode    pic X.
             10 ckpt-low-pos pic 9(4).
             10 filler       pic X(11).

       COPY JOBLOGFD.
       COPY POSSTFD.
       COPY EXZFD.
       COPY CLSFD.
       COPY CKPTFD.
       COPY ARCHIVEFD.
       COPY DIAGFD.
       77 ws-peek-len pic s9(4) comp-4.
       77 ws-comma-count pic 9(4) comp-4.

      *> Two rally points: the roster split between two alignment
      *> positions, each crab to the cheaper one. With two points
      *> every crab goes to the nearer, so the roster splits into a
      *> left and a right run of positions; every split is tried and
      *> each side's best point found by binary search over the
      *> positions outside the exclusion zones (either cost model is
      *> convex in the point, so along the allowed positions the cost
      *> falls and then rises). Group costs come from running sums
      *> of count, count*pos and count*pos**2 -- no per-crab walk.
       77 ws-rally-env pic X(4) value spaces.
       77 rally-file-name pic X(60) value spaces.
       77 rp-line-count pic S9(8) comp-4 value zero.
       01 rp-prefix.
          05 rp-pf occurs 10001 times.
             10 rp-pf-c  pic s9(18) comp-4.
             10 rp-pf-n  pic s9(18) comp-4.
             10 rp-pf-s1 pic s9(18) comp-4.
             10 rp-pf-s2 pic s9(18) comp-4.
       01 rp-allowed.
          05 rp-al-pos occurs 10000 times pic s9(4) comp-4.
       77 rp-al-n pic s9(5) comp-4 value zero.
       01 rp-occupied.
          05 rp-oc-pos occurs 10000 times pic s9(4) comp-4.
       77 rp-oc-n pic s9(5) comp-4 value zero.
       77 rp-model pic 9 value 1.
          88 rp-constant   value 1.
          88 rp-triangular value 2.
       77 rp-a   pic s9(5) comp-4.
       77 rp-b   pic s9(5) comp-4.
       77 rp-p   pic s9(5) comp-4.
       77 rp-x   pic s9(5) comp-4.
       77 rp-y   pic s9(5) comp-4.
       77 rp-rn  pic s9(18) comp-4.
       77 rp-w   pic s9(18) comp-4.
       77 rp-scale pic s9(4) comp-4 value 1.
       77 rp-rs1 pic s9(18) comp-4.
       77 rp-rs2 pic s9(18) comp-4.
       77 rp-lin pic s9(18) comp-4.
       77 rp-sq  pic s9(18) comp-4.
       77 rp-cost pic s9(18) comp-4.
       77 rp-lo  pic s9(5) comp-4.
       77 rp-hi  pic s9(5) comp-4.
       77 rp-mid pic s9(5) comp-4.
       77 rp-cost-mid pic s9(18) comp-4.
       77 rp-best-pos  pic s9(4) comp-4.
       77 rp-best-cost pic s9(18) comp-4.
       77 rp-split pic s9(5) comp-4.
       77 rp-left-pos   pic s9(4) comp-4.
       77 rp-left-cost  pic s9(18) comp-4.
       77 rp-total pic s9(18) comp-4.
      *> Best plan per cost model: 1 constant-rate, 2 triangular.
       01 rp-results.
          05 rp-result occurs 2 times.
             10 rb-found    pic X.
             10 rb-p1       pic s9(4) comp-4.
             10 rb-p2       pic s9(4) comp-4.
             10 rb-n1       pic s9(18) comp-4.
             10 rb-n2       pic s9(18) comp-4.
             10 rb-f1       pic s9(18) comp-4.
             10 rb-f2       pic s9(18) comp-4.
             10 rb-total    pic s9(18) comp-4.
             10 rb-single-p pic s9(4) comp-4.
             10 rb-single-f pic s9(18) comp-4.
       77 rp-saving pic s9(18) comp-4.
       77 rp-saving-pct pic s9(5)V99 comp-3.
       77 rp-pos-disp  pic Z(4)9.
       77 rp-n-disp    pic Z(17)9.
       77 rp-f-disp    pic Z(17)9.
       77 rp-pct-disp  pic Z(4)9.99.

       COPY POSSTWS.
       COPY EXZWS.
       COPY CLSWS.
      *> Classed costing: the weighted constant-rate total, the
      *> weighted median and where the triangular optimum fell.
       77 cls-cr-fuel  pic S9(24)V99 comp-3.
       77 cls-wt-total pic S9(18)V99 comp-3.
       77 cls-wt-cum   pic S9(18)V99 comp-3.
       77 cv-low-pos   pic s9(4) comp-4 value zero.
       COPY JOBLOGWS.
       COPY ARCHIVEWS.
       COPY CKPTWS.
           end-if

           display 'start'
           COPY CLSLOAD.
           accept ws-testdata-flag from environment 'AOC2107A_TESTDATA'
           if testdata-mode
              display 'AOC2107A: test-data mode -- using the known '
              open input input-file
              read input-file
      *> Incremental restore -- buckets as of the saved prefix,
      *> a-point positioned past it. The saved buckets carry no
      *> classes, so a classed run always rebuilds.
              if not cls-active
           COPY POSSTLOAD REPLACING PROGID BY 'AOC2107A'.
              end-if
           end-if

           perform until a-point > length of indata
           if ws-backtrack-len > zero
              perform process-crab-entry
           end-if
           COPY CLSWEIGHT.
      * The median ought to be the best bet:
           compute middle = rec-count / 2
           if middle < 1
           move middle to ws-nth
           perform find-nth-position
           move ws-nth-pos to median
      *> Classed crabs: the constant-rate optimum is the weighted
      *> median -- the first position holding half the weight.
           if cls-active
              perform find-weighted-median
           end-if

      * Fuel calculation:
           perform compute-constant-fuel
      *> Request 039: on an even-count roster, also try the
      *> upper-middle candidate and keep whichever total is lower.
           if rec-count > zero and function mod(rec-count, 2) = zero
              and not cls-active
              compute ws-nth = middle + 1
              perform find-nth-position
              move ws-nth-pos to median2

           perform exhaustive-search

           accept ws-rally-env from environment 'AOC2107A_RALLY_POINTS'
           if function trim(ws-rally-env) = '2'
              perform two-rally-points
           end-if

           if even-tie-used
              display 'AOC2107A: even-length roster -- the '
                 'upper-middle candidate gave lower fuel than the '
                   until trys > max-pos
              move zero to tri-fuel
              move zero to cr-fuel
              move zero to cls-fuel cls-cr-fuel
              perform varying pos-ix from 0 by 1
                      until pos-ix > max-pos
                 if pos-count(pos-ix + 1) > zero
                    compute roof = function abs(pos-ix - trys)
                    perform SUMRANGE
      *> Classed crabs burn at their class multiplier -- the
      *> weighted count stands in for the head count.
                    if cls-active
                       compute cls-term = roof * cls-wt(pos-ix + 1)
                       add cls-term to cls-cr-fuel
                       compute cls-term = acc * cls-wt(pos-ix + 1)
                       add cls-term to cls-fuel
                    else
                    compute cr-fuel = cr-fuel
                       + roof * pos-count(pos-ix + 1)
                    compute tri-fuel = tri-fuel
                       + acc * pos-count(pos-ix + 1)
                       on size error
                          move 16 to return-code
                          stop run
                    end-compute
                    end-if
                 end-if
              end-perform
              if cls-active
                 compute cr-fuel rounded = cls-cr-fuel
                 compute tri-fuel rounded = cls-fuel
                    on size error
                       display 'AOC2107A: fuel total overflowed '
                          'the S9(18) accumulator -- abending'
                       move 16 to return-code
                       stop run
                 end-compute
              end-if
              move trys to cv-pos-disp
              move cr-fuel to cv-cr-disp
              move tri-fuel to cv-tri-disp
                into curve-record
              if tri-fuel < lowfuel
                 move tri-fuel to lowfuel
                 move trys to cv-low-pos
              end-if
              write curve-record
              add 1 to cv-line-count
                                   CK-ACTION BY 'CLEAR'
                                   CK-PROGRESS BY ck-progress-txt.
           perform write-position-distribution
           if cls-active
              perform write-class-subtotals
           end-if
           close curve-file
      *> Request 089: manifest entry for this report.
           COPY CATADD REPLACING PROGID BY 'AOC2107A'
           if had-checkpoint and ckpt-trys is numeric
              and ckpt-rec-count is numeric
              if ckpt-rec-count = rec-count and rec-count > zero
                 and ((ckpt-mode = 'W' and cls-active)
                   or (ckpt-mode not = 'W' and not cls-active))
                 compute ws-start-trys = ckpt-trys + 1
                 move ckpt-lowfuel to lowfuel
                 if ckpt-low-pos is numeric
                    move ckpt-low-pos to cv-low-pos
                 end-if
              else
      *> An all-zero record is the clean-finish reset, not a stale
      *> checkpoint worth complaining about.
           move ',' to ckpt-sep-1
           move ',' to ckpt-sep-2
           move space to ckpt-spare
           if ckpt-rec-count > zero
              if cls-active
                 move 'W' to ckpt-mode
              end-if
              move cv-low-pos to ckpt-low-pos
           end-if
           open output checkpoint-file
           write checkpoint-record
           close checkpoint-file
              end-if
           end-if
           if ws-entry-ok = 'Y'
           COPY CLSADD.
              add ws-cnt to pos-count(ws-pos + 1)
              add ws-cnt to rec-count
              if ws-pos > max-pos
      *> bucket by bucket.
       compute-constant-fuel section.
           move zero to ws-cf-total
           move zero to cls-cr-fuel
           perform varying pos-ix from 0 by 1 until pos-ix > max-pos
              if pos-count(pos-ix + 1) > zero
                 if cls-active
                    compute cls-term = cls-wt(pos-ix + 1)
                       * function abs(pos-ix - median)
                    add cls-term to cls-cr-fuel
                 else
                 compute ws-cf-total = ws-cf-total
                    + pos-count(pos-ix + 1)
                      * function abs(pos-ix - median)
                 end-if
              end-if
           end-perform
           if cls-active
              compute ws-cf-total rounded = cls-cr-fuel
           end-if
           .

       find-weighted-median section.
           move zero to cls-wt-total cls-wt-cum
           perform varying pos-ix from 0 by 1 until pos-ix > max-pos
              add cls-wt(pos-ix + 1) to cls-wt-total
           end-perform
           perform varying pos-ix from 0 by 1 until pos-ix > max-pos
              add cls-wt(pos-ix + 1) to cls-wt-cum
              if cls-wt-cum * 2 >= cls-wt-total
                 and cls-wt-total > zero
                 move pos-ix to median
                 exit perform
              end-if
           end-perform
           .

      *> Fuel by crab class at each model's answer position.
       write-class-subtotals section.
           move spaces to curve-record
           write curve-record
           set cls-constant to true
           COPY CLSRPT REPLACING CLS-REC BY curve-record
                                 CLS-AT BY median.
           move spaces to curve-record
           write curve-record
           set cls-triangular to true
           COPY CLSRPT REPLACING CLS-REC BY curve-record
                                 CLS-AT BY cv-low-pos.
           compute cv-line-count = cv-line-count + cls-count * 2 + 8
           .

      *> Request 021: closed-form triangular number, same fix as
                 stop run
           end-compute
           .

      *> Two rally points -- the cheapest pair of alignment positions
      *> under each cost model, written to its own report beside the
      *> cost curve with the single-point answer for comparison.
       two-rally-points section.
           initialize rp-prefix rp-results
      *> Classed crabs weigh in at their multiplier, held in
      *> hundredths so the running sums stay whole numbers; fuel
      *> stays in hundredths until it is reported.
           move 1 to rp-scale
           if cls-active
              move 100 to rp-scale
           end-if
           perform varying pos-ix from 0 by 1 until pos-ix > max-pos
              if cls-active
                 compute rp-w rounded = cls-wt(pos-ix + 1) * rp-scale
              else
                 move pos-count(pos-ix + 1) to rp-w
              end-if
              compute rp-pf-c(pos-ix + 2) = rp-pf-c(pos-ix + 1)
                 + pos-count(pos-ix + 1)
              compute rp-pf-n(pos-ix + 2) = rp-pf-n(pos-ix + 1)
                 + rp-w
              compute rp-pf-s1(pos-ix + 2) = rp-pf-s1(pos-ix + 1)
                 + rp-w * pos-ix
              compute rp-pf-s2(pos-ix + 2) = rp-pf-s2(pos-ix + 1)
                 + rp-w * pos-ix * pos-ix
           end-perform
           move zero to rp-al-n rp-oc-n
           perform varying pos-ix from 0 by 1 until pos-ix > max-pos
              COPY EXZCHK REPLACING EXZ-POS BY pos-ix.
              if not exz-forbidden
                 add 1 to rp-al-n
                 move pos-ix to rp-al-pos(rp-al-n)
              end-if
              if pos-count(pos-ix + 1) > zero
                 add 1 to rp-oc-n
                 move pos-ix to rp-oc-pos(rp-oc-n)
              end-if
           end-perform

           if rp-al-n > zero and rp-oc-n > zero
              perform varying rp-model from 1 by 1 until rp-model > 2
                 perform find-rally-pair
              end-perform
           end-if
           perform write-rally-report
           .

      *> Every split of the occupied positions into a left and a
      *> right run -- the cheapest pair wins. The whole roster at one
      *> point is kept as the comparison.
       find-rally-pair section.
           move zero to rp-a
           move max-pos to rp-b
           perform find-best-point
           move rp-best-pos to rb-single-p(rp-model)
           move rp-best-cost to rb-single-f(rp-model)
      *> One occupied position: both points on it, nothing to gain.
           move 'Y' to rb-found(rp-model)
           move rp-best-pos to rb-p1(rp-model) rb-p2(rp-model)
           move rec-count to rb-n1(rp-model)
           move zero to rb-n2(rp-model) rb-f2(rp-model)
           move rp-best-cost to rb-f1(rp-model) rb-total(rp-model)
           perform varying rp-split from 1 by 1
                   until rp-split >= rp-oc-n
              move zero to rp-a
              move rp-oc-pos(rp-split) to rp-b
              perform find-best-point
              move rp-best-pos to rp-left-pos
              move rp-best-cost to rp-left-cost
              compute rp-a = rp-oc-pos(rp-split) + 1
              move max-pos to rp-b
              perform find-best-point
              compute rp-total = rp-left-cost + rp-best-cost
              if rp-total < rb-total(rp-model)
                 move rp-total to rb-total(rp-model)
                 move rp-left-pos to rb-p1(rp-model)
                 move rp-left-cost to rb-f1(rp-model)
                 move rp-best-pos to rb-p2(rp-model)
                 move rp-best-cost to rb-f2(rp-model)
                 move zero to rp-x
                 move rp-oc-pos(rp-split) to rp-y
                 compute rb-n1(rp-model) =
                    rp-pf-c(rp-oc-pos(rp-split) + 2)
                 compute rb-n2(rp-model) = rec-count - rb-n1(rp-model)
              end-if
           end-perform
           .

      *> Cheapest allowed point for the crabs on positions rp-a
      *> through rp-b: the first allowed position whose right-hand
      *> neighbour is no cheaper.
       find-best-point section.
           move 1 to rp-lo
           move rp-al-n to rp-hi
           perform until rp-lo >= rp-hi
              compute rp-mid = (rp-lo + rp-hi) / 2
              move rp-al-pos(rp-mid) to rp-p
              perform rally-group-cost
              move rp-cost to rp-cost-mid
              move rp-al-pos(rp-mid + 1) to rp-p
              perform rally-group-cost
              if rp-cost < rp-cost-mid
                 compute rp-lo = rp-mid + 1
              else
                 move rp-mid to rp-hi
              end-if
           end-perform
           move rp-al-pos(rp-lo) to rp-p
           perform rally-group-cost
           move rp-p to rp-best-pos
           move rp-cost to rp-best-cost
           .

      *> Fuel for the crabs on positions rp-a through rp-b to reach
      *> rp-p. Distance part: crabs at or left of the point travel
      *> p-i, the rest i-p. Triangular fuel d(d+1)/2 summed is
      *> (sum of d**2 + sum of d) / 2, and sum of (i-p)**2 expands
      *> over the running sums.
       rally-group-cost section.
           move rp-a to rp-x
           move rp-b to rp-y
           if rp-p < rp-y
              move rp-p to rp-y
           end-if
           perform rally-range-sums
           compute rp-lin = rp-p * rp-rn - rp-rs1
           compute rp-x = rp-p + 1
           if rp-a > rp-x
              move rp-a to rp-x
           end-if
           move rp-b to rp-y
           perform rally-range-sums
           compute rp-lin = rp-lin + rp-rs1 - rp-p * rp-rn
           if rp-constant
              move rp-lin to rp-cost
           else
              move rp-a to rp-x
              move rp-b to rp-y
              perform rally-range-sums
              compute rp-sq = rp-rs2 - 2 * rp-p * rp-rs1
                 + rp-p * rp-p * rp-rn
              compute rp-cost = (rp-sq + rp-lin) / 2
                 on size error
                    display 'AOC2107A: rally-point fuel overflowed '
                       'the S9(18) accumulator -- abending'
                    move 16 to return-code
                    stop run
              end-compute
           end-if
           .

      *> Count, count*pos and count*pos**2 over positions rp-x
      *> through rp-y -- zero for an empty range.
       rally-range-sums section.
           if rp-x > rp-y or rp-x > max-pos or rp-y < 0
              move zero to rp-rn rp-rs1 rp-rs2
              exit section
           end-if
           compute rp-rn = rp-pf-n(rp-y + 2) - rp-pf-n(rp-x + 1)
           compute rp-rs1 = rp-pf-s1(rp-y + 2) - rp-pf-s1(rp-x + 1)
           compute rp-rs2 = rp-pf-s2(rp-y + 2) - rp-pf-s2(rp-x + 1)
           .

       write-rally-report section.
           string 'C:\WS\AOC2021\AOC2107A-RALLY-' delimited by size
                  ws-cv-today-yyyymmdd delimited by size
                  '.txt' delimited by size
             into rally-file-name
           open output rally-file
           move zero to rp-line-count
           move 'Two rally points -- roster split between two '
              & 'alignment positions' to rally-record
           perform write-rally-line
           move rec-count to rp-n-disp
           move exz-count to rp-pos-disp
           move spaces to rally-record
           string '  crabs in roster: ' delimited by size
                  function trim(rp-n-disp) delimited by size
                  '   exclusion zones in force: ' delimited by size
                  function trim(rp-pos-disp) delimited by size
             into rally-record
           perform write-rally-line
           if rp-al-n = zero or rp-oc-n = zero
              move spaces to rally-record
              perform write-rally-line
              if rp-oc-n = zero
                 move '  No crabs in the roster -- no rally points'
                   to rally-record
              else
                 move '  Every position lies in an exclusion zone -- '
                    & 'no usable rally point' to rally-record
              end-if
              perform write-rally-line
           else
              perform varying rp-model from 1 by 1 until rp-model > 2
                 perform write-rally-model
              end-perform
           end-if
           close rally-file
           COPY CATADD REPLACING PROGID BY 'AOC2107A-RALLY'
                                 RPT-PATH BY rally-file-name
                                 RPT-COUNT BY rp-line-count.
           display 'AOC2107A: two-rally-point plan written to '
              function trim(rally-file-name)
           .

       write-rally-model section.
           move spaces to rally-record
           perform write-rally-line
           if rp-constant
              move 'Constant-rate fuel' to rally-record
           else
              move 'Triangular fuel' to rally-record
           end-if
           perform write-rally-line
           move rb-p1(rp-model) to rp-pos-disp
           move rb-n1(rp-model) to rp-n-disp
           compute rp-f-disp rounded = rb-f1(rp-model) / rp-scale
           move spaces to rally-record
           string '  rally point 1 : position ' delimited by size
                  rp-pos-disp delimited by size
                  '  crabs ' delimited by size
                  rp-n-disp delimited by size
                  '  fuel ' delimited by size
                  rp-f-disp delimited by size
             into rally-record
           perform write-rally-line
           move rb-p2(rp-model) to rp-pos-disp
           move rb-n2(rp-model) to rp-n-disp
           compute rp-f-disp rounded = rb-f2(rp-model) / rp-scale
           move spaces to rally-record
           string '  rally point 2 : position ' delimited by size
                  rp-pos-disp delimited by size
                  '  crabs ' delimited by size
                  rp-n-disp delimited by size
                  '  fuel ' delimited by size
                  rp-f-disp delimited by size
             into rally-record
           perform write-rally-line
           compute rp-f-disp rounded = rb-total(rp-model) / rp-scale
           move spaces to rally-record
           string '  two points    : total fuel ' delimited by size
                  function trim(rp-f-disp) delimited by size
             into rally-record
           perform write-rally-line
           move rb-single-p(rp-model) to rp-pos-disp
           compute rp-f-disp rounded =
              rb-single-f(rp-model) / rp-scale
           move spaces to rally-record
           string '  one point     : position ' delimited by size
                  function trim(rp-pos-disp) delimited by size
                  ', total fuel ' delimited by size
                  function trim(rp-f-disp) delimited by size
             into rally-record
           perform write-rally-line
           compute rp-saving = rb-single-f(rp-model)
                             - rb-total(rp-model)
           if rb-single-f(rp-model) > zero
              compute rp-saving-pct rounded =
                 rp-saving * 100 / rb-single-f(rp-model)
           else
              move zero to rp-saving-pct
           end-if
           compute rp-f-disp rounded = rp-saving / rp-scale
           move rp-saving-pct to rp-pct-disp
           move spaces to rally-record
           string '  second point saves ' delimited by size
                  function trim(rp-f-disp) delimited by size
                  ' fuel (' delimited by size
                  function trim(rp-pct-disp) delimited by size
                  '%)' delimited by size
             into rally-record
           perform write-rally-line
           .

       write-rally-line section.
           write rally-record
           add 1 to rp-line-count
           .
