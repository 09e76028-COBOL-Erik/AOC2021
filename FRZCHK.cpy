      *> Change-freeze windows -- the check. Set fz-scope first (and
      *> oa-operator / oa-func, as for OPAUTHCHK); fz-allowed comes
      *> back set when the change may go ahead -- either no window
      *> for the scope covers the current time, or an operator with
      *> the EMERGENCY right has overridden it and given a reason.
      *> In batch (AOC_BATCH=Y) the justification can only come from
      *> AOC_FREEZE_JUSTIFY; interactively that variable, when set,
      *> saves the prompt. See FRZSEL.cpy for the full COPY sequence.
           move 'on' to fz-allowed-sw
           move 'on' to fz-frozen-sw
           accept fz-env-path from environment 'AOC_FREEZE'
           if fz-env-path not = spaces
              move fz-env-path to freeze-name
           end-if
           accept fz-env-path from environment 'AOC_FREEZE_OVERRIDES'
           if fz-env-path not = spaces
              move fz-env-path to freeze-ovr-name
           end-if
           accept fz-now-date from date yyyymmdd
           accept fz-now-time from time
           divide fz-now-time by 10000 giving fz-now-hhmm
           compute fz-now = fz-now-date * 10000 + fz-now-hhmm
           open input freeze-file
           if fz-file-status = '00'
              move 'on' to fz-eof
              read freeze-file at end set fz-at-eof to true
              end-read
              perform until fz-at-eof
                 move freeze-record to fz-cal-rec
                 if freeze-record(1:1) not = '*'
                    and fz-cal-from-date is numeric
                    and fz-cal-from-time is numeric
                    and fz-cal-to-date is numeric
                    and fz-cal-to-time is numeric
                    and (fz-cal-scope = fz-scope
                         or fz-cal-scope = 'ALL')
                    compute fz-from =
                       function numval(fz-cal-from-date) * 10000
                       + function numval(fz-cal-from-time)
                    compute fz-to =
                       function numval(fz-cal-to-date) * 10000
                       + function numval(fz-cal-to-time)
                    if fz-now >= fz-from and fz-now < fz-to
                       set fz-frozen to true
                       move fz-cal-reason to fz-reason
                       move spaces to fz-window
                       string fz-cal-from-date delimited by size
                              ' ' delimited by size
                              fz-cal-from-time delimited by size
                              ' to ' delimited by size
                              fz-cal-to-date delimited by size
                              ' ' delimited by size
                              fz-cal-to-time delimited by size
                         into fz-window
                       set fz-at-eof to true
                    end-if
                 end-if
                 if not fz-at-eof
                    read freeze-file at end set fz-at-eof to true
                    end-read
                 end-if
              end-perform
              close freeze-file
           end-if
           if not fz-frozen
              move 'yes!' to fz-allowed-sw
           else
              display 'CHANGE FREEZE: ' function trim(fz-scope)
                 ' changes are frozen ' function trim(fz-window)
                 ' -- ' function trim(fz-reason)
              move oa-func to fz-save-func
              move 'EMERGENCY' to oa-func
              COPY OPAUTHCHK.
              move fz-save-func to oa-func
              if oa-allowed
                 move spaces to fz-justify
                 accept fz-justify
                    from environment 'AOC_FREEZE_JUSTIFY'
                 accept fz-batch from environment 'AOC_BATCH'
                 if fz-justify = spaces
                    and fz-batch not = 'Y' and fz-batch not = 'y'
                    display 'Emergency override -- justification: '
                       with no advancing
                    accept fz-justify
                 end-if
                 if fz-justify = spaces
                    display 'No justification given -- the freeze '
                       'stands'
                 else
                    move fz-now-date to fo-date
                    move fz-now-time to fo-time
                    move oa-operator to fo-operator
                    move fz-scope to fo-scope
                    move oa-func to fo-func
                    move spaces to fo-handed
                    move fz-reason to fo-reason
                    move fz-justify to fo-justify
                    open extend freeze-ovr-file
                    if fz-ovr-status = '35'
                       open output freeze-ovr-file
                    end-if
                    write freeze-ovr-record from fz-ovr-rec
                    close freeze-ovr-file
                    display 'Freeze overridden by '
                       function trim(oa-operator)
                       ' -- recorded for the next shift turnover'
                    move 'yes!' to fz-allowed-sw
                 end-if
              end-if
              if not fz-allowed
                 display 'Change refused -- the freeze is in force'
              end-if
           end-if
