      *> Legal hold register -- is hd-chk-progid on hd-chk-date under
      *> an active hold? hd-held comes back set, with hd-held-case,
      *> when it is. A blank hd-chk-progid asks about the date alone
      *> (any program's hold covers it). See HOLDSEL.cpy for the full
      *> COPY sequence.
           move 'on' to hd-held-sw
           move spaces to hd-held-case
           perform varying hd-ix from 1 by 1
                   until hd-ix > hd-count or hd-held
              if hd-chk-date >= hd-from(hd-ix)
                 and hd-chk-date <= hd-to(hd-ix)
                 if hd-chk-progid = spaces
                    or hd-progid(hd-ix) = 'ALL'
                    move 'yes!' to hd-held-sw
                 else
                    compute hd-len =
                       function length(function trim(hd-progid(hd-ix)))
                    if hd-chk-progid(1:hd-len)
                          = hd-progid(hd-ix)(1:hd-len)
                       and (hd-chk-progid(hd-len + 1:1) = space
                            or hd-chk-progid(hd-len + 1:1) = '-')
                       move 'yes!' to hd-held-sw
                    end-if
                 end-if
                 if hd-held
                    move hd-case(hd-ix) to hd-held-case
                 end-if
              end-if
           end-perform
