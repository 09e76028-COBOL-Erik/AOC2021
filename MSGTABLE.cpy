      *> AOCnnnnS: one hundred-block per program, S = I/W/E
      *> severity. Add new messages at the end of their block; never
      *> renumber and never reword an ID's meaning.
       77 mc-count pic S9(4) comp-4 value 42.
       01 mc-entries-data.
          05 filler pic X(8)  value 'AOC0101W'.
          05 filler pic X(10) value 'AOC1'.
             value 'readings jumped more than the threshold'.
          05 filler pic X(50)
             value 'check the sensor before trusting the series'.
          05 filler pic X(8)  value 'AOC0104W'.
          05 filler pic X(10) value 'AOC1'.
          05 filler pic X(46)
             value 'seabed feature rule override ignored'.
          05 filler pic X(46)
             value 'AOC1_TRENCH/RIDGE/SHELF not len,slope'.
          05 filler pic X(50)
             value 'fix the profile entry; default rule used'.
          05 filler pic X(8)  value 'AOC0105W'.
          05 filler pic X(10) value 'AOC1'.
          05 filler pic X(46)
             value 'sonar sensor list or head file unusable'.
          05 filler pic X(46)
             value 'a head is missing from the fused readings'.
          05 filler pic X(50)
             value 'check AOC1_SENSORS and the head file names'.
          05 filler pic X(8)  value 'AOC0106W'.
          05 filler pic X(10) value 'AOC1'.
          05 filler pic X(46)
             value 'tide table missing or has unusable lines'.
          05 filler pic X(46)
             value 'some or all readings left uncorrected'.
          05 filler pic X(50)
             value 'fix the tide table before trusting the depths'.
          05 filler pic X(8)  value 'AOC0201W'.
          05 filler pic X(10) value 'AOCBATCH'.
          05 filler pic X(46)
             value 'the health check found a failing item'.
          05 filler pic X(50)
             value 'see the health report; fix paths/stores first'.
          05 filler pic X(8)  value 'AOC0206E'.
          05 filler pic X(10) value 'AOCBATCH'.
          05 filler pic X(46)
             value 'step definitions rejected'.
          05 filler pic X(46)
             value 'bad line, unknown program, cycle or bad after'.
          05 filler pic X(50)
             value 'fix the step file (AOCBATCH_STEPS) and resubmit'.
          05 filler pic X(8)  value 'AOC0301W'.
          05 filler pic X(10) value 'AOCALERT'.
          05 filler pic X(46)
             value 'an acknowledged failure happened again'.
          05 filler pic X(50)
             value 'reopen the investigation; the fix did not hold'.
          05 filler pic X(8)  value 'AOC0303W'.
          05 filler pic X(10) value 'AOCALERT'.
          05 filler pic X(46)
             value 'alert unacknowledged -- escalated up the chain'.
          05 filler pic X(46)
             value 'nobody acknowledged within the window'.
          05 filler pic X(50)
             value 'acknowledge via AOCALERT_ACK=Y to stop paging'.
          05 filler pic X(8)  value 'AOC0304W'.
          05 filler pic X(10) value 'AOCALERT'.
          05 filler pic X(46)
             value 'alert could not be routed to anyone on call'.
          05 filler pic X(46)
             value 'no ROUTE match, roster missing or gap in hours'.
          05 filler pic X(50)
             value 'fix AOC-ROUTING.txt / AOC-ONCALL.txt coverage'.
          05 filler pic X(8)  value 'AOC0401W'.
          05 filler pic X(10) value 'AOCVOLMON'.
          05 filler pic X(46)
             value 'input volume spiked beyond tolerance'.
          05 filler pic X(50)
             value 'suspect a duplicated feed; check before use'.
          05 filler pic X(8)  value 'AOC0501W'.
          05 filler pic X(10) value 'AOCSPACE'.
          05 filler pic X(46)
             value 'projected storage exceeds the space budget'.
          05 filler pic X(46)
             value 'trend carried to the horizon passes budget'.
          05 filler pic X(50)
             value 'plan a purge or raise AOCSPACE_BUDGET_MB'.
          05 filler pic X(8)  value 'AOC0601W'.
          05 filler pic X(10) value 'AOCVERS'.
          05 filler pic X(46)
             value 'answer changed with neither data nor code'.
          05 filler pic X(46)
             value 'same fingerprint and version, new answer'.
          05 filler pic X(50)
             value 'investigate: environment, profile or defect'.
          05 filler pic X(8)  value 'AOC0701W'.
          05 filler pic X(10) value 'AOCRULES'.
          05 filler pic X(46)
             value 'cross-program answer rule broken'.
          05 filler pic X(46)
             value 'two answers of the date break a stated rule'.
          05 filler pic X(50)
             value 'compare both runs; correct the rule or the input'.
          05 filler pic X(8)  value 'AOC0702W'.
          05 filler pic X(10) value 'AOCRULES'.
          05 filler pic X(46)
             value 'answer rule cannot be judged'.
          05 filler pic X(46)
             value 'bad operator, or the answer is not a number'.
          05 filler pic X(50)
             value 'fix the rule line in the rules file (AOC-RULES)'.
          05 filler pic X(8)  value 'AOC0801W'.
          05 filler pic X(10) value 'AOCSEAL'.
          05 filler pic X(46)
             value 'job-log record fails the seal check'.
          05 filler pic X(46)
             value 'run history edited, inserted or deleted'.
          05 filler pic X(50)
             value 'treat as an incident; compare against backups'.
          05 filler pic X(8)  value 'AOC0901W'.
          05 filler pic X(10) value 'AOCSIGN'.
          05 filler pic X(46)
             value 'operator account locked at sign-on'.
          05 filler pic X(46)
             value 'too many wrong PINs in a row for this ID'.
          05 filler pic X(50)
             value 'a SECURITY operator resets it through AOCSIGN'.
          05 filler pic X(8)  value 'AOC1001W'.
          05 filler pic X(10) value 'AOCRECERT'.
          05 filler pic X(46)
             value 'operator rights flagged at recertification'.
          05 filler pic X(46)
             value 'rights unused within the AOCRECERT_DAYS window'.
          05 filler pic X(50)
             value 'manager reviews the list; remove unneeded rights'.
          05 filler pic X(8)  value 'AOC1002W'.
          05 filler pic X(10) value 'AOCRECERT'.
          05 filler pic X(46)
             value 'last quarter access list not signed off'.
          05 filler pic X(46)
             value 'no sign-off line for the previous quarter'.
          05 filler pic X(50)
             value 'manager signs off with AOCRECERT_SIGNOFF=Y'.
          05 filler pic X(8)  value 'AOC1101W'.
          05 filler pic X(10) value 'AOCFIND'.
          05 filler pic X(46)
             value 'cataloged report file no longer exists'.
          05 filler pic X(46)
             value 'catalog names a file deleted or moved by hand'.
          05 filler pic X(50)
             value 'restore the file, or let AOCARCH retire the entry'.
          05 filler pic X(8)  value 'AOC1201W'.
          05 filler pic X(10) value 'AOCMSGSTAT'.
          05 filler pic X(46)
             value 'undocumented message ID issued'.
          05 filler pic X(46)
             value 'captured sysout holds an ID not in MSGTABLE'.
          05 filler pic X(50)
             value 'catalog the ID in MSGTABLE or stop issuing it'.
          05 filler pic X(8)  value 'AOC1301W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'results record with no job-log run behind it'.
          05 filler pic X(46)
             value 'master holds a run the log never recorded'.
          05 filler pic X(50)
             value 'check the log segments; VOID or correct the record'.
          05 filler pic X(8)  value 'AOC1302W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'OK run with no archived input'.
          05 filler pic X(46)
             value 'archiving program ran OK, no archive copy'.
          05 filler pic X(50)
             value 'rerun or archive the input; check ARCHIVECOPY'.
          05 filler pic X(8)  value 'AOC1303W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'cataloged report file is gone'.
          05 filler pic X(46)
             value 'report catalog names a file no longer on disk'.
          05 filler pic X(50)
             value 'restore the file, or let AOCARCH retire the entry'.
          05 filler pic X(8)  value 'AOC1304W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'pending amendment has no record on the master'.
          05 filler pic X(46)
             value 'queued change for a key the master lost'.
          05 filler pic X(50)
             value 'reject it in AOCPEND; find where the record went'.
          05 filler pic X(8)  value 'AOC1305W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'extract entry with no results record'.
          05 filler pic X(46)
             value 'a line sent downstream is not on the master'.
          05 filler pic X(50)
             value 'tell the tracking team; restore the master record'.
          05 filler pic X(8)  value 'AOC1306W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'open alert for a run since VOIDed'.
          05 filler pic X(46)
             value 'alert still OPEN/ACK after AOCINQ voided it'.
          05 filler pic X(50)
             value 'close the alert; the run no longer counts'.
          05 filler pic X(8)  value 'AOC1307W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'journal before-image has no record on master'.
          05 filler pic X(46)
             value 'a rewritten record has left the master'.
          05 filler pic X(50)
             value 'restore the record from the journal or backup'.
          05 filler pic X(8)  value 'AOC1308W'.
          05 filler pic X(10) value 'AOCINTEG'.
          05 filler pic X(46)
             value 'checkpoint pending after a later OK run'.
          05 filler pic X(46)
             value 'last registry event is WRITE, program ran OK'.
          05 filler pic X(50)
             value 'clear the stale checkpoint with AOCCKPT'.
          05 filler pic X(8)  value 'AOC1401W'.
          05 filler pic X(10) value 'AOCPUNCT'.
          05 filler pic X(46)
             value 'scheduled night(s) with no input arrival'.
          05 filler pic X(46)
             value 'a feed due that day was never staged'.
          05 filler pic X(50)
             value 'raise the missing nights with the provider'.
          05 filler pic X(8)  value 'AOC1402W'.
          05 filler pic X(10) value 'AOCPUNCT'.
          05 filler pic X(46)
             value 'no arrival schedule -- nothing to score'.
          05 filler pic X(46)
             value 'AOC_ARRIVAL_SCHEDULE names no readable file'.
          05 filler pic X(50)
             value 'create the schedule: day, due hhmm, step, path'.
          05 filler pic X(8)  value 'AOC1501W'.
          05 filler pic X(10) value 'AOCDIGEST'.
          05 filler pic X(46)
             value 'report unchanged although its input changed'.
          05 filler pic X(46)
             value 'new input fingerprint, same report as before'.
          05 filler pic X(50)
             value 'check the step really read tonight''s input'.
          05 filler pic X(8)  value 'AOC1601W'.
          05 filler pic X(10) value 'AOCPROFUSE'.
          05 filler pic X(46)
             value 'profile setting(s) no program reads'.
          05 filler pic X(46)
             value 'defined in a profile set, not in PROFUSE'.
          05 filler pic X(50)
             value 'retire the setting, or register its reader'.
          05 filler pic X(8)  value 'AOC1701W'.
          05 filler pic X(10) value 'AOCALERT'.
          05 filler pic X(46)
             value 'alert(s) the runbook could not fix -- paging'.
          05 filler pic X(46)
             value 'action refused, failed, idle or out of tries'.
          05 filler pic X(50)
             value 'work the alert by hand; see the runbook log'.
          05 filler pic X(8)  value 'AOC1702W'.
          05 filler pic X(10) value 'AOCRUNBK'.
          05 filler pic X(46)
             value 'runbook action refused -- no authority'.
          05 filler pic X(46)
             value 'service operator lacks the table''s authority'.
          05 filler pic X(50)
             value 'grant it in the permissions file, or drop the line'.
       01 mc-entries redefines mc-entries-data.
          05 mc-entry occurs 42 times.
             10 mc-id      pic X(8).
             10 mc-prog    pic X(10).
             10 mc-text    pic X(46).
