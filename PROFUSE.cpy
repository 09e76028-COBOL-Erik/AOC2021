      *> Profile setting where-used register -- every NAME a
      *> program reads from the environment (and so from the run
      *> profile, which PROFILELOAD applies as environment
      *> settings), with the programs that read it. '*<name>' is a
      *> copybook: every program that copies it reads the setting.
      *> A name with more readers than one line holds continues on
      *> the next entry under the same name. AOCPROF shows a
      *> setting's readers before it is edited and AOCPROFUSE holds
      *> the register against the profile sets. Add the entry in
      *> the same change that makes a program read a new setting;
      *> keep the names in order.
       77 pw-count pic S9(4) comp-4 value 233.
       01 pw-entries-data.
          05 filler pic X(24) value 'AOC1_FEATURES'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_INPUT'.
          05 filler pic X(50)
             value 'AOC1 AOC1b AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'AOC1_RIDGE'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_SENSORS'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_SENSOR_TOL'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_SHELF'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_SPIKE'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_TIDE'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_TRENCH'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_WINDOW'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC1_WINDOWS'.
          05 filler pic X(50)
             value 'AOC1'.
          05 filler pic X(24) value 'AOC2104A_GAMES'.
          05 filler pic X(50)
             value 'AOC2104A'.
          05 filler pic X(24) value 'AOC2104A_MODE'.
          05 filler pic X(50)
             value 'AOC2104A'.
          05 filler pic X(24) value 'AOC2104A_SIMULATE'.
          05 filler pic X(50)
             value 'AOC2104A'.
          05 filler pic X(24) value 'AOC2104A_SIM_SEED'.
          05 filler pic X(50)
             value 'AOC2104A'.
          05 filler pic X(24) value 'AOC2105C_HOTSPOT_DEPTH'.
          05 filler pic X(50)
             value 'AOC2105C'.
          05 filler pic X(24) value 'AOC2105_INPUT'.
          05 filler pic X(50)
             value 'AOC2105A AOC2105B AOC2105C AOCROUTE AOCSTAGE'.
          05 filler pic X(24) value 'AOC2105_INPUT'.
          05 filler pic X(50)
             value 'AOCVALID'.
          05 filler pic X(24) value 'AOC2106A_DAYS'.
          05 filler pic X(50)
             value 'AOC2106A'.
          05 filler pic X(24) value 'AOC2106B_CHECKPOINT'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2106B_DAYS'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2106B_EVENTS'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2106B_HORIZONS'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2106B_SWEEP'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2106B_TARGET'.
          05 filler pic X(50)
             value 'AOC2106B'.
          05 filler pic X(24) value 'AOC2107A_RALLY_POINTS'.
          05 filler pic X(50)
             value 'AOC2107A'.
          05 filler pic X(24) value 'AOC2107A_TESTDATA'.
          05 filler pic X(50)
             value 'AOC2107A'.
          05 filler pic X(24) value 'AOC2107B_TESTDATA'.
          05 filler pic X(50)
             value 'AOC2107B'.
          05 filler pic X(24) value 'AOC2107_CLASSES'.
          05 filler pic X(50)
             value '*CLSLOAD'.
          05 filler pic X(24) value 'AOC2107_INCR'.
          05 filler pic X(50)
             value '*POSSTLOAD *POSSTSAVE'.
          05 filler pic X(24) value 'AOC2109B_ATLAS_MAP'.
          05 filler pic X(50)
             value 'AOC2109B'.
          05 filler pic X(24) value 'AOC2109B_ATLAS_TOP'.
          05 filler pic X(50)
             value 'AOC2109B'.
          05 filler pic X(24) value 'AOC2B_COURSES'.
          05 filler pic X(50)
             value 'AOC2b'.
          05 filler pic X(24) value 'AOC2B_FLEET'.
          05 filler pic X(50)
             value 'AOC2b'.
          05 filler pic X(24) value 'AOC2B_MAXAIM'.
          05 filler pic X(50)
             value 'AOC2b AOCPLAN'.
          05 filler pic X(24) value 'AOC2B_MAXDEPTH'.
          05 filler pic X(50)
             value 'AOC2b AOCPLAN'.
          05 filler pic X(24) value 'AOC2B_RATES'.
          05 filler pic X(50)
             value 'AOC2b'.
          05 filler pic X(24) value 'AOC2B_SEP_DEPTH'.
          05 filler pic X(50)
             value 'AOC2b'.
          05 filler pic X(24) value 'AOC2B_SEP_HORIZ'.
          05 filler pic X(50)
             value 'AOC2b'.
          05 filler pic X(24) value 'AOC2_ERRORS'.
          05 filler pic X(50)
             value 'AOC2b AOCEXCPT'.
          05 filler pic X(24) value 'AOC2_INPUT'.
          05 filler pic X(50)
             value 'AOC2b AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'AOC3B_SENSITIVITY'.
          05 filler pic X(50)
             value 'AOC3b'.
          05 filler pic X(24) value 'AOC3_BITWIDTH'.
          05 filler pic X(50)
             value 'AOC3 AOC3b AOCVALID'.
          05 filler pic X(24) value 'AOC3_BLOCKSIZE'.
          05 filler pic X(50)
             value 'AOC3'.
          05 filler pic X(24) value 'AOC3_INPUT'.
          05 filler pic X(50)
             value 'AOC3 AOC3b AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'AOC3_THINMARGIN'.
          05 filler pic X(50)
             value 'AOC3'.
          05 filler pic X(24) value 'AOC4_BINGO'.
          05 filler pic X(50)
             value 'AOC4 AOCSTAGE AOCVALID AOCXCHK4'.
          05 filler pic X(24) value 'AOC4_INPUT'.
          05 filler pic X(50)
             value 'AOC4 AOCSTAGE AOCVALID AOCXCHK4'.
          05 filler pic X(24) value 'AOC8_INPUT'.
          05 filler pic X(50)
             value 'AOC2108A AOC2108B AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'AOC9_INPUT'.
          05 filler pic X(50)
             value 'AOC2109A AOC2109B AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'AOCALERT_ACK'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_ESCALATE_MINS'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_NOTIFYLOG'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_NOW'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_OUTBOX'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_ROSTER'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_ROUTES'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_RUNBOOK'.
          05 filler pic X(50)
             value 'AOCALERT'.
          05 filler pic X(24) value 'AOCALERT_STORE'.
          05 filler pic X(50)
             value 'AOCALERT AOCINC AOCINTEG AOCWALL'.
          05 filler pic X(24) value 'AOCARCH_DEDUPE'.
          05 filler pic X(50)
             value 'AOCARCH'.
          05 filler pic X(24) value 'AOCARCH_KEEPDAYS'.
          05 filler pic X(50)
             value 'AOCARCH AOCSPACE'.
          05 filler pic X(24) value 'AOCARCH_RPTDAYS'.
          05 filler pic X(50)
             value 'AOCARCH AOCSPACE'.
          05 filler pic X(24) value 'AOCBACKUP_KEEP'.
          05 filler pic X(50)
             value 'AOCBACKUP'.
          05 filler pic X(24) value 'AOCBACKUP_REGISTER'.
          05 filler pic X(50)
             value 'AOCBACKUP AOCRECOV'.
          05 filler pic X(24) value 'AOCBACKUP_RESTORE'.
          05 filler pic X(50)
             value 'AOCBACKUP'.
          05 filler pic X(24) value 'AOCBATCH_ARRIVALS'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_ARRIVED'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_CATCHUP'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_CMD'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_DAY5'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_DEADLINE'.
          05 filler pic X(50)
             value 'AOCBATCH AOCWALL'.
          05 filler pic X(24) value 'AOCBATCH_DRYRUN'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_DRYSTART'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_GATES'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_HEALTH'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_JOBCMD'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_LANE'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_LANEWAIT'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_PARALLEL'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_REPLAY'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_RESTART'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_SELFTEST'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_STEPS'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_SYSOUT'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_VALIDATE'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCBATCH_XCHK4'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCCENSUS_BASE_DATE'.
          05 filler pic X(50)
             value 'AOCCENSUS'.
          05 filler pic X(24) value 'AOCCLEAR_DATE'.
          05 filler pic X(50)
             value 'AOCCLEAR'.
          05 filler pic X(24) value 'AOCCLEAR_MARGIN'.
          05 filler pic X(50)
             value 'AOCCLEAR'.
          05 filler pic X(24) value 'AOCCLEAR_OFFSET'.
          05 filler pic X(50)
             value 'AOCCLEAR'.
          05 filler pic X(24) value 'AOCCLEAR_TRAIL'.
          05 filler pic X(50)
             value 'AOCCLEAR'.
          05 filler pic X(24) value 'AOCDIGEST_QUOTE'.
          05 filler pic X(50)
             value 'AOCDIGEST'.
          05 filler pic X(24) value 'AOCDIST_CONTROL'.
          05 filler pic X(50)
             value 'AOCDIST'.
          05 filler pic X(24) value 'AOCDOSS_DATE'.
          05 filler pic X(50)
             value 'AOCDOSS'.
          05 filler pic X(24) value 'AOCDOSS_PROG'.
          05 filler pic X(50)
             value 'AOCDOSS'.
          05 filler pic X(24) value 'AOCDRIFT_DATE1'.
          05 filler pic X(50)
             value 'AOCDRIFT'.
          05 filler pic X(24) value 'AOCDRIFT_DATE2'.
          05 filler pic X(50)
             value 'AOCDRIFT'.
          05 filler pic X(24) value 'AOCDRIFT_THRESHOLD'.
          05 filler pic X(50)
             value 'AOCDRIFT'.
          05 filler pic X(24) value 'AOCDRIFT_TIDE1'.
          05 filler pic X(50)
             value 'AOCDRIFT'.
          05 filler pic X(24) value 'AOCDRIFT_TIDE2'.
          05 filler pic X(50)
             value 'AOCDRIFT'.
          05 filler pic X(24) value 'AOCEXCPT_SUPPRESS'.
          05 filler pic X(50)
             value 'AOCEXCPT'.
          05 filler pic X(24) value 'AOCEXTRACT_ACKFILE'.
          05 filler pic X(50)
             value 'AOCACK'.
          05 filler pic X(24) value 'AOCEXTRACT_CORRECTIONS'.
          05 filler pic X(50)
             value '*CORRPATH'.
          05 filler pic X(24) value 'AOCEXTRACT_PATH'.
          05 filler pic X(50)
             value 'AOCEXTRACT'.
          05 filler pic X(24) value 'AOCEXTRACT_SENT'.
          05 filler pic X(50)
             value '*CORRPATH'.
          05 filler pic X(24) value 'AOCFIND_FROM'.
          05 filler pic X(50)
             value 'AOCFIND'.
          05 filler pic X(24) value 'AOCFIND_MAX'.
          05 filler pic X(50)
             value 'AOCFIND'.
          05 filler pic X(24) value 'AOCFIND_PROG'.
          05 filler pic X(50)
             value 'AOCFIND'.
          05 filler pic X(24) value 'AOCFIND_TEXT'.
          05 filler pic X(50)
             value 'AOCFIND'.
          05 filler pic X(24) value 'AOCFIND_TO'.
          05 filler pic X(50)
             value 'AOCFIND'.
          05 filler pic X(24) value 'AOCGEN_EDGE'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_EVERY'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_FORMAT'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_MANIFEST'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_OUT'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_OUT2'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_SEED'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_SIZE'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCGEN_WIDTH'.
          05 filler pic X(50)
             value 'AOCGEN'.
          05 filler pic X(24) value 'AOCINCRPT_MONTH'.
          05 filler pic X(50)
             value 'AOCINCRPT'.
          05 filler pic X(24) value 'AOCINC_REGISTER'.
          05 filler pic X(50)
             value 'AOCINC AOCINCRPT'.
          05 filler pic X(24) value 'AOCINTEG_DAYS'.
          05 filler pic X(50)
             value 'AOCINTEG'.
          05 filler pic X(24) value 'AOCINTEG_REPORT'.
          05 filler pic X(50)
             value 'AOCEXCPT'.
          05 filler pic X(24) value 'AOCJLRPT_SLOWPCT'.
          05 filler pic X(50)
             value 'AOCJLRPT'.
          05 filler pic X(24) value 'AOCMENU_JOB'.
          05 filler pic X(50)
             value 'AOCMENU'.
          05 filler pic X(24) value 'AOCMENU_LOCKPASS'.
          05 filler pic X(50)
             value 'AOCMENU'.
          05 filler pic X(24) value 'AOCMORPT_MONTH'.
          05 filler pic X(50)
             value 'AOCMORPT'.
          05 filler pic X(24) value 'AOCMSGRPT_ID'.
          05 filler pic X(50)
             value 'AOCMSGRPT'.
          05 filler pic X(24) value 'AOCMSGSTAT_FROM'.
          05 filler pic X(50)
             value 'AOCMSGSTAT'.
          05 filler pic X(24) value 'AOCMSGSTAT_RECENT'.
          05 filler pic X(50)
             value 'AOCMSGSTAT'.
          05 filler pic X(24) value 'AOCMSGSTAT_TO'.
          05 filler pic X(50)
             value 'AOCMSGSTAT'.
          05 filler pic X(24) value 'AOCPAYOUT_DATE'.
          05 filler pic X(50)
             value 'AOCPAYOUT'.
          05 filler pic X(24) value 'AOCPAYOUT_PLAYERS'.
          05 filler pic X(50)
             value 'AOCPAYOUT'.
          05 filler pic X(24) value 'AOCPAYOUT_PRIZES'.
          05 filler pic X(50)
             value 'AOCPAYOUT'.
          05 filler pic X(24) value 'AOCPLAN_DEPTH'.
          05 filler pic X(50)
             value 'AOCPLAN'.
          05 filler pic X(24) value 'AOCPLAN_HORIZ'.
          05 filler pic X(50)
             value 'AOCPLAN'.
          05 filler pic X(24) value 'AOCPROFUSE_SETS'.
          05 filler pic X(50)
             value 'AOCPROFUSE'.
          05 filler pic X(24) value 'AOCPUNCT_MONTH'.
          05 filler pic X(50)
             value 'AOCPUNCT'.
          05 filler pic X(24) value 'AOCRECERT_DAYS'.
          05 filler pic X(50)
             value 'AOCRECERT'.
          05 filler pic X(24) value 'AOCRECERT_SIGNOFF'.
          05 filler pic X(50)
             value 'AOCRECERT'.
          05 filler pic X(24) value 'AOCRECERT_SIGNOFFS'.
          05 filler pic X(50)
             value 'AOCRECERT'.
          05 filler pic X(24) value 'AOCRECOV_GENERATION'.
          05 filler pic X(50)
             value 'AOCRECOV'.
          05 filler pic X(24) value 'AOCRECOV_POINT'.
          05 filler pic X(50)
             value 'AOCRECOV'.
          05 filler pic X(24) value 'AOCREPLAY_DATE'.
          05 filler pic X(50)
             value 'AOCREPLAY'.
          05 filler pic X(24) value 'AOCREPLAY_GAME'.
          05 filler pic X(50)
             value 'AOCREPLAY'.
          05 filler pic X(24) value 'AOCREPRO_DATE'.
          05 filler pic X(50)
             value 'AOCREPRO'.
          05 filler pic X(24) value 'AOCREPRO_FILE'.
          05 filler pic X(50)
             value 'AOCREPRO'.
          05 filler pic X(24) value 'AOCREPRO_PROG'.
          05 filler pic X(50)
             value 'AOCREPRO'.
          05 filler pic X(24) value 'AOCROUTE_DIAGONALS'.
          05 filler pic X(50)
             value 'AOCROUTE'.
          05 filler pic X(24) value 'AOCROUTE_END'.
          05 filler pic X(50)
             value 'AOCROUTE'.
          05 filler pic X(24) value 'AOCROUTE_MARGIN'.
          05 filler pic X(50)
             value 'AOCROUTE'.
          05 filler pic X(24) value 'AOCROUTE_START'.
          05 filler pic X(50)
             value 'AOCROUTE'.
          05 filler pic X(24) value 'AOCRULES_FILE'.
          05 filler pic X(50)
             value 'AOCRULES'.
          05 filler pic X(24) value 'AOCRUNBK_CMD'.
          05 filler pic X(50)
             value 'AOCRUNBK'.
          05 filler pic X(24) value 'AOCRUNBK_LOG'.
          05 filler pic X(50)
             value 'AOCRUNBK'.
          05 filler pic X(24) value 'AOCSCOREBOARD_PATH'.
          05 filler pic X(50)
             value 'AOCBATCH'.
          05 filler pic X(24) value 'AOCSEAL_FROM'.
          05 filler pic X(50)
             value 'AOCSEAL'.
          05 filler pic X(24) value 'AOCSEASON_FROM'.
          05 filler pic X(50)
             value 'AOCSEASON'.
          05 filler pic X(24) value 'AOCSEASON_TO'.
          05 filler pic X(50)
             value 'AOCSEASON'.
          05 filler pic X(24) value 'AOCSELFTEST_BLESS'.
          05 filler pic X(50)
             value 'AOCSELFTEST'.
          05 filler pic X(24) value 'AOCSIGN_IDLE'.
          05 filler pic X(50)
             value 'AOCSIGN'.
          05 filler pic X(24) value 'AOCSIGN_MAXFAIL'.
          05 filler pic X(50)
             value 'AOCSIGN'.
          05 filler pic X(24) value 'AOCSPACE_BUDGET_MB'.
          05 filler pic X(50)
             value 'AOCSPACE'.
          05 filler pic X(24) value 'AOCSPACE_DAYS'.
          05 filler pic X(50)
             value 'AOCSPACE'.
          05 filler pic X(24) value 'AOCSPACE_TRENDDAYS'.
          05 filler pic X(50)
             value 'AOCSPACE'.
          05 filler pic X(24) value 'AOCSPLIT_BUNDLE'.
          05 filler pic X(50)
             value 'AOCSPLIT'.
          05 filler pic X(24) value 'AOCSTAGE_AUDIT'.
          05 filler pic X(50)
             value 'AOCOPS AOCRECERT'.
          05 filler pic X(24) value 'AOCSTAGE_COMPARE'.
          05 filler pic X(50)
             value '*RSTGPATH'.
          05 filler pic X(24) value 'AOCSTAGE_HEADER'.
          05 filler pic X(50)
             value 'AOCSTAGE'.
          05 filler pic X(24) value 'AOCSTAGE_MANIFEST'.
          05 filler pic X(50)
             value 'AOCSTAGE'.
          05 filler pic X(24) value 'AOCSTAGE_RESTAGE'.
          05 filler pic X(50)
             value 'AOCSTAGE'.
          05 filler pic X(24) value 'AOCTRAIL_COMPARE'.
          05 filler pic X(50)
             value 'AOCTRAIL'.
          05 filler pic X(24) value 'AOCTRAIL_DEPTHLIMIT'.
          05 filler pic X(50)
             value 'AOCTRAIL'.
          05 filler pic X(24) value 'AOCTRAIL_INPUT'.
          05 filler pic X(50)
             value 'AOCTRAIL'.
          05 filler pic X(24) value 'AOCVALID_CRABS'.
          05 filler pic X(50)
             value 'AOCVALID'.
          05 filler pic X(24) value 'AOCVALID_DRYRUN'.
          05 filler pic X(50)
             value 'AOCVALID'.
          05 filler pic X(24) value 'AOCVALID_FISH'.
          05 filler pic X(50)
             value 'AOCVALID'.
          05 filler pic X(24) value 'AOCVALID_QUAR'.
          05 filler pic X(50)
             value 'AOCVALID'.
          05 filler pic X(24) value 'AOCVALID_REPORT'.
          05 filler pic X(50)
             value 'AOCEXCPT AOCVALID'.
          05 filler pic X(24) value 'AOCVDRIFT_DATE1'.
          05 filler pic X(50)
             value 'AOCVDRIFT'.
          05 filler pic X(24) value 'AOCVDRIFT_DATE2'.
          05 filler pic X(50)
             value 'AOCVDRIFT'.
          05 filler pic X(24) value 'AOCVERS_NOTE'.
          05 filler pic X(50)
             value 'AOCVERS'.
          05 filler pic X(24) value 'AOCVERS_PROMOTE'.
          05 filler pic X(50)
             value 'AOCVERS'.
          05 filler pic X(24) value 'AOCVERS_REGISTER'.
          05 filler pic X(50)
             value 'AOCRECERT AOCVERS'.
          05 filler pic X(24) value 'AOCVERS_VERSION'.
          05 filler pic X(50)
             value 'AOCVERS'.
          05 filler pic X(24) value 'AOCVOLMON_PCT'.
          05 filler pic X(50)
             value 'AOCVOLMON'.
          05 filler pic X(24) value 'AOCWALL_PAGE'.
          05 filler pic X(50)
             value 'AOCWALL'.
          05 filler pic X(24) value 'AOCWATCH_CMD'.
          05 filler pic X(50)
             value 'AOCWATCH'.
          05 filler pic X(24) value 'AOCWATCH_CYCLES'.
          05 filler pic X(50)
             value 'AOCWATCH'.
          05 filler pic X(24) value 'AOCWATCH_POLL'.
          05 filler pic X(50)
             value 'AOCWATCH'.
          05 filler pic X(24) value 'AOCWATCH_UNTIL'.
          05 filler pic X(50)
             value 'AOCWATCH'.
          05 filler pic X(24) value 'AOCYREND_YEAR'.
          05 filler pic X(50)
             value 'AOCYREND'.
          05 filler pic X(24) value 'AOC_ARCHIVE_SKIP'.
          05 filler pic X(50)
             value '*ARCHIVECOPY'.
          05 filler pic X(24) value 'AOC_ARRIVALS'.
          05 filler pic X(50)
             value 'AOCBATCH AOCPUNCT AOCRUNBK AOCSTAGE AOCWALL'.
          05 filler pic X(24) value 'AOC_ARRIVALS'.
          05 filler pic X(50)
             value 'AOCWATCH'.
          05 filler pic X(24) value 'AOC_ARRIVAL_SCHEDULE'.
          05 filler pic X(50)
             value 'AOCPUNCT'.
          05 filler pic X(24) value 'AOC_BATCH'.
          05 filler pic X(50)
             value '*CONSOLEPAUSE *FRZCHK AOCFIND AOCGEN AOCMENU'.
          05 filler pic X(24) value 'AOC_BATCH'.
          05 filler pic X(50)
             value 'AOCSIGN AOCSTAGE AOCWATCH'.
          05 filler pic X(24) value 'AOC_BUSDATE'.
          05 filler pic X(50)
             value '*JOBLOGSTART AOCBOARD AOCREPRO AOCSTAGE'.
          05 filler pic X(24) value 'AOC_CALENDAR'.
          05 filler pic X(50)
             value 'AOCBATCH AOCCAL AOCHEALTH AOCSEACV'.
          05 filler pic X(24) value 'AOC_EXCLZONES'.
          05 filler pic X(50)
             value '*EXZLOAD'.
          05 filler pic X(24) value 'AOC_FREEZE'.
          05 filler pic X(50)
             value '*FRZCHK'.
          05 filler pic X(24) value 'AOC_FREEZE_JUSTIFY'.
          05 filler pic X(50)
             value '*FRZCHK'.
          05 filler pic X(24) value 'AOC_FREEZE_OVERRIDES'.
          05 filler pic X(50)
             value '*FRZCHK AOCOPS'.
          05 filler pic X(24) value 'AOC_HOLDS'.
          05 filler pic X(50)
             value '*HOLDLOAD AOCHOLD'.
          05 filler pic X(24) value 'AOC_HOLD_AUDIT'.
          05 filler pic X(50)
             value 'AOCHOLD'.
          05 filler pic X(24) value 'AOC_OPERATOR'.
          05 filler pic X(50)
             value '*JOBLOGSTART *RUNLKTAKE AOCALERT AOCBACKUP AOCCAL'.
          05 filler pic X(24) value 'AOC_OPERATOR'.
          05 filler pic X(50)
             value 'AOCCKPT AOCHOLD AOCINC AOCMENU AOCPEND AOCPROF'.
          05 filler pic X(24) value 'AOC_OPERATOR'.
          05 filler pic X(50)
             value 'AOCQUAR AOCREPRO AOCRSLT AOCRUNBK AOCSTAGE'.
          05 filler pic X(24) value 'AOC_OPERAUTH'.
          05 filler pic X(50)
             value '*OPAUTHCHK AOCRECERT AOCSIGN AOCSTAGE'.
          05 filler pic X(24) value 'AOC_PAGEDEPTH'.
          05 filler pic X(50)
             value '*RPTHEAD'.
          05 filler pic X(24) value 'AOC_PROFILE'.
          05 filler pic X(50)
             value '*PROFILELOAD'.
          05 filler pic X(24) value 'AOC_REPORT_CSV'.
          05 filler pic X(50)
             value '*RPTHEAD'.
          05 filler pic X(24) value 'AOC_RUNLOCK'.
          05 filler pic X(50)
             value '*RUNLKCHK'.
          05 filler pic X(24) value 'AOC_SEAL_KEY'.
          05 filler pic X(50)
             value '*JOBLOGHASH AOCSIGN'.
          05 filler pic X(24) value 'AOC_SEASON'.
          05 filler pic X(50)
             value '*JOBLOGSTART *PROFILELOAD AOCCAL AOCMENU AOCRSLT'.
          05 filler pic X(24) value 'AOC_SEASON'.
          05 filler pic X(50)
             value 'AOCSTAGE'.
          05 filler pic X(24) value 'AOC_SELFTEST_MODE'.
          05 filler pic X(50)
             value '*ARCHIVECOPY *JOBLOGEND AOC1b AOC2104A AOC2107A'.
          05 filler pic X(24) value 'AOC_SELFTEST_MODE'.
          05 filler pic X(50)
             value 'AOC2107B'.
          05 filler pic X(24) value 'AOC_SERVICE_OPERATOR'.
          05 filler pic X(50)
             value 'AOCRUNBK AOCSTAGE'.
          05 filler pic X(24) value 'AOC_SOURCE'.
          05 filler pic X(50)
             value 'AOCSTAGE'.
          05 filler pic X(24) value 'AOC_SUBMISSIONS'.
          05 filler pic X(50)
             value '*SUBBOUND AOCSUBM'.
          05 filler pic X(24) value 'AOC_SUBMISSION_FLAGS'.
          05 filler pic X(50)
             value 'AOCEXTRACT AOCRSLT AOCSUBM'.
          05 filler pic X(24) value 'AOC_SUBMIT_ATTEMPTS'.
          05 filler pic X(50)
             value 'AOCSUBM'.
          05 filler pic X(24) value 'AOC_VERDICTS'.
          05 filler pic X(50)
             value 'AOCVERD'.
          05 filler pic X(24) value 'BINGO1'.
          05 filler pic X(50)
             value 'AOC2104A AOCSTAGE'.
          05 filler pic X(24) value 'BOARDMASTER_PATH'.
          05 filler pic X(50)
             value 'AOCBOARD'.
          05 filler pic X(24) value 'INFIL1'.
          05 filler pic X(50)
             value 'AOC2104A AOC2106A AOC2106B AOC2107A AOC2107B'.
          05 filler pic X(24) value 'INFIL1'.
          05 filler pic X(50)
             value 'AOCSTAGE AOCVALID'.
          05 filler pic X(24) value 'JOBLOG_PATH'.
          05 filler pic X(50)
             value '*JOBLOGSTART AOCBACKUP AOCMENU'.
          05 filler pic X(24) value 'RESULTS_JOURNAL'.
          05 filler pic X(50)
             value 'AOCINQ AOCINTEG AOCRECOV AOCRSLT'.
          05 filler pic X(24) value 'RESULTS_PATH'.
          05 filler pic X(50)
             value 'AOCBACKUP AOCRECOV AOCRSLT AOCRSLTCV'.
          05 filler pic X(24) value 'RESULTS_PENDING'.
          05 filler pic X(50)
             value 'AOCINTEG AOCPEND AOCRSLT'.
       01 pw-entries redefines pw-entries-data.
          05 pw-entry occurs 233 times.
             10 pw-name  pic X(24).
             10 pw-progs pic X(50).
       77 pw-ix pic S9(4) comp-4.
