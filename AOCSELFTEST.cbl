      *> Request 086: every environment variable the tests touch is
      *> saved here first and put back afterwards -- as batch step
      *> zero this program must not poison the night's own settings.
       77 sv-count pic S9(4) comp-4 value 29.
       01 sv-names-data.
          05 filler pic X(18) value 'AOC1_INPUT'.
          05 filler pic X(18) value 'AOC1_WINDOW'.
          05 filler pic X(18) value 'AOC2107B_TESTDATA'.
          05 filler pic X(18) value 'AOC8_INPUT'.
          05 filler pic X(18) value 'AOC9_INPUT'.
          05 filler pic X(18) value 'AOC2B_FLEET'.
          05 filler pic X(18) value 'AOC2107_CLASSES'.
          05 filler pic X(18) value 'AOC2B_RATES'.
          05 filler pic X(18) value 'AOC2104A_SIMULATE'.
          05 filler pic X(18) value 'AOC1_SENSORS'.
          05 filler pic X(18) value 'AOC1_TIDE'.
       01 sv-names redefines sv-names-data.
          05 sv-name occurs 29 times pic X(18).
       01 sv-values.
          05 sv-value occurs 29 times pic X(80).
       77 sv-ix pic S9(4) comp-4.

       77 ws-test-prog pic X(8).
           display '1' upon environment-value
           display 'AOC1_WINDOWS' upon environment-name
           display ' ' upon environment-value
           display 'AOC1_SENSORS' upon environment-name
           display ' ' upon environment-value
           display 'AOC1_TIDE' upon environment-name
           display ' ' upon environment-value
           display 'AOC2_INPUT' upon environment-name
           display 'C:\WS\AOC2021\SELFTEST-AOC2.txt'
              upon environment-value
           display 'AOC9_INPUT' upon environment-name
           display 'C:\WS\AOC2021\SELFTEST-AOC9.txt'
              upon environment-value
      *> Single-vessel, unpriced AOC2b, unsimulated bingo, and crabs
      *> without weighting classes.
           display 'AOC2B_FLEET' upon environment-name
           display ' ' upon environment-value
           display 'AOC2B_RATES' upon environment-name
           display 'C:\WS\AOC2021\SELFTEST-NORATES.txt'
              upon environment-value
           display 'AOC2104A_SIMULATE' upon environment-name
           display ' ' upon environment-value
           display 'AOC2107_CLASSES' upon environment-name
           display 'C:\WS\AOC2021\SELFTEST-NOCLASSES.txt'
              upon environment-value
           .

      *> Request 086: the bingo/fish/crab programs use INFIL1 for
