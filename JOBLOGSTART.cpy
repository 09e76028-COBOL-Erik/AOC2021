           end-if
      *> Request 084: who is running this -- from AOC_OPERATOR.
           accept jl-operator from environment 'AOC_OPERATOR'
      *> The event season -- see jl-season.
           accept jl-season-env from environment 'AOC_SEASON'
           if jl-season-env not = spaces
              move jl-season-env(1:4) to jl-season
           end-if
      *> Request 096: the run is dated by its business date -- the
      *> date the data means, not the clock -- defaulting to the
      *> system date when AOC_BUSDATE is not set.
