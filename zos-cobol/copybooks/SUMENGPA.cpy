      *>   engine-overflow-flag   - Y when an accumulator would
      *>                            overflow; the offending term is
      *>                            not folded in
      *>   engine-method-request  - I forces term-by-term iteration;
      *>                            anything else lets the engine
      *>                            finish a fresh range in closed
      *>                            form
      *>   engine-method-used     - C when the call was answered in
      *>                            closed form, I when by iteration
       01  summation-engine-area.
           05  engine-range-start       pic s9(9).
           05  engine-range-end         pic s9(9).
           05  engine-complete-flag     pic x(1).
           05  engine-invalid-flag      pic x(1).
           05  engine-overflow-flag     pic x(1).
           05  engine-method-request    pic x(1).
           05  engine-method-used       pic x(1).
