      *> Shared performance-statistics record: one record per range
      *> processed by SUMEVEN, carrying the run identification, the
      *> range identity, the start and end timestamps of the range's
      *> processing, the elapsed time in hundredths of a second, the
      *> number of engine iterations (terms handled), and the engine
      *> method that produced the result: C closed form, I
      *> term-by-term iteration (blank on records written before
      *> the closed form existed, which were all iterated).
      *> Appended to the persistent PERFSTAT file by SUMEVEN and
      *> reported across runs by SUMPERF for batch-window planning,
      *> with the savings of the closed form broken out by method.
      *> The audit-history record carries no timing fields, so this
      *> file is the only place per-range elapsed times are kept.
       01  performance-stat-record.
           05  perf-run-date            pic 9(8).
           05  filler                   pic x(1) value space.
           05  perf-elapsed-hundredths  pic -(8)9.
           05  filler                   pic x(1) value space.
           05  perf-iteration-count     pic -(8)9.
           05  filler                   pic x(1) value space.
           05  perf-method-code         pic x(1).
