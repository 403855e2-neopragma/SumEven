      *> band), O (out of the hard limit), or N (no rule on file for
      *> the range, in which case the measure is ALL and the band
      *> fields are zero). The measure names which result drew the
      *> alert: EVEN, ODD, or COUNT. The same layout carries the
      *> SUMWATCH run-watchdog alerts on WATCHOUT: severity S (the
      *> run has stalled; measure STALL, the value is the minutes
      *> since the last heartbeat and the high limit the stall
      *> threshold) or L (the run will finish late; measure DEADL,
      *> the value is the projected finish hhmm and the high limit
      *> the deadline hhmm).
       01  alert-record.
           05  alert-severity           pic x(1).
           05  filler                   pic x(1) value space.
