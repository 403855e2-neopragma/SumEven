      *> rewritten by SUMEVEN at the start of each range, every
      *> checkpoint-write-frequency iterations, and at range
      *> completion, so operations can see whether a long run is
      *> still moving. Read back and formatted by SUMSTAT, and watched
      *> for stalls and a late finish by SUMWATCH.
       01  run-status-record.
           05  status-update-date       pic 9(8).
           05  filler                   pic x(1) value space.
