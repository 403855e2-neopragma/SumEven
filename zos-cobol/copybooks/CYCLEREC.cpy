      *> Shared cycle-control record for the indexed CYCLECTL file:
      *> one step-completion record per nightly step run, keyed on
      *> the business date, the step name, and the step's end
      *> timestamp, so a rerun adds a record instead of replacing
      *> the earlier one and the whole night can be read back in
      *> key order. The return code is the step's final return
      *> code; the three counts are the step's own record counts:
      *>     RANGEDIT - records read, accepted, rejected
      *>     RANGESEL - ranges read, selected, skipped
      *>     SUMEVEN  - ranges read, ranges reported, ranges
      *>                reported invalid or overflowed
      *>     SUMCHECK - ranges checked, reruns written, mismatches
      *>     TOLCHECK - ranges graded, alerts written, results out
      *>                of band
      *> Posted through CYCLPOST by each step at its end and read
      *> by the CYCLGATE publication gate.
       01  cycle-control-record.
           05  cycle-control-key.
               10  cycle-business-date  pic 9(8).
               10  cycle-step-name      pic x(8).
               10  cycle-end-date       pic 9(8).
               10  cycle-end-time       pic 9(8).
           05  cycle-job-id             pic x(8).
           05  cycle-start-date         pic 9(8).
           05  cycle-start-time         pic 9(8).
           05  cycle-return-code        pic 9(4).
           05  cycle-read-count         pic 9(9).
           05  cycle-written-count      pic 9(9).
           05  cycle-exception-count    pic 9(9).
