      *> by the verification and consolidation programs. The
      *> sum-even/sum-odd columns hold the sums of terms divisible
      *> and not divisible by the range's divisor (historically 2,
      *> hence the names). The request reference is carried from the
      *> range definition so each result can be returned to the
      *> requester; it is blank on the GRAND-TOTAL line.
       01  sum-report-record.
           05  report-line-type         pic x(11).
           05  filler                   pic x(1) value space.
           05  report-invalid-flag      pic x(1).
           05  filler                   pic x(2) value spaces.
           05  report-department        pic x(4).
           05  filler                   pic x(2) value spaces.
           05  report-request-ref       pic x(16).
