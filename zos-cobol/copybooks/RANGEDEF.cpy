      *> Monday-to-Sunday mask, M at month-end, Q at quarter-end.
      *> The department code names the requesting department for the
      *> monthly chargeback report; RANGEDIT fills a blank code with
      *> NONE. The request reference is the number RANGEREQ assigned
      *> to the request card the range came from (yyyyddd, hhmmss,
      *> card number), blank for ranges keyed or resolved from the
      *> catalog; it is carried through RANGEDIT, RANGESEL, and
      *> SUMEVEN so REQSTMT can return each result to its requester.
      *> Used both as SUMEVEN's Range-Control-File record and (via
      *> COPY REPLACING) as a working-storage holder elsewhere.
       01  range-definition-record.
           05  range-start-value        pic s9(9).
           05  range-end-value          pic s9(9).
           05  range-frequency-code     pic x(1).
           05  range-frequency-days     pic x(7).
           05  range-department-code    pic x(4).
           05  range-request-ref        pic x(16).
