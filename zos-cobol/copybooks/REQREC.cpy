      *> Shared request-register record: one record per range request
      *> card read by RANGEREQ, accepted or rejected, carrying the
      *> request reference assigned at intake (yyyyddd, hhmmss, card
      *> number), the requester's name, the intake status (A
      *> accepted, R rejected) with the plain-language reason for a
      *> rejection, and the range as interpreted. Accepted requests
      *> carry the same reference on their RNGOUT range-definition
      *> record. Written to REQREG by RANGEREQ and read by REQSTMT to
      *> build each requester's results statement.
       01  request-register-record.
           05  register-request-ref     pic x(16).
           05  register-requester       pic x(20).
           05  register-status          pic x(1).
           05  register-reason          pic x(40).
           05  register-card-number     pic 9(5).
           05  register-range-start     pic s9(9).
           05  register-range-end       pic s9(9).
           05  register-range-step      pic s9(4).
           05  register-range-divisor   pic s9(4).
           05  register-department      pic x(4).
           05  register-frequency       pic x(1).
