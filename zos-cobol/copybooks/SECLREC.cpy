      *> Shared security-log record: one record per destructive
      *> action attempted, allowed or refused, written by AUTHCHK to
      *> the SECLOG file with the date and time of the attempt, the
      *> program, the user it ran as, the action code, the result (A
      *> allowed, R refused), what the action was against, and the
      *> reason for the answer. Reported by SECRPT.
       01  security-log-record.
           05  security-log-date        pic 9(8).
           05  filler                   pic x(1) value space.
           05  security-log-time        pic 9(8).
           05  filler                   pic x(1) value space.
           05  security-log-program     pic x(8).
           05  filler                   pic x(1) value space.
           05  security-log-user        pic x(8).
           05  filler                   pic x(1) value space.
           05  security-log-action      pic x(8).
           05  filler                   pic x(1) value space.
           05  security-log-result      pic x(1).
           05  filler                   pic x(1) value space.
           05  security-log-object      pic x(20).
           05  filler                   pic x(1) value space.
           05  security-log-reason      pic x(30).
