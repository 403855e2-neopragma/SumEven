      *> Parameter area for the AUTHCHK callable authorization check.
      *> The caller fills in who is asking and for what, CALLs
      *> AUTHCHK before doing anything destructive, and acts on the
      *> answer:
      *>   auth-program       - calling program name
      *>   auth-user          - job-id or operator id of the run
      *>   auth-action        - action code (see AUTHREC)
      *>   auth-object        - what the action is against (key,
      *>                        range-id, cutoff date, file name),
      *>                        recorded on the security log
      *>   auth-cutoff-date   - AUDARCH retention cutoff (yyyymmdd),
      *>                        zero for every other action
      *>   auth-allowed-flag  - returned Y when the action may go
      *>                        ahead, N when it is refused
      *>   auth-reason        - returned reason for the answer
       01  authorization-check-area.
           05  auth-program             pic x(8).
           05  auth-user                pic x(8).
           05  auth-action              pic x(8).
           05  auth-object              pic x(20).
           05  auth-cutoff-date         pic 9(8).
           05  auth-allowed-flag        pic x(1).
           05  auth-reason              pic x(30).
