       Identification Division.
       Program-Id. AUTHCHK.
      *> Callable authorization check for destructive maintenance
      *> actions. CKPTMNT, RCATMNT, DEPTMNT, AUDARCH, AUDRELD, MTHCLOSE,
      *> and SUMEVEN (for a stop request) fill in the AUTHCKPA parameter
      *> area and CALL AUTHCHK before they change anything. The user and
      *> action are looked up on the indexed AUTHTBL authorization table
      *> (AUTHREC): the action is allowed only when the pair is on the
      *> table, its active flag is Y, today falls within its effective
      *> period, and, for an AUDARCH cutoff, the cutoff is a real date
      *> that leaves at least the granted retention days on the live
      *> log. A blank user or an unreadable table is refused. Every
      *> attempt, allowed or refused, is appended to the SECLOG security
      *> log (SECLREC) and the answer returned in auth-allowed-flag with
      *> its reason; the caller decides how to refuse.
       Environment Division.
       Input-Output Section.
       File-Control.
           select authorization-table-file assign to AUTHTBL
               organization is indexed
               access mode is dynamic
               record key is authorization-key
               file status is authorization-file-status.
           select security-log-file assign to SECLOG
               organization is sequential.
       Data Division.
       File Section.
       FD  authorization-table-file.
           copy AUTHREC.
       FD  security-log-file.
           copy SECLREC.
       Working-Storage Section.
       01  authorization-file-status pic xx.
       01  run-date                 pic 9(8).
       01  run-time                 pic 9(8).
       01  latest-cutoff-day        pic s9(9) value zero.
       01  requested-cutoff-day     pic s9(9) value zero.
       Linkage Section.
           copy AUTHCKPA.

       Procedure Division using authorization-check-area.
           accept run-date from date yyyymmdd
           accept run-time from time
           move "N" to auth-allowed-flag
           move spaces to auth-reason
           if auth-user = spaces
               move "NO USER ID SUPPLIED" to auth-reason
           else
               perform look-up-authorization
           end-if
           perform write-security-log
           if auth-allowed-flag = "Y"
               display "AUTHCHK0001I " auth-action " by "
                   auth-user " allowed for " auth-program
                   " on " auth-object
           else
               display "AUTHCHK0002E " auth-action " by "
                   auth-user " refused for " auth-program
                   " on " auth-object " - " auth-reason
           end-if
           goback
           .
       look-up-authorization.
           open input authorization-table-file
           if authorization-file-status not = "00"
               move "AUTHORIZATION TABLE NOT OPEN" to auth-reason
               display "AUTHCHK0003E Authorization table open "
                   "failed, status " authorization-file-status
           else
               move auth-user to authorization-user
               move auth-action to authorization-action
               read authorization-table-file
                   invalid key
                       move "NOT AUTHORIZED FOR THIS ACTION"
                           to auth-reason
                   not invalid key
                       perform check-authorization-grant
               end-read
               close authorization-table-file
           end-if
           .
       check-authorization-grant.
           if authorization-active-flag not = "Y"
              or run-date < authorization-effective-date
              or run-date > authorization-expiry-date
               move "AUTHORIZATION INACTIVE/EXPIRED" to auth-reason
           else
               if auth-cutoff-date not = 0
                   perform check-retention-cutoff
               else
                   move "Y" to auth-allowed-flag
                   move "AUTHORIZED" to auth-reason
               end-if
           end-if
           .
       check-retention-cutoff.
           if function test-date-yyyymmdd(auth-cutoff-date) not = 0
               move "CUTOFF IS NOT A VALID DATE" to auth-reason
           else
               compute latest-cutoff-day =
                   function integer-of-date(run-date)
                   - authorization-retention-days
               compute requested-cutoff-day =
                   function integer-of-date(auth-cutoff-date)
               if requested-cutoff-day > latest-cutoff-day
                   move "CUTOFF INSIDE RETENTION PERIOD"
                       to auth-reason
               else
                   move "Y" to auth-allowed-flag
                   move "AUTHORIZED" to auth-reason
               end-if
           end-if
           .
       write-security-log.
           open extend security-log-file
           move run-date to security-log-date
           move run-time to security-log-time
           move auth-program to security-log-program
           move auth-user to security-log-user
           move auth-action to security-log-action
           if auth-allowed-flag = "Y"
               move "A" to security-log-result
           else
               move "R" to security-log-result
           end-if
           move auth-object to security-log-object
           move auth-reason to security-log-reason
           write security-log-record
           close security-log-file
           .
