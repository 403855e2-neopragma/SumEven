      *> which the job then swaps in as the new live AUDITLOG. A
      *> record already present in the master (a rerun of this job)
      *> is counted and skipped, so the job can safely be rerun
      *> after a failure. The job-id the run is submitted under
      *> goes in columns 10-17 of the PARM. Because the run removes
      *> history from the live log, the job-id must be authorized
      *> for AUDARCH through AUTHCHK before any file is opened, and
      *> the cutoff must leave at least the retention days granted
      *> to it; the attempt is written to the security log either
      *> way. A record dated in a month MTHCLOSE has closed on the
      *> PERCLOSE period-close file is not added to the master or
      *> kept on the live log: it is a post-close adjustment and is
      *> written to the POSTADJ file for review instead, unless it is
      *> already in the master from before the close. Return code 4
      *> when any post-close adjustment was written, 8 for a bad PARM
      *> or a master-file failure, 12 when the run is refused as
      *> unauthorized.
       Environment Division.
       Input-Output Section.
       File-Control.
               access mode is dynamic
               record key is audit-master-key
               file status is audit-master-status.
           select period-close-file assign to PERCLOSE
               organization is indexed
               access mode is dynamic
               record key is period-close-key
               file status is period-close-status.
           select post-close-file assign to POSTADJ
               organization is sequential.
       Data Division.
       File Section.
       FD  audit-history-file.
       01  retained-audit-record        pic x(93).
       FD  audit-master-file.
           copy AUDMREC.
       FD  period-close-file.
           copy PCLSREC.
       FD  post-close-file.
       01  post-close-record            pic x(93).
       Working-Storage Section.
       01  audit-master-status      pic xx.
       01  period-close-status      pic xx.
       01  period-close-open-flag   pic x value "N".
       01  month-closed-flag        pic x value "N".
       01  checked-month            pic 9(6) value zero.
       01  record-month             pic 9(6) value zero.
       01  post-close-count         pic s9(7) value zero.
       01  audit-history-eof        pic x value "N".
       01  retention-cutoff-date    pic 9(8) value zero.
       01  records-read-count       pic s9(7) value zero.
           05  previous-run-time    pic 9(8).
           05  previous-job-id      pic x(8).
       01  archive-sequence-number  pic 9(4) value zero.
       01  job-id                   pic x(8) value spaces.
       copy AUTHCKPA.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-cutoff-date pic x(8).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
               goback
           end-if
           move parameter-cutoff-date to retention-cutoff-date
           if job-parameter-length >= 17
               move parameter-job-id to job-id
           end-if
           move "AUDARCH" to auth-program
           move job-id to auth-user
           move "AUDARCH" to auth-action
           move parameter-cutoff-date to auth-object
           move retention-cutoff-date to auth-cutoff-date
           call "AUTHCHK" using authorization-check-area
           if auth-allowed-flag not = "Y"
               display "AUDARCH0005E Archive to cutoff "
                   retention-cutoff-date " refused - job-id " job-id
                   " is not authorized: " auth-reason
               move 12 to return-code
               goback
           end-if
           open input audit-history-file
           open output retained-audit-file
           open i-o audit-master-file
               close retained-audit-file
               goback
           end-if
           open input period-close-file
           if period-close-status = "00"
               move "Y" to period-close-open-flag
           end-if
           open extend post-close-file
           move high-values to previous-run-key
           perform until audit-history-eof = "Y"
               read audit-history-file
           close audit-history-file
           close retained-audit-file
           close audit-master-file
           if period-close-open-flag = "Y"
               close period-close-file
           end-if
           close post-close-file
           display "AUDARCH0001I Read: " records-read-count
               " archived: " records-archived-count
               " retained: " records-retained-count
               " duplicates skipped: " duplicate-skip-count
           if post-close-count > 0
               display "AUDARCH0006W " post-close-count
                   " records dated in closed months written to "
                   "POSTADJ as post-close adjustments"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback
           .
       dispose-one-record.
           perform check-closed-month
           if audit-run-date < retention-cutoff-date
               perform archive-one-record
           else
               if month-closed-flag = "Y"
                   perform write-post-close-record
               else
                   add 1 to records-retained-count
                   move audit-history-record to retained-audit-record
                   write retained-audit-record
               end-if
           end-if
           .
       check-closed-month.
           compute record-month = audit-run-date / 100
           if record-month not = checked-month
               move record-month to checked-month
               move "N" to month-closed-flag
               if period-close-open-flag = "Y"
                   move record-month to close-month
                   move "H" to close-record-type
                   move spaces to close-department
                   move zero to close-divisor
                   read period-close-file
                       not invalid key
                           move "Y" to month-closed-flag
                   end-read
               end-if
           end-if
           .
       write-post-close-record.
           add 1 to post-close-count
           move audit-history-record to post-close-record
           write post-close-record
           .
       archive-one-record.
           if audit-run-date = previous-run-date
              and audit-run-time = previous-run-time
           move audit-run-time to audit-master-time
           move audit-job-id to audit-master-job-id
           move archive-sequence-number to audit-master-seq
           if month-closed-flag = "Y"
               perform check-closed-month-record
           else
               perform write-master-record
           end-if
           .
       check-closed-month-record.
           read audit-master-file
               invalid key
                   perform write-post-close-record
               not invalid key
                   add 1 to duplicate-skip-count
           end-read
           .
       write-master-record.
           move audit-history-record to audit-master-image
           write audit-master-record
               invalid key
