       Identification Division.
       Program-Id. SECRPT.
      *> Periodic access report for the auditors. Reads the SECLOG
      *> security log AUTHCHK appends to and lists every destructive
      *> maintenance action attempted (checkpoint delete and purge,
      *> catalog change and delete, department change and delete, audit
      *> archive and reload, month close, and SUMEVEN stop requests),
      *> allowed or refused, grouped by the date of the attempt. Each
      *> date shows its attempts in the order they were made - time,
      *> user, program, action, result, what the action was against, and
      *> the reason - followed by a count of allowed and refused
      *> attempts for each user who ran anything that day; the report
      *> ends with totals for the period. The optional PARM selects the
      *> period as two dates, yyyymmdd yyyymmdd, inclusive; with no PARM
      *> the whole log is reported. Return code 4 when any attempt in
      *> the period was refused, so the refusals are followed up; 8 for
      *> a bad PARM.
       Environment Division.
       Input-Output Section.
       File-Control.
           select security-log-file assign to SECLOG
               organization is sequential.
           select security-report-file assign to SECPRT
               organization is sequential.
       Data Division.
       File Section.
       FD  security-log-file.
           copy SECLREC.
       FD  security-report-file.
       01  security-report-record       pic x(100).
       Working-Storage Section.
       01  security-log-eof         pic x value "N".
       01  select-from-date         pic 9(8) value zero.
       01  select-to-date           pic 9(8) value 99999999.
       01  date-selection-flag      pic x value "N".
       01  current-report-date      pic 9(8) value zero.
       01  date-open-flag           pic x value "N".
       01  selected-attempt-count   pic s9(7) value zero.
       01  allowed-attempt-count    pic s9(7) value zero.
       01  refused-attempt-count    pic s9(7) value zero.
       01  report-date-count        pic s9(5) value zero.
       01  table-overflow-flag      pic x value "N".
       01  user-found-flag          pic x value "N".
       01  matched-user-sub         pic s9(4) comp value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  user-entry-count         pic s9(4) comp value zero.
       01  user-table-limit         pic s9(4) comp value 100.
       01  day-user-table.
           05  user-entry occurs 100 times.
               10  user-entry-id        pic x(8).
               10  user-allowed-count   pic s9(5).
               10  user-refused-count   pic s9(5).
       01  heading-line             pic x(100)
               value "SECURITY ACCESS REPORT - DESTRUCTIVE ACTIONS".
       01  blank-line               pic x(100) value spaces.
       01  period-line.
           05  filler               pic x(7) value "PERIOD ".
           05  period-from-text     pic x(8).
           05  filler               pic x(4) value " TO ".
           05  period-to-text       pic x(8).
           05  filler               pic x(73) value spaces.
       01  date-heading-line.
           05  filler               pic x(5) value "DATE ".
           05  date-heading-date    pic 9(8).
           05  filler               pic x(87) value spaces.
       01  column-heading-line.
           05  filler               pic x(9) value "TIME".
           05  filler               pic x(9) value "USER".
           05  filler               pic x(9) value "PROGRAM".
           05  filler               pic x(9) value "ACTION".
           05  filler               pic x(10) value "RESULT".
           05  filler               pic x(21) value "AGAINST".
           05  filler               pic x(33) value "REASON".
       01  attempt-detail-line.
           05  detail-time          pic 9(8).
           05  filler               pic x(1) value space.
           05  detail-user          pic x(8).
           05  filler               pic x(1) value space.
           05  detail-program       pic x(8).
           05  filler               pic x(1) value space.
           05  detail-action        pic x(8).
           05  filler               pic x(1) value space.
           05  detail-result        pic x(7).
           05  filler               pic x(3) value spaces.
           05  detail-object        pic x(20).
           05  filler               pic x(1) value space.
           05  detail-reason        pic x(30).
           05  filler               pic x(3) value spaces.
       01  user-summary-line.
           05  filler               pic x(7) value "  USER ".
           05  summary-user         pic x(8).
           05  filler               pic x(10) value "  ALLOWED ".
           05  summary-allowed      pic zzzz9.
           05  filler               pic x(10) value "  REFUSED ".
           05  summary-refused      pic zzzz9.
           05  filler               pic x(55) value spaces.
       01  total-line.
           05  total-line-label     pic x(20).
           05  total-line-count     pic z(6)9.
           05  filler               pic x(73) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-from-date  pic x(8).
               10  filler               pic x(1).
               10  parameter-to-date    pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           if job-parameter-length > 0
               if job-parameter-length < 17
                  or parameter-from-date is not numeric
                  or parameter-to-date is not numeric
                   display "SECRPT0004E Period parameter must be "
                       "yyyymmdd yyyymmdd"
                   move 8 to return-code
                   goback
               end-if
               if parameter-from-date > parameter-to-date
                   display "SECRPT0004E Period from-date "
                       parameter-from-date " is after to-date "
                       parameter-to-date
                   move 8 to return-code
                   goback
               end-if
               move parameter-from-date to select-from-date
               move parameter-to-date to select-to-date
               move "Y" to date-selection-flag
           end-if
           open input security-log-file
           open output security-report-file
           perform write-report-heading
           perform until security-log-eof = "Y"
               read security-log-file
                   at end
                       move "Y" to security-log-eof
                   not at end
                       if security-log-date >= select-from-date
                          and security-log-date <= select-to-date
                           perform report-one-attempt
                       end-if
               end-read
           end-perform
           close security-log-file
           if date-open-flag = "Y"
               perform write-day-summary
           end-if
           perform write-report-totals
           close security-report-file
           display "SECRPT0001I Attempts reported: "
               selected-attempt-count
               " allowed: " allowed-attempt-count
               " refused: " refused-attempt-count
           if selected-attempt-count = 0
               display "SECRPT0002I No destructive actions on the "
                   "log for the requested period"
           end-if
           if refused-attempt-count > 0
               display "SECRPT0003W " refused-attempt-count
                   " refused attempts in the period - see report"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback
           .
       write-report-heading.
           write security-report-record from heading-line
           if date-selection-flag = "Y"
               move select-from-date to period-from-text
               move select-to-date to period-to-text
           else
               move "ALL" to period-from-text
               move "ALL" to period-to-text
           end-if
           write security-report-record from period-line
           .
       report-one-attempt.
           if date-open-flag = "N"
              or security-log-date not = current-report-date
               if date-open-flag = "Y"
                   perform write-day-summary
               end-if
               perform start-report-date
           end-if
           add 1 to selected-attempt-count
           move security-log-time to detail-time
           move security-log-user to detail-user
           move security-log-program to detail-program
           move security-log-action to detail-action
           if security-log-result = "A"
               add 1 to allowed-attempt-count
               move "ALLOWED" to detail-result
           else
               add 1 to refused-attempt-count
               move "REFUSED" to detail-result
           end-if
           move security-log-object to detail-object
           move security-log-reason to detail-reason
           write security-report-record from attempt-detail-line
           perform count-user-attempt
           .
       start-report-date.
           move "Y" to date-open-flag
           move security-log-date to current-report-date
           add 1 to report-date-count
           move zero to user-entry-count
           write security-report-record from blank-line
           move current-report-date to date-heading-date
           write security-report-record from date-heading-line
           write security-report-record from column-heading-line
           .
       count-user-attempt.
           move "N" to user-found-flag
           perform scan-user-table
               varying table-sub from 1 by 1
               until table-sub > user-entry-count
                  or user-found-flag = "Y"
           if user-found-flag = "N"
               if user-entry-count < user-table-limit
                   add 1 to user-entry-count
                   move user-entry-count to matched-user-sub
                   move security-log-user
                       to user-entry-id(matched-user-sub)
                   move zero to user-allowed-count(matched-user-sub)
                   move zero to user-refused-count(matched-user-sub)
                   move "Y" to user-found-flag
               else
                   perform report-table-overflow
               end-if
           end-if
           if user-found-flag = "Y"
               if security-log-result = "A"
                   add 1 to user-allowed-count(matched-user-sub)
               else
                   add 1 to user-refused-count(matched-user-sub)
               end-if
           end-if
           .
       scan-user-table.
           if user-entry-id(table-sub) = security-log-user
               move "Y" to user-found-flag
               move table-sub to matched-user-sub
           end-if
           .
       report-table-overflow.
           if table-overflow-flag = "N"
               move "Y" to table-overflow-flag
               display "SECRPT0005W User table full - daily user "
                   "counts cover only part of the log"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .
       write-day-summary.
           write security-report-record from blank-line
           perform write-user-summary-line
               varying table-sub from 1 by 1
               until table-sub > user-entry-count
           .
       write-user-summary-line.
           move user-entry-id(table-sub) to summary-user
           move user-allowed-count(table-sub) to summary-allowed
           move user-refused-count(table-sub) to summary-refused
           write security-report-record from user-summary-line
           .
       write-report-totals.
           write security-report-record from blank-line
           move "DATES REPORTED" to total-line-label
           move report-date-count to total-line-count
           write security-report-record from total-line
           move "ATTEMPTS" to total-line-label
           move selected-attempt-count to total-line-count
           write security-report-record from total-line
           move "ALLOWED" to total-line-label
           move allowed-attempt-count to total-line-count
           write security-report-record from total-line
           move "REFUSED" to total-line-label
           move refused-attempt-count to total-line-count
           write security-report-record from total-line
           .
