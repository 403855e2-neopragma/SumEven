       Identification Division.
       Program-Id. MTHCLOSE.
      *> Month-end close. Once a month has been billed through CHGBACK
      *> and archived to the keyed audit-history master by AUDARCH,
      *> CLOSE freezes it: the month's records are read from AUDMSTR and
      *> totalled by department and divisor - ranges, sum-even, sum-odd,
      *> even-count, and a hash total over the run date, run time,
      *> sequence number, and job-id of each record - and written to the
      *> indexed PERCLOSE period-close file (PCLSREC) as one D record
      *> per group and an H record for the month, and a close
      *> certificate listing the frozen totals is printed on CLOSERPT
      *> for sign-off. A month still holding lines on the live AUDITLOG
      *> has not been archived and is not closed, a month that has not
      *> yet ended (the current month or a later one) is not closed, and
      *> a month already closed is never closed again. The H record is
      *> written only once every D record has been, so a close that
      *> fails part-way leaves the month open; the D records such a
      *> close left behind are removed when CLOSE is rerun. Because a
      *> close cannot be undone, the job-id must be authorized for
      *> MTHCLOSE through AUTHCHK before the period-close file is
      *> opened; the attempt is written to the security log either way.
      *> From then on AUDARCH and SUMEVEN divert any record dated in the
      *> month to the POSTADJ post-close adjustment file instead of the
      *> history, and AUDRELD refuses a reload that would change the
      *> month. RECON re-derives the month's totals from AUDMSTR and
      *> proves them against the closed records group by group, printing
      *> both sets side by side on CLOSERPT. The PARM is the function
      *> (columns 1-6), the month (columns 8-13, yyyymm), and the job-id
      *> of the run (columns 15-22, recorded on the close):
      *>     CLOSE  yyyymm xxxxxxxx
      *>     RECON  yyyymm
      *> Return code 4 when a month has no records to close; 8 for
      *> a bad PARM, a month not yet ended, already closed, or not
      *> yet archived, a file failure, or a reconciliation that does
      *> not match; 12 when a close is refused as unauthorized.
       Environment Division.
       Input-Output Section.
       File-Control.
           select period-close-file assign to PERCLOSE
               organization is indexed
               access mode is dynamic
               record key is period-close-key
               file status is period-close-status.
           select audit-master-file assign to AUDMSTR
               organization is indexed
               access mode is dynamic
               record key is audit-master-key
               file status is audit-master-status.
           select audit-history-file assign to AUDITLOG
               organization is sequential.
           select close-report-file assign to CLOSERPT
               organization is sequential.
       Data Division.
       File Section.
       FD  period-close-file.
           copy PCLSREC.
       FD  audit-master-file.
           copy AUDMREC.
       FD  audit-history-file.
           copy AUDITREC.
       FD  close-report-file.
       01  close-report-record          pic x(100).
       Working-Storage Section.
       01  period-close-status      pic xx.
       01  audit-master-status      pic xx.
       01  input-file-eof           pic x value "N".
       01  master-available-flag    pic x value "Y".
       01  run-date                 pic 9(8).
       01  run-time                 pic 9(8).
       01  job-id                   pic x(8) value spaces.
       01  selected-month           pic 9(6) value zero.
       01  selected-month-number    pic 9(2) value zero.
       01  run-month                pic 9(6) value zero.
       01  month-first-date         pic 9(8) value zero.
       01  month-last-date          pic 9(8) value zero.
       01  audit-month              pic 9(6) value zero.
       01  live-line-count          pic s9(9) value zero.
       01  master-record-count      pic s9(9) value zero.
       01  mismatch-count           pic s9(5) value zero.
       01  cleared-group-count      pic s9(5) value zero.
       01  record-department        pic x(4) value spaces.
       01  record-divisor           pic 9(4) value zero.
       01  record-sum-even          pic s9(9) value zero.
       01  record-sum-odd           pic s9(9) value zero.
       01  record-even-count        pic s9(9) value zero.
       01  record-hash              pic s9(13) value zero.
       01  hash-limit               pic 9(12) value 999999999999.
       01  hash-modulus             pic 9(13) value 1000000000000.
       01  char-sub                 pic s9(4) comp value zero.
       01  job-id-work.
           05  job-id-char          occurs 8 times pic x(1).
       copy AUTHCKPA.
       copy AUDITREC
           replacing audit-history-record by master-audit-record
                     audit-run-date by master-run-date
                     audit-run-time by master-run-time
                     audit-job-id by master-job-id
                     audit-range-start by master-range-start
                     audit-range-end by master-range-end
                     audit-range-step by master-range-step
                     audit-range-divisor by master-range-divisor
                     audit-sum-even by master-sum-even
                     audit-sum-odd by master-sum-odd
                     audit-invalid-flag by master-invalid-flag
                     audit-even-count by master-even-count
                     audit-department by master-department.
       01  month-range-count        pic s9(9) value zero.
       01  month-sum-even           pic s9(11) value zero.
       01  month-sum-odd            pic s9(11) value zero.
       01  month-even-count         pic s9(11) value zero.
       01  month-hash-total         pic s9(13) value zero.
       01  table-overflow-flag      pic x value "N".
       01  entry-found-flag         pic x value "N".
       01  matched-entry-sub        pic s9(4) comp value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  group-entry-count        pic s9(4) comp value zero.
       01  group-table-limit        pic s9(4) comp value 200.
       01  group-table.
           05  group-entry occurs 200 times.
               10  group-department     pic x(4).
               10  group-divisor        pic 9(4).
               10  group-ranges         pic s9(9).
               10  group-sum-even       pic s9(11).
               10  group-sum-odd        pic s9(11).
               10  group-even-count     pic s9(11).
               10  group-hash           pic s9(13).
               10  group-closed-ranges  pic s9(9).
               10  group-closed-sum-even pic s9(11).
               10  group-closed-sum-odd pic s9(11).
               10  group-closed-even-count pic s9(11).
               10  group-closed-hash    pic s9(13).
       01  heading-line             pic x(100) value spaces.
       01  blank-line               pic x(100) value spaces.
       01  close-identity-line.
           05  filler               pic x(6) value "MONTH ".
           05  identity-month       pic 9(6).
           05  filler               pic x(9) value "  CLOSED ".
           05  identity-close-date  pic 9(8).
           05  filler               pic x(1) value space.
           05  identity-close-time  pic 9(8).
           05  filler               pic x(6) value "  JOB ".
           05  identity-job-id      pic x(8).
           05  filler               pic x(48) value spaces.
       01  column-heading-line.
           05  filler               pic x(10) value "DEPT DIV".
           05  filler               pic x(7) value spaces.
           05  filler               pic x(10) value "RANGES".
           05  filler               pic x(12) value "SUM-EVEN".
           05  filler               pic x(12) value "SUM-ODD".
           05  filler               pic x(12) value "EVEN-COUNT".
           05  filler               pic x(13) value "HASH".
           05  filler               pic x(24) value "STATUS".
       01  group-detail-line.
           05  detail-department    pic x(4).
           05  filler               pic x(1) value space.
           05  detail-divisor       pic zzz9.
           05  filler               pic x(1) value space.
           05  detail-label         pic x(6).
           05  filler               pic x(1) value space.
           05  detail-ranges        pic z(8)9.
           05  filler               pic x(1) value space.
           05  detail-sum-even      pic -(10)9.
           05  filler               pic x(1) value space.
           05  detail-sum-odd       pic -(10)9.
           05  filler               pic x(1) value space.
           05  detail-even-count    pic -(10)9.
           05  filler               pic x(1) value space.
           05  detail-hash          pic 9(12).
           05  filler               pic x(1) value space.
           05  detail-status        pic x(8).
           05  filler               pic x(16) value spaces.
       01  frozen-notice-line.
           05  filler               pic x(40)
               value "THESE TOTALS ARE FROZEN - LATER RECORDS ".
           05  filler               pic x(40)
               value "IN THIS MONTH ARE POST-CLOSE ADJUSTMENTS".
           05  filler               pic x(20) value spaces.
       01  certified-line           pic x(100)
               value "CERTIFIED BY ______________________  DATE ______".
       01  approved-line            pic x(100)
               value "APPROVED BY  ______________________  DATE ______".
       01  result-line.
           05  filler               pic x(7) value "RESULT ".
           05  result-text          pic x(40).
           05  filler               pic x(53) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-function   pic x(6).
               10  filler               pic x(1).
               10  parameter-month      pic x(6).
               10  filler redefines parameter-month.
                   15  parameter-month-year pic x(4).
                   15  parameter-month-number pic x(2).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept run-date from date yyyymmdd
           accept run-time from time
           if job-parameter-length < 13
              or parameter-month is not numeric
               display "MTHCLOSE0002E Missing or bad parameter - use "
                   "CLOSE yyyymm xxxxxxxx or RECON yyyymm"
               move 8 to return-code
               goback
           end-if
           move parameter-month to selected-month
           move parameter-month-number to selected-month-number
           if selected-month-number < 1
              or selected-month-number > 12
               display "MTHCLOSE0002E Month " parameter-month
                   " is not a valid yyyymm"
               move 8 to return-code
               goback
           end-if
           if job-parameter-length >= 22
               move parameter-job-id to job-id
           end-if
           if parameter-function = "CLOSE "
               compute run-month = run-date / 100
               if selected-month >= run-month
                   display "MTHCLOSE0013E Month " selected-month
                       " has not ended - only a month before "
                       run-month " can be closed"
                   move 8 to return-code
                   goback
               end-if
               move "MTHCLOSE" to auth-program
               move job-id to auth-user
               move "MTHCLOSE" to auth-action
               move parameter-month to auth-object
               move zero to auth-cutoff-date
               call "AUTHCHK" using authorization-check-area
               if auth-allowed-flag not = "Y"
                   display "MTHCLOSE0014E Close of month "
                       selected-month " refused - job-id " job-id
                       " is not authorized: " auth-reason
                   move 12 to return-code
                   goback
               end-if
           end-if
           compute month-first-date = selected-month * 100 + 1
           compute month-last-date = selected-month * 100 + 31
           open i-o period-close-file
           if period-close-status not = "00"
              and period-close-status not = "05"
               display "MTHCLOSE0003E Period-close file open failed, "
                   "status " period-close-status
               move 8 to return-code
               goback
           end-if
           evaluate parameter-function
               when "CLOSE "
                   perform close-selected-month
               when "RECON "
                   perform reconcile-selected-month
               when other
                   display "MTHCLOSE0002E Unknown function "
                       parameter-function " - use CLOSE or RECON"
                   move 8 to return-code
           end-evaluate
           close period-close-file
           goback
           .
       close-selected-month.
           move selected-month to close-month
           move "H" to close-record-type
           move spaces to close-department
           move zero to close-divisor
           read period-close-file
               invalid key
                   perform clear-unfinished-close
                   if return-code < 8
                       perform check-month-archived
                   end-if
               not invalid key
                   display "MTHCLOSE0004E Month " selected-month
                       " was closed on " close-date
                       " by job " close-job-id
                       " - it cannot be closed again"
                   move 8 to return-code
           end-read
           .
       clear-unfinished-close.
           move "N" to input-file-eof
           move selected-month to close-month
           move "D" to close-record-type
           move low-values to close-department
           move zero to close-divisor
           start period-close-file key >= period-close-key
               invalid key
                   move "Y" to input-file-eof
           end-start
           perform until input-file-eof = "Y"
               read period-close-file next
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if close-month not = selected-month
                          or close-record-type not = "D"
                           move "Y" to input-file-eof
                       else
                           perform delete-unfinished-group
                       end-if
               end-read
           end-perform
           if cleared-group-count > 0
               display "MTHCLOSE0015I " cleared-group-count
                   " group records left by an unfinished close of "
                   "month " selected-month " removed"
           end-if
           .
       delete-unfinished-group.
           delete period-close-file record
               invalid key
                   display "MTHCLOSE0016E Period-close delete failed "
                       "for month " selected-month " department "
                       close-department " divisor " close-divisor
                       ", status " period-close-status
                       " - clear the unfinished close before closing"
                   move 8 to return-code
                   move "Y" to input-file-eof
               not invalid key
                   add 1 to cleared-group-count
           end-delete
           .
       check-month-archived.
           move "N" to input-file-eof
           open input audit-history-file
           perform until input-file-eof = "Y"
               read audit-history-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       compute audit-month = audit-run-date / 100
                       if audit-month = selected-month
                           add 1 to live-line-count
                       end-if
               end-read
           end-perform
           close audit-history-file
           if live-line-count > 0
               display "MTHCLOSE0005E " live-line-count
                   " AUDITLOG lines are dated in month "
                   selected-month " - archive the month with AUDARCH "
                   "before closing it"
               move 8 to return-code
           else
               perform derive-month-totals
               if master-available-flag = "Y"
                   perform freeze-month-totals
               end-if
           end-if
           .
       freeze-month-totals.
           if group-entry-count = 0
               display "MTHCLOSE0006W No audit-history records on "
                   "AUDMSTR for month " selected-month
                   " - nothing to close"
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               perform write-close-group
                   varying table-sub from 1 by 1
                   until table-sub > group-entry-count
               if return-code < 8
                   perform write-close-header
               end-if
               if return-code < 8
                   perform print-close-certificate
                   display "MTHCLOSE0001I Month " selected-month
                       " closed: ranges " month-range-count
                       " groups " group-entry-count
                       " hash " month-hash-total
               end-if
           end-if
           .
       write-close-header.
           move selected-month to close-month
           move "H" to close-record-type
           move spaces to close-department
           move zero to close-divisor
           move month-range-count to close-range-count
           move month-sum-even to close-sum-even
           move month-sum-odd to close-sum-odd
           move month-even-count to close-even-count
           move month-hash-total to close-hash-total
           move group-entry-count to close-group-count
           move run-date to close-date
           move run-time to close-time
           move job-id to close-job-id
           write period-close-record
               invalid key
                   display "MTHCLOSE0008E Period-close write failed "
                       "for month " selected-month
                       ", status " period-close-status
                   move 8 to return-code
           end-write
           .
       write-close-group.
           move selected-month to close-month
           move "D" to close-record-type
           move group-department(table-sub) to close-department
           move group-divisor(table-sub) to close-divisor
           move group-ranges(table-sub) to close-range-count
           move group-sum-even(table-sub) to close-sum-even
           move group-sum-odd(table-sub) to close-sum-odd
           move group-even-count(table-sub) to close-even-count
           move group-hash(table-sub) to close-hash-total
           move zero to close-group-count
           move run-date to close-date
           move run-time to close-time
           move job-id to close-job-id
           write period-close-record
               invalid key
                   display "MTHCLOSE0008E Period-close write failed "
                       "for month " selected-month " department "
                       close-department " divisor " close-divisor
                       ", status " period-close-status
                   move 8 to return-code
           end-write
           .
       derive-month-totals.
           open input audit-master-file
           if audit-master-status not = "00"
               display "MTHCLOSE0007E Audit master open failed, "
                   "status " audit-master-status
               move "N" to master-available-flag
               move 8 to return-code
           else
               move "N" to input-file-eof
               move low-values to audit-master-key
               move month-first-date to audit-master-date
               start audit-master-file key >= audit-master-key
                   invalid key
                       move "Y" to input-file-eof
               end-start
               perform until input-file-eof = "Y"
                   read audit-master-file next
                       at end
                           move "Y" to input-file-eof
                       not at end
                           if audit-master-date > month-last-date
                               move "Y" to input-file-eof
                           else
                               perform tally-one-master-record
                           end-if
                   end-read
               end-perform
               close audit-master-file
           end-if
           .
       tally-one-master-record.
           add 1 to master-record-count
           move audit-master-image to master-audit-record
           move master-department to record-department
           if record-department = spaces
               move "NONE" to record-department
           end-if
           move master-range-divisor to record-divisor
           move master-sum-even to record-sum-even
           move master-sum-odd to record-sum-odd
           move master-even-count to record-even-count
           compute record-hash =
               audit-master-date + audit-master-time
               + audit-master-seq
           move audit-master-job-id to job-id-work
           perform add-one-job-character
               varying char-sub from 1 by 1
               until char-sub > 8
           perform find-group-entry
           if entry-found-flag = "Y"
               add 1 to group-ranges(matched-entry-sub)
               add record-sum-even to group-sum-even(matched-entry-sub)
               add record-sum-odd to group-sum-odd(matched-entry-sub)
               add record-even-count
                   to group-even-count(matched-entry-sub)
               add record-hash to group-hash(matched-entry-sub)
               if group-hash(matched-entry-sub) > hash-limit
                   subtract hash-modulus
                       from group-hash(matched-entry-sub)
               end-if
           end-if
           add 1 to month-range-count
           add record-sum-even to month-sum-even
           add record-sum-odd to month-sum-odd
           add record-even-count to month-even-count
           add record-hash to month-hash-total
           if month-hash-total > hash-limit
               subtract hash-modulus from month-hash-total
           end-if
           .
       add-one-job-character.
           compute record-hash =
               record-hash + function ord(job-id-char(char-sub))
           .
       find-group-entry.
           move "N" to entry-found-flag
           perform scan-group-table
               varying table-sub from 1 by 1
               until table-sub > group-entry-count
                  or entry-found-flag = "Y"
           if entry-found-flag = "N"
               if group-entry-count < group-table-limit
                   add 1 to group-entry-count
                   move group-entry-count to matched-entry-sub
                   move record-department
                       to group-department(matched-entry-sub)
                   move record-divisor
                       to group-divisor(matched-entry-sub)
                   move zero to group-ranges(matched-entry-sub)
                   move zero to group-sum-even(matched-entry-sub)
                   move zero to group-sum-odd(matched-entry-sub)
                   move zero to group-even-count(matched-entry-sub)
                   move zero to group-hash(matched-entry-sub)
                   move zero to group-closed-ranges(matched-entry-sub)
                   move zero
                       to group-closed-sum-even(matched-entry-sub)
                   move zero
                       to group-closed-sum-odd(matched-entry-sub)
                   move zero
                       to group-closed-even-count(matched-entry-sub)
                   move zero to group-closed-hash(matched-entry-sub)
                   move "Y" to entry-found-flag
               else
                   perform report-table-overflow
               end-if
           end-if
           .
       scan-group-table.
           if group-department(table-sub) = record-department
              and group-divisor(table-sub) = record-divisor
               move "Y" to entry-found-flag
               move table-sub to matched-entry-sub
           end-if
           .
       report-table-overflow.
           if table-overflow-flag = "N"
               move "Y" to table-overflow-flag
               display "MTHCLOSE0009E Department/divisor table full - "
                   "month " selected-month " cannot be totalled"
               move "N" to master-available-flag
               move 8 to return-code
           end-if
           .
       print-close-certificate.
           open output close-report-file
           move "MONTH-END CLOSE CERTIFICATE" to heading-line
           write close-report-record from heading-line
           move selected-month to identity-month
           move run-date to identity-close-date
           move run-time to identity-close-time
           move job-id to identity-job-id
           write close-report-record from close-identity-line
           write close-report-record from blank-line
           write close-report-record from column-heading-line
           perform print-closed-group
               varying table-sub from 1 by 1
               until table-sub > group-entry-count
           write close-report-record from blank-line
           move "TOTL" to detail-department
           move zero to detail-divisor
           move "MONTH" to detail-label
           move month-range-count to detail-ranges
           move month-sum-even to detail-sum-even
           move month-sum-odd to detail-sum-odd
           move month-even-count to detail-even-count
           move month-hash-total to detail-hash
           move "CLOSED" to detail-status
           write close-report-record from group-detail-line
           write close-report-record from blank-line
           write close-report-record from frozen-notice-line
           write close-report-record from blank-line
           write close-report-record from certified-line
           write close-report-record from blank-line
           write close-report-record from approved-line
           close close-report-file
           .
       print-closed-group.
           move group-department(table-sub) to detail-department
           move group-divisor(table-sub) to detail-divisor
           move "CLOSED" to detail-label
           move group-ranges(table-sub) to detail-ranges
           move group-sum-even(table-sub) to detail-sum-even
           move group-sum-odd(table-sub) to detail-sum-odd
           move group-even-count(table-sub) to detail-even-count
           move group-hash(table-sub) to detail-hash
           move "CLOSED" to detail-status
           write close-report-record from group-detail-line
           .
       reconcile-selected-month.
           move selected-month to close-month
           move "H" to close-record-type
           move spaces to close-department
           move zero to close-divisor
           read period-close-file
               invalid key
                   display "MTHCLOSE0010E Month " selected-month
                       " has not been closed - nothing to reconcile"
                   move 8 to return-code
               not invalid key
                   perform prove-closed-totals
           end-read
           .
       prove-closed-totals.
           move close-date to identity-close-date
           move close-time to identity-close-time
           move close-job-id to identity-job-id
           perform derive-month-totals
           if master-available-flag = "Y"
               perform load-closed-groups
           end-if
           if master-available-flag = "Y"
               open output close-report-file
               move "MONTH-END CLOSE RECONCILIATION" to heading-line
               write close-report-record from heading-line
               move selected-month to identity-month
               write close-report-record from close-identity-line
               write close-report-record from blank-line
               write close-report-record from column-heading-line
               perform compare-one-group
                   varying table-sub from 1 by 1
                   until table-sub > group-entry-count
               write close-report-record from blank-line
               if mismatch-count = 0
                   move "CLOSED TOTALS PROVED AGAINST AUDMSTR"
                       to result-text
               else
                   move "CLOSED TOTALS DO NOT MATCH AUDMSTR"
                       to result-text
               end-if
               write close-report-record from result-line
               close close-report-file
               if mismatch-count = 0
                   display "MTHCLOSE0011I Month " selected-month
                       " reconciled: " group-entry-count
                       " groups match the closed totals"
               else
                   display "MTHCLOSE0012E Month " selected-month
                       " does not reconcile: " mismatch-count
                       " groups differ from the closed totals"
                   move 8 to return-code
               end-if
           end-if
           .
       load-closed-groups.
           move "N" to input-file-eof
           move selected-month to close-month
           move "D" to close-record-type
           move low-values to close-department
           move zero to close-divisor
           start period-close-file key >= period-close-key
               invalid key
                   move "Y" to input-file-eof
           end-start
           perform until input-file-eof = "Y"
               read period-close-file next
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if close-month not = selected-month
                          or close-record-type not = "D"
                           move "Y" to input-file-eof
                       else
                           perform take-one-closed-group
                       end-if
               end-read
           end-perform
           .
       take-one-closed-group.
           move close-department to record-department
           move close-divisor to record-divisor
           perform find-group-entry
           if entry-found-flag = "Y"
               move close-range-count
                   to group-closed-ranges(matched-entry-sub)
               move close-sum-even
                   to group-closed-sum-even(matched-entry-sub)
               move close-sum-odd
                   to group-closed-sum-odd(matched-entry-sub)
               move close-even-count
                   to group-closed-even-count(matched-entry-sub)
               move close-hash-total
                   to group-closed-hash(matched-entry-sub)
           end-if
           .
       compare-one-group.
           move group-department(table-sub) to detail-department
           move group-divisor(table-sub) to detail-divisor
           move "CLOSED" to detail-label
           move group-closed-ranges(table-sub) to detail-ranges
           move group-closed-sum-even(table-sub) to detail-sum-even
           move group-closed-sum-odd(table-sub) to detail-sum-odd
           move group-closed-even-count(table-sub)
               to detail-even-count
           move group-closed-hash(table-sub) to detail-hash
           move spaces to detail-status
           write close-report-record from group-detail-line
           move "MASTER" to detail-label
           move group-ranges(table-sub) to detail-ranges
           move group-sum-even(table-sub) to detail-sum-even
           move group-sum-odd(table-sub) to detail-sum-odd
           move group-even-count(table-sub) to detail-even-count
           move group-hash(table-sub) to detail-hash
           if group-ranges(table-sub)
                  = group-closed-ranges(table-sub)
              and group-sum-even(table-sub)
                  = group-closed-sum-even(table-sub)
              and group-sum-odd(table-sub)
                  = group-closed-sum-odd(table-sub)
              and group-even-count(table-sub)
                  = group-closed-even-count(table-sub)
              and group-hash(table-sub)
                  = group-closed-hash(table-sub)
               move "MATCH" to detail-status
           else
               move "MISMATCH" to detail-status
               add 1 to mismatch-count
           end-if
           write close-report-record from group-detail-line
           .
