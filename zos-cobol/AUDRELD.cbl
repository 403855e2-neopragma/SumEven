      *> trailer (short or truncated backup), records after the
      *> trailer, a control-total mismatch, an unknown record type,
      *> or a master-file write failure all raise it. Return code 0
      *> means the rebuilt master is verified complete. The reload
      *> replaces the live master, so the job-id the run is
      *> submitted under (the PARM, columns 1-8) must be authorized
      *> for AUDRELD through AUTHCHK before the master is opened;
      *> the attempt is written to the security log either way, and
      *> a refused reload ends with return code 12. A reload must
      *> not change a month MTHCLOSE has closed: before the master
      *> is opened, the backup's records for every month on the
      *> PERCLOSE period-close file are totalled by department and
      *> divisor the way the close totalled them, and any group that
      *> does not agree with its closed totals - records added,
      *> missing, or changed - is listed and the reload refused with
      *> return code 8, leaving the live master untouched.
       Environment Division.
       Input-Output Section.
       File-Control.
               file status is audit-master-status.
           select audit-backup-file assign to AUDBKP
               organization is sequential.
           select period-close-file assign to PERCLOSE
               organization is indexed
               access mode is dynamic
               record key is period-close-key
               file status is period-close-status.
       Data Division.
       File Section.
       FD  audit-master-file.
           copy AUDMREC.
       FD  audit-backup-file.
           copy AUDBKREC.
       FD  period-close-file.
           copy PCLSREC.
       Working-Storage Section.
       01  audit-master-status      pic xx.
       01  period-close-status      pic xx.
       01  period-close-eof         pic x value "N".
       01  audit-backup-eof         pic x value "N".
       01  trailer-seen-flag        pic x value "N".
       01  reloaded-record-count    pic s9(9) value zero.
       01  char-sub                 pic s9(4) comp value zero.
       01  job-id-work.
           05  job-id-char          occurs 8 times pic x(1).
       01  job-id                   pic x(8) value spaces.
       copy AUTHCKPA.
       copy AUDMREC
           replacing audit-master-record by backup-master-record
                     audit-master-key by backup-master-key
                     audit-master-date by backup-master-date
                     audit-master-time by backup-master-time
                     audit-master-job-id by backup-master-job-id
                     audit-master-seq by backup-master-seq
                     audit-master-image by backup-master-image.
       copy AUDITREC
           replacing audit-history-record by backup-audit-record
                     audit-run-date by backup-run-date
                     audit-run-time by backup-run-time
                     audit-job-id by backup-job-id
                     audit-range-start by backup-range-start
                     audit-range-end by backup-range-end
                     audit-range-step by backup-range-step
                     audit-range-divisor by backup-range-divisor
                     audit-sum-even by backup-sum-even
                     audit-sum-odd by backup-sum-odd
                     audit-invalid-flag by backup-invalid-flag
                     audit-even-count by backup-even-count
                     audit-department by backup-department.
       01  record-month             pic 9(6) value zero.
       01  record-department        pic x(4) value spaces.
       01  record-divisor           pic 9(4) value zero.
       01  record-sum-even          pic s9(9) value zero.
       01  record-sum-odd           pic s9(9) value zero.
       01  record-even-count        pic s9(9) value zero.
       01  record-hash              pic s9(13) value zero.
       01  month-closed-flag        pic x value "N".
       01  entry-found-flag         pic x value "N".
       01  closed-mismatch-count    pic s9(5) value zero.
       01  table-overflow-flag      pic x value "N".
       01  matched-entry-sub        pic s9(4) comp value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  closed-entry-count       pic s9(4) comp value zero.
       01  closed-table-limit       pic s9(4) comp value 500.
       01  closed-group-table.
           05  closed-entry occurs 500 times.
               10  closed-entry-month       pic 9(6).
               10  closed-entry-department  pic x(4).
               10  closed-entry-divisor     pic 9(4).
               10  closed-entry-ranges      pic s9(9).
               10  closed-entry-sum-even    pic s9(11).
               10  closed-entry-sum-odd     pic s9(11).
               10  closed-entry-even-count  pic s9(11).
               10  closed-entry-hash        pic s9(13).
               10  backup-entry-ranges      pic s9(9).
               10  backup-entry-sum-even    pic s9(11).
               10  backup-entry-sum-odd     pic s9(11).
               10  backup-entry-even-count  pic s9(11).
               10  backup-entry-hash        pic s9(13).
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           if job-parameter-length > 0
               move parameter-job-id to job-id
           end-if
           move "AUDRELD" to auth-program
           move job-id to auth-user
           move "AUDRELD" to auth-action
           move "AUDMSTR" to auth-object
           move zero to auth-cutoff-date
           call "AUTHCHK" using authorization-check-area
           if auth-allowed-flag not = "Y"
               display "AUDRELD0010E Reload refused - job-id "
                   job-id " is not authorized: " auth-reason
               move 12 to return-code
               goback
           end-if
           perform check-closed-months
           if closed-mismatch-count > 0
               display "AUDRELD0012E Reload refused - backup does not "
                   "agree with " closed-mismatch-count
                   " closed-month groups; live master left unchanged"
               move 8 to return-code
               goback
           end-if
           open output audit-master-file
           if audit-master-status not = "00"
               display "AUDRELD0003E Audit master open failed, "
               end-if
           end-if
           .
       check-closed-months.
           open input period-close-file
           if period-close-status = "00"
               move low-values to period-close-key
               start period-close-file key >= period-close-key
                   invalid key
                       move "Y" to period-close-eof
               end-start
               perform until period-close-eof = "Y"
                   read period-close-file next
                       at end
                           move "Y" to period-close-eof
                       not at end
                           if close-record-type = "D"
                               perform take-one-closed-group
                           end-if
                   end-read
               end-perform
               close period-close-file
               if closed-entry-count > 0
                   perform total-backup-closed-months
                   perform compare-closed-group
                       varying table-sub from 1 by 1
                       until table-sub > closed-entry-count
               end-if
           end-if
           .
       take-one-closed-group.
           if closed-entry-count < closed-table-limit
               add 1 to closed-entry-count
               move closed-entry-count to matched-entry-sub
               perform clear-closed-entry
               move close-month
                   to closed-entry-month(matched-entry-sub)
               move close-department
                   to closed-entry-department(matched-entry-sub)
               move close-divisor
                   to closed-entry-divisor(matched-entry-sub)
               move close-range-count
                   to closed-entry-ranges(matched-entry-sub)
               move close-sum-even
                   to closed-entry-sum-even(matched-entry-sub)
               move close-sum-odd
                   to closed-entry-sum-odd(matched-entry-sub)
               move close-even-count
                   to closed-entry-even-count(matched-entry-sub)
               move close-hash-total
                   to closed-entry-hash(matched-entry-sub)
           else
               perform report-table-overflow
           end-if
           .
       clear-closed-entry.
           move zero to closed-entry-ranges(matched-entry-sub)
           move zero to closed-entry-sum-even(matched-entry-sub)
           move zero to closed-entry-sum-odd(matched-entry-sub)
           move zero to closed-entry-even-count(matched-entry-sub)
           move zero to closed-entry-hash(matched-entry-sub)
           move zero to backup-entry-ranges(matched-entry-sub)
           move zero to backup-entry-sum-even(matched-entry-sub)
           move zero to backup-entry-sum-odd(matched-entry-sub)
           move zero to backup-entry-even-count(matched-entry-sub)
           move zero to backup-entry-hash(matched-entry-sub)
           .
       report-table-overflow.
           if table-overflow-flag = "N"
               move "Y" to table-overflow-flag
               display "AUDRELD0013E Closed-month table full - the "
                   "backup cannot be proved against the closed months"
               add 1 to closed-mismatch-count
           end-if
           .
       total-backup-closed-months.
           open input audit-backup-file
           perform until audit-backup-eof = "Y"
               read audit-backup-file
                   at end
                       move "Y" to audit-backup-eof
                   not at end
                       if backup-record-type = "D"
                           perform total-one-backup-record
                       end-if
               end-read
           end-perform
           close audit-backup-file
           move "N" to audit-backup-eof
           .
       total-one-backup-record.
           move backup-detail-image to backup-master-record
           compute record-month = backup-master-date / 100
           move backup-master-image to backup-audit-record
           move backup-department to record-department
           if record-department = spaces
               move "NONE" to record-department
           end-if
           move backup-range-divisor to record-divisor
           move "N" to month-closed-flag
           move "N" to entry-found-flag
           perform scan-closed-table
               varying table-sub from 1 by 1
               until table-sub > closed-entry-count
                  or entry-found-flag = "Y"
           if month-closed-flag = "Y"
               if entry-found-flag = "N"
                   if closed-entry-count < closed-table-limit
                       add 1 to closed-entry-count
                       move closed-entry-count to matched-entry-sub
                       perform clear-closed-entry
                       move record-month
                           to closed-entry-month(matched-entry-sub)
                       move record-department
                           to closed-entry-department(matched-entry-sub)
                       move record-divisor
                           to closed-entry-divisor(matched-entry-sub)
                       move "Y" to entry-found-flag
                   else
                       perform report-table-overflow
                   end-if
               end-if
               if entry-found-flag = "Y"
                   perform add-backup-record-totals
               end-if
           end-if
           .
       scan-closed-table.
           if closed-entry-month(table-sub) = record-month
               move "Y" to month-closed-flag
               if closed-entry-department(table-sub)
                      = record-department
                  and closed-entry-divisor(table-sub) = record-divisor
                   move "Y" to entry-found-flag
                   move table-sub to matched-entry-sub
               end-if
           end-if
           .
       add-backup-record-totals.
           move backup-sum-even to record-sum-even
           move backup-sum-odd to record-sum-odd
           move backup-even-count to record-even-count
           compute record-hash =
               backup-master-date + backup-master-time
               + backup-master-seq
           move backup-master-job-id to job-id-work
           perform add-one-record-character
               varying char-sub from 1 by 1
               until char-sub > 8
           add 1 to backup-entry-ranges(matched-entry-sub)
           add record-sum-even
               to backup-entry-sum-even(matched-entry-sub)
           add record-sum-odd
               to backup-entry-sum-odd(matched-entry-sub)
           add record-even-count
               to backup-entry-even-count(matched-entry-sub)
           add record-hash to backup-entry-hash(matched-entry-sub)
           if backup-entry-hash(matched-entry-sub) > hash-limit
               subtract hash-modulus
                   from backup-entry-hash(matched-entry-sub)
           end-if
           .
       add-one-record-character.
           compute record-hash =
               record-hash + function ord(job-id-char(char-sub))
           .
       compare-closed-group.
           if backup-entry-ranges(table-sub)
                  not = closed-entry-ranges(table-sub)
              or backup-entry-sum-even(table-sub)
                  not = closed-entry-sum-even(table-sub)
              or backup-entry-sum-odd(table-sub)
                  not = closed-entry-sum-odd(table-sub)
              or backup-entry-even-count(table-sub)
                  not = closed-entry-even-count(table-sub)
              or backup-entry-hash(table-sub)
                  not = closed-entry-hash(table-sub)
               add 1 to closed-mismatch-count
               display "AUDRELD0011E Closed month "
                   closed-entry-month(table-sub) " department "
                   closed-entry-department(table-sub) " divisor "
                   closed-entry-divisor(table-sub)
                   ": backup ranges " backup-entry-ranges(table-sub)
                   " closed ranges " closed-entry-ranges(table-sub)
                   " - totals do not agree"
           end-if
           .
