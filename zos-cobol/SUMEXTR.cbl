       Identification Division.
       Program-Id. SUMEXTR.
      *> Downstream interface extract of the night's results for the
      *> finance data warehouse. Reads a verified SUMEVEN report (the
      *> PUBLISH file released by CYCLGATE, or the SUMMERGE
      *> consolidated report) on RPTIN and writes the EXTROUT
      *> delimited interface file described in the EXTRREC copybook:
      *> an H header with the business date and the next file
      *> sequence number, one D detail record per RANGE line, and a
      *> T trailer with the record count and hash totals of the
      *> sums. The run date and job-id on each detail record come
      *> from the AUDITLOG record of the run that produced the
      *> range (the latest run on the report's run date with the
      *> same range identity; a merged report's sub-ranges do not
      *> match an original range, so those take the latest run on
      *> that date). The report is checked before anything is
      *> written: it must end with its GRAND-TOTAL line and the
      *> RANGE lines must add up to it, otherwise no extract is
      *> produced and the file sequence number is not used. The
      *> last sequence number issued is kept on the one-record
      *> EXTRSEQ control file. The optional PARM is the business
      *> date (yyyymmdd); the report's run date is used when it is
      *> omitted. Return code 4 when a range has no AUDITLOG record
      *> or the business date has already been extracted (the new
      *> file carries a new sequence number and replaces the
      *> earlier one); 8 when the report is not verified, holds no
      *> RANGE lines, or fills the range table, or for a bad PARM.
       Environment Division.
       Input-Output Section.
       File-Control.
           select sum-report-file assign to RPTIN
               organization is sequential.
           select audit-history-file assign to AUDITLOG
               organization is sequential.
           select extract-sequence-file assign to EXTRSEQ
               organization is sequential
               file status is extract-sequence-status.
           select interface-extract-file assign to EXTROUT
               organization is sequential.
       Data Division.
       File Section.
       FD  sum-report-file.
           copy RPTREC.
       FD  audit-history-file.
           copy AUDITREC.
       FD  extract-sequence-file.
       01  extract-sequence-record.
           05  sequence-last-number     pic 9(6).
           05  filler                   pic x(1).
           05  sequence-business-date   pic 9(8).
           05  filler                   pic x(1).
           05  sequence-created-date    pic 9(8).
           05  filler                   pic x(1).
           05  sequence-created-time    pic 9(8).
       FD  interface-extract-file.
       01  interface-extract-record     pic x(100).
       Working-Storage Section.
       copy EXTRREC.
       01  extract-sequence-status  pic xx.
       01  report-eof               pic x value "N".
       01  audit-history-eof        pic x value "N".
       01  report-verified-flag     pic x value "Y".
       01  grand-total-seen-flag    pic x value "N".
       01  after-total-count        pic s9(5) value zero.
       01  business-date            pic 9(8) value zero.
       01  report-date              pic 9(8) value zero.
       01  created-date             pic 9(8) value zero.
       01  created-time             pic 9(8) value zero.
       01  previous-sequence-number pic 9(6) value zero.
       01  previous-business-date   pic 9(8) value zero.
       01  file-sequence-number     pic 9(6) value zero.
       01  detail-written-count     pic s9(9) value zero.
       01  unmatched-range-count    pic s9(5) value zero.
       01  reported-sum-even        pic s9(9) value zero.
       01  reported-sum-odd         pic s9(9) value zero.
       01  reported-even-count      pic s9(9) value zero.
       01  check-sum-even           pic s9(11) value zero.
       01  check-sum-odd            pic s9(11) value zero.
       01  check-even-count         pic s9(11) value zero.
       01  total-sum-even           pic s9(11) value zero.
       01  total-sum-odd            pic s9(11) value zero.
       01  total-even-count         pic s9(11) value zero.
       01  total-overflow-flag      pic x value "N".
       01  hash-limit               pic 9(12) value 999999999999.
       01  hash-modulus             pic 9(13) value 1000000000000.
       01  sum-even-hash-total      pic s9(13) value zero.
       01  sum-odd-hash-total       pic s9(13) value zero.
       01  even-count-hash-total    pic s9(13) value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  audit-sub                pic s9(4) comp value zero.
       01  matched-audit-sub        pic s9(4) comp value zero.
       01  range-entry-count        pic s9(4) comp value zero.
       01  range-table-limit        pic s9(4) comp value 500.
       01  range-table.
           05  range-entry occurs 500 times.
               10  range-entry-start    pic s9(9).
               10  range-entry-end      pic s9(9).
               10  range-entry-step     pic s9(4).
               10  range-entry-divisor  pic s9(4).
               10  range-entry-sum-even pic s9(9).
               10  range-entry-sum-odd  pic s9(9).
               10  range-entry-count-even pic s9(9).
               10  range-entry-overflow pic x(1).
               10  range-entry-invalid  pic x(1).
               10  range-entry-department pic x(4).
       01  audit-entry-count        pic s9(4) comp value zero.
       01  audit-table-limit        pic s9(4) comp value 1000.
       01  audit-table-full-flag    pic x value "N".
       01  audit-table.
           05  audit-entry occurs 1000 times.
               10  audit-entry-start    pic s9(9).
               10  audit-entry-end      pic s9(9).
               10  audit-entry-step     pic s9(4).
               10  audit-entry-divisor  pic s9(4).
               10  audit-entry-run-date pic 9(8).
               10  audit-entry-job-id   pic x(8).
       01  latest-run-date          pic 9(8) value zero.
       01  latest-job-id            pic x(8) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept created-date from date yyyymmdd
           accept created-time from time
           if job-parameter-length > 0
               if job-parameter-length < 8
                  or parameter-business-date is not numeric
                   display "SUMEXTR0002E Business date parameter "
                       "must be yyyymmdd: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
               move parameter-business-date to business-date
           end-if
           perform load-night-report
           perform verify-night-report
           if report-verified-flag = "N"
               display "SUMEXTR0003E Report on RPTIN not verified - "
                   "no extract written"
               if return-code < 8
                   move 8 to return-code
               end-if
               goback
           end-if
           if business-date = 0
               move report-date to business-date
           end-if
           perform load-audit-runs
           perform assign-file-sequence
           open output interface-extract-file
           perform write-extract-header
           perform write-extract-detail
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
           perform write-extract-trailer
           close interface-extract-file
           perform save-file-sequence
           if unmatched-range-count > 0
               display "SUMEXTR0006W " unmatched-range-count
                   " ranges had no AUDITLOG record on run date "
                   report-date " - job-id left blank"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           display "SUMEXTR0001I Business date " business-date
               " file sequence " file-sequence-number
               " detail records " detail-written-count
           goback
           .
       load-night-report.
           open input sum-report-file
           perform until report-eof = "Y"
               read sum-report-file
                   at end
                       move "Y" to report-eof
                   not at end
                       perform load-one-report-line
               end-read
           end-perform
           close sum-report-file
           .
       load-one-report-line.
           if grand-total-seen-flag = "Y"
               add 1 to after-total-count
           else
               evaluate report-line-type
                   when "RANGE"
                       perform load-one-range-line
                   when "GRAND-TOTAL"
                       move "Y" to grand-total-seen-flag
                       move report-sum-even to reported-sum-even
                       move report-sum-odd to reported-sum-odd
                       move report-even-count to reported-even-count
                       move report-overflow-flag
                           to total-overflow-flag
                       if report-date = 0
                           move report-run-date to report-date
                       end-if
                   when other
                       display "SUMEXTR0004E Unexpected report line "
                           "type " report-line-type
                       move "N" to report-verified-flag
               end-evaluate
           end-if
           .
       load-one-range-line.
           if report-date = 0
               move report-run-date to report-date
           end-if
           if range-entry-count < range-table-limit
               add 1 to range-entry-count
               move report-range-start
                   to range-entry-start(range-entry-count)
               move report-range-end
                   to range-entry-end(range-entry-count)
               move report-range-step
                   to range-entry-step(range-entry-count)
               move report-range-divisor
                   to range-entry-divisor(range-entry-count)
               move report-sum-even
                   to range-entry-sum-even(range-entry-count)
               move report-sum-odd
                   to range-entry-sum-odd(range-entry-count)
               move report-even-count
                   to range-entry-count-even(range-entry-count)
               move report-overflow-flag
                   to range-entry-overflow(range-entry-count)
               move report-invalid-flag
                   to range-entry-invalid(range-entry-count)
               move report-department
                   to range-entry-department(range-entry-count)
               add range-entry-sum-even(range-entry-count)
                   to check-sum-even
               add range-entry-sum-odd(range-entry-count)
                   to check-sum-odd
               add range-entry-count-even(range-entry-count)
                   to check-even-count
           else
               if report-verified-flag = "Y"
                   display "SUMEXTR0005E Range table full - more "
                       "than " range-table-limit " RANGE lines"
               end-if
               move "N" to report-verified-flag
           end-if
           .
       verify-night-report.
           if range-entry-count = 0
               display "SUMEXTR0007E No RANGE lines on RPTIN"
               move "N" to report-verified-flag
           end-if
           if grand-total-seen-flag = "N"
               display "SUMEXTR0008E No GRAND-TOTAL line on RPTIN - "
                   "report is short or truncated"
               move "N" to report-verified-flag
           else
               if after-total-count > 0
                   display "SUMEXTR0009E " after-total-count
                       " lines found after the GRAND-TOTAL line"
                   move "N" to report-verified-flag
               end-if
               if total-overflow-flag = "N"
                  and (check-sum-even not = reported-sum-even
                    or check-sum-odd not = reported-sum-odd
                    or check-even-count not = reported-even-count)
                   display "SUMEXTR0010E RANGE lines do not add up "
                       "to the GRAND-TOTAL line"
                   move "N" to report-verified-flag
               end-if
           end-if
           .
       load-audit-runs.
           open input audit-history-file
           perform until audit-history-eof = "Y"
               read audit-history-file
                   at end
                       move "Y" to audit-history-eof
                   not at end
                       if audit-run-date = report-date
                           perform load-one-audit-run
                       end-if
               end-read
           end-perform
           close audit-history-file
           .
       load-one-audit-run.
           move audit-run-date to latest-run-date
           move audit-job-id to latest-job-id
           if audit-entry-count < audit-table-limit
               add 1 to audit-entry-count
               move audit-range-start
                   to audit-entry-start(audit-entry-count)
               move audit-range-end
                   to audit-entry-end(audit-entry-count)
               move audit-range-step
                   to audit-entry-step(audit-entry-count)
               move audit-range-divisor
                   to audit-entry-divisor(audit-entry-count)
               move audit-run-date
                   to audit-entry-run-date(audit-entry-count)
               move audit-job-id
                   to audit-entry-job-id(audit-entry-count)
           else
               if audit-table-full-flag = "N"
                   move "Y" to audit-table-full-flag
                   display "SUMEXTR0011W Audit table full - later "
                       "runs on " report-date " matched by date only"
               end-if
           end-if
           .
       assign-file-sequence.
           open input extract-sequence-file
           if extract-sequence-status = "00"
               read extract-sequence-file
                   at end
                       continue
                   not at end
                       move sequence-last-number
                           to previous-sequence-number
                       move sequence-business-date
                           to previous-business-date
               end-read
               close extract-sequence-file
           end-if
           if previous-sequence-number = 999999
               move 1 to file-sequence-number
           else
               compute file-sequence-number =
                   previous-sequence-number + 1
           end-if
           if previous-business-date = business-date
               display "SUMEXTR0012W Business date " business-date
                   " already extracted as file "
                   previous-sequence-number
                   " - file " file-sequence-number " replaces it"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .
       save-file-sequence.
           open output extract-sequence-file
           move spaces to extract-sequence-record
           move file-sequence-number to sequence-last-number
           move business-date to sequence-business-date
           move created-date to sequence-created-date
           move created-time to sequence-created-time
           write extract-sequence-record
           close extract-sequence-file
           .
       write-extract-header.
           move business-date to header-business-date
           move file-sequence-number to header-file-sequence
           move created-date to header-created-date
           move created-time to header-created-time
           write interface-extract-record from extract-header-record
           .
       write-extract-detail.
           move zero to matched-audit-sub
           perform scan-audit-table
               varying audit-sub from 1 by 1
               until audit-sub > audit-entry-count
           if matched-audit-sub > 0
               move audit-entry-run-date(matched-audit-sub)
                   to detail-run-date
               move audit-entry-job-id(matched-audit-sub)
                   to detail-job-id
           else
               if latest-run-date > 0
                   move latest-run-date to detail-run-date
                   move latest-job-id to detail-job-id
               else
                   add 1 to unmatched-range-count
                   move report-date to detail-run-date
                   move spaces to detail-job-id
               end-if
           end-if
           move range-entry-department(table-sub)
               to detail-department
           move range-entry-start(table-sub) to detail-range-start
           move range-entry-end(table-sub) to detail-range-end
           move range-entry-step(table-sub) to detail-range-step
           move range-entry-divisor(table-sub)
               to detail-range-divisor
           move range-entry-sum-even(table-sub) to detail-sum-even
           move range-entry-sum-odd(table-sub) to detail-sum-odd
           move range-entry-count-even(table-sub)
               to detail-even-count
           move range-entry-overflow(table-sub)
               to detail-overflow-flag
           move range-entry-invalid(table-sub)
               to detail-invalid-flag
           write interface-extract-record from extract-detail-record
           add 1 to detail-written-count
           perform accumulate-sum-hashes
           .
       scan-audit-table.
           if audit-entry-start(audit-sub)
                  = range-entry-start(table-sub)
              and audit-entry-end(audit-sub)
                  = range-entry-end(table-sub)
              and audit-entry-step(audit-sub)
                  = range-entry-step(table-sub)
              and audit-entry-divisor(audit-sub)
                  = range-entry-divisor(table-sub)
               move audit-sub to matched-audit-sub
           end-if
           .
       accumulate-sum-hashes.
           add range-entry-sum-even(table-sub) to sum-even-hash-total
           if sum-even-hash-total > hash-limit
               subtract hash-modulus from sum-even-hash-total
           end-if
           if sum-even-hash-total < 0 - hash-limit
               add hash-modulus to sum-even-hash-total
           end-if
           add range-entry-sum-odd(table-sub) to sum-odd-hash-total
           if sum-odd-hash-total > hash-limit
               subtract hash-modulus from sum-odd-hash-total
           end-if
           if sum-odd-hash-total < 0 - hash-limit
               add hash-modulus to sum-odd-hash-total
           end-if
           add range-entry-count-even(table-sub)
               to even-count-hash-total
           if even-count-hash-total > hash-limit
               subtract hash-modulus from even-count-hash-total
           end-if
           .
       write-extract-trailer.
           move file-sequence-number to trailer-file-sequence
           move detail-written-count to trailer-record-count
           move sum-even-hash-total to trailer-sum-even-hash
           move sum-odd-hash-total to trailer-sum-odd-hash
           move even-count-hash-total to trailer-even-count-hash
           write interface-extract-record from extract-trailer-record
           .
