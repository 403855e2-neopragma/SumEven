      *> exception-log entry are written, and the job ends with
      *> return code 2 - suspended on request, not failed - so the
      *> scheduler can simply resubmit it. The suspended range
      *> resumes from its checkpoint on the next run. The stop
      *> record carries the operator's user id in columns 1-8, and
      *> that user must be authorized for STOPRUN through AUTHCHK;
      *> an unauthorized stop record is ignored, the run carries on,
      *> and the refusal is written to the security log and to the
      *> exception log once for that record. When the month of the
      *> business date has been closed by MTHCLOSE (an H record on the
      *> PERCLOSE period-close file) - a rerun of a night inside a
      *> closed month - the run's audit-history lines would change the
      *> frozen month, so they are written to the POSTADJ post-close
      *> adjustment file instead of AUDITLOG, with a warning, an
      *> exception-log entry, and return code 3 - every range summed,
      *> but the audit trail went to review - unless the run was
      *> suspended (2) or a range failed (4).
      *> The PARM is the job-id (columns 1-8) optionally followed by
      *> the business date (columns 10-17, yyyymmdd; the run date
      *> when omitted) and, in column 19, I to make the engine
      *> iterate every range term by term instead of answering
      *> fresh ranges in closed form, for comparison runs. Each
      *> PERFSTAT record carries the method the engine used for the
      *> range. At the end of the run a step-completion
      *> record (ranges read, reported, and reported invalid or
      *> overflowed) is posted to the nightly cycle control file
      *> through CYCLPOST for the CYCLGATE publication gate.
       Environment Division.
       Input-Output Section.
       File-Control.
           select stop-request-file assign to STOPREQ
               organization is sequential
               file status is stop-request-status.
           select period-close-file assign to PERCLOSE
               organization is indexed
               access mode is dynamic
               record key is period-close-key
               file status is period-close-status.
           select post-close-file assign to POSTADJ
               organization is sequential.
       Data Division.
       File Section.
       FD  range-control-file.
       FD  performance-stat-file.
           copy PERFREC.
       FD  stop-request-file.
       01  stop-request-record.
           05  stop-request-user        pic x(8).
           05  filler                   pic x(72).
       FD  period-close-file.
           copy PCLSREC.
       FD  post-close-file.
       01  post-close-record            pic x(93).
       Working-Storage Section.
       01  filler                   packed-decimal.
           05  integer-value        pic s9(9) value zero.
       01  sum-for-display          pic ZZZZ9.
       01  run-date                 pic 9(8).
       01  run-time                 pic 9(8).
       01  business-date            pic 9(8).
       01  job-id                   pic x(8) value spaces.
       01  range-control-eof        pic x value "N".
       01  range-invalid-flag       pic x value "N".
       01  range-sequence-number    pic 9(4) value zero.
       01  ranges-reported-count    pic 9(4) value zero.
       01  ranges-flagged-count     pic 9(4) value zero.
       01  grand-total-sum-even     pic s9(9) value zero.
       01  grand-total-sum-odd      pic s9(9) value zero.
       01  grand-total-even-count   pic s9(9) value zero.
       01  checkpoint-file-status   pic xx.
       01  stop-request-status      pic xx.
       01  stop-requested-flag      pic x value "N".
       01  refused-stop-image       pic x(80) value spaces.
       01  saved-return-code        pic s9(4) value zero.
       01  period-close-status      pic xx.
       01  month-closed-flag        pic x value "N".
       01  business-month           pic 9(6) value zero.
       01  post-close-count         pic 9(4) value zero.
       01  engine-method-option     pic x value space.
       01  range-method-code        pic x value "I".
       01  range-suspended-flag     pic x value "N".
       01  checkpoint-available     pic x value "Y".
       01  checkpoint-found-flag    pic x value "N".
       01  exception-work-end       pic s9(9) value zero.
       01  exception-work-step      pic s9(4) value zero.
       01  exception-work-divisor   pic s9(4) value zero.
       copy CYCLEREC.
       copy AUTHCKPA.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-job-id     pic x(8).
               10  filler               pic x(1).
               10  parameter-business-date pic x(8).
               10  filler               pic x(1).
               10  parameter-engine-method pic x(1).

       Procedure Division using job-parameter.
           accept run-date from date yyyymmdd
           accept run-time from time
           move run-date to cycle-start-date
           move run-time to cycle-start-time
           move run-date to business-date
           if job-parameter-length > 0
               move parameter-job-id to job-id
           end-if
           move zero to return-code
           if job-parameter-length >= 17
               if parameter-business-date is numeric
                   move parameter-business-date to business-date
               else
                   display "SUMEVEN0010E Non-numeric business date "
                       "in parameter: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
           end-if
           if job-parameter-length >= 19
               move parameter-engine-method to engine-method-option
           end-if
           move zero to grand-total-sum-even
           move zero to grand-total-sum-odd
           move zero to grand-total-even-count
               move "SUMEVEN0007E" to exception-work-id
               perform log-general-exception
           end-if
           perform check-closed-month
           perform until range-control-eof = "Y"
                      or stop-requested-flag = "Y"
               read range-control-file
           move grand-total-overflow-flag to report-overflow-flag
           move "N" to report-invalid-flag
           move spaces to report-department
           move spaces to report-request-ref
           write sum-report-record
           close sum-report-file
           close audit-history-file
           if checkpoint-available = "Y"
               close checkpoint-file
           end-if
           if month-closed-flag = "Y"
               close post-close-file
               display "SUMEVEN0012W " post-close-count
                   " audit lines written to POSTADJ for closed month "
                   business-month
               if stop-requested-flag = "N"
                  and return-code < 3
                   move 3 to return-code
               end-if
           end-if
           perform post-cycle-completion
           goback
           .
       post-cycle-completion.
           move business-date to cycle-business-date
           move "SUMEVEN" to cycle-step-name
           accept cycle-end-date from date yyyymmdd
           accept cycle-end-time from time
           move job-id to cycle-job-id
           move return-code to cycle-return-code
           move range-sequence-number to cycle-read-count
           move ranges-reported-count to cycle-written-count
           move ranges-flagged-count to cycle-exception-count
           call "CYCLPOST" using cycle-control-record
           move cycle-return-code to return-code
           .
       process-one-range.
           accept range-start-date from date yyyymmdd
           accept range-start-time from time
           move zero to engine-sum-odd
           move zero to engine-even-count
           move zero to checkpoint-iteration-count
           move "I" to range-method-code
           move engine-method-option to engine-method-request
           move "N" to overflow-detected-flag
           move "N" to range-invalid-flag
           move "N" to range-suspended-flag
               " even-count: " engine-even-count
               " sum-odd: " engine-sum-odd
           perform accumulate-grand-totals
           add 1 to ranges-reported-count
           if overflow-detected-flag = "Y"
              or range-invalid-flag = "Y"
               add 1 to ranges-flagged-count
           end-if
           move "RANGE" to report-line-type
           move run-date to report-run-date
           move range-start-value to report-range-start
           move overflow-detected-flag to report-overflow-flag
           move range-invalid-flag to report-invalid-flag
           move range-department-code to report-department
           move range-request-ref to report-request-ref
           write sum-report-record
           move run-date to audit-run-date
           move run-time to audit-run-time
           move range-invalid-flag to audit-invalid-flag
           move engine-even-count to audit-even-count
           move range-department-code to audit-department
           if month-closed-flag = "Y"
               move audit-history-record to post-close-record
               write post-close-record
               add 1 to post-close-count
           else
               write audit-history-record
           end-if
           perform write-performance-record
           .
       write-performance-record.
           move range-end-time to perf-end-time
           move elapsed-hundredths to perf-elapsed-hundredths
           move checkpoint-iteration-count to perf-iteration-count
           move range-method-code to perf-method-code
           write performance-stat-record
           .
       convert-timestamp-to-hundredths.
       run-engine-one-slice.
           move checkpoint-write-frequency to engine-iteration-limit
           call "SUMENGIN" using summation-engine-area
           move engine-method-used to range-method-code
           add engine-iteration-count to checkpoint-iteration-count
           if engine-iteration-count > 0
               move engine-last-value to integer-value
               end-if
           end-if
           .
       check-closed-month.
           compute business-month = business-date / 100
           open input period-close-file
           if period-close-status = "00"
               move business-month to close-month
               move "H" to close-record-type
               move spaces to close-department
               move zero to close-divisor
               read period-close-file
                   not invalid key
                       move "Y" to month-closed-flag
               end-read
               close period-close-file
           end-if
           if month-closed-flag = "Y"
               open extend post-close-file
               display "SUMEVEN0012W Month " business-month
                   " is closed - audit lines for this run go to "
                   "POSTADJ as post-close adjustments"
               move "SUMEVEN0012W" to exception-work-id
               perform log-general-exception
           end-if
           .
       check-stop-request.
           open input stop-request-file
           if stop-request-status = "00"
                   at end
                       continue
                   not at end
                       if stop-request-record not = refused-stop-image
                           perform authorize-stop-request
                       end-if
               end-read
               close stop-request-file
           end-if
           .
       authorize-stop-request.
           move "SUMEVEN" to auth-program
           move stop-request-user to auth-user
           move "STOPRUN" to auth-action
           move job-id to auth-object
           move zero to auth-cutoff-date
           move return-code to saved-return-code
           call "AUTHCHK" using authorization-check-area
           move saved-return-code to return-code
           if auth-allowed-flag = "Y"
               move "Y" to stop-requested-flag
           else
               move stop-request-record to refused-stop-image
               display "SUMEVEN0011W Stop request by "
                   stop-request-user " ignored - not authorized: "
                   auth-reason
               move "SUMEVEN0011W" to exception-work-id
               perform log-range-exception
           end-if
           .
       log-range-exception.
           move range-start-value to exception-work-start
           move range-end-value to exception-work-end
