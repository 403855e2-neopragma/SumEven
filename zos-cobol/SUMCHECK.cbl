       Identification Division.
       Program-Id. SUMCHECK.
      *> Independent verification of SUMEVEN's report. Recomputes
      *> each RANGE line's sum-even, sum-odd, and even-count from
      *> the arithmetic-series formulas, checks the GRAND-TOTAL
      *> line against the recomputed totals, and writes every range
      *> that does not agree to RERUNOUT for a rerun. Return code 8
      *> for any mismatch, 4 when the report holds no RANGE lines.
      *> The PARM is the job-id (columns 1-8) optionally followed by
      *> the business date (columns 10-17, yyyymmdd; today's date
      *> when omitted). At the end of the run a step-completion
      *> record (ranges checked, reruns written, mismatches) is
      *> posted to the nightly cycle control file through CYCLPOST
      *> for the CYCLGATE publication gate.
       Environment Division.
       Input-Output Section.
       File-Control.
           copy EXCPTREC.
       Working-Storage Section.
       01  job-id                      pic x(8) value spaces.
       01  business-date               pic 9(8) value zero.
       01  exception-work-id.
           05  filler                  pic x(12).
           05  exception-work-severity pic x(1).
                     range-divisor-value by ws-range-divisor
                     range-frequency-code by ws-range-frequency-code
                     range-frequency-days by ws-range-frequency-days
                     range-department-code by ws-range-department
                     range-request-ref by ws-range-request-ref.
       01  ws-reported-sum-even          pic s9(9) value zero.
       01  ws-reported-sum-odd           pic s9(9) value zero.
       01  ws-reported-even-count        pic s9(9) value zero.
       01  ws-grand-total-reported       pic s9(9) value zero.
       01  ws-grand-total-odd-reported   pic s9(9) value zero.
       01  ws-grand-total-even-count-reported pic s9(9) value zero.
       copy CYCLEREC.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-job-id     pic x(8).
               10  filler               pic x(1).
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           accept cycle-start-date from date yyyymmdd
           accept cycle-start-time from time
           move cycle-start-date to business-date
           if job-parameter-length > 0
               move parameter-job-id to job-id
           end-if
           if job-parameter-length >= 17
               if parameter-business-date is numeric
                   move parameter-business-date to business-date
               else
                   display "SUMCHECK0011E Non-numeric business date "
                       "in parameter: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
           end-if
           open input sum-report-file
           open output rerun-control-file
               end-if
           end-if
           close exception-log-file
           perform post-cycle-completion
           goback
           .
       post-cycle-completion.
           move business-date to cycle-business-date
           move "SUMCHECK" to cycle-step-name
           accept cycle-end-date from date yyyymmdd
           accept cycle-end-time from time
           move job-id to cycle-job-id
           move return-code to cycle-return-code
           move range-line-count to cycle-read-count
           move rerun-range-count to cycle-written-count
           move mismatch-count to cycle-exception-count
           call "CYCLPOST" using cycle-control-record
           move cycle-return-code to return-code
           .
       check-one-record.
           move report-sum-even to ws-reported-sum-even
           move report-sum-odd to ws-reported-sum-odd
           move "D" to range-frequency-code
           move spaces to range-frequency-days
           move report-department to range-department-code
           move report-request-ref to range-request-ref
           write range-definition-record
           .
       compute-expected-sum-even.
