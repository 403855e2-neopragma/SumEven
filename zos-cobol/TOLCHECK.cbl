      *> code 8 when anything is out of band, so the scheduler can
      *> hold publication the same way it does for SUMCHECK
      *> mismatches; 4 for warnings, missing rules, a bad rule
      *> record, or an empty report; 8 as well for a non-numeric
      *> business date in the PARM. The optional PARM is the job-id
      *> (columns 1-8) and the business date (columns 10-17,
      *> yyyymmdd; today's date when omitted). At the end of the run
      *> a step-completion record (ranges graded, alerts written,
      *> results out of band) is posted to the nightly cycle
      *> control file through CYCLPOST for the CYCLGATE gate.
       Environment Division.
       Input-Output Section.
       File-Control.
       FD  alert-report-file.
       01  alert-report-record          pic x(120).
       Working-Storage Section.
       01  job-id                   pic x(8) value spaces.
       01  business-date            pic 9(8) value zero.
       01  tolerance-rule-eof       pic x value "N".
       01  report-eof               pic x value "N".
       01  rule-valid-flag          pic x value "Y".
           05  filler               pic x(3) value " - ".
           05  detail-limit-high    pic -(8)9.
           05  filler               pic x(23) value spaces.
       copy CYCLEREC.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-job-id     pic x(8).
               10  filler               pic x(1).
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
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
                   display "TOLCHECK0009E Non-numeric business date "
                       "in parameter: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
           end-if
           perform load-tolerance-rules
           open input sum-report-file
           open output alert-file
                   move 8 to return-code
               end-if
           end-if
           perform post-cycle-completion
           goback
           .
       post-cycle-completion.
           move business-date to cycle-business-date
           move "TOLCHECK" to cycle-step-name
           accept cycle-end-date from date yyyymmdd
           accept cycle-end-time from time
           move job-id to cycle-job-id
           move return-code to cycle-return-code
           move range-line-count to cycle-read-count
           move alert-written-count to cycle-written-count
           move out-of-band-count to cycle-exception-count
           call "CYCLPOST" using cycle-control-record
           move cycle-return-code to return-code
           .
       load-tolerance-rules.
           open input tolerance-rule-file
           perform until tolerance-rule-eof = "Y"
