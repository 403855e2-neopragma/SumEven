      *> is due tonight, so the scheduler can bypass the SUMEVEN
      *> step without treating the night as a failure; 4 when the
      *> input is empty or a frequency code is unrecognized; 8 for
      *> a bad PARM date. The job-id may follow the run date in
      *> columns 10-17 of the PARM. At the end of the run a
      *> step-completion record (read, selected, skipped) is posted
      *> to the nightly cycle control file through CYCLPOST, keyed
      *> on the run date as the business date, so CYCLGATE can tell
      *> a bypassed SUMEVEN step from one that never ran.
       Environment Division.
       Input-Output Section.
       File-Control.
       FD  full-range-file.
           copy RANGEDEF.
       FD  due-range-file.
       01  due-range-record             pic x(54).
       Working-Storage Section.
       01  full-range-eof           pic x value "N".
       01  range-due-flag           pic x value "N".
       01  quarter-end-flag         pic x value "N".
       01  weekday-mask-work.
           05  weekday-mask-day     occurs 7 times pic x(1).
       01  job-id                   pic x(8) value spaces.
       copy CYCLEREC.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-run-date   pic x(8).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept cycle-start-date from date yyyymmdd
           accept cycle-start-time from time
           if job-parameter-length >= 17
               move parameter-job-id to job-id
           end-if
           if job-parameter-length >= 8
               if parameter-run-date is numeric
                   move parameter-run-date to selection-run-date
                   move 1 to return-code
               end-if
           end-if
           perform post-cycle-completion
           goback
           .
       post-cycle-completion.
           move selection-run-date to cycle-business-date
           move "RANGESEL" to cycle-step-name
           accept cycle-end-date from date yyyymmdd
           accept cycle-end-time from time
           move job-id to cycle-job-id
           move return-code to cycle-return-code
           move ranges-read-count to cycle-read-count
           move ranges-selected-count to cycle-written-count
           move ranges-skipped-count to cycle-exception-count
           call "CYCLPOST" using cycle-control-record
           move cycle-return-code to return-code
           .
       compute-calendar-facts.
           compute run-day-number =
               function integer-of-date(selection-run-date)
