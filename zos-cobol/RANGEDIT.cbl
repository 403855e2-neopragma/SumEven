      *>         could not be opened)
      *>     X - range-id outside its effective period
      *>     F - bad frequency code or weekday mask
      *>     C - department code not on the department master,
      *>         inactive or outside its effective period (or the
      *>         master could not be opened)
      *> A descending range (start greater than end with a negative
      *> step) is valid and passes through like any other. A blank
      *> frequency code is normalized to D (nightly) and a blank
      *> department code to NONE on the clean file; the department
      *> code, NONE included, must be active on the indexed
      *> department master maintained by DEPTMNT.
      *> A record of "ID xxxxxxxx" names a standing range instead of
      *> spelling one out: the range-id is resolved from the indexed
      *> range catalog maintained by RCATMNT, its effective period is
      *> checked against today's date, and the catalog's definition
      *> is edited and written to the clean file like any keyed
      *> record; a request reference in columns 39-54 of the ID
      *> record is kept with the resolved definition. Rejected
      *> records are written to REJECTS as they were read, request
      *> reference included. Return code 4 when anything is
      *> rejected or the input is empty, so the scheduler can hold
      *> the SUMEVEN step; 8 for a non-numeric business date in the
      *> PARM.
      *> The optional PARM is the job-id (columns 1-8) and the
      *> business date (columns 10-17, yyyymmdd; today's date when
      *> omitted). At the end of the run a step-completion record
      *> (read, accepted, rejected) is posted to the nightly cycle
      *> control file through CYCLPOST for the CYCLGATE gate.
       Environment Division.
       Input-Output Section.
       File-Control.
               access mode is dynamic
               record key is catalog-range-id
               file status is catalog-file-status.
           select department-master-file assign to DEPTMSTR
               organization is indexed
               access mode is dynamic
               record key is department-code
               file status is department-file-status.
       Data Division.
       File Section.
       FD  range-input-file.
           05  range-input-prefix       pic x(3).
           05  range-input-range-id     pic x(8).
           05  filler                   pic x(27).
           05  range-input-request-ref  pic x(16).
       FD  range-catalog-file.
           copy RCATREC.
       FD  department-master-file.
           copy DEPTREC.
       FD  clean-control-file.
           copy RANGEDEF.
       FD  reject-file.
       01  reject-record.
           05  reject-reason-code       pic x(1).
           05  filler                   pic x(1) value space.
           05  reject-range-image       pic x(54).
       Working-Storage Section.
       01  run-date                 pic 9(8).
       01  business-date            pic 9(8).
       01  job-id                   pic x(8) value spaces.
       01  catalog-file-status      pic xx.
       01  catalog-available        pic x value "Y".
       01  catalog-resolve-flag     pic x value "N".
       01  department-file-status   pic xx.
       01  department-available     pic x value "Y".
       01  department-valid-flag    pic x value "Y".
       01  range-input-eof          pic x value "N".
       01  frequency-valid-flag     pic x value "Y".
       01  mask-sub                 pic s9(4) comp value zero.
                     range-divisor-value by edit-range-divisor
                     range-frequency-code by edit-frequency-code
                     range-frequency-days by edit-frequency-days
                     range-department-code by edit-department-code
                     range-request-ref by edit-request-ref.
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
           accept run-date from date yyyymmdd
           accept cycle-start-date from date yyyymmdd
           accept cycle-start-time from time
           move run-date to business-date
           if job-parameter-length > 0
               move parameter-job-id to job-id
           end-if
           if job-parameter-length >= 17
               if parameter-business-date is numeric
                   move parameter-business-date to business-date
               else
                   display "RANGEDIT0005E Non-numeric business date "
                       "in parameter: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
           end-if
           open input range-input-file
           open output clean-control-file
           open output reject-file
                   " - ID records will be rejected"
               move "N" to catalog-available
           end-if
           open input department-master-file
           if department-file-status not = "00"
               display "RANGEDIT0006E Department master open failed, "
                   "status " department-file-status
                   " - every record will be rejected"
               move "N" to department-available
           end-if
           perform until range-input-eof = "Y"
               read range-input-file
                   at end
           if catalog-available = "Y"
               close range-catalog-file
           end-if
           if department-available = "Y"
               close department-master-file
           end-if
           if records-read-count = 0
               display "RANGEDIT0002E No range definitions on RANGEIN"
               if return-code < 4
           display "RANGEDIT0001I Records read: " records-read-count
               " accepted: " records-accepted-count
               " rejected: " records-rejected-count
           perform post-cycle-completion
           goback
           .
       post-cycle-completion.
           move business-date to cycle-business-date
           move "RANGEDIT" to cycle-step-name
           accept cycle-end-date from date yyyymmdd
           accept cycle-end-time from time
           move job-id to cycle-job-id
           move return-code to cycle-return-code
           move records-read-count to cycle-read-count
           move records-accepted-count to cycle-written-count
           move records-rejected-count to cycle-exception-count
           call "CYCLPOST" using cycle-control-record
           move cycle-return-code to return-code
           .
       edit-one-record.
           add 1 to records-read-count
           if range-input-prefix = "ID "
                               to edit-frequency-days
                           move catalog-department-code
                               to edit-department-code
                           move range-input-request-ref
                               to edit-request-ref
                           move "Y" to catalog-resolve-flag
                       end-if
               end-read
                               move "F" to reject-reason-code
                               perform write-reject-record
                           else
                               perform validate-department-code
                           end-if
                       end-if
                   end-if
                   move "N" to frequency-valid-flag
           end-evaluate
           .
       validate-department-code.
           if edit-department-code = spaces
               move "NONE" to edit-department-code
           end-if
           perform check-department-master
           if department-valid-flag = "N"
               move "C" to reject-reason-code
               perform write-reject-record
           else
               perform check-for-duplicate
               if duplicate-found-flag = "Y"
                   move "D" to reject-reason-code
                   perform write-reject-record
               else
                   perform accept-one-record
               end-if
           end-if
           .
       check-department-master.
           move "N" to department-valid-flag
           if department-available = "Y"
               move edit-department-code to department-code
               read department-master-file
                   invalid key
                       continue
                   not invalid key
                       if department-active-flag = "Y"
                          and run-date >= department-effective-date
                          and run-date <= department-expiry-date
                           move "Y" to department-valid-flag
                       end-if
               end-read
           end-if
           .
       check-for-duplicate.
           move "N" to duplicate-found-flag
           perform scan-accepted-table
           .
       accept-one-record.
           add 1 to records-accepted-count
           move edit-range-definition to range-definition-record
           write range-definition-record
           if accepted-entry-count < accepted-table-limit
