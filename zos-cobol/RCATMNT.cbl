      *>                       the versions supplied on RCATIN
      *>     DELETE xxxxxxxx - delete the catalog record whose
      *>                       range-id is xxxxxxxx
      *> The job-id in columns 17-24 of the PARM identifies the run
      *> on the change journal. CHANGE and DELETE are destructive,
      *> so before either touches the catalog the job-id must be
      *> authorized for the action (RCATCHG or RCATDEL) through
      *> AUTHCHK; the attempt is written to the security log either
      *> way.
      *> RCATIN records use the range-catalog-record layout. Each
      *> ADD/CHANGE record is edited the same way RANGEDIT edits a
      *> range definition before it is allowed onto the catalog, and
      *> its department code (NONE when blank) must be on the
      *> indexed department master maintained by DEPTMNT and active
      *> today; every record is rejected when the master cannot be
      *> opened.
      *> Every change applied is journaled to RCATJRN as a
      *> before-image and an after-image record (RCJRNREC) stamped
      *> with the date, time, job-id, and action, so RCATHIST can
      *> show a range's history and rebuild its definition as of any
      *> date. Return code 4 when a record is rejected, an ADD
      *> duplicates an existing range-id, or a requested id is not
      *> found; 8 for a bad PARM or a catalog-file failure; 12 when
      *> a CHANGE or DELETE is refused as unauthorized.
       Environment Division.
       Input-Output Section.
       File-Control.
               file status is catalog-file-status.
           select maintenance-input-file assign to RCATIN
               organization is sequential.
           select catalog-journal-file assign to RCATJRN
               organization is sequential.
           select department-master-file assign to DEPTMSTR
               organization is indexed
               access mode is dynamic
               record key is department-code
               file status is department-file-status.
       Data Division.
       File Section.
       FD  range-catalog-file.
           copy RCATREC.
       FD  maintenance-input-file.
       01  maintenance-input-record     pic x(94).
       FD  catalog-journal-file.
           copy RCJRNREC.
       FD  department-master-file.
           copy DEPTREC.
       Working-Storage Section.
       01  catalog-file-status      pic xx.
       01  run-date                 pic 9(8).
       01  department-file-status   pic xx.
       01  department-available     pic x value "Y".
       01  catalog-eof              pic x value "N".
       01  maintenance-input-eof    pic x value "N".
       01  record-valid-flag        pic x value "Y".
       01  records-added-count      pic s9(5) value zero.
       01  records-changed-count    pic s9(5) value zero.
       01  records-rejected-count   pic s9(5) value zero.
       01  job-id                   pic x(8) value spaces.
       01  journal-written-count    pic s9(5) value zero.
       01  journal-action-work      pic x(6).
       01  journal-before-image     pic x(94).
       01  journal-after-image      pic x(94).
       copy AUTHCKPA.
       copy RCATREC
           replacing range-catalog-record by maintenance-work-record
                     catalog-range-id by input-range-id
               10  parameter-function   pic x(6).
               10  filler               pic x(1).
               10  parameter-range-id   pic x(8).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
               move 8 to return-code
               goback
           end-if
           if job-parameter-length >= 24
               move parameter-job-id to job-id
           end-if
           accept run-date from date yyyymmdd
           if parameter-function = "CHANGE"
              or parameter-function = "DELETE"
               perform authorize-maintenance-action
               if auth-allowed-flag not = "Y"
                   display "RCATMNT0014E " parameter-function
                       " refused - job-id " job-id
                       " is not authorized: " auth-reason
                   move 12 to return-code
                   goback
               end-if
           end-if
           open i-o range-catalog-file
           if catalog-file-status not = "00"
              and catalog-file-status not = "05"
           close range-catalog-file
           goback
           .
       authorize-maintenance-action.
           move "RCATMNT" to auth-program
           move job-id to auth-user
           move zero to auth-cutoff-date
           if parameter-function = "CHANGE"
               move "RCATCHG" to auth-action
               move "RCATIN" to auth-object
           else
               move "RCATDEL" to auth-action
               move parameter-range-id to auth-object
           end-if
           call "AUTHCHK" using authorization-check-area
           .
       list-all-catalog-entries.
           perform start-at-first-catalog-entry
           perform until catalog-eof = "Y"
           .
       apply-maintenance-input.
           open input maintenance-input-file
           open extend catalog-journal-file
           open input department-master-file
           if department-file-status not = "00"
               display "RCATMNT0013E Department master open failed, "
                   "status " department-file-status
                   " - every record will be rejected"
               move "N" to department-available
           end-if
           perform until maintenance-input-eof = "Y"
               read maintenance-input-file
                   at end
               end-read
           end-perform
           close maintenance-input-file
           close catalog-journal-file
           if department-available = "Y"
               close department-master-file
           end-if
           if maintenance-read-count = 0
               display "RCATMNT0012E No maintenance records on RCATIN"
               if return-code < 4
               " added: " records-added-count
               " changed: " records-changed-count
               " rejected: " records-rejected-count
               " journaled: " journal-written-count
           .
       apply-one-maintenance-record.
           move maintenance-input-record to maintenance-work-record
                           "for range-id " input-range-id
                           ": code " input-frequency-code
                           " days " input-frequency-days
                   else
                       perform edit-maintenance-department
                   end-if
               end-if
           end-if
           .
       edit-maintenance-department.
           if department-available = "N"
               perform reject-maintenance-record
               display "RCATMNT0005E Department master unavailable "
                   "for range-id " input-range-id
           else
               move input-department-code to department-code
               read department-master-file
                   invalid key
                       perform reject-maintenance-record
                       display "RCATMNT0005E Department "
                           input-department-code " not on the "
                           "department master for range-id "
                           input-range-id
                   not invalid key
                       if department-active-flag not = "Y"
                          or run-date < department-effective-date
                          or run-date > department-expiry-date
                           perform reject-maintenance-record
                           display "RCATMNT0005E Department "
                               input-department-code " inactive "
                               "for range-id " input-range-id
                       end-if
               end-read
           end-if
           .
       edit-maintenance-frequency.
           move "Y" to frequency-valid-flag
           if input-frequency-code = space
                   end-if
               not invalid key
                   add 1 to records-added-count
                   move "ADD" to journal-action-work
                   move input-range-id to journal-range-id
                   move spaces to journal-before-image
                   move maintenance-work-record to journal-after-image
                   perform write-catalog-journal
           end-write
           .
       change-one-catalog-entry.
                       move 4 to return-code
                   end-if
               not invalid key
                   move range-catalog-record to journal-before-image
                   move maintenance-work-record
                       to range-catalog-record
                   rewrite range-catalog-record
                           end-if
                       not invalid key
                           add 1 to records-changed-count
                           move "CHANGE" to journal-action-work
                           move input-range-id to journal-range-id
                           move maintenance-work-record
                               to journal-after-image
                           perform write-catalog-journal
                   end-rewrite
           end-read
           .
               move 8 to return-code
           else
               move parameter-range-id to catalog-range-id
               read range-catalog-file
                   invalid key
                       display "RCATMNT0011E Range-id "
                           parameter-range-id " not found"
                           move 4 to return-code
                       end-if
                   not invalid key
                       perform delete-found-catalog-entry
               end-read
           end-if
           .
       delete-found-catalog-entry.
           move range-catalog-record to journal-before-image
           delete range-catalog-file record
               invalid key
                   display "RCATMNT0003E Catalog delete failed for "
                       "range-id " parameter-range-id
                       ", status " catalog-file-status
                   if return-code < 8
                       move 8 to return-code
                   end-if
               not invalid key
                   display "RCATMNT0010I Range-id "
                       parameter-range-id " deleted"
                   open extend catalog-journal-file
                   move "DELETE" to journal-action-work
                   move parameter-range-id to journal-range-id
                   move spaces to journal-after-image
                   perform write-catalog-journal
                   close catalog-journal-file
           end-delete
           .
       write-catalog-journal.
           add 1 to journal-written-count
           accept journal-date from date yyyymmdd
           accept journal-time from time
           move job-id to journal-job-id
           move journal-written-count to journal-change-number
           move journal-action-work to journal-action
           move "B" to journal-image-type
           move journal-before-image to journal-catalog-image
           write catalog-journal-record
           move "A" to journal-image-type
           move journal-after-image to journal-catalog-image
           write catalog-journal-record
           .
       start-at-first-catalog-entry.
           move "N" to catalog-eof
           move low-values to catalog-range-id
