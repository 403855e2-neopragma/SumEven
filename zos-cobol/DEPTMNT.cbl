       Identification Division.
       Program-Id. DEPTMNT.
      *> Maintenance utility for the indexed department master. The
      *> PARM selects the mode:
      *>     LIST        - list every department record in readable
      *>                   form (code, active flag, effective period,
      *>                   cost center, manager, name)
      *>     ADD         - add the department records supplied on
      *>                   DEPTIN to the master
      *>     CHANGE      - replace existing department records with
      *>                   the versions supplied on DEPTIN
      *>     DELETE xxxx - delete the department record whose code
      *>                   is xxxx
      *> The job-id the run is submitted under goes in columns 13-20
      *> of the PARM. CHANGE and DELETE are destructive - a deleted
      *> or expired department makes RANGEDIT and RANGEREQ reject its
      *> ranges - so before either touches the master the job-id must
      *> be authorized for the action (DEPTCHG or DEPTDEL) through
      *> AUTHCHK; the attempt is written to the security log either
      *> way.
      *> DEPTIN records use the department-record layout. Each
      *> ADD/CHANGE record must carry a code and a name, an active
      *> flag of Y or N (blank is taken as Y), and numeric effective
      *> and expiry dates in order. A department that is no longer
      *> used should be changed to inactive rather than deleted, so
      *> its history still reads correctly. Return code 4 when a
      *> record is rejected, an ADD duplicates an existing code, or
      *> a requested code is not found; 8 for a bad PARM or a
      *> master-file failure; 12 when a CHANGE or DELETE is refused
      *> as unauthorized.
       Environment Division.
       Input-Output Section.
       File-Control.
           select department-master-file assign to DEPTMSTR
               organization is indexed
               access mode is dynamic
               record key is department-code
               file status is department-file-status.
           select maintenance-input-file assign to DEPTIN
               organization is sequential.
       Data Division.
       File Section.
       FD  department-master-file.
           copy DEPTREC.
       FD  maintenance-input-file.
       01  maintenance-input-record     pic x(79).
       Working-Storage Section.
       01  department-file-status   pic xx.
       01  department-eof           pic x value "N".
       01  maintenance-input-eof    pic x value "N".
       01  record-valid-flag        pic x value "Y".
       01  listed-record-count      pic s9(5) value zero.
       01  maintenance-read-count   pic s9(5) value zero.
       01  records-added-count      pic s9(5) value zero.
       01  records-changed-count    pic s9(5) value zero.
       01  records-rejected-count   pic s9(5) value zero.
       01  job-id                   pic x(8) value spaces.
       copy AUTHCKPA.
       copy DEPTREC
           replacing department-record by maintenance-work-record
                     department-code by input-department-code
                     department-name by input-department-name
                     department-cost-center by input-cost-center
                     department-manager by input-manager
                     department-active-flag by input-active-flag
                     department-effective-date by input-effective-date
                     department-expiry-date by input-expiry-date.
       01  list-detail-line.
           05  list-department-code pic x(4).
           05  filler               pic x(1) value space.
           05  list-active-flag     pic x(1).
           05  filler               pic x(1) value space.
           05  list-effective-date  pic 9(8).
           05  filler               pic x(1) value "-".
           05  list-expiry-date     pic 9(8).
           05  filler               pic x(4) value " cc ".
           05  list-cost-center     pic x(8).
           05  filler               pic x(5) value " mgr ".
           05  list-manager         pic x(20).
           05  filler               pic x(1) value space.
           05  list-department-name pic x(30).
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-function   pic x(6).
               10  filler               pic x(1).
               10  parameter-department-code pic x(4).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           if job-parameter-length = 0
               display "DEPTMNT0002E Missing function parameter - "
                   "use LIST, ADD, CHANGE, or DELETE xxxx"
               move 8 to return-code
               goback
           end-if
           if job-parameter-length >= 20
               move parameter-job-id to job-id
           end-if
           if parameter-function = "CHANGE"
              or parameter-function = "DELETE"
               perform authorize-maintenance-action
               if auth-allowed-flag not = "Y"
                   display "DEPTMNT0013E " parameter-function
                       " refused - job-id " job-id
                       " is not authorized: " auth-reason
                   move 12 to return-code
                   goback
               end-if
           end-if
           open i-o department-master-file
           if department-file-status not = "00"
              and department-file-status not = "05"
               display "DEPTMNT0003E Department master open failed, "
                   "status " department-file-status
               move 8 to return-code
               goback
           end-if
           evaluate parameter-function
               when "LIST  "
                   perform list-all-departments
               when "ADD   "
                   perform apply-maintenance-input
               when "CHANGE"
                   perform apply-maintenance-input
               when "DELETE"
                   perform delete-one-department
               when other
                   display "DEPTMNT0002E Unknown function "
                       parameter-function " - use LIST, ADD, "
                       "CHANGE, or DELETE xxxx"
                   move 8 to return-code
           end-evaluate
           close department-master-file
           goback
           .
       authorize-maintenance-action.
           move "DEPTMNT" to auth-program
           move job-id to auth-user
           move zero to auth-cutoff-date
           if parameter-function = "CHANGE"
               move "DEPTCHG" to auth-action
               move "DEPTIN" to auth-object
           else
               move "DEPTDEL" to auth-action
               move parameter-department-code to auth-object
           end-if
           call "AUTHCHK" using authorization-check-area
           .
       list-all-departments.
           perform start-at-first-department
           perform until department-eof = "Y"
               read department-master-file next
                   at end
                       move "Y" to department-eof
                   not at end
                       add 1 to listed-record-count
                       perform list-one-department
               end-read
           end-perform
           display "DEPTMNT0001I Departments listed: "
               listed-record-count
           .
       list-one-department.
           move department-code to list-department-code
           move department-active-flag to list-active-flag
           move department-effective-date to list-effective-date
           move department-expiry-date to list-expiry-date
           move department-cost-center to list-cost-center
           move department-manager to list-manager
           move department-name to list-department-name
           display "DEPTMNT0004I " list-detail-line
           .
       apply-maintenance-input.
           open input maintenance-input-file
           perform until maintenance-input-eof = "Y"
               read maintenance-input-file
                   at end
                       move "Y" to maintenance-input-eof
                   not at end
                       add 1 to maintenance-read-count
                       perform apply-one-maintenance-record
               end-read
           end-perform
           close maintenance-input-file
           if maintenance-read-count = 0
               display "DEPTMNT0012E No maintenance records on DEPTIN"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           if records-rejected-count > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           display "DEPTMNT0006I Maintenance records read: "
               maintenance-read-count
               " added: " records-added-count
               " changed: " records-changed-count
               " rejected: " records-rejected-count
           .
       apply-one-maintenance-record.
           move maintenance-input-record to maintenance-work-record
           perform edit-one-maintenance-record
           if record-valid-flag = "Y"
               if parameter-function = "ADD   "
                   perform add-one-department
               else
                   perform change-one-department
               end-if
           end-if
           .
       edit-one-maintenance-record.
           move "Y" to record-valid-flag
           if input-active-flag = space
               move "Y" to input-active-flag
           end-if
           if input-department-code = spaces
               perform reject-maintenance-record
               display "DEPTMNT0005E Blank department code rejected"
           else
               if input-department-name = spaces
                   perform reject-maintenance-record
                   display "DEPTMNT0005E Blank name for department "
                       input-department-code
               else
                   if input-active-flag not = "Y"
                      and input-active-flag not = "N"
                       perform reject-maintenance-record
                       display "DEPTMNT0005E Active flag must be Y or "
                           "N for department " input-department-code
                   else
                       perform edit-maintenance-dates
                   end-if
               end-if
           end-if
           .
       edit-maintenance-dates.
           if input-effective-date is not numeric
              or input-expiry-date is not numeric
               perform reject-maintenance-record
               display "DEPTMNT0005E Non-numeric effective or "
                   "expiry date for department " input-department-code
           else
               if input-effective-date > input-expiry-date
                   perform reject-maintenance-record
                   display "DEPTMNT0005E Effective date after "
                       "expiry date for department "
                       input-department-code
               end-if
           end-if
           .
       reject-maintenance-record.
           move "N" to record-valid-flag
           add 1 to records-rejected-count
           .
       add-one-department.
           move maintenance-work-record to department-record
           write department-record
               invalid key
                   if department-file-status = "22"
                       display "DEPTMNT0007E Department "
                           input-department-code " already on the "
                           "master - use CHANGE"
                       if return-code < 4
                           move 4 to return-code
                       end-if
                   else
                       display "DEPTMNT0003E Master write failed "
                           "for department " input-department-code
                           ", status " department-file-status
                       if return-code < 8
                           move 8 to return-code
                       end-if
                   end-if
               not invalid key
                   add 1 to records-added-count
           end-write
           .
       change-one-department.
           move input-department-code to department-code
           read department-master-file
               invalid key
                   display "DEPTMNT0008E Department "
                       input-department-code
                       " not on the master - use ADD"
                   if return-code < 4
                       move 4 to return-code
                   end-if
               not invalid key
                   move maintenance-work-record to department-record
                   rewrite department-record
                       invalid key
                           display "DEPTMNT0003E Master rewrite "
                               "failed for department "
                               input-department-code
                               ", status " department-file-status
                           if return-code < 8
                               move 8 to return-code
                           end-if
                       not invalid key
                           add 1 to records-changed-count
                   end-rewrite
           end-read
           .
       delete-one-department.
           if parameter-department-code = spaces
               display "DEPTMNT0002E Missing department code for "
                   "DELETE"
               move 8 to return-code
           else
               move parameter-department-code to department-code
               delete department-master-file record
                   invalid key
                       display "DEPTMNT0011E Department "
                           parameter-department-code " not found"
                       if return-code < 4
                           move 4 to return-code
                       end-if
                   not invalid key
                       display "DEPTMNT0010I Department "
                           parameter-department-code " deleted"
               end-delete
           end-if
           .
       start-at-first-department.
           move "N" to department-eof
           move low-values to department-code
           start department-master-file key >= department-code
               invalid key
                   move "Y" to department-eof
           end-start
           .
