       Identification Division.
       Program-Id. REQSTMT.
      *> Per-requester results statements for the nightly run. Reads
      *> the REQREG request register written by RANGEREQ and follows
      *> each request reference through the night's files:
      *>     REJECTS  - RANGEDIT rejects (reason code, image)
      *>     ALLRANGE - the edited range set RANGEDIT accepted
      *>     DUEOUT   - the ranges RANGESEL found due tonight
      *>     RPTIN    - the SUMEVEN report (or the SUMMERGE
      *>                consolidated report) with the results
      *>     RERUNOUT - the ranges that failed SUMCHECK
      *>     CYCLECTL - the nightly cycle control file, to tell a
      *>                suspended SUMEVEN run from one that finished
      *> and writes one statement per requester to STMTRPT listing
      *> every range they asked for with its sums and even-count,
      *> or the reason there is no result: rejected at intake or at
      *> edit, not due tonight per the run calendar, suspended,
      *> overflowed, invalid, failed SUMCHECK, or a duplicate of
      *> another request whose result it shares. The optional PARM
      *> is the business date (yyyymmdd; today's date when omitted)
      *> used to find SUMEVEN's post on the cycle control file.
      *> Return code 4 when the register is empty or a table fills,
      *> 8 for a bad PARM.
       Environment Division.
       Input-Output Section.
       File-Control.
           select request-register-file assign to REQREG
               organization is sequential.
           select reject-file assign to REJECTS
               organization is sequential.
           select edited-range-file assign to ALLRANGE
               organization is sequential.
           select due-range-file assign to DUEOUT
               organization is sequential.
           select sum-report-file assign to RPTIN
               organization is sequential.
           select rerun-control-file assign to RERUNOUT
               organization is sequential.
           select cycle-control-file assign to CYCLECTL
               organization is indexed
               access mode is dynamic
               record key is cycle-control-key
               file status is cycle-file-status.
           select statement-file assign to STMTRPT
               organization is sequential.
       Data Division.
       File Section.
       FD  request-register-file.
           copy REQREC.
       FD  reject-file.
       01  reject-record.
           05  reject-reason-code       pic x(1).
           05  filler                   pic x(1).
           05  filler                   pic x(38).
           05  reject-request-ref       pic x(16).
       FD  edited-range-file.
       01  edited-range-record.
           05  filler                   pic x(38).
           05  edited-request-ref       pic x(16).
       FD  due-range-file.
       01  due-range-record.
           05  filler                   pic x(38).
           05  due-request-ref          pic x(16).
       FD  sum-report-file.
           copy RPTREC.
       FD  rerun-control-file.
       01  rerun-range-record.
           05  filler                   pic x(38).
           05  rerun-request-ref        pic x(16).
       FD  cycle-control-file.
           copy CYCLEREC.
       FD  statement-file.
       01  statement-record             pic x(120).
       Working-Storage Section.
       01  cycle-file-status        pic xx.
       01  input-file-eof           pic x value "N".
       01  business-date            pic 9(8) value zero.
       01  sumeven-suspended-flag   pic x value "N".
       01  table-full-flag          pic x value "N".
       01  ref-sub                  pic s9(4) comp value zero.
       01  ref-match-sub            pic s9(4) comp value zero.
       01  rerun-sub                pic s9(4) comp value zero.
       01  rerun-match-sub          pic s9(4) comp value zero.
       01  group-sub                pic s9(4) comp value zero.
       01  print-sub                pic s9(4) comp value zero.
       01  current-requester        pic x(20) value spaces.
       01  statement-count          pic s9(5) value zero.
       01  requested-count          pic s9(5) value zero.
       01  completed-count          pic s9(5) value zero.
       01  statement-status         pic x(32) value spaces.
       01  statement-note           pic x(80) value spaces.
       01  result-shown-flag        pic x value "N".
       01  reported-sum-even        pic s9(9) value zero.
       01  reported-sum-odd         pic s9(9) value zero.
       01  reported-even-count      pic s9(9) value zero.
       01  request-entry-count      pic s9(4) comp value zero.
       01  request-table-limit      pic s9(4) comp value 500.
       01  request-table.
           05  request-entry occurs 500 times.
               10  entry-request-ref    pic x(16).
               10  entry-requester      pic x(20).
               10  entry-status         pic x(1).
               10  entry-reason         pic x(40).
               10  entry-range-start    pic s9(9).
               10  entry-range-end      pic s9(9).
               10  entry-range-step     pic s9(4).
               10  entry-range-divisor  pic s9(4).
               10  entry-frequency      pic x(1).
               10  entry-printed        pic x(1).
       01  ref-table-limit          pic s9(4) comp value 500.
       01  reject-entry-count       pic s9(4) comp value zero.
       01  reject-table.
           05  reject-entry occurs 500 times.
               10  rejected-ref         pic x(16).
               10  rejected-code        pic x(1).
       01  edited-entry-count       pic s9(4) comp value zero.
       01  edited-table.
           05  edited-ref           occurs 500 times pic x(16).
       01  due-entry-count          pic s9(4) comp value zero.
       01  due-table.
           05  due-ref              occurs 500 times pic x(16).
       01  rerun-entry-count        pic s9(4) comp value zero.
       01  rerun-table.
           05  rerun-ref            occurs 500 times pic x(16).
       01  result-entry-count       pic s9(4) comp value zero.
       01  result-table.
           05  result-entry occurs 500 times.
               10  result-ref           pic x(16).
               10  result-start         pic s9(9).
               10  result-end           pic s9(9).
               10  result-step          pic s9(4).
               10  result-divisor       pic s9(4).
               10  result-sum-even      pic s9(9).
               10  result-sum-odd       pic s9(9).
               10  result-even-count    pic s9(9).
               10  result-overflow-flag pic x(1).
               10  result-invalid-flag  pic x(1).
       01  statement-heading-line.
           05  filler               pic x(22)
               value "RESULTS STATEMENT FOR ".
           05  heading-requester    pic x(20).
           05  filler               pic x(15)
               value " BUSINESS DATE ".
           05  heading-business-date pic 9(8).
           05  filler               pic x(55) value spaces.
       01  column-heading-line.
           05  filler               pic x(17) value "REFERENCE".
           05  filler               pic x(40) value "RANGE".
           05  filler               pic x(9) value " SUM-EVEN".
           05  filler               pic x(10) value "   SUM-ODD".
           05  filler               pic x(10) value "  EVEN-CNT".
           05  filler               pic x(2) value spaces.
           05  filler               pic x(32) value "STATUS".
       01  blank-line               pic x(120) value spaces.
       01  result-detail-line.
           05  detail-request-ref   pic x(16).
           05  filler               pic x(1) value space.
           05  detail-range-start   pic -(8)9.
           05  filler               pic x(4) value " to ".
           05  detail-range-end     pic -(8)9.
           05  filler               pic x(4) value " by ".
           05  detail-range-step    pic -(3)9.
           05  filler               pic x(5) value " div ".
           05  detail-range-divisor pic -(3)9.
           05  filler               pic x(1) value space.
           05  detail-sum-even      pic -(8)9.
           05  filler               pic x(1) value space.
           05  detail-sum-odd       pic -(8)9.
           05  filler               pic x(1) value space.
           05  detail-even-count    pic -(8)9.
           05  filler               pic x(2) value spaces.
           05  detail-status        pic x(32).
       01  status-detail-line.
           05  status-request-ref   pic x(16).
           05  filler               pic x(1) value space.
           05  status-range-start   pic -(8)9.
           05  filler               pic x(4) value " to ".
           05  status-range-end     pic -(8)9.
           05  filler               pic x(4) value " by ".
           05  status-range-step    pic -(3)9.
           05  filler               pic x(5) value " div ".
           05  status-range-divisor pic -(3)9.
           05  filler               pic x(32) value spaces.
           05  status-text          pic x(32).
       01  note-line.
           05  filler               pic x(19) value spaces.
           05  note-text            pic x(80).
           05  filler               pic x(21) value spaces.
       01  statement-total-line.
           05  filler               pic x(17)
               value "RANGES REQUESTED ".
           05  total-requested      pic zzzz9.
           05  filler               pic x(11) value "  COMPLETE ".
           05  total-completed      pic zzzz9.
           05  filler               pic x(15)
               value "  NOT COMPLETE ".
           05  total-not-completed  pic zzzz9.
           05  filler               pic x(62) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept business-date from date yyyymmdd
           if job-parameter-length > 0
               if job-parameter-length < 8
                  or parameter-business-date is not numeric
                   display "REQSTMT0002E Business date parameter "
                       "must be yyyymmdd: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
               move parameter-business-date to business-date
           end-if
           perform load-request-register
           perform load-edit-rejects
           perform load-edited-ranges
           perform load-due-ranges
           perform load-night-results
           perform load-rerun-ranges
           perform check-sumeven-suspension
           open output statement-file
           perform print-one-requester-statement
               varying group-sub from 1 by 1
               until group-sub > request-entry-count
           close statement-file
           if request-entry-count = 0
               display "REQSTMT0003E No requests on REQREG - no "
                   "statements written"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           if table-full-flag = "Y"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           display "REQSTMT0001I Statements written: "
               statement-count " requests: " request-entry-count
           goback
           .
       load-request-register.
           move "N" to input-file-eof
           open input request-register-file
           perform until input-file-eof = "Y"
               read request-register-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       perform load-one-request
               end-read
           end-perform
           close request-register-file
           .
       load-one-request.
           if request-entry-count < request-table-limit
               add 1 to request-entry-count
               move register-request-ref
                   to entry-request-ref(request-entry-count)
               move register-requester
                   to entry-requester(request-entry-count)
               move register-status
                   to entry-status(request-entry-count)
               move register-reason
                   to entry-reason(request-entry-count)
               move register-range-start
                   to entry-range-start(request-entry-count)
               move register-range-end
                   to entry-range-end(request-entry-count)
               move register-range-step
                   to entry-range-step(request-entry-count)
               move register-range-divisor
                   to entry-range-divisor(request-entry-count)
               move register-frequency
                   to entry-frequency(request-entry-count)
               move "N" to entry-printed(request-entry-count)
           else
               perform report-table-full
           end-if
           .
       load-edit-rejects.
           move "N" to input-file-eof
           open input reject-file
           perform until input-file-eof = "Y"
               read reject-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if reject-request-ref not = spaces
                           perform load-one-reject
                       end-if
               end-read
           end-perform
           close reject-file
           .
       load-one-reject.
           if reject-entry-count < ref-table-limit
               add 1 to reject-entry-count
               move reject-request-ref
                   to rejected-ref(reject-entry-count)
               move reject-reason-code
                   to rejected-code(reject-entry-count)
           else
               perform report-table-full
           end-if
           .
       load-edited-ranges.
           move "N" to input-file-eof
           open input edited-range-file
           perform until input-file-eof = "Y"
               read edited-range-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if edited-request-ref not = spaces
                           if edited-entry-count < ref-table-limit
                               add 1 to edited-entry-count
                               move edited-request-ref
                                   to edited-ref(edited-entry-count)
                           else
                               perform report-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close edited-range-file
           .
       load-due-ranges.
           move "N" to input-file-eof
           open input due-range-file
           perform until input-file-eof = "Y"
               read due-range-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if due-request-ref not = spaces
                           if due-entry-count < ref-table-limit
                               add 1 to due-entry-count
                               move due-request-ref
                                   to due-ref(due-entry-count)
                           else
                               perform report-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close due-range-file
           .
       load-rerun-ranges.
           move "N" to input-file-eof
           open input rerun-control-file
           perform until input-file-eof = "Y"
               read rerun-control-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if rerun-request-ref not = spaces
                           if rerun-entry-count < ref-table-limit
                               add 1 to rerun-entry-count
                               move rerun-request-ref
                                   to rerun-ref(rerun-entry-count)
                           else
                               perform report-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close rerun-control-file
           .
       load-night-results.
           move "N" to input-file-eof
           open input sum-report-file
           perform until input-file-eof = "Y"
               read sum-report-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if report-line-type = "RANGE"
                           perform load-one-result
                       end-if
               end-read
           end-perform
           close sum-report-file
           .
       load-one-result.
           if result-entry-count < ref-table-limit
               add 1 to result-entry-count
               move report-request-ref to result-ref(result-entry-count)
               move report-range-start
                   to result-start(result-entry-count)
               move report-range-end to result-end(result-entry-count)
               move report-range-step
                   to result-step(result-entry-count)
               move report-range-divisor
                   to result-divisor(result-entry-count)
               move report-sum-even to reported-sum-even
               move report-sum-odd to reported-sum-odd
               move report-even-count to reported-even-count
               move reported-sum-even
                   to result-sum-even(result-entry-count)
               move reported-sum-odd
                   to result-sum-odd(result-entry-count)
               move reported-even-count
                   to result-even-count(result-entry-count)
               move report-overflow-flag
                   to result-overflow-flag(result-entry-count)
               move report-invalid-flag
                   to result-invalid-flag(result-entry-count)
           else
               perform report-table-full
           end-if
           .
       report-table-full.
           if table-full-flag = "N"
               move "Y" to table-full-flag
               display "REQSTMT0004E Table full - more than "
                   ref-table-limit " entries on one input file; "
                   "statements may be incomplete"
           end-if
           .
       check-sumeven-suspension.
           open input cycle-control-file
           if cycle-file-status not = "00"
               display "REQSTMT0005W Cycle control file open "
                   "failed, status " cycle-file-status
                   " - suspension cannot be detected"
           else
               move business-date to cycle-business-date
               move "SUMEVEN" to cycle-step-name
               move zero to cycle-end-date
               move zero to cycle-end-time
               move "N" to input-file-eof
               start cycle-control-file
                   key >= cycle-control-key
                   invalid key
                       move "Y" to input-file-eof
               end-start
               perform until input-file-eof = "Y"
                   read cycle-control-file next
                       at end
                           move "Y" to input-file-eof
                       not at end
                           if cycle-business-date = business-date
                              and cycle-step-name = "SUMEVEN"
                               if cycle-return-code = 2
                                   move "Y" to sumeven-suspended-flag
                               else
                                   move "N" to sumeven-suspended-flag
                               end-if
                           else
                               move "Y" to input-file-eof
                           end-if
                   end-read
               end-perform
               close cycle-control-file
           end-if
           .
       print-one-requester-statement.
           if entry-printed(group-sub) = "N"
               add 1 to statement-count
               move zero to requested-count
               move zero to completed-count
               move entry-requester(group-sub) to current-requester
               move current-requester to heading-requester
               move business-date to heading-business-date
               write statement-record from statement-heading-line
               write statement-record from blank-line
               write statement-record from column-heading-line
               perform print-one-requested-range
                   varying print-sub from group-sub by 1
                   until print-sub > request-entry-count
               write statement-record from blank-line
               move requested-count to total-requested
               move completed-count to total-completed
               compute total-not-completed =
                   requested-count - completed-count
               write statement-record from statement-total-line
               write statement-record from blank-line
               write statement-record from blank-line
           end-if
           .
       print-one-requested-range.
           if entry-printed(print-sub) = "N"
              and entry-requester(print-sub) = current-requester
               move "Y" to entry-printed(print-sub)
               add 1 to requested-count
               move spaces to statement-note
               move "N" to result-shown-flag
               move zero to ref-match-sub
               perform decide-range-status
               if result-shown-flag = "Y"
                   perform write-result-line
               else
                   perform write-status-line
               end-if
               if statement-note not = spaces
                   move statement-note to note-text
                   write statement-record from note-line
               end-if
           end-if
           .
       decide-range-status.
           if entry-status(print-sub) = "R"
               move "REJECTED AT INTAKE" to statement-status
               move entry-reason(print-sub) to statement-note
           else
               perform find-edit-reject
               if ref-match-sub > 0
                   perform describe-edit-reject
               else
                   perform decide-nightly-status
               end-if
           end-if
           .
       decide-nightly-status.
           perform find-edited-range
           if ref-match-sub = 0
               move "NOT IN TONIGHT'S EDITED SET" to statement-status
               move "REQUEST NOT YET THROUGH THE RANGE EDIT"
                   to statement-note
           else
               perform find-due-range
               if ref-match-sub = 0
                   move "NOT DUE TONIGHT" to statement-status
                   move spaces to statement-note
                   string "RUN CALENDAR FREQUENCY " delimited by size
                       entry-frequency(print-sub) delimited by size
                       " - RESULT FOLLOWS ON A NIGHT IT IS DUE"
                       delimited by size
                       into statement-note
                   end-string
               else
                   perform find-result-by-ref
                   if ref-match-sub > 0
                       perform describe-night-result
                   else
                       if sumeven-suspended-flag = "Y"
                           move "SUSPENDED - RESUMES NEXT RUN"
                               to statement-status
                           move "RUN STOPPED BEFORE THIS RANGE ENDED"
                               to statement-note
                       else
                           move "NO RESULT - CALL OPERATIONS"
                               to statement-status
                       end-if
                   end-if
               end-if
           end-if
           .
       describe-night-result.
           evaluate true
               when result-overflow-flag(ref-match-sub) = "Y"
                   move "OVERFLOWED - NO RESULT" to statement-status
                   move "SUMS TOO LARGE - SPLIT RANGE AND RESUBMIT"
                       to statement-note
               when result-invalid-flag(ref-match-sub) = "Y"
                   move "INVALID RANGE" to statement-status
               when other
                   perform find-rerun-range
                   if rerun-match-sub > 0
                       move "FAILED SUMCHECK - WILL BE RERUN"
                           to statement-status
                       move "RESULT FOLLOWS AFTER THE RERUN"
                           to statement-note
                   else
                       move "COMPLETE" to statement-status
                       move "Y" to result-shown-flag
                       add 1 to completed-count
                   end-if
           end-evaluate
           .
       describe-edit-reject.
           move "REJECTED AT EDIT" to statement-status
           evaluate rejected-code(ref-match-sub)
               when "D"
                   perform describe-duplicate-request
               when "N"
                   move "NON-NUMERIC DATA IN THE RANGE DEFINITION"
                       to statement-note
               when "S"
                   move "STEP IS ZERO" to statement-note
               when "V"
                   move "DIVISOR IS ZERO OR NEGATIVE"
                       to statement-note
               when "I"
                   move "START/END DIRECTION DOES NOT MATCH STEP"
                       to statement-note
               when "U"
                   move "RANGE-ID NOT ON THE RANGE CATALOG"
                       to statement-note
               when "X"
                   move "RANGE-ID OUTSIDE ITS EFFECTIVE PERIOD"
                       to statement-note
               when "F"
                   move "BAD FREQUENCY CODE OR WEEKDAY MASK"
                       to statement-note
               when "C"
                   move "DEPARTMENT UNKNOWN OR INACTIVE"
                       to statement-note
               when other
                   move spaces to statement-note
                   string "REJECT REASON CODE " delimited by size
                       rejected-code(ref-match-sub) delimited by size
                       into statement-note
                   end-string
           end-evaluate
           .
       describe-duplicate-request.
           perform find-result-by-range
           if ref-match-sub = 0
               move "DUPLICATE - NO RESULT YET" to statement-status
               move "SAME RANGE AS ANOTHER REQUEST, NOT REPORTED"
                   to statement-note
           else
               if result-overflow-flag(ref-match-sub) = "Y"
                  or result-invalid-flag(ref-match-sub) = "Y"
                   move "DUPLICATE - OVERFLOWED OR INVALID"
                       to statement-status
               else
                   move "DUPLICATE - SHARES RESULT"
                       to statement-status
                   move "SAME RANGE AS ANOTHER REQUEST, SUMMED ONCE"
                       to statement-note
                   move "Y" to result-shown-flag
                   add 1 to completed-count
               end-if
           end-if
           .
       find-edit-reject.
           move zero to ref-match-sub
           perform scan-reject-table
               varying ref-sub from 1 by 1
               until ref-sub > reject-entry-count
                  or ref-match-sub > 0
           .
       scan-reject-table.
           if rejected-ref(ref-sub) = entry-request-ref(print-sub)
               move ref-sub to ref-match-sub
           end-if
           .
       find-edited-range.
           move zero to ref-match-sub
           perform scan-edited-table
               varying ref-sub from 1 by 1
               until ref-sub > edited-entry-count
                  or ref-match-sub > 0
           .
       scan-edited-table.
           if edited-ref(ref-sub) = entry-request-ref(print-sub)
               move ref-sub to ref-match-sub
           end-if
           .
       find-due-range.
           move zero to ref-match-sub
           perform scan-due-table
               varying ref-sub from 1 by 1
               until ref-sub > due-entry-count
                  or ref-match-sub > 0
           .
       scan-due-table.
           if due-ref(ref-sub) = entry-request-ref(print-sub)
               move ref-sub to ref-match-sub
           end-if
           .
       find-result-by-ref.
           move zero to ref-match-sub
           perform scan-result-refs
               varying ref-sub from 1 by 1
               until ref-sub > result-entry-count
           .
       scan-result-refs.
           if result-ref(ref-sub) = entry-request-ref(print-sub)
               move ref-sub to ref-match-sub
           end-if
           .
       find-result-by-range.
           move zero to ref-match-sub
           perform scan-result-ranges
               varying ref-sub from 1 by 1
               until ref-sub > result-entry-count
           .
       scan-result-ranges.
           if result-start(ref-sub) = entry-range-start(print-sub)
              and result-end(ref-sub) = entry-range-end(print-sub)
              and result-step(ref-sub) = entry-range-step(print-sub)
              and result-divisor(ref-sub)
                  = entry-range-divisor(print-sub)
               move ref-sub to ref-match-sub
           end-if
           .
       find-rerun-range.
           move zero to rerun-match-sub
           perform scan-rerun-table
               varying rerun-sub from 1 by 1
               until rerun-sub > rerun-entry-count
                  or rerun-match-sub > 0
           .
       scan-rerun-table.
           if rerun-ref(rerun-sub) = entry-request-ref(print-sub)
               move rerun-sub to rerun-match-sub
           end-if
           .
       write-result-line.
           move entry-request-ref(print-sub) to detail-request-ref
           move entry-range-start(print-sub) to detail-range-start
           move entry-range-end(print-sub) to detail-range-end
           move entry-range-step(print-sub) to detail-range-step
           move entry-range-divisor(print-sub)
               to detail-range-divisor
           move result-sum-even(ref-match-sub) to detail-sum-even
           move result-sum-odd(ref-match-sub) to detail-sum-odd
           move result-even-count(ref-match-sub)
               to detail-even-count
           move statement-status to detail-status
           write statement-record from result-detail-line
           .
       write-status-line.
           move entry-request-ref(print-sub) to status-request-ref
           move entry-range-start(print-sub) to status-range-start
           move entry-range-end(print-sub) to status-range-end
           move entry-range-step(print-sub) to status-range-step
           move entry-range-divisor(print-sub)
               to status-range-divisor
           move statement-status to status-text
           write statement-record from status-detail-line
           .
