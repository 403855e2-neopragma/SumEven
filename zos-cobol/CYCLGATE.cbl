       Identification Division.
       Program-Id. CYCLGATE.
      *> Publication gate for the nightly cycle. Reads every
      *> step-completion record posted to the CYCLECTL cycle control
      *> file for the business date in the PARM (yyyymmdd; today's
      *> date when omitted) and keeps the latest post for each of
      *> the nightly steps RANGEDIT, RANGESEL, SUMEVEN, SUMCHECK, and
      *> TOLCHECK. Publication of the night's report is held when:
      *>     - any step did not post (unless RANGESEL reported that
      *>       nothing was due, in which case the SUMEVEN, SUMCHECK,
      *>       and TOLCHECK steps are expected to be bypassed)
      *>     - RANGEDIT ended above 4, or RANGESEL 4 or above
      *>     - SUMEVEN ended with anything but 0 (2 means it was
      *>       suspended on operator request and its results are
      *>       incomplete; 3 that the business date is in a month
      *>       MTHCLOSE has closed, so its audit lines went to the
      *>       POSTADJ post-close adjustment file for review)
      *>     - SUMCHECK ended with anything but 0
      *>     - TOLCHECK ended with 8 or above (4 is a warning)
      *>     - SUMCHECK or TOLCHECK last ran before the latest
      *>       SUMEVEN, so they did not check tonight's report
      *>     - the report on RPTIN has no GRAND-TOTAL line or holds a
      *>       different number of RANGE lines than SUMEVEN reported
      *> When nothing holds it, RPTIN is copied to the PUBLISH
      *> published-results file; a held night leaves PUBLISH alone.
      *> Either way a one-page cycle summary is printed on CYCLRPT:
      *> one line per step (ran, rerun, bypassed, or did not run,
      *> with its job-id, timestamps, return code, and counts), the
      *> publication decision, and the exact reasons it was held.
      *> Return code 0 when the report was published, 1 when nothing
      *> was due and there was nothing to publish, 8 when
      *> publication was held or the PARM date is bad.
       Environment Division.
       Input-Output Section.
       File-Control.
           select cycle-control-file assign to CYCLECTL
               organization is indexed
               access mode is dynamic
               record key is cycle-control-key
               file status is cycle-file-status.
           select sum-report-file assign to RPTIN
               organization is sequential.
           select published-report-file assign to PUBLISH
               organization is sequential.
           select cycle-summary-file assign to CYCLRPT
               organization is sequential.
       Data Division.
       File Section.
       FD  cycle-control-file.
           copy CYCLEREC.
       FD  sum-report-file.
           copy RPTREC.
       FD  published-report-file.
       01  published-report-record      pic x(117).
       FD  cycle-summary-file.
       01  cycle-summary-record         pic x(120).
       Working-Storage Section.
       01  cycle-file-status        pic xx.
       01  cycle-file-eof           pic x value "N".
       01  report-eof               pic x value "N".
       01  gate-business-date       pic 9(8) value zero.
       01  gate-run-date            pic 9(8) value zero.
       01  gate-run-time            pic 9(8) value zero.
       01  nothing-due-flag         pic x value "N".
       01  hold-flag                pic x value "N".
       01  published-flag           pic x value "N".
       01  grand-total-seen-flag    pic x value "N".
       01  cycle-record-count       pic s9(5) value zero.
       01  unknown-step-count       pic s9(5) value zero.
       01  report-range-count       pic 9(4) value zero.
       01  report-copied-count      pic s9(5) value zero.
       01  step-sub                 pic s9(4) comp value zero.
       01  matched-step-sub         pic s9(4) comp value zero.
       01  step-table-limit         pic s9(4) comp value 5.
       01  rangedit-step            pic s9(4) comp value 1.
       01  rangesel-step            pic s9(4) comp value 2.
       01  sumeven-step             pic s9(4) comp value 3.
       01  sumcheck-step            pic s9(4) comp value 4.
       01  tolcheck-step            pic s9(4) comp value 5.
       01  step-name-values.
           05  filler               pic x(8) value "RANGEDIT".
           05  filler               pic x(8) value "RANGESEL".
           05  filler               pic x(8) value "SUMEVEN ".
           05  filler               pic x(8) value "SUMCHECK".
           05  filler               pic x(8) value "TOLCHECK".
       01  filler redefines step-name-values.
           05  step-name-value      occurs 5 times pic x(8).
       01  step-table.
           05  step-entry occurs 5 times.
               10  step-post-count      pic s9(4).
               10  step-job-id          pic x(8).
               10  step-start-date      pic 9(8).
               10  step-start-time      pic 9(8).
               10  step-end-stamp.
                   15  step-end-date    pic 9(8).
                   15  step-end-time    pic 9(8).
               10  step-return-code     pic 9(4).
               10  step-read-count      pic 9(9).
               10  step-written-count   pic 9(9).
               10  step-exception-count pic 9(9).
               10  step-status-text     pic x(12).
       01  reason-rc-display        pic 9(4) value zero.
       01  reason-count-display     pic 9(4) value zero.
       01  reason-suffix            pic x(50) value spaces.
       01  hold-reason-work         pic x(80) value spaces.
       01  reason-sub               pic s9(4) comp value zero.
       01  reason-entry-count       pic s9(4) comp value zero.
       01  reason-table-limit       pic s9(4) comp value 10.
       01  reason-table.
           05  reason-entry         occurs 10 times pic x(80).
       01  heading-line             pic x(120)
               value "NIGHTLY CYCLE SUMMARY AND PUBLICATION GATE".
       01  blank-line               pic x(120) value spaces.
       01  date-line.
           05  filler               pic x(14) value "BUSINESS DATE ".
           05  date-business-date   pic 9(8).
           05  filler               pic x(13) value "   GATE RUN  ".
           05  date-run-date        pic 9(8).
           05  filler               pic x(1) value space.
           05  date-run-time        pic 9(8).
           05  filler               pic x(68) value spaces.
       01  column-heading-line.
           05  filler               pic x(31)
               value "STEP     STATUS       JOB-ID   ".
           05  filler               pic x(19)
               value "START              ".
           05  filler               pic x(19)
               value "END                ".
           05  filler               pic x(26)
               value "  RC       READ    WRITTEN".
           05  filler               pic x(25)
               value "  EXCEPTIONS".
       01  step-detail-line.
           05  detail-step-name     pic x(8).
           05  filler               pic x(1) value space.
           05  detail-status        pic x(12).
           05  filler               pic x(1) value space.
           05  detail-job-id        pic x(8).
           05  filler               pic x(1) value space.
           05  detail-start-date    pic 9(8).
           05  filler               pic x(1) value space.
           05  detail-start-time    pic 9(8).
           05  filler               pic x(2) value spaces.
           05  detail-end-date      pic 9(8).
           05  filler               pic x(1) value space.
           05  detail-end-time      pic 9(8).
           05  filler               pic x(2) value spaces.
           05  detail-return-code   pic zzz9.
           05  filler               pic x(2) value spaces.
           05  detail-read-count    pic zzzzzzzz9.
           05  filler               pic x(2) value spaces.
           05  detail-written-count pic zzzzzzzz9.
           05  filler               pic x(2) value spaces.
           05  detail-exception-count pic zzzzzzzz9.
           05  filler               pic x(14) value spaces.
       01  step-absent-line.
           05  absent-step-name     pic x(8).
           05  filler               pic x(1) value space.
           05  absent-status        pic x(12).
           05  filler               pic x(99) value spaces.
       01  unknown-step-line.
           05  filler               pic x(34)
               value "POSTS FROM UNRECOGNIZED STEPS    ".
           05  unknown-step-value   pic zzzz9.
           05  filler               pic x(81) value spaces.
       01  decision-line.
           05  filler               pic x(13) value "PUBLICATION  ".
           05  decision-text        pic x(50).
           05  filler               pic x(57) value spaces.
       01  copied-line.
           05  filler               pic x(34)
               value "REPORT RECORDS COPIED TO PUBLISH  ".
           05  copied-value         pic zzzz9.
           05  filler               pic x(81) value spaces.
       01  reason-heading-line      pic x(120)
               value "PUBLICATION WAS HELD BECAUSE:".
       01  reason-detail-line.
           05  filler               pic x(4) value "  - ".
           05  reason-detail-text   pic x(80).
           05  filler               pic x(36) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept gate-run-date from date yyyymmdd
           accept gate-run-time from time
           if job-parameter-length >= 8
               if parameter-business-date is numeric
                   move parameter-business-date
                       to gate-business-date
               else
                   display "CYCLGATE0002E Non-numeric business date "
                       "in parameter: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
           else
               if job-parameter-length > 0
                   display "CYCLGATE0002E Business date parameter "
                       "shorter than yyyymmdd: "
                       parameter-business-date
                   move 8 to return-code
                   goback
               else
                   move gate-run-date to gate-business-date
               end-if
           end-if
           perform initialize-step-entry
               varying step-sub from 1 by 1
               until step-sub > step-table-limit
           perform load-cycle-posts
           perform evaluate-cycle-steps
           if hold-flag = "N"
              and nothing-due-flag = "N"
               perform verify-night-report
           end-if
           if hold-flag = "N"
              and nothing-due-flag = "N"
               perform publish-night-report
           end-if
           perform write-cycle-summary
           if hold-flag = "Y"
               display "CYCLGATE0003E Publication held for business "
                   "date " gate-business-date " - reasons: "
                   reason-entry-count
               move 8 to return-code
           else
               if nothing-due-flag = "Y"
                   display "CYCLGATE0004I Nothing due for business "
                       "date " gate-business-date
                       " - nothing to publish"
                   move 1 to return-code
               else
                   display "CYCLGATE0001I Business date "
                       gate-business-date " published - records: "
                       report-copied-count
               end-if
           end-if
           goback
           .
       initialize-step-entry.
           move zero to step-post-count(step-sub)
           move spaces to step-job-id(step-sub)
           move zero to step-start-date(step-sub)
           move zero to step-start-time(step-sub)
           move zero to step-end-date(step-sub)
           move zero to step-end-time(step-sub)
           move zero to step-return-code(step-sub)
           move zero to step-read-count(step-sub)
           move zero to step-written-count(step-sub)
           move zero to step-exception-count(step-sub)
           move "DID NOT RUN" to step-status-text(step-sub)
           .
       load-cycle-posts.
           open input cycle-control-file
           if cycle-file-status not = "00"
               move spaces to hold-reason-work
               string "CYCLE CONTROL FILE COULD NOT BE OPENED, "
                   "STATUS " delimited by size
                   cycle-file-status delimited by size
                   into hold-reason-work
               end-string
               perform add-hold-reason
           else
               move gate-business-date to cycle-business-date
               move low-values to cycle-step-name
               move zero to cycle-end-date
               move zero to cycle-end-time
               start cycle-control-file
                   key >= cycle-control-key
                   invalid key
                       move "Y" to cycle-file-eof
               end-start
               perform until cycle-file-eof = "Y"
                   read cycle-control-file next
                       at end
                           move "Y" to cycle-file-eof
                       not at end
                           if cycle-business-date = gate-business-date
                               perform record-one-step-post
                           else
                               move "Y" to cycle-file-eof
                           end-if
                   end-read
               end-perform
               close cycle-control-file
           end-if
           .
       record-one-step-post.
           add 1 to cycle-record-count
           move zero to matched-step-sub
           perform scan-step-names
               varying step-sub from 1 by 1
               until step-sub > step-table-limit
                  or matched-step-sub > 0
           if matched-step-sub = 0
               add 1 to unknown-step-count
           else
               move matched-step-sub to step-sub
               add 1 to step-post-count(step-sub)
               move cycle-job-id to step-job-id(step-sub)
               move cycle-start-date to step-start-date(step-sub)
               move cycle-start-time to step-start-time(step-sub)
               move cycle-end-date to step-end-date(step-sub)
               move cycle-end-time to step-end-time(step-sub)
               move cycle-return-code to step-return-code(step-sub)
               move cycle-read-count to step-read-count(step-sub)
               move cycle-written-count
                   to step-written-count(step-sub)
               move cycle-exception-count
                   to step-exception-count(step-sub)
               if step-post-count(step-sub) > 1
                   move "RERUN" to step-status-text(step-sub)
               else
                   move "RAN" to step-status-text(step-sub)
               end-if
           end-if
           .
       scan-step-names.
           if step-name-value(step-sub) = cycle-step-name
               move step-sub to matched-step-sub
           end-if
           .
       evaluate-cycle-steps.
           move rangedit-step to step-sub
           if step-post-count(step-sub) = 0
               perform hold-for-missing-step
           else
               if step-return-code(step-sub) > 4
                   move "EDIT FAILED" to reason-suffix
                   perform hold-for-step-return-code
               end-if
           end-if
           move rangesel-step to step-sub
           if step-post-count(step-sub) = 0
               perform hold-for-missing-step
           else
               if step-return-code(step-sub) = 1
                   move "Y" to nothing-due-flag
               else
                   if step-return-code(step-sub) >= 4
                       move "EMPTY INPUT, BAD FREQUENCY, OR BAD DATE"
                           to reason-suffix
                       perform hold-for-step-return-code
                   end-if
               end-if
           end-if
           if nothing-due-flag = "Y"
               perform mark-bypassed-step
                   varying step-sub from sumeven-step by 1
                   until step-sub > step-table-limit
           else
               perform evaluate-results-steps
           end-if
           .
       evaluate-results-steps.
           move sumeven-step to step-sub
           if step-post-count(step-sub) = 0
               perform hold-for-missing-step
           else
               evaluate step-return-code(step-sub)
                   when 0
                       continue
                   when 2
                       move "SUSPENDED BY OPERATOR, RESULTS INCOMPLETE"
                           to reason-suffix
                       perform hold-for-step-return-code
                   when 3
                       move "AUDIT DIVERTED TO POSTADJ - MONTH CLOSED"
                           to reason-suffix
                       perform hold-for-step-return-code
                   when other
                       move "INVALID, OVERFLOWED, OR MISSING RANGES"
                           to reason-suffix
                       perform hold-for-step-return-code
               end-evaluate
           end-if
           move sumcheck-step to step-sub
           if step-post-count(step-sub) = 0
               perform hold-for-missing-step
           else
               if step-return-code(step-sub) not = 0
                   move "RESULTS DID NOT VERIFY" to reason-suffix
                   perform hold-for-step-return-code
               end-if
               perform check-step-follows-sumeven
           end-if
           move tolcheck-step to step-sub
           if step-post-count(step-sub) = 0
               perform hold-for-missing-step
           else
               if step-return-code(step-sub) >= 8
                   move "RESULTS OUT OF TOLERANCE BAND"
                       to reason-suffix
                   perform hold-for-step-return-code
               end-if
               perform check-step-follows-sumeven
           end-if
           .
       mark-bypassed-step.
           if step-post-count(step-sub) = 0
               move "BYPASSED" to step-status-text(step-sub)
           end-if
           .
       hold-for-missing-step.
           move spaces to hold-reason-work
           string step-name-value(step-sub) delimited by space
               " DID NOT POST A COMPLETION RECORD FOR THIS DATE"
               delimited by size
               into hold-reason-work
           end-string
           perform add-hold-reason
           .
       hold-for-step-return-code.
           move step-return-code(step-sub) to reason-rc-display
           move spaces to hold-reason-work
           string step-name-value(step-sub) delimited by space
               " ENDED WITH RC " delimited by size
               reason-rc-display delimited by size
               " - " delimited by size
               reason-suffix delimited by size
               into hold-reason-work
           end-string
           perform add-hold-reason
           .
       check-step-follows-sumeven.
           if step-post-count(sumeven-step) > 0
              and step-end-stamp(step-sub)
                  < step-end-stamp(sumeven-step)
               move spaces to hold-reason-work
               string step-name-value(step-sub) delimited by space
                   " RAN BEFORE THE LATEST SUMEVEN - TONIGHT'S "
                   "REPORT NOT CHECKED" delimited by size
                   into hold-reason-work
               end-string
               perform add-hold-reason
           end-if
           .
       add-hold-reason.
           move "Y" to hold-flag
           if reason-entry-count < reason-table-limit
               add 1 to reason-entry-count
               move hold-reason-work
                   to reason-entry(reason-entry-count)
           end-if
           .
       verify-night-report.
           move "N" to report-eof
           open input sum-report-file
           perform until report-eof = "Y"
               read sum-report-file
                   at end
                       move "Y" to report-eof
                   not at end
                       if report-line-type = "RANGE"
                           add 1 to report-range-count
                       else
                           if report-line-type = "GRAND-TOTAL"
                               move "Y" to grand-total-seen-flag
                           end-if
                       end-if
               end-read
           end-perform
           close sum-report-file
           if grand-total-seen-flag = "N"
               move spaces to hold-reason-work
               string "RPTIN HAS NO GRAND-TOTAL LINE - REPORT IS "
                   "SHORT OR TRUNCATED" delimited by size
                   into hold-reason-work
               end-string
               perform add-hold-reason
           end-if
           if report-range-count
              not = step-written-count(sumeven-step)
               move step-written-count(sumeven-step)
                   to reason-count-display
               move spaces to hold-reason-work
               string "RPTIN HOLDS " delimited by size
                   report-range-count delimited by size
                   " RANGE LINES BUT SUMEVEN REPORTED "
                   delimited by size
                   reason-count-display delimited by size
                   into hold-reason-work
               end-string
               perform add-hold-reason
           end-if
           .
       publish-night-report.
           move "N" to report-eof
           open input sum-report-file
           open output published-report-file
           perform until report-eof = "Y"
               read sum-report-file
                   at end
                       move "Y" to report-eof
                   not at end
                       add 1 to report-copied-count
                       write published-report-record
                           from sum-report-record
               end-read
           end-perform
           close sum-report-file
           close published-report-file
           move "Y" to published-flag
           .
       write-cycle-summary.
           open output cycle-summary-file
           write cycle-summary-record from heading-line
           move gate-business-date to date-business-date
           move gate-run-date to date-run-date
           move gate-run-time to date-run-time
           write cycle-summary-record from date-line
           write cycle-summary-record from blank-line
           write cycle-summary-record from column-heading-line
           perform write-one-step-line
               varying step-sub from 1 by 1
               until step-sub > step-table-limit
           if unknown-step-count > 0
               move unknown-step-count to unknown-step-value
               write cycle-summary-record from unknown-step-line
           end-if
           write cycle-summary-record from blank-line
           if hold-flag = "Y"
               move "HELD" to decision-text
           else
               if nothing-due-flag = "Y"
                   move "NOT REQUIRED - NOTHING WAS DUE TONIGHT"
                       to decision-text
               else
                   move "PUBLISHED" to decision-text
               end-if
           end-if
           write cycle-summary-record from decision-line
           if published-flag = "Y"
               move report-copied-count to copied-value
               write cycle-summary-record from copied-line
           end-if
           if hold-flag = "Y"
               write cycle-summary-record from blank-line
               write cycle-summary-record from reason-heading-line
               perform write-one-reason-line
                   varying reason-sub from 1 by 1
                   until reason-sub > reason-entry-count
           end-if
           close cycle-summary-file
           .
       write-one-step-line.
           if step-post-count(step-sub) = 0
               move step-name-value(step-sub) to absent-step-name
               move step-status-text(step-sub) to absent-status
               write cycle-summary-record from step-absent-line
           else
               move step-name-value(step-sub) to detail-step-name
               move step-status-text(step-sub) to detail-status
               move step-job-id(step-sub) to detail-job-id
               move step-start-date(step-sub) to detail-start-date
               move step-start-time(step-sub) to detail-start-time
               move step-end-date(step-sub) to detail-end-date
               move step-end-time(step-sub) to detail-end-time
               move step-return-code(step-sub)
                   to detail-return-code
               move step-read-count(step-sub) to detail-read-count
               move step-written-count(step-sub)
                   to detail-written-count
               move step-exception-count(step-sub)
                   to detail-exception-count
               write cycle-summary-record from step-detail-line
           end-if
           .
       write-one-reason-line.
           move reason-entry(reason-sub) to reason-detail-text
           write cycle-summary-record from reason-detail-line
           .
