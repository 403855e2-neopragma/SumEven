      *>     DEPT=xxxx  FREQ=c  DAYS=yyyyyyy
      *> START, END, STEP, DIV, and REQUESTER are required; DEPT
      *> defaults to NONE, FREQ to D (nightly), and DAYS is the
      *> Monday-to-Sunday mask required with FREQ=W. The department
      *> code, NONE included, must be on the indexed department
      *> master maintained by DEPTMNT and active today; a request for
      *> an unknown or inactive department is rejected with that
      *> reason, and every request is rejected when the master
      *> cannot be opened. Good requests
      *> are converted to range-definition records on RNGOUT for the
      *> normal RANGEDIT/SUMEVEN chain; every request appears on the
      *> ACKRPT acknowledgment listing, grouped by requester, as
      *> ACCEPTED with the range as interpreted or REJECTED with a
      *> plain-language reason, so submitters get same-day feedback.
      *> Every card is given a request reference (the run's date as
      *> yyyyddd and hhmmss time followed by the 3-digit card number)
      *> that is shown on the listing, carried on the RNGOUT record
      *> through the nightly chain, and recorded with the requester
      *> on the REQREG request register, so REQSTMT can send each
      *> requester their results. So that no two cards can share a
      *> reference, a run holding more cards than the card number
      *> can carry is refused before anything is written. Return
      *> code 4 when anything is rejected or the input is empty; 8
      *> when there are too many cards for one run.
       Environment Division.
       Input-Output Section.
       File-Control.
               organization is sequential.
           select acknowledgment-file assign to ACKRPT
               organization is sequential.
           select request-register-file assign to REQREG
               organization is sequential.
           select department-master-file assign to DEPTMSTR
               organization is indexed
               access mode is dynamic
               record key is department-code
               file status is department-file-status.
       Data Division.
       File Section.
       FD  request-card-file.
           copy RANGEDEF.
       FD  acknowledgment-file.
       01  acknowledgment-record        pic x(100).
       FD  department-master-file.
           copy DEPTREC.
       FD  request-register-file.
           copy REQREC.
       Working-Storage Section.
       01  run-date                 pic 9(8).
       01  run-day                  pic 9(7).
       01  run-time                 pic 9(8).
       01  filler redefines run-time.
           05  run-time-hhmmss      pic 9(6).
           05  filler               pic 9(2).
       01  card-request-ref.
           05  request-ref-date     pic 9(7).
           05  request-ref-time     pic 9(6).
           05  request-ref-card     pic 9(3).
       01  request-card-limit       pic s9(5) value 999.
       01  department-file-status   pic xx.
       01  department-available     pic x value "Y".
       01  request-card-eof         pic x value "N".
       01  cards-read-count         pic s9(5) value zero.
       01  cards-accepted-count     pic s9(5) value zero.
               10  entry-department     pic x(4).
               10  entry-frequency      pic x(1).
               10  entry-printed        pic x(1).
               10  entry-request-ref    pic x(16).
       01  ack-heading-line         pic x(100)
               value "RANGE REQUEST ACKNOWLEDGMENT LISTING".
       01  blank-line               pic x(100) value spaces.
           05  ack-frequency        pic x(1).
           05  filler               pic x(7) value " card  ".
           05  ack-accepted-card    pic zzzz9.
           05  filler               pic x(5) value " ref ".
           05  ack-accepted-ref     pic x(16).
       01  rejected-detail-line.
           05  filler               pic x(2) value spaces.
           05  filler               pic x(11) value "REJECTED - ".
           05  ack-reject-reason    pic x(40).
           05  filler               pic x(6) value " card ".
           05  ack-rejected-card    pic zzzz9.
           05  filler               pic x(5) value " ref ".
           05  ack-rejected-ref     pic x(16).
           05  filler               pic x(15) value spaces.

       Procedure Division.
           move zero to return-code
           accept run-date from date yyyymmdd
           accept run-day from day yyyyddd
           accept run-time from time
           move run-day to request-ref-date
           move run-time-hhmmss to request-ref-time
           perform count-request-cards
           if cards-read-count > request-card-limit
               display "RANGEREQ0005E " cards-read-count
                   " request cards on REQIN - no more than "
                   request-card-limit " can be taken in one run"
               move 8 to return-code
               goback
           end-if
           move zero to cards-read-count
           move "N" to request-card-eof
           open input request-card-file
           open output range-output-file
           open output acknowledgment-file
           open output request-register-file
           open input department-master-file
           if department-file-status not = "00"
               display "RANGEREQ0004E Department master open failed, "
                   "status " department-file-status
                   " - every request will be rejected"
               move "N" to department-available
           end-if
           perform until request-card-eof = "Y"
               read request-card-file
                   at end
           end-perform
           close request-card-file
           close range-output-file
           close request-register-file
           if department-available = "Y"
               close department-master-file
           end-if
           perform write-acknowledgment-report
           close acknowledgment-file
           if cards-read-count = 0
               " rejected: " cards-rejected-count
           goback
           .
       count-request-cards.
           open input request-card-file
           perform until request-card-eof = "Y"
               read request-card-file
                   at end
                       move "Y" to request-card-eof
                   not at end
                       if request-card-record not = spaces
                           add 1 to cards-read-count
                       end-if
               end-read
           end-perform
           close request-card-file
           .
       process-one-card.
           move cards-read-count to request-ref-card
           move "N" to card-error-flag
           move spaces to card-error-reason
           move "N" to have-requester-flag
               perform write-one-range-record
               perform record-one-request
           end-if
           perform register-one-request
           .
       register-one-request.
           move card-request-ref to register-request-ref
           if card-requester = spaces
               move "(NOT GIVEN)" to register-requester
           else
               move card-requester to register-requester
           end-if
           if card-error-flag = "Y"
               move "R" to register-status
           else
               move "A" to register-status
           end-if
           move card-error-reason to register-reason
           move cards-read-count to register-card-number
           move card-start-value to register-range-start
           move card-end-value to register-range-end
           move card-step-value to register-range-step
           move card-divisor-value to register-range-divisor
           move card-department to register-department
           move card-frequency-code to register-frequency
           write request-register-record
           .
       process-one-token.
           if card-token(token-sub) = spaces
                       to card-error-reason
                   move "Y" to card-error-flag
           end-evaluate
           if card-error-flag = "N"
               perform edit-request-department
           end-if
           .
       edit-request-department.
           if department-available = "N"
               move "DEPARTMENT MASTER UNAVAILABLE - RESUBMIT"
                   to card-error-reason
               move "Y" to card-error-flag
           else
               move card-department to department-code
               read department-master-file
                   invalid key
                       move spaces to card-error-reason
                       string "DEPT " delimited by size
                           card-department delimited by size
                           " NOT ON DEPARTMENT MASTER"
                           delimited by size
                           into card-error-reason
                       end-string
                       move "Y" to card-error-flag
                   not invalid key
                       if department-active-flag not = "Y"
                          or run-date < department-effective-date
                          or run-date > department-expiry-date
                           move spaces to card-error-reason
                           string "DEPT " delimited by size
                               card-department delimited by size
                               " IS INACTIVE" delimited by size
                               into card-error-reason
                           end-string
                           move "Y" to card-error-flag
                       end-if
               end-read
           end-if
           .
       edit-weekday-mask.
           move card-frequency-days to weekday-mask-work
           move card-frequency-code to range-frequency-code
           move card-frequency-days to range-frequency-days
           move card-department to range-department-code
           move card-request-ref to range-request-ref
           write range-definition-record
           .
       record-one-request.
               move card-frequency-code
                   to entry-frequency(request-entry-count)
               move "N" to entry-printed(request-entry-count)
               move card-request-ref
                   to entry-request-ref(request-entry-count)
           else
               if table-overflow-flag = "N"
                   move "Y" to table-overflow-flag
                   move entry-frequency(print-sub) to ack-frequency
                   move entry-card-number(print-sub)
                       to ack-accepted-card
                   move entry-request-ref(print-sub)
                       to ack-accepted-ref
                   write acknowledgment-record
                       from accepted-detail-line
               else
                       to ack-reject-reason
                   move entry-card-number(print-sub)
                       to ack-rejected-card
                   move entry-request-ref(print-sub)
                       to ack-rejected-ref
                   write acknowledgment-record
                       from rejected-detail-line
               end-if
