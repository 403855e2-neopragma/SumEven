       Identification Division.
       Program-Id. SUMWATCH.
      *> Stall and batch-deadline watchdog over the run-status heartbeat
      *> SUMEVEN maintains, run by the scheduler every few minutes
      *> through the batch window. Each pass compares the RUNSTAT
      *> heartbeat (update date and time, range sequence, iteration
      *> count) with what the previous pass saw, kept on the one-record
      *> WATCHST state file. When the heartbeat has not moved since the
      *> previous pass and its last update is older than the stall
      *> threshold, the run is taken as stalled. Every pass also
      *> projects the finish time: the rest of the current range and
      *> every later range on RANGEIN (the file the SUMEVEN step is
      *> reading) are costed from the PERFSTAT history - a range's own
      *> average elapsed time when it has run before, otherwise its term
      *> count at the history's overall time per iterated term (ranges
      *> the engine answered in closed form are left out of that rate) -
      *> and the projection is checked against the deadline. The WINCTL
      *> window-control record holds the window start (hhmm), the
      *> deadline (hhmm, taken as the next morning when earlier than the
      *> window start), and the stall threshold in minutes. A stall or a
      *> projected miss is logged once per occurrence to EXCPTLOG and as
      *> an alert record (ALERTREC layout, severity S for a stall with
      *> measure STALL, severity L for a late finish with measure DEADL)
      *> appended to WATCHOUT, and is reflected in the return code on
      *> every pass while it lasts. A SUMEVEN post on the CYCLECTL cycle
      *> control file for the business date, made after the last
      *> heartbeat, means the run has ended and nothing is watched. The
      *> optional PARM is the business date (yyyymmdd); when it is
      *> omitted the business date is today, or yesterday when the
      *> window runs past midnight and the pass is made after midnight
      *> but before the window start. Return code 0 when the run is
      *> moving and on time or has ended; 4 when there is no heartbeat
      *> yet or no history to project from; 8 when the projected
      *> finish passes the deadline; 12 when the run is stalled; 16 for
      *> a bad PARM or window-control record.
       Environment Division.
       Input-Output Section.
       File-Control.
           select run-status-file assign to RUNSTAT
               organization is sequential
               file status is run-status-file-status.
           select watch-state-file assign to WATCHST
               organization is sequential
               file status is watch-state-status.
           select window-control-file assign to WINCTL
               organization is sequential
               file status is window-control-status.
           select performance-stat-file assign to PERFSTAT
               organization is sequential.
           select range-control-file assign to RANGEIN
               organization is sequential.
           select cycle-control-file assign to CYCLECTL
               organization is indexed
               access mode is dynamic
               record key is cycle-control-key
               file status is cycle-file-status.
           select exception-log-file assign to EXCPTLOG
               organization is sequential.
           select watch-alert-file assign to WATCHOUT
               organization is sequential.
       Data Division.
       File Section.
       FD  run-status-file.
           copy RUNSTREC.
       FD  watch-state-file.
       01  watch-state-record.
           05  state-update-date        pic 9(8).
           05  filler                   pic x(1).
           05  state-update-time        pic 9(8).
           05  filler                   pic x(1).
           05  state-job-id             pic x(8).
           05  filler                   pic x(1).
           05  state-range-sequence     pic 9(4).
           05  filler                   pic x(1).
           05  state-iteration-count    pic 9(9).
           05  filler                   pic x(1).
           05  state-stall-alerted      pic x(1).
           05  filler                   pic x(1).
           05  state-deadline-alerted   pic x(1).
           05  filler                   pic x(1).
           05  state-check-date         pic 9(8).
           05  filler                   pic x(1).
           05  state-check-time         pic 9(8).
       FD  window-control-file.
       01  window-control-record.
           05  window-start-time        pic 9(4).
           05  filler                   pic x(1).
           05  window-deadline-time     pic 9(4).
           05  filler                   pic x(1).
           05  window-stall-minutes     pic 9(4).
       FD  performance-stat-file.
           copy PERFREC.
       FD  range-control-file.
           copy RANGEDEF.
       FD  cycle-control-file.
           copy CYCLEREC.
       FD  exception-log-file.
           copy EXCPTREC.
       FD  watch-alert-file.
           copy ALERTREC.
       Working-Storage Section.
       01  run-status-file-status   pic xx.
       01  watch-state-status       pic xx.
       01  window-control-status    pic xx.
       01  cycle-file-status        pic xx.
       01  input-file-eof           pic x value "N".
       01  heartbeat-found-flag     pic x value "N".
       01  state-found-flag         pic x value "N".
       01  window-found-flag        pic x value "N".
       01  run-ended-flag           pic x value "N".
       01  heartbeat-moved-flag     pic x value "Y".
       01  stalled-flag             pic x value "N".
       01  late-flag                pic x value "N".
       01  projection-flag          pic x value "N".
       01  stall-alerted-flag       pic x value "N".
       01  deadline-alerted-flag    pic x value "N".
       01  business-date            pic 9(8) value zero.
       01  check-date               pic 9(8) value zero.
       01  check-time               pic 9(8) value zero.
       01  check-hhmm               pic 9(4) value zero.
       01  business-date-given-flag pic x value "N".
       01  heartbeat-iteration-count pic s9(9) value zero.
       01  heartbeat-range-end      pic s9(9) value zero.
       01  heartbeat-current-integer pic s9(9) value zero.
       01  timestamp-date           pic 9(8) value zero.
       01  timestamp-work           pic 9(8) value zero.
       01  filler redefines timestamp-work.
           05  timestamp-hh         pic 9(2).
           05  timestamp-mm         pic 9(2).
           05  filler               pic 9(4).
       01  hhmm-work                pic 9(4) value zero.
       01  filler redefines hhmm-work.
           05  hhmm-hh              pic 9(2).
           05  hhmm-mm              pic 9(2).
       01  timestamp-minutes        pic s9(9) value zero.
       01  check-minutes            pic s9(9) value zero.
       01  heartbeat-minutes        pic s9(9) value zero.
       01  minutes-since-heartbeat  pic s9(9) value zero.
       01  window-start-minutes     pic s9(9) value zero.
       01  deadline-minutes         pic s9(9) value zero.
       01  now-window-minutes       pic s9(9) value zero.
       01  projected-minutes        pic s9(9) value zero.
       01  projected-finish-hhmm    pic 9(4) value zero.
       01  projected-days           pic s9(5) value zero.
       01  projected-day-minutes    pic s9(5) value zero.
       01  remaining-hundredths     pic s9(11) value zero.
       01  remaining-terms          pic s9(9) value zero.
       01  range-sequence-number    pic 9(4) value zero.
       01  ranges-remaining-count   pic s9(5) value zero.
       01  history-elapsed-total    pic s9(11) value zero.
       01  history-iteration-total  pic s9(11) value zero.
       01  record-elapsed           pic s9(9) value zero.
       01  record-iterations        pic s9(9) value zero.
       01  record-range-start       pic s9(9) value zero.
       01  record-range-end         pic s9(9) value zero.
       01  record-range-step        pic s9(4) value zero.
       01  record-range-divisor     pic s9(4) value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  matched-entry-sub        pic s9(4) comp value zero.
       01  table-overflow-flag      pic x value "N".
       01  history-entry-count      pic s9(4) comp value zero.
       01  history-table-limit      pic s9(4) comp value 500.
       01  history-table.
           05  history-entry occurs 500 times.
               10  history-range-start  pic s9(9).
               10  history-range-end    pic s9(9).
               10  history-range-step   pic s9(4).
               10  history-range-divisor pic s9(4).
               10  history-runs         pic s9(5).
               10  history-elapsed      pic s9(11).
       01  exception-work-id.
           05  filler               pic x(12).
           05  exception-work-severity pic x(1).
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-business-date pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           accept check-date from date yyyymmdd
           accept check-time from time
           move check-date to business-date
           if job-parameter-length > 0
               if job-parameter-length < 8
                  or parameter-business-date is not numeric
                   display "SUMWATCH0008E Business date parameter "
                       "must be yyyymmdd: " parameter-business-date
                   move 16 to return-code
                   goback
               end-if
               move parameter-business-date to business-date
               move "Y" to business-date-given-flag
           end-if
           perform load-window-control
           if window-found-flag = "N"
               move 16 to return-code
               goback
           end-if
           if business-date-given-flag = "N"
               perform default-business-date
           end-if
           perform load-run-status
           if heartbeat-found-flag = "N"
               display "SUMWATCH0005W No run status available - "
                   "SUMEVEN has not written a heartbeat"
               move 4 to return-code
               goback
           end-if
           perform load-watch-state
           perform check-run-ended
           if run-ended-flag = "Y"
               display "SUMWATCH0006I SUMEVEN has posted its end for "
                   "business date " business-date
                   " - nothing to watch"
               move "N" to stall-alerted-flag
               move "N" to deadline-alerted-flag
               perform save-watch-state
               goback
           end-if
           perform check-heartbeat-movement
           perform project-finish-time
           open extend exception-log-file
           open extend watch-alert-file
           if stalled-flag = "Y"
               perform raise-stall-alert
           else
               move "N" to stall-alerted-flag
           end-if
           if late-flag = "Y"
               perform raise-deadline-alert
           else
               move "N" to deadline-alerted-flag
           end-if
           close exception-log-file
           close watch-alert-file
           perform save-watch-state
           if projection-flag = "N"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           if late-flag = "Y"
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if
           if stalled-flag = "Y"
               if return-code < 12
                   move 12 to return-code
               end-if
           end-if
           display "SUMWATCH0001I Range " status-range-sequence
               " iterations " status-iteration-count
               " last update " status-update-date " "
               status-update-time " minutes since "
               minutes-since-heartbeat
           goback
           .
       load-window-control.
           open input window-control-file
           if window-control-status = "00"
               read window-control-file
                   at end
                       continue
                   not at end
                       move "Y" to window-found-flag
               end-read
               close window-control-file
           end-if
           if window-found-flag = "N"
               display "SUMWATCH0002E No window-control record on "
                   "WINCTL"
           else
               if window-start-time is not numeric
                  or window-deadline-time is not numeric
                  or window-stall-minutes is not numeric
                  or window-stall-minutes = 0
                   display "SUMWATCH0002E Window-control record must "
                       "be hhmm hhmm mmmm: " window-control-record
                   move "N" to window-found-flag
               end-if
           end-if
           .
       default-business-date.
           compute check-hhmm = check-time / 10000
           if window-deadline-time < window-start-time
              and check-hhmm < window-start-time
               compute business-date = function date-of-integer(
                   function integer-of-date(check-date) - 1)
           end-if
           .
       load-run-status.
           open input run-status-file
           if run-status-file-status = "00"
               read run-status-file
                   at end
                       continue
                   not at end
                       move "Y" to heartbeat-found-flag
               end-read
               close run-status-file
           end-if
           .
       load-watch-state.
           open input watch-state-file
           if watch-state-status = "00"
               read watch-state-file
                   at end
                       continue
                   not at end
                       move "Y" to state-found-flag
                       move state-stall-alerted to stall-alerted-flag
                       move state-deadline-alerted
                           to deadline-alerted-flag
               end-read
               close watch-state-file
           end-if
           .
       check-run-ended.
           open input cycle-control-file
           if cycle-file-status = "00"
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
                               perform compare-post-to-heartbeat
                           else
                               move "Y" to input-file-eof
                           end-if
                   end-read
               end-perform
               close cycle-control-file
           end-if
           .
       compare-post-to-heartbeat.
           if cycle-end-date > status-update-date
              or (cycle-end-date = status-update-date
                  and cycle-end-time >= status-update-time)
               move "Y" to run-ended-flag
           end-if
           .
       check-heartbeat-movement.
           move status-iteration-count to heartbeat-iteration-count
           if state-found-flag = "Y"
              and state-update-date = status-update-date
              and state-update-time = status-update-time
              and state-job-id = status-job-id
              and state-range-sequence = status-range-sequence
              and state-iteration-count = heartbeat-iteration-count
               move "N" to heartbeat-moved-flag
           end-if
           move check-date to timestamp-date
           move check-time to timestamp-work
           perform convert-timestamp-to-minutes
           move timestamp-minutes to check-minutes
           move status-update-date to timestamp-date
           move status-update-time to timestamp-work
           perform convert-timestamp-to-minutes
           move timestamp-minutes to heartbeat-minutes
           compute minutes-since-heartbeat =
               check-minutes - heartbeat-minutes
           if heartbeat-moved-flag = "N"
              and minutes-since-heartbeat > window-stall-minutes
               move "Y" to stalled-flag
           end-if
           .
       convert-timestamp-to-minutes.
           compute timestamp-minutes =
               function integer-of-date(timestamp-date) * 1440
               + timestamp-hh * 60
               + timestamp-mm
           .
       project-finish-time.
           perform load-performance-history
           if history-iteration-total = 0
               display "SUMWATCH0007W No PERFSTAT history - finish "
                   "time cannot be projected"
           else
               move "Y" to projection-flag
               perform cost-remaining-ranges
               compute projected-minutes rounded =
                   remaining-hundredths / 6000
               move window-start-time to hhmm-work
               compute window-start-minutes =
                   hhmm-hh * 60 + hhmm-mm
               move window-deadline-time to hhmm-work
               compute deadline-minutes = hhmm-hh * 60 + hhmm-mm
               if deadline-minutes < window-start-minutes
                   add 1440 to deadline-minutes
               end-if
               move check-time to timestamp-work
               compute now-window-minutes =
                   timestamp-hh * 60 + timestamp-mm
               if now-window-minutes < window-start-minutes
                   add 1440 to now-window-minutes
               end-if
               add now-window-minutes to projected-minutes
               divide projected-minutes by 1440
                   giving projected-days
                   remainder projected-day-minutes
               divide projected-day-minutes by 60
                   giving hhmm-hh
                   remainder hhmm-mm
               move hhmm-work to projected-finish-hhmm
               display "SUMWATCH0009I Ranges still to run "
                   ranges-remaining-count
                   " projected finish " projected-finish-hhmm
                   " deadline " window-deadline-time
               if projected-minutes > deadline-minutes
                   move "Y" to late-flag
               end-if
           end-if
           .
       load-performance-history.
           move "N" to input-file-eof
           open input performance-stat-file
           perform until input-file-eof = "Y"
               read performance-stat-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       perform accumulate-one-history
               end-read
           end-perform
           close performance-stat-file
           .
       accumulate-one-history.
           move perf-elapsed-hundredths to record-elapsed
           move perf-iteration-count to record-iterations
           if perf-method-code not = "C"
               add record-elapsed to history-elapsed-total
               add record-iterations to history-iteration-total
           end-if
           move perf-range-start to record-range-start
           move perf-range-end to record-range-end
           move perf-range-step to record-range-step
           move perf-range-divisor to record-range-divisor
           perform find-history-entry
           if matched-entry-sub = 0
               if history-entry-count < history-table-limit
                   add 1 to history-entry-count
                   move history-entry-count to matched-entry-sub
                   move record-range-start
                       to history-range-start(matched-entry-sub)
                   move record-range-end
                       to history-range-end(matched-entry-sub)
                   move record-range-step
                       to history-range-step(matched-entry-sub)
                   move record-range-divisor
                       to history-range-divisor(matched-entry-sub)
                   move zero to history-runs(matched-entry-sub)
                   move zero to history-elapsed(matched-entry-sub)
               else
                   if table-overflow-flag = "N"
                       move "Y" to table-overflow-flag
                       display "SUMWATCH0010W History table full - "
                           "later ranges costed from the overall rate"
                   end-if
               end-if
           end-if
           if matched-entry-sub > 0
               add 1 to history-runs(matched-entry-sub)
               add record-elapsed to history-elapsed(matched-entry-sub)
           end-if
           .
       find-history-entry.
           move zero to matched-entry-sub
           perform scan-history-entries
               varying table-sub from 1 by 1
               until table-sub > history-entry-count
                  or matched-entry-sub > 0
           .
       scan-history-entries.
           if history-range-start(table-sub) = record-range-start
              and history-range-end(table-sub) = record-range-end
              and history-range-step(table-sub) = record-range-step
              and history-range-divisor(table-sub)
                  = record-range-divisor
               move table-sub to matched-entry-sub
           end-if
           .
       cost-remaining-ranges.
           move status-range-end to heartbeat-range-end
           move status-current-integer to heartbeat-current-integer
           move zero to range-sequence-number
           move "N" to input-file-eof
           open input range-control-file
           perform until input-file-eof = "Y"
               read range-control-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       add 1 to range-sequence-number
                       perform cost-one-range
               end-read
           end-perform
           close range-control-file
           .
       cost-one-range.
           if range-sequence-number = status-range-sequence
              and range-step-value not = 0
               compute remaining-terms =
                   (heartbeat-range-end - heartbeat-current-integer)
                       / range-step-value
               if remaining-terms > 0
                   compute remaining-hundredths =
                       remaining-hundredths
                       + remaining-terms * history-elapsed-total
                           / history-iteration-total
               end-if
           end-if
           if range-sequence-number > status-range-sequence
               add 1 to ranges-remaining-count
               move range-start-value to record-range-start
               move range-end-value to record-range-end
               move range-step-value to record-range-step
               move range-divisor-value to record-range-divisor
               perform find-history-entry
               if matched-entry-sub > 0
                   compute remaining-hundredths =
                       remaining-hundredths
                       + history-elapsed(matched-entry-sub)
                           / history-runs(matched-entry-sub)
               else
                   if range-step-value not = 0
                       compute remaining-terms =
                           (range-end-value - range-start-value)
                               / range-step-value + 1
                       if remaining-terms > 0
                           compute remaining-hundredths =
                               remaining-hundredths
                               + remaining-terms
                                   * history-elapsed-total
                                   / history-iteration-total
                       end-if
                   end-if
               end-if
           end-if
           .
       raise-stall-alert.
           display "SUMWATCH0003E SUMEVEN stalled - heartbeat for "
               "range " status-range-sequence " unchanged for "
               minutes-since-heartbeat " minutes, threshold "
               window-stall-minutes
           if stall-alerted-flag = "N"
               move "Y" to stall-alerted-flag
               move "SUMWATCH0003E" to exception-work-id
               perform log-exception
               move "S" to alert-severity
               move "STALL" to alert-measure
               move minutes-since-heartbeat to alert-reported-value
               move zero to alert-limit-low
               move window-stall-minutes to alert-limit-high
               perform write-watch-alert
           end-if
           .
       raise-deadline-alert.
           display "SUMWATCH0004E SUMEVEN will miss the deadline - "
               "projected finish " projected-finish-hhmm
               " deadline " window-deadline-time
           if deadline-alerted-flag = "N"
               move "Y" to deadline-alerted-flag
               move "SUMWATCH0004E" to exception-work-id
               perform log-exception
               move "L" to alert-severity
               move "DEADL" to alert-measure
               move projected-finish-hhmm to alert-reported-value
               move zero to alert-limit-low
               move window-deadline-time to alert-limit-high
               perform write-watch-alert
           end-if
           .
       log-exception.
           move exception-work-id to exception-message-id
           move exception-work-severity to exception-severity
           move check-date to exception-run-date
           move check-time to exception-run-time
           move status-job-id to exception-job-id
           move status-range-start to exception-range-start
           move status-range-end to exception-range-end
           move zero to exception-range-step
           move zero to exception-range-divisor
           write exception-log-record
           .
       write-watch-alert.
           move check-date to alert-run-date
           move status-range-start to alert-range-start
           move status-range-end to alert-range-end
           move zero to alert-range-step
           move zero to alert-range-divisor
           write alert-record
           .
       save-watch-state.
           open output watch-state-file
           move spaces to watch-state-record
           move status-update-date to state-update-date
           move status-update-time to state-update-time
           move status-job-id to state-job-id
           move status-range-sequence to state-range-sequence
           move heartbeat-iteration-count to state-iteration-count
           move stall-alerted-flag to state-stall-alerted
           move deadline-alerted-flag to state-deadline-alerted
           move check-date to state-check-date
           move check-time to state-check-time
           write watch-state-record
           close watch-state-file
           .
