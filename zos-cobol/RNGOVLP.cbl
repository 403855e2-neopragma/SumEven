       Identification Division.
       Program-Id. RNGOVLP.
      *> Range overlap and redundancy analysis for operations to take
      *> to the range owners. Loads the standing ranges on the
      *> indexed RANGECAT catalog that are in effect on the business
      *> date and the ranges on tonight's edited control file (the
      *> RANGEDIT clean output, read on RANGEIN as SUMEVEN reads it),
      *> and compares every pair with the same divisor by the terms
      *> they actually sum. A descending range is compared by its
      *> terms like any other, and an end value off the step is
      *> taken at the last term summed. A control-file range that
      *> matches an in-effect catalog entry field for field, same
      *> department, is the catalog entry resolved by RANGEDIT and is
      *> analyzed once, as the catalog entry. Findings are:
      *>     DUPLICATE - two ranges sum exactly the same terms under
      *>                 different range-ids or departments
      *>     CONTAINED - every term of the first range is also summed
      *>                 by the second (its step is a multiple of
      *>                 the second's and it lies on the second's
      *>                 terms)
      *>     OVERLAP   - the two ranges share some terms but neither
      *>                 contains the other
      *>     EXPIRED   - a catalog entry past its expiry date is still
      *>                 being requested: its definition is on
      *>                 tonight's control file, or an ID record for
      *>                 it was rejected by RANGEDIT as outside its
      *>                 effective period (REJECTS, reason X)
      *> For each finding the report shows the shared terms - the
      *> engine iterations that consolidation would save each time
      *> both ranges run, or for an expired entry the terms it still
      *> costs - the engine time they cost per run at the
      *> PERFSTAT history's overall time per iterated term (ranges
      *> answered in closed form are left out of that rate), and how
      *> often the first range has run on that history. The report
      *> starts with the list of ranges analyzed and ends with
      *> counts by finding. The optional PARM is the business date
      *> (yyyymmdd; today's date when omitted). Return code 4 when
      *> anything is found or a table fills; 8 for a bad PARM or a
      *> catalog-file failure.
       Environment Division.
       Input-Output Section.
       File-Control.
           select range-catalog-file assign to RANGECAT
               organization is indexed
               access mode is dynamic
               record key is catalog-range-id
               file status is catalog-file-status.
           select range-control-file assign to RANGEIN
               organization is sequential.
           select reject-file assign to REJECTS
               organization is sequential
               file status is reject-file-status.
           select performance-stat-file assign to PERFSTAT
               organization is sequential.
           select overlap-report-file assign to OVLPRPT
               organization is sequential.
       Data Division.
       File Section.
       FD  range-catalog-file.
           copy RCATREC.
       FD  range-control-file.
           copy RANGEDEF.
       FD  reject-file.
       01  reject-record.
           05  reject-reason-code       pic x(1).
           05  filler                   pic x(1).
           05  reject-input-prefix      pic x(3).
           05  reject-input-range-id    pic x(8).
           05  filler                   pic x(43).
       FD  performance-stat-file.
           copy PERFREC.
       FD  overlap-report-file.
       01  overlap-report-record        pic x(120).
       Working-Storage Section.
       01  catalog-file-status      pic xx.
       01  reject-file-status       pic xx.
       01  input-file-eof           pic x value "N".
       01  business-date            pic 9(8) value zero.
       01  range-sequence-number    pic 9(4) value zero.
       01  table-overflow-flag      pic x value "N".
       01  history-overflow-flag    pic x value "N".
       01  entry-found-flag         pic x value "N".
       01  matched-entry-sub        pic s9(4) comp value zero.
       01  table-sub                pic s9(4) comp value zero.
       01  first-sub                pic s9(4) comp value zero.
       01  second-sub               pic s9(4) comp value zero.
       01  next-sub                 pic s9(4) comp value zero.
       01  contained-sub            pic s9(4) comp value zero.
       01  container-sub            pic s9(4) comp value zero.
       01  range-entry-count        pic s9(4) comp value zero.
       01  range-table-limit        pic s9(4) comp value 500.
       01  range-table.
           05  range-entry occurs 500 times.
               10  entry-source         pic x(3).
               10  entry-id             pic x(8).
               10  entry-department     pic x(4).
               10  entry-start          pic s9(9).
               10  entry-end            pic s9(9).
               10  entry-step           pic s9(4).
               10  entry-divisor        pic s9(4).
               10  entry-expiry-date    pic 9(8).
               10  entry-low            pic s9(9).
               10  entry-high           pic s9(9).
               10  entry-abs-step       pic s9(4).
               10  entry-terms          pic s9(9).
               10  entry-expired-flag   pic x(1).
               10  entry-requested-flag pic x(1).
       01  work-start               pic s9(9) value zero.
       01  work-end                 pic s9(9) value zero.
       01  work-step                pic s9(4) value zero.
       01  work-low                 pic s9(9) value zero.
       01  work-high                pic s9(9) value zero.
       01  work-abs-step            pic s9(4) value zero.
       01  work-terms               pic s9(9) value zero.
       01  overlap-low              pic s9(9) value zero.
       01  overlap-high             pic s9(9) value zero.
       01  coarse-sub               pic s9(4) comp value zero.
       01  fine-sub                 pic s9(4) comp value zero.
       01  coarse-step              pic s9(4) value zero.
       01  fine-step                pic s9(4) value zero.
       01  steps-to-first           pic s9(9) value zero.
       01  first-candidate          pic s9(9) value zero.
       01  candidate-term           pic s9(9) value zero.
       01  scan-count               pic s9(9) value zero.
       01  scan-limit               pic s9(9) value zero.
       01  scan-ended-flag          pic x value "N".
       01  common-found-flag        pic x value "N".
       01  first-common-term        pic s9(9) value zero.
       01  term-offset              pic s9(9) value zero.
       01  offset-quotient          pic s9(9) value zero.
       01  offset-remainder         pic s9(9) value zero.
       01  gcd-a                    pic s9(9) value zero.
       01  gcd-b                    pic s9(9) value zero.
       01  gcd-quotient             pic s9(9) value zero.
       01  gcd-remainder            pic s9(9) value zero.
       01  common-step              pic s9(9) value zero.
       01  shared-terms             pic s9(9) value zero.
       01  finding-type             pic x(10) value spaces.
       01  finding-hundredths       pic s9(11) value zero.
       01  finding-seconds          pic s9(9) value zero.
       01  finding-history-runs     pic s9(5) value zero.
       01  duplicate-count          pic s9(5) value zero.
       01  contained-count          pic s9(5) value zero.
       01  overlap-count            pic s9(5) value zero.
       01  expired-count            pic s9(5) value zero.
       01  total-shared-terms       pic s9(11) value zero.
       01  total-finding-seconds    pic s9(11) value zero.
       01  history-elapsed-total    pic s9(11) value zero.
       01  history-iteration-total  pic s9(11) value zero.
       01  record-elapsed           pic s9(9) value zero.
       01  record-iterations        pic s9(9) value zero.
       01  record-range-start       pic s9(9) value zero.
       01  record-range-end         pic s9(9) value zero.
       01  record-range-step        pic s9(4) value zero.
       01  record-range-divisor     pic s9(4) value zero.
       01  history-entry-count      pic s9(4) comp value zero.
       01  history-table-limit      pic s9(4) comp value 500.
       01  history-table.
           05  history-entry occurs 500 times.
               10  history-range-start  pic s9(9).
               10  history-range-end    pic s9(9).
               10  history-range-step   pic s9(4).
               10  history-range-divisor pic s9(4).
               10  history-runs         pic s9(5).
       01  heading-line             pic x(120)
               value "RANGE OVERLAP AND REDUNDANCY ANALYSIS".
       01  blank-line               pic x(120) value spaces.
       01  business-date-line.
           05  filler               pic x(14) value "BUSINESS DATE ".
           05  business-date-text   pic 9(8).
           05  filler               pic x(98) value spaces.
       01  range-heading-line       pic x(120)
               value "RANGES ANALYZED".
       01  range-detail-line.
           05  range-line-source    pic x(3).
           05  filler               pic x(1) value space.
           05  range-line-id        pic x(8).
           05  filler               pic x(1) value space.
           05  range-line-department pic x(4).
           05  filler               pic x(1) value space.
           05  range-line-start     pic -(8)9.
           05  filler               pic x(4) value " to ".
           05  range-line-end       pic -(8)9.
           05  filler               pic x(4) value " by ".
           05  range-line-step      pic -(3)9.
           05  filler               pic x(5) value " div ".
           05  range-line-divisor   pic -(3)9.
           05  filler               pic x(7) value " terms ".
           05  range-line-terms     pic -(8)9.
           05  filler               pic x(1) value space.
           05  range-line-note      pic x(24).
           05  filler               pic x(22) value spaces.
       01  finding-heading-line     pic x(120)
               value "FINDINGS".
       01  finding-column-line.
           05  filler               pic x(11) value "FINDING".
           05  filler               pic x(18) value "FIRST RANGE".
           05  filler               pic x(18) value "SECOND RANGE".
           05  filler               pic x(10) value "SHARED".
           05  filler               pic x(10) value "SEC/RUN".
           05  filler               pic x(53) value "RUNS".
       01  finding-detail-line.
           05  finding-line-type    pic x(10).
           05  filler               pic x(1) value space.
           05  finding-first-source pic x(3).
           05  filler               pic x(1) value space.
           05  finding-first-id     pic x(8).
           05  filler               pic x(1) value space.
           05  finding-first-dept   pic x(4).
           05  filler               pic x(1) value space.
           05  finding-second-source pic x(3).
           05  filler               pic x(1) value space.
           05  finding-second-id    pic x(8).
           05  filler               pic x(1) value space.
           05  finding-second-dept  pic x(4).
           05  filler               pic x(1) value space.
           05  finding-line-shared  pic -(8)9.
           05  filler               pic x(1) value space.
           05  finding-line-seconds pic -(8)9.
           05  filler               pic x(1) value space.
           05  finding-line-runs    pic -(4)9.
           05  filler               pic x(48) value spaces.
       01  total-line.
           05  total-line-label     pic x(24).
           05  total-line-count     pic -(10)9.
           05  filler               pic x(85) value spaces.
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
                   display "RNGOVLP0002E Business date parameter must "
                       "be yyyymmdd: " parameter-business-date
                   move 8 to return-code
                   goback
               end-if
               move parameter-business-date to business-date
           end-if
           open input range-catalog-file
           if catalog-file-status not = "00"
               display "RNGOVLP0003E Range catalog open failed, "
                   "status " catalog-file-status
               move 8 to return-code
               goback
           end-if
           perform load-catalog-ranges
           close range-catalog-file
           perform load-control-file-ranges
           perform load-expired-requests
           perform load-performance-history
           open output overlap-report-file
           write overlap-report-record from heading-line
           move business-date to business-date-text
           write overlap-report-record from business-date-line
           write overlap-report-record from blank-line
           write overlap-report-record from range-heading-line
           perform write-range-line
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
           write overlap-report-record from blank-line
           write overlap-report-record from finding-heading-line
           write overlap-report-record from finding-column-line
           perform report-expired-entry
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
           perform compare-from-one-entry
               varying first-sub from 1 by 1
               until first-sub > range-entry-count
           perform write-report-totals
           close overlap-report-file
           display "RNGOVLP0001I Ranges analyzed: " range-entry-count
               " duplicates: " duplicate-count
               " contained: " contained-count
               " overlaps: " overlap-count
               " expired still requested: " expired-count
           if duplicate-count + contained-count + overlap-count
              + expired-count = 0
               display "RNGOVLP0006I No overlapping, redundant, or "
                   "expired ranges found"
           else
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback
           .
       load-catalog-ranges.
           move "N" to input-file-eof
           move low-values to catalog-range-id
           start range-catalog-file key >= catalog-range-id
               invalid key
                   move "Y" to input-file-eof
           end-start
           perform until input-file-eof = "Y"
               read range-catalog-file next
                   at end
                       move "Y" to input-file-eof
                   not at end
                       if catalog-effective-date <= business-date
                           perform add-catalog-entry
                       end-if
               end-read
           end-perform
           .
       add-catalog-entry.
           move zero to matched-entry-sub
           move catalog-range-start to work-start
           move catalog-range-end to work-end
           move catalog-range-step to work-step
           perform normalize-range-terms
           if work-terms > 0
              and catalog-range-divisor > 0
               perform allocate-range-entry
           end-if
           if matched-entry-sub > 0
               move "CAT" to entry-source(matched-entry-sub)
               move catalog-range-id to entry-id(matched-entry-sub)
               move catalog-department-code
                   to entry-department(matched-entry-sub)
               move catalog-range-divisor
                   to entry-divisor(matched-entry-sub)
               move catalog-expiry-date
                   to entry-expiry-date(matched-entry-sub)
               if catalog-expiry-date < business-date
                   move "Y" to entry-expired-flag(matched-entry-sub)
               end-if
           end-if
           .
       load-control-file-ranges.
           move "N" to input-file-eof
           open input range-control-file
           perform until input-file-eof = "Y"
               read range-control-file
                   at end
                       move "Y" to input-file-eof
                   not at end
                       add 1 to range-sequence-number
                       perform add-control-file-entry
               end-read
           end-perform
           close range-control-file
           .
       add-control-file-entry.
           move zero to matched-entry-sub
           perform mark-requested-catalog-entry
           if entry-found-flag = "N"
               move range-start-value to work-start
               move range-end-value to work-end
               move range-step-value to work-step
               perform normalize-range-terms
               if work-terms > 0
                  and range-divisor-value > 0
                   perform allocate-range-entry
               end-if
               if matched-entry-sub > 0
                   move "RNG" to entry-source(matched-entry-sub)
                   move range-sequence-number
                       to entry-id(matched-entry-sub)
                   move range-department-code
                       to entry-department(matched-entry-sub)
                   move range-divisor-value
                       to entry-divisor(matched-entry-sub)
                   move zero to entry-expiry-date(matched-entry-sub)
               end-if
           end-if
           .
       mark-requested-catalog-entry.
           move "N" to entry-found-flag
           perform match-catalog-definition
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
                  or entry-found-flag = "Y"
           .
       match-catalog-definition.
           if entry-source(table-sub) = "CAT"
              and entry-start(table-sub) = range-start-value
              and entry-end(table-sub) = range-end-value
              and entry-step(table-sub) = range-step-value
              and entry-divisor(table-sub) = range-divisor-value
               if entry-expired-flag(table-sub) = "Y"
                   move "Y" to entry-requested-flag(table-sub)
               else
                   if entry-department(table-sub)
                      = range-department-code
                       move "Y" to entry-found-flag
                       move "Y" to entry-requested-flag(table-sub)
                   end-if
               end-if
           end-if
           .
       load-expired-requests.
           move "N" to input-file-eof
           open input reject-file
           if reject-file-status = "00"
               perform until input-file-eof = "Y"
                   read reject-file
                       at end
                           move "Y" to input-file-eof
                       not at end
                           if reject-reason-code = "X"
                              and reject-input-prefix = "ID "
                               perform mark-rejected-catalog-entry
                           end-if
                   end-read
               end-perform
               close reject-file
           end-if
           .
       mark-rejected-catalog-entry.
           perform match-rejected-range-id
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
           .
       match-rejected-range-id.
           if entry-source(table-sub) = "CAT"
              and entry-id(table-sub) = reject-input-range-id
              and entry-expired-flag(table-sub) = "Y"
               move "Y" to entry-requested-flag(table-sub)
           end-if
           .
       allocate-range-entry.
           if range-entry-count < range-table-limit
               add 1 to range-entry-count
               move range-entry-count to matched-entry-sub
               move work-start to entry-start(matched-entry-sub)
               move work-end to entry-end(matched-entry-sub)
               move work-step to entry-step(matched-entry-sub)
               move work-low to entry-low(matched-entry-sub)
               move work-high to entry-high(matched-entry-sub)
               move work-abs-step to entry-abs-step(matched-entry-sub)
               move work-terms to entry-terms(matched-entry-sub)
               move "N" to entry-expired-flag(matched-entry-sub)
               move "N" to entry-requested-flag(matched-entry-sub)
           else
               if table-overflow-flag = "N"
                   move "Y" to table-overflow-flag
                   display "RNGOVLP0004W Range table full - analysis "
                       "covers only the first " range-table-limit
                       " ranges"
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if
           .
       normalize-range-terms.
           move zero to work-terms
           if work-step not = 0
               compute work-terms =
                   (work-end - work-start) / work-step + 1
           end-if
           if work-terms > 0
               if work-step > 0
                   move work-start to work-low
                   compute work-high =
                       work-start + (work-terms - 1) * work-step
                   move work-step to work-abs-step
               else
                   move work-start to work-high
                   compute work-low =
                       work-start + (work-terms - 1) * work-step
                   compute work-abs-step = 0 - work-step
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
           if history-iteration-total = 0
               display "RNGOVLP0005W No PERFSTAT history - engine "
                   "time per run is shown as zero"
           end-if
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
           if entry-found-flag = "N"
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
                   move "Y" to entry-found-flag
               else
                   if history-overflow-flag = "N"
                       move "Y" to history-overflow-flag
                       display "RNGOVLP0004W History table full - "
                           "run counts cover only part of PERFSTAT"
                       if return-code < 4
                           move 4 to return-code
                       end-if
                   end-if
               end-if
           end-if
           if entry-found-flag = "Y"
               add 1 to history-runs(matched-entry-sub)
           end-if
           .
       find-history-entry.
           move "N" to entry-found-flag
           perform scan-history-entries
               varying table-sub from 1 by 1
               until table-sub > history-entry-count
                  or entry-found-flag = "Y"
           .
       scan-history-entries.
           if history-range-start(table-sub) = record-range-start
              and history-range-end(table-sub) = record-range-end
              and history-range-step(table-sub) = record-range-step
              and history-range-divisor(table-sub)
                  = record-range-divisor
               move "Y" to entry-found-flag
               move table-sub to matched-entry-sub
           end-if
           .
       write-range-line.
           move entry-source(table-sub) to range-line-source
           move entry-id(table-sub) to range-line-id
           move entry-department(table-sub) to range-line-department
           move entry-start(table-sub) to range-line-start
           move entry-end(table-sub) to range-line-end
           move entry-step(table-sub) to range-line-step
           move entry-divisor(table-sub) to range-line-divisor
           move entry-terms(table-sub) to range-line-terms
           move spaces to range-line-note
           if entry-expired-flag(table-sub) = "Y"
               move "EXPIRED - NOT ANALYZED" to range-line-note
           else
               if entry-requested-flag(table-sub) = "Y"
                   move "ON TONIGHT'S CONTROL FILE" to range-line-note
               end-if
           end-if
           write overlap-report-record from range-detail-line
           .
       report-expired-entry.
           if entry-expired-flag(table-sub) = "Y"
              and entry-requested-flag(table-sub) = "Y"
               add 1 to expired-count
               move "EXPIRED" to finding-type
               move table-sub to contained-sub
               move table-sub to container-sub
               move entry-terms(table-sub) to shared-terms
               perform write-finding-line
           end-if
           .
       compare-from-one-entry.
           compute next-sub = first-sub + 1
           if entry-expired-flag(first-sub) = "N"
               perform compare-one-pair
                   varying second-sub from next-sub by 1
                   until second-sub > range-entry-count
           end-if
           .
       compare-one-pair.
           if entry-expired-flag(second-sub) = "N"
              and entry-divisor(first-sub) = entry-divisor(second-sub)
               perform count-shared-terms
               if shared-terms > 0
                   perform classify-shared-terms
               end-if
           end-if
           .
       count-shared-terms.
           move zero to shared-terms
           move entry-low(first-sub) to overlap-low
           if entry-low(second-sub) > overlap-low
               move entry-low(second-sub) to overlap-low
           end-if
           move entry-high(first-sub) to overlap-high
           if entry-high(second-sub) < overlap-high
               move entry-high(second-sub) to overlap-high
           end-if
           if overlap-low <= overlap-high
               perform find-first-common-term
               if common-found-flag = "Y"
                   compute shared-terms =
                       (overlap-high - first-common-term)
                           / common-step + 1
               end-if
           end-if
           .
       find-first-common-term.
           if entry-abs-step(first-sub) >= entry-abs-step(second-sub)
               move first-sub to coarse-sub
               move second-sub to fine-sub
           else
               move second-sub to coarse-sub
               move first-sub to fine-sub
           end-if
           move entry-abs-step(coarse-sub) to coarse-step
           move entry-abs-step(fine-sub) to fine-step
           move coarse-step to gcd-a
           move fine-step to gcd-b
           perform reduce-greatest-divisor
               until gcd-b = 0
           compute scan-limit = fine-step / gcd-a
           compute common-step = coarse-step / gcd-a * fine-step
           compute steps-to-first =
               (overlap-low - entry-low(coarse-sub) + coarse-step - 1)
                   / coarse-step
           compute first-candidate =
               entry-low(coarse-sub) + steps-to-first * coarse-step
           move "N" to common-found-flag
           move "N" to scan-ended-flag
           perform test-one-candidate-term
               varying scan-count from 0 by 1
               until scan-count >= scan-limit
                  or common-found-flag = "Y"
                  or scan-ended-flag = "Y"
           .
       reduce-greatest-divisor.
           divide gcd-a by gcd-b
               giving gcd-quotient
               remainder gcd-remainder
           move gcd-b to gcd-a
           move gcd-remainder to gcd-b
           .
       test-one-candidate-term.
           compute candidate-term =
               first-candidate + scan-count * coarse-step
           if candidate-term > overlap-high
               move "Y" to scan-ended-flag
           else
               compute term-offset =
                   candidate-term - entry-low(fine-sub)
               divide term-offset by fine-step
                   giving offset-quotient
                   remainder offset-remainder
               if offset-remainder = 0
                   move "Y" to common-found-flag
                   move candidate-term to first-common-term
               end-if
           end-if
           .
       classify-shared-terms.
           move first-sub to contained-sub
           move second-sub to container-sub
           if shared-terms = entry-terms(first-sub)
              and shared-terms = entry-terms(second-sub)
               add 1 to duplicate-count
               move "DUPLICATE" to finding-type
           else
               if shared-terms = entry-terms(second-sub)
                   move second-sub to contained-sub
                   move first-sub to container-sub
                   add 1 to contained-count
                   move "CONTAINED" to finding-type
               else
                   if shared-terms = entry-terms(first-sub)
                       add 1 to contained-count
                       move "CONTAINED" to finding-type
                   else
                       add 1 to overlap-count
                       move "OVERLAP" to finding-type
                   end-if
               end-if
           end-if
           perform write-finding-line
           .
       write-finding-line.
           move zero to finding-seconds
           if history-iteration-total > 0
               compute finding-hundredths =
                   shared-terms * history-elapsed-total
                       / history-iteration-total
               compute finding-seconds rounded =
                   finding-hundredths / 100
           end-if
           move entry-start(contained-sub) to record-range-start
           move entry-end(contained-sub) to record-range-end
           move entry-step(contained-sub) to record-range-step
           move entry-divisor(contained-sub) to record-range-divisor
           perform find-history-entry
           move zero to finding-history-runs
           if entry-found-flag = "Y"
               move history-runs(matched-entry-sub)
                   to finding-history-runs
           end-if
           add shared-terms to total-shared-terms
           add finding-seconds to total-finding-seconds
           move finding-type to finding-line-type
           move entry-source(contained-sub) to finding-first-source
           move entry-id(contained-sub) to finding-first-id
           move entry-department(contained-sub) to finding-first-dept
           if container-sub = contained-sub
               move spaces to finding-second-source
               move spaces to finding-second-id
               move spaces to finding-second-dept
           else
               move entry-source(container-sub)
                   to finding-second-source
               move entry-id(container-sub) to finding-second-id
               move entry-department(container-sub)
                   to finding-second-dept
           end-if
           move shared-terms to finding-line-shared
           move finding-seconds to finding-line-seconds
           move finding-history-runs to finding-line-runs
           write overlap-report-record from finding-detail-line
           .
       write-report-totals.
           write overlap-report-record from blank-line
           move "RANGES ANALYZED" to total-line-label
           move range-entry-count to total-line-count
           write overlap-report-record from total-line
           move "EXACT DUPLICATES" to total-line-label
           move duplicate-count to total-line-count
           write overlap-report-record from total-line
           move "CONTAINED RANGES" to total-line-label
           move contained-count to total-line-count
           write overlap-report-record from total-line
           move "PARTIAL OVERLAPS" to total-line-label
           move overlap-count to total-line-count
           write overlap-report-record from total-line
           move "EXPIRED STILL REQUESTED" to total-line-label
           move expired-count to total-line-count
           write overlap-report-record from total-line
           move "SHARED TERMS PER RUN" to total-line-label
           move total-shared-terms to total-line-count
           write overlap-report-record from total-line
           move "ENGINE SECONDS PER RUN" to total-line-label
           move total-finding-seconds to total-line-count
           write overlap-report-record from total-line
           .
