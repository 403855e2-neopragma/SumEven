      *> scheduling can see the night-over-night trend and whether
      *> the window fits, and range identities ordered by total
      *> elapsed time, slowest first, so the heaviest ranges can be
      *> handed to RANGSPLT for parallel running. A third section
      *> breaks the engine time down by the method SUMENGIN used -
      *> closed form or term-by-term iteration (records written
      *> before the closed form existed count as iterated) - and
      *> estimates the time the closed form saved: its terms costed
      *> at the iterated time per term, less the time it took.
      *> Return code 4 when no statistics are selected or a summary
      *> table fills.
       Environment Division.
       Input-Output Section.
       File-Control.
       01  sort-sub                 pic s9(4) comp value zero.
       01  sort-next-sub            pic s9(4) comp value zero.
       01  average-hundredths       pic s9(9) value zero.
       01  closed-range-count       pic s9(7) value zero.
       01  closed-elapsed-total     pic s9(11) value zero.
       01  closed-iteration-total   pic s9(11) value zero.
       01  iterated-range-count     pic s9(7) value zero.
       01  iterated-elapsed-total   pic s9(11) value zero.
       01  iterated-iteration-total pic s9(11) value zero.
       01  saved-hundredths         pic s9(11) value zero.
       01  lookup-run-key.
           05  lookup-run-date      pic 9(8).
           05  lookup-run-time      pic 9(8).
           05  filler               pic x(5) value " max ".
           05  range-detail-max     pic -(6)9.99.
           05  filler               pic x(3) value spaces.
       01  method-heading-line      pic x(100)
               value "ENGINE TIME BY METHOD".
       01  method-detail-line.
           05  method-detail-name   pic x(12).
           05  filler               pic x(8) value " ranges ".
           05  method-detail-ranges pic z(6)9.
           05  filler               pic x(9) value " elapsed ".
           05  method-detail-seconds pic -(8)9.99.
           05  filler               pic x(12) value " iterations ".
           05  method-detail-iterations pic -(10)9.
           05  filler               pic x(29) value spaces.
       01  method-savings-line.
           05  filler               pic x(41)
               value "ESTIMATED SECONDS SAVED BY CLOSED FORM ".
           05  method-saved-seconds pic -(8)9.99.
           05  filler               pic x(47) value spaces.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
               move perf-range-divisor to record-range-divisor
               perform count-record-for-run
               perform count-record-for-range
               perform count-record-for-method
           end-if
           .
       count-record-for-run.
               end-if
           end-if
           .
       count-record-for-method.
           if perf-method-code = "C"
               add 1 to closed-range-count
               add record-elapsed to closed-elapsed-total
               add record-iterations to closed-iteration-total
           else
               add 1 to iterated-range-count
               add record-elapsed to iterated-elapsed-total
               add record-iterations to iterated-iteration-total
           end-if
           .
       scan-range-table.
           if range-entry-start(table-sub) = record-range-start
              and range-entry-end(table-sub) = record-range-end
           perform write-range-line
               varying table-sub from 1 by 1
               until table-sub > range-entry-count
           write performance-report-record from blank-line
           perform write-method-section
           .
       write-method-section.
           write performance-report-record from method-heading-line
           move "CLOSED FORM" to method-detail-name
           move closed-range-count to method-detail-ranges
           compute method-detail-seconds = closed-elapsed-total / 100
           move closed-iteration-total to method-detail-iterations
           write performance-report-record from method-detail-line
           move "ITERATED" to method-detail-name
           move iterated-range-count to method-detail-ranges
           compute method-detail-seconds =
               iterated-elapsed-total / 100
           move iterated-iteration-total to method-detail-iterations
           write performance-report-record from method-detail-line
           move zero to saved-hundredths
           if iterated-iteration-total > 0
               compute saved-hundredths =
                   closed-iteration-total * iterated-elapsed-total
                       / iterated-iteration-total
                   - closed-elapsed-total
           end-if
           compute method-saved-seconds = saved-hundredths / 100
           write performance-report-record from method-savings-line
           .
       write-run-line.
           move run-entry-key(table-sub) to lookup-run-key
