       FD  range-control-file.
           copy RANGEDEF.
       FD  split-file-1.
       01  split1-control-record        pic x(54).
       FD  split-file-2.
       01  split2-control-record        pic x(54).
       FD  split-file-3.
       01  split3-control-record        pic x(54).
       FD  split-file-4.
       01  split4-control-record        pic x(54).
       FD  split-map-file.
           copy SPLITMAP.
       Working-Storage Section.
                     range-divisor-value by sub-range-divisor
                     range-frequency-code by sub-range-frequency-code
                     range-frequency-days by sub-range-frequency-days
                     range-department-code by sub-range-department
                     range-request-ref by sub-range-request-ref.
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
               move range-frequency-code to sub-range-frequency-code
               move range-frequency-days to sub-range-frequency-days
               move range-department-code to sub-range-department
               move range-request-ref to sub-range-request-ref
               perform write-one-sub-range
           else
               compute series-term-count =
           move range-frequency-code to sub-range-frequency-code
           move range-frequency-days to sub-range-frequency-days
           move range-department-code to sub-range-department
           move range-request-ref to sub-range-request-ref
           perform write-one-sub-range
           add part-term-count to term-offset
           .
