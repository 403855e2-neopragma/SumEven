       FD  split-map-file.
           copy SPLITMAP.
       FD  partial-report-file-1.
       01  partial1-report-record       pic x(117).
       FD  partial-report-file-2.
       01  partial2-report-record       pic x(117).
       FD  partial-report-file-3.
       01  partial3-report-record       pic x(117).
       FD  partial-report-file-4.
       01  partial4-report-record       pic x(117).
       FD  consolidated-report-file.
       01  consolidated-report-record   pic x(117).
       Working-Storage Section.
       copy RPTREC.
       01  input-file-eof           pic x value "N".
               10  merged-overflow-flag pic x.
               10  merged-invalid-flag  pic x.
               10  merged-department    pic x(4).
               10  merged-request-ref   pic x(16).
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           move "N" to merged-overflow-flag(merged-sub)
           move "N" to merged-invalid-flag(merged-sub)
           move spaces to merged-department(merged-sub)
           move spaces to merged-request-ref(merged-sub)
           .
       load-split-map.
           move "N" to input-file-eof
           if report-department not = spaces
               move report-department to merged-department(merged-sub)
           end-if
           if report-request-ref not = spaces
               move report-request-ref
                   to merged-request-ref(merged-sub)
           end-if
           .
       check-for-missing-parts.
           perform check-one-map-entry
                   to report-invalid-flag
               move merged-department(merged-sub)
                   to report-department
               move merged-request-ref(merged-sub)
                   to report-request-ref
               write consolidated-report-record
                   from sum-report-record
               add merged-sum-even(merged-sub)
