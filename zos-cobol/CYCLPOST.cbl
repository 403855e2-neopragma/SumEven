       Identification Division.
       Program-Id. CYCLPOST.
      *> Callable step-completion poster for the nightly cycle
      *> control file. The caller fills in a cycle-control-record
      *> (CYCLEREC) with its business date, step name, job-id,
      *> start and end timestamps, final return code, and record
      *> counts, and CALLs CYCLPOST to add it to the indexed
      *> CYCLECTL file. The file is opened and closed on every call
      *> so each step posts exactly once, at its end, and nothing is
      *> held open across the run. A failure to post is reported
      *> with a message but never changes the caller's result: the
      *> step has already done its work, and CYCLGATE treats a
      *> missing post as a step that did not run.
       Environment Division.
       Input-Output Section.
       File-Control.
           select cycle-control-file assign to CYCLECTL
               organization is indexed
               access mode is dynamic
               record key is cycle-control-key
               file status is cycle-file-status.
       Data Division.
       File Section.
       FD  cycle-control-file.
           copy CYCLEREC.
       Working-Storage Section.
       01  cycle-file-status        pic xx.
       Linkage Section.
       01  cycle-post-area          pic x(87).

       Procedure Division using cycle-post-area.
           move cycle-post-area to cycle-control-record
           open i-o cycle-control-file
           if cycle-file-status not = "00"
              and cycle-file-status not = "05"
               display "CYCLPOST0002E Cycle control file open "
                   "failed, status " cycle-file-status
                   " - step " cycle-step-name " not posted"
               goback
           end-if
           write cycle-control-record
               invalid key
                   display "CYCLPOST0003E Cycle control write "
                       "failed for step " cycle-step-name
                       " date " cycle-business-date
                       ", status " cycle-file-status
               not invalid key
                   display "CYCLPOST0001I Step " cycle-step-name
                       " posted for business date "
                       cycle-business-date
                       " return code " cycle-return-code
           end-write
           close cycle-control-file
           goback
           .
