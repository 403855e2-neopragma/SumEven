      *>     PURGE       - delete all completed checkpoint records
      *>     DELETE nnnn - force-delete the checkpoint with key nnnn
      *>                   so a range can be re-run from scratch
      *> The job-id the run is submitted under goes in columns 13-20
      *> of the PARM. PURGE and DELETE are destructive, so before
      *> either touches the file the job-id must be authorized for
      *> the action (CKPTPURG or CKPTDEL) through AUTHCHK; the
      *> attempt is written to the security log either way.
      *> Return code 4 when a requested key is not found, 8 for a
      *> bad PARM or a checkpoint-file failure, 12 when the action
      *> is refused as unauthorized.
       Environment Division.
       Input-Output Section.
       File-Control.
       01  listed-record-count      pic s9(5) value zero.
       01  purged-record-count      pic s9(5) value zero.
       01  requested-key            pic 9(4) value zero.
       01  job-id                   pic x(8) value spaces.
       copy AUTHCKPA.
       01  list-detail-line.
           05  list-key             pic 9(4).
           05  filler               pic x(1) value space.
               10  parameter-function   pic x(6).
               10  filler               pic x(1).
               10  parameter-key        pic x(4).
               10  filler               pic x(1).
               10  parameter-job-id     pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
               move 8 to return-code
               goback
           end-if
           if job-parameter-length >= 20
               move parameter-job-id to job-id
           end-if
           if parameter-function = "PURGE "
              or parameter-function = "DELETE"
               perform authorize-maintenance-action
               if auth-allowed-flag not = "Y"
                   display "CKPTMNT0009E " parameter-function
                       " refused - job-id " job-id
                       " is not authorized: " auth-reason
                   move 12 to return-code
                   goback
               end-if
           end-if
           open i-o checkpoint-file
           if checkpoint-file-status not = "00"
               display "CKPTMNT0003E Checkpoint file open failed, "
           close checkpoint-file
           goback
           .
       authorize-maintenance-action.
           move "CKPTMNT" to auth-program
           move job-id to auth-user
           move zero to auth-cutoff-date
           if parameter-function = "PURGE "
               move "CKPTPURG" to auth-action
               move "COMPLETED CHECKPOINTS" to auth-object
           else
               move "CKPTDEL" to auth-action
               move parameter-key to auth-object
           end-if
           call "AUTHCHK" using authorization-check-area
           .
       list-all-checkpoints.
           perform start-at-first-checkpoint
           perform until checkpoint-eof = "Y"
