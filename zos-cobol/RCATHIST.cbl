       Identification Division.
       Program-Id. RCATHIST.
      *> Inquiry against the range-catalog change journal written by
      *> RCATMNT. The PARM selects the request:
      *>     R xxxxxxxx          - every change made to range-id
      *>                           xxxxxxxx, oldest first
      *>     D yyyymmdd yyyymmdd - every change made to any range-id
      *>                           between the two dates inclusive
      *>     P xxxxxxxx yyyymmdd - the catalog definition of range-id
      *>                           xxxxxxxx as it stood at the end of
      *>                           the given date
      *> R and D show both images of each change: B is the record
      *> before the change (blank for an ADD), A the record after it
      *> (blank for a DELETE). P replays the journal up to the date
      *> and shows the latest after-image; when the range was first
      *> changed after that date, the before-image of that change is
      *> the definition that stood on the date; when the range has
      *> never been changed since journaling began, the current
      *> RANGECAT record is shown. Return code 4 when nothing
      *> matches or the range-id was not on the catalog on the date,
      *> 8 for a bad PARM or a catalog-file failure.
       Environment Division.
       Input-Output Section.
       File-Control.
           select catalog-journal-file assign to RCATJRN
               organization is sequential.
           select range-catalog-file assign to RANGECAT
               organization is indexed
               access mode is dynamic
               record key is catalog-range-id
               file status is catalog-file-status.
       Data Division.
       File Section.
       FD  catalog-journal-file.
           copy RCJRNREC.
       FD  range-catalog-file.
           copy RCATREC.
       Working-Storage Section.
       01  catalog-file-status      pic xx.
       01  journal-eof              pic x value "N".
       01  matched-record-count     pic s9(7) value zero.
       01  requested-range-id       pic x(8) value spaces.
       01  requested-from-date      pic 9(8) value zero.
       01  requested-to-date        pic 9(8) value zero.
       01  as-of-image-found        pic x value "N".
       01  as-of-image-source       pic x(24) value spaces.
       01  as-of-catalog-image      pic x(94) value spaces.
       copy RCATREC
           replacing range-catalog-record by history-catalog-record
                     catalog-range-id by history-range-id
                     catalog-description by history-description
                     catalog-owner by history-owner
                     catalog-effective-date by history-effective-date
                     catalog-expiry-date by history-expiry-date
                     catalog-range-start by history-range-start
                     catalog-range-end by history-range-end
                     catalog-range-step by history-range-step
                     catalog-range-divisor by history-range-divisor
                     catalog-frequency-code by history-frequency-code
                     catalog-frequency-days by history-frequency-days
                     catalog-department-code by
                         history-department-code.
       01  change-heading-line.
           05  change-date          pic 9(8).
           05  filler               pic x(1) value space.
           05  change-time          pic 9(8).
           05  filler               pic x(1) value space.
           05  change-job-id        pic x(8).
           05  filler               pic x(1) value space.
           05  change-number        pic 9(5).
           05  filler               pic x(1) value space.
           05  change-action        pic x(6).
           05  filler               pic x(1) value space.
           05  change-image-type    pic x(1).
       01  history-detail-line.
           05  list-range-id        pic x(8).
           05  filler               pic x(1) value space.
           05  list-owner           pic x(8).
           05  filler               pic x(1) value space.
           05  list-effective-date  pic 9(8).
           05  filler               pic x(1) value "-".
           05  list-expiry-date     pic 9(8).
           05  filler               pic x(1) value space.
           05  list-range-start     pic -(8)9.
           05  filler               pic x(4) value " to ".
           05  list-range-end       pic -(8)9.
           05  filler               pic x(4) value " by ".
           05  list-range-step      pic -(3)9.
           05  filler               pic x(5) value " div ".
           05  list-range-divisor   pic -(3)9.
           05  filler               pic x(6) value " freq ".
           05  list-frequency-code  pic x(1).
           05  filler               pic x(1) value space.
           05  list-frequency-days  pic x(7).
           05  filler               pic x(6) value " dept ".
           05  list-department      pic x(4).
           05  filler               pic x(1) value space.
           05  list-description     pic x(24).
       Linkage Section.
       01  job-parameter.
           05  job-parameter-length pic s9(4) comp.
           05  job-parameter-value.
               10  parameter-request-type pic x(1).
               10  filler               pic x(1).
               10  parameter-argument   pic x(8).
               10  filler               pic x(1).
               10  parameter-date       pic x(8).

       Procedure Division using job-parameter.
           move zero to return-code
           if job-parameter-length < 3
               display "RCATHIST0002E Missing request parameter - "
                   "use R xxxxxxxx, D yyyymmdd yyyymmdd, or "
                   "P xxxxxxxx yyyymmdd"
               move 8 to return-code
               goback
           end-if
           evaluate parameter-request-type
               when "R"
                   perform list-history-for-range
               when "D"
                   perform list-changes-for-dates
               when "P"
                   perform rebuild-definition-as-of
               when other
                   display "RCATHIST0002E Unknown request type "
                       parameter-request-type " - use R xxxxxxxx, "
                       "D yyyymmdd yyyymmdd, or P xxxxxxxx yyyymmdd"
                   move 8 to return-code
           end-evaluate
           if return-code = 0
               display "RCATHIST0001I Journal records displayed: "
                   matched-record-count
               if matched-record-count = 0
                   display "RCATHIST0004W No catalog changes match "
                       parameter-request-type " " parameter-argument
                       " " parameter-date
                   move 4 to return-code
               end-if
           end-if
           goback
           .
       list-history-for-range.
           move parameter-argument to requested-range-id
           open input catalog-journal-file
           perform until journal-eof = "Y"
               read catalog-journal-file
                   at end
                       move "Y" to journal-eof
                   not at end
                       if journal-range-id = requested-range-id
                           perform show-one-journal-record
                       end-if
               end-read
           end-perform
           close catalog-journal-file
           .
       list-changes-for-dates.
           if job-parameter-length < 19
              or parameter-argument is not numeric
              or parameter-date is not numeric
               display "RCATHIST0002E D needs two dates, yyyymmdd "
                   "yyyymmdd: " parameter-argument " " parameter-date
               move 8 to return-code
           else
               move parameter-argument to requested-from-date
               move parameter-date to requested-to-date
               open input catalog-journal-file
               perform until journal-eof = "Y"
                   read catalog-journal-file
                       at end
                           move "Y" to journal-eof
                       not at end
                           if journal-date >= requested-from-date
                              and journal-date <= requested-to-date
                               perform show-one-journal-record
                           end-if
                   end-read
               end-perform
               close catalog-journal-file
           end-if
           .
       show-one-journal-record.
           add 1 to matched-record-count
           move journal-date to change-date
           move journal-time to change-time
           move journal-job-id to change-job-id
           move journal-change-number to change-number
           move journal-action to change-action
           move journal-image-type to change-image-type
           if journal-catalog-image = spaces
               display "RCATHIST0005I " change-heading-line
                   " " journal-range-id " (not on catalog)"
           else
               move journal-catalog-image to history-catalog-record
               perform format-history-detail
               display "RCATHIST0005I " change-heading-line
                   " " history-detail-line
           end-if
           .
       rebuild-definition-as-of.
           if job-parameter-length < 19
              or parameter-argument = spaces
              or parameter-date is not numeric
               display "RCATHIST0002E P needs a range-id and a date, "
                   "xxxxxxxx yyyymmdd: " parameter-argument " "
                   parameter-date
               move 8 to return-code
           else
               move parameter-argument to requested-range-id
               move parameter-date to requested-to-date
               open input catalog-journal-file
               perform until journal-eof = "Y"
                   read catalog-journal-file
                       at end
                           move "Y" to journal-eof
                       not at end
                           if journal-range-id = requested-range-id
                               perform replay-one-journal-record
                           end-if
                   end-read
               end-perform
               close catalog-journal-file
               if as-of-image-found = "N"
                   perform read-current-catalog-entry
               end-if
               if return-code = 0
                   perform show-definition-as-of
               end-if
           end-if
           .
       replay-one-journal-record.
           if journal-date <= requested-to-date
               if journal-image-type = "A"
                   move journal-catalog-image to as-of-catalog-image
                   move "Y" to as-of-image-found
                   move "after-image of change" to as-of-image-source
                   perform capture-as-of-change
               end-if
           else
               if as-of-image-found = "N"
                  and journal-image-type = "B"
                   move journal-catalog-image to as-of-catalog-image
                   move "Y" to as-of-image-found
                   move "before-image of change" to as-of-image-source
                   perform capture-as-of-change
               end-if
           end-if
           .
       capture-as-of-change.
           move journal-date to change-date
           move journal-time to change-time
           move journal-job-id to change-job-id
           move journal-change-number to change-number
           move journal-action to change-action
           move journal-image-type to change-image-type
           .
       read-current-catalog-entry.
           open input range-catalog-file
           if catalog-file-status not = "00"
               display "RCATHIST0003E Range catalog open failed, "
                   "status " catalog-file-status
               move 8 to return-code
           else
               move requested-range-id to catalog-range-id
               read range-catalog-file
                   invalid key
                       move spaces to as-of-catalog-image
                   not invalid key
                       move range-catalog-record
                           to as-of-catalog-image
               end-read
               move "current catalog, no changes journaled"
                   to as-of-image-source
               close range-catalog-file
           end-if
           .
       show-definition-as-of.
           if as-of-catalog-image = spaces
               display "RCATHIST0006W Range-id " requested-range-id
                   " was not on the catalog on " requested-to-date
               move 4 to return-code
           else
               add 1 to matched-record-count
               move as-of-catalog-image to history-catalog-record
               perform format-history-detail
               display "RCATHIST0007I Definition as of "
                   requested-to-date " from " as-of-image-source
               if as-of-image-found = "Y"
                   display "RCATHIST0007I " change-heading-line
               end-if
               display "RCATHIST0007I " history-detail-line
               if history-effective-date > requested-to-date
                  or history-expiry-date < requested-to-date
                   display "RCATHIST0008W Range-id "
                       requested-range-id " was on the catalog but "
                       "outside its effective period on "
                       requested-to-date
               end-if
           end-if
           .
       format-history-detail.
           move history-range-id to list-range-id
           move history-owner to list-owner
           move history-effective-date to list-effective-date
           move history-expiry-date to list-expiry-date
           move history-range-start to list-range-start
           move history-range-end to list-range-end
           move history-range-step to list-range-step
           move history-range-divisor to list-range-divisor
           move history-frequency-code to list-frequency-code
           move history-frequency-days to list-frequency-days
           move history-department-code to list-department
           move history-description to list-description
           .
