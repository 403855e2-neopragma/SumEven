      *> Shared range-catalog journal record for the RCATJRN file:
      *> RCATMNT appends a before-image and an after-image record for
      *> every catalog ADD, CHANGE, and DELETE it applies, stamped
      *> with the date, time, and job-id of the run, the maintenance
      *> action, and a change number that pairs the two images of
      *> one change. The catalog image is a full range-catalog-record
      *> (RCATREC); the before-image of an ADD and the after-image of
      *> a DELETE are spaces, since the range did not exist on the
      *> catalog on that side of the change. The file is only ever
      *> extended, so it reads back in the order the changes were
      *> made. Read by RCATHIST for change history and point-in-time
      *> rebuilds of a catalog definition.
       01  catalog-journal-record.
           05  journal-date             pic 9(8).
           05  journal-time             pic 9(8).
           05  journal-job-id           pic x(8).
           05  journal-change-number    pic 9(5).
           05  journal-action           pic x(6).
           05  journal-image-type       pic x(1).
           05  journal-range-id         pic x(8).
           05  journal-catalog-image    pic x(94).
