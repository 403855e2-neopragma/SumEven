      *> Shared department-master record for the indexed DEPTMSTR
      *> file: one record per 4-character department code that may
      *> appear on RANGEDEF, RCATREC, and AUDITREC, keyed on the code.
      *> Carries the department's name, cost center, and manager for
      *> the chargeback, and an active flag (Y or N) with the
      *> effective period: a code is usable only while its flag is Y
      *> and the date falls between the effective and expiry dates
      *> inclusive. The default code NONE is held on the master like
      *> any other. Maintained by DEPTMNT and checked by RANGEREQ,
      *> RANGEDIT, and RCATMNT.
       01  department-record.
           05  department-code          pic x(4).
           05  department-name          pic x(30).
           05  department-cost-center   pic x(8).
           05  department-manager       pic x(20).
           05  department-active-flag   pic x(1).
           05  department-effective-date pic 9(8).
           05  department-expiry-date   pic 9(8).
