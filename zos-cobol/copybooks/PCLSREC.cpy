      *> Shared period-close record for the indexed PERCLOSE file,
      *> keyed on the closed month (yyyymm), the record type, the
      *> department, and the divisor. When MTHCLOSE closes a month
      *> it writes one D record per department and divisor found on
      *> the audit-history master for the month, carrying the
      *> month's control totals for that group - ranges, sum-even,
      *> sum-odd, even-count, and a hash total (the sum of the run
      *> dates, run times, sequence numbers, and job-id character
      *> ordinals of the group's records, kept modulo 10**12) - and
      *> then one H record (department and divisor blank and zero)
      *> carrying the totals for the whole month, the number of D
      *> groups, and the date, time, and job-id of the close. A
      *> month with an H record is closed: AUDARCH and SUMEVEN
      *> divert records dated in it to the POSTADJ post-close
      *> adjustment file, AUDRELD refuses a reload whose backup no
      *> longer agrees with the closed totals, and MTHCLOSE RECON
      *> proves the master still does.
       01  period-close-record.
           05  period-close-key.
               10  close-month          pic 9(6).
               10  close-record-type    pic x(1).
               10  close-department     pic x(4).
               10  close-divisor        pic 9(4).
           05  close-range-count        pic s9(9).
           05  close-sum-even           pic s9(11).
           05  close-sum-odd            pic s9(11).
           05  close-even-count         pic s9(11).
           05  close-hash-total         pic 9(12).
           05  close-group-count        pic 9(5).
           05  close-date               pic 9(8).
           05  close-time               pic 9(8).
           05  close-job-id             pic x(8).
