      *> Downstream interface records for the finance data warehouse
      *> extract written by SUMEXTR: one H header record, one D
      *> detail record per RANGE line of a verified SUMEVEN report
      *> (or SUMMERGE consolidated report), and one T trailer record,
      *> every field separated by "|". Numbers are plain signed
      *> digits (leading + or -, no editing). The header carries the
      *> business date and the file sequence number, which rises by
      *> one for every file produced; the trailer repeats the
      *> sequence number and carries the detail-record count and
      *> hash totals of the sum-even, sum-odd, and even-count
      *> columns (each kept modulo 10**12), so the receiving side
      *> can reject a short, duplicated, or out-of-sequence file.
      *> The run date and job-id on each detail record are those of
      *> the AUDITLOG run that produced the range's result.
       01  extract-header-record.
           05  header-record-type       pic x(1) value "H".
           05  filler                   pic x(1) value "|".
           05  header-business-date     pic 9(8).
           05  filler                   pic x(1) value "|".
           05  header-file-sequence     pic 9(6).
           05  filler                   pic x(1) value "|".
           05  header-created-date      pic 9(8).
           05  filler                   pic x(1) value "|".
           05  header-created-time      pic 9(8).
           05  filler                   pic x(65) value spaces.
       01  extract-detail-record.
           05  detail-record-type       pic x(1) value "D".
           05  filler                   pic x(1) value "|".
           05  detail-run-date          pic 9(8).
           05  filler                   pic x(1) value "|".
           05  detail-job-id            pic x(8).
           05  filler                   pic x(1) value "|".
           05  detail-department        pic x(4).
           05  filler                   pic x(1) value "|".
           05  detail-range-start       pic +9(9).
           05  filler                   pic x(1) value "|".
           05  detail-range-end         pic +9(9).
           05  filler                   pic x(1) value "|".
           05  detail-range-step        pic +9(4).
           05  filler                   pic x(1) value "|".
           05  detail-range-divisor     pic +9(4).
           05  filler                   pic x(1) value "|".
           05  detail-sum-even          pic +9(9).
           05  filler                   pic x(1) value "|".
           05  detail-sum-odd           pic +9(9).
           05  filler                   pic x(1) value "|".
           05  detail-even-count        pic +9(9).
           05  filler                   pic x(1) value "|".
           05  detail-overflow-flag     pic x(1).
           05  filler                   pic x(1) value "|".
           05  detail-invalid-flag      pic x(1).
           05  filler                   pic x(5) value spaces.
       01  extract-trailer-record.
           05  trailer-record-type      pic x(1) value "T".
           05  filler                   pic x(1) value "|".
           05  trailer-file-sequence    pic 9(6).
           05  filler                   pic x(1) value "|".
           05  trailer-record-count     pic 9(9).
           05  filler                   pic x(1) value "|".
           05  trailer-sum-even-hash    pic +9(12).
           05  filler                   pic x(1) value "|".
           05  trailer-sum-odd-hash     pic +9(12).
           05  filler                   pic x(1) value "|".
           05  trailer-even-count-hash  pic +9(12).
           05  filler                   pic x(40) value spaces.
