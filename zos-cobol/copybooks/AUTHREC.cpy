      *> Shared authorization-table record for the indexed AUTHTBL
      *> file: one record per user (the job-id or operator id the
      *> destructive run identifies itself by) and action it is
      *> allowed to perform, keyed on the pair. The actions are
      *>     CKPTDEL  - CKPTMNT DELETE of one checkpoint
      *>     CKPTPURG - CKPTMNT PURGE of completed checkpoints
      *>     RCATCHG  - RCATMNT CHANGE of catalog records
      *>     RCATDEL  - RCATMNT DELETE of a catalog record
      *>     AUDARCH  - AUDARCH archive run against the live AUDITLOG
      *>     AUDRELD  - AUDRELD reload over the live AUDMSTR
      *>     STOPRUN  - a stop request placed on SUMEVEN's STOPREQ
      *>     DEPTCHG  - DEPTMNT CHANGE of department records
      *>     DEPTDEL  - DEPTMNT DELETE of a department record
      *>     MTHCLOSE - MTHCLOSE CLOSE of a month
      *> A grant is usable only while its active flag is Y and the
      *> date falls between the effective and expiry dates
      *> inclusive. For AUDARCH the retention days, when not zero,
      *> are the fewest days of history the user may leave on the
      *> live log: a cutoff date later than today less that many
      *> days is refused. The granted-by field records who approved
      *> the grant. Read by AUTHCHK for every destructive action.
       01  authorization-record.
           05  authorization-key.
               10  authorization-user   pic x(8).
               10  authorization-action pic x(8).
           05  authorization-active-flag pic x(1).
           05  authorization-effective-date pic 9(8).
           05  authorization-expiry-date pic 9(8).
           05  authorization-retention-days pic 9(4).
           05  authorization-granted-by pic x(8).
