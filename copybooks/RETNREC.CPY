      ******************************************************************
      * Copybook: RETNREC
      * Purpose: Shared records-retention table layout for
      *          SSARETN.DAT (indexed, keyed by the short name of the
      *          live file the row governs - one row per ledger or
      *          log that SSA-RETENTION is allowed to archive:
      *          SSAPAYH, SSAMAINT, SSARUNH, SSAOVPAY and SSAETEST).
      *          RTN-MONTHS is how many months back from the run
      *          month a row stays on the live file; anything older
      *          is moved to that night's archive. A file with no
      *          row here is never purged. Maintained by
      *          SSA-RETENTION-MAINT. COPY ... REPLACING
      *          ==RTN-RECORD-NAME== BY <name> into an FD to pick up
      *          the record under a program-local record name.
      ******************************************************************
       01 RTN-RECORD-NAME.
           05 RTN-FILE-ID PIC X(8).
           05 RTN-MONTHS PIC 9(3).
           05 RTN-CHANGED-DATE PIC 9(8).
