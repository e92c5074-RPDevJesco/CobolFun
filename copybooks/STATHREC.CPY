      ******************************************************************
      * Copybook: STATHREC
      * Purpose: Shared statistics-history record layout for
      *          SSASTATH.DAT (indexed, keyed by statistics month
      *          CCYYMM - one row per month SSA-STATISTICS has been
      *          run for). Each row keeps the headline figures of
      *          that month's beneficiaries-in-current-pay report,
      *          so the next month's movement can be measured against
      *          it and the rolling 13-month trend page can be
      *          printed without going back to ledger months that
      *          may since have been archived. A rerun for the same
      *          month replaces the row. COPY ... REPLACING
      *          ==STH-RECORD-NAME== BY <name> into an FD to pick up
      *          the record under a program-local record name.
      ******************************************************************
      * The type counts and dollars are in the report's order:
      * retirement, disability, spousal, child, survivor.
       01 STH-RECORD-NAME.
           05 STH-MONTH PIC 9(6).
           05 STH-RUN-DATE PIC 9(8).
           05 STH-BENEFICIARIES PIC 9(7).
           05 STH-DOLLARS PIC 9(11)V99.
           05 STH-TYPE-ENTRY OCCURS 5 TIMES.
               10 STH-TYPE-COUNT PIC 9(7).
               10 STH-TYPE-DOLLARS PIC 9(11)V99.
           05 STH-NEW-AWARDS PIC 9(7).
           05 STH-DEATHS PIC 9(7).
           05 STH-SUSPENSIONS PIC 9(7).
           05 STH-DIRECT-DEPOSITS PIC 9(7).
           05 STH-CHECKS PIC 9(7).
           05 STH-ELECTIONS PIC 9(7).
