      ******************************************************************
      * Copybook: ADDRREC
      * Purpose: Shared mailing-address record layout for SSAADDR.DAT
      *          (indexed, keyed by SSN - one current address per
      *          person on the master), kept by SSA-ADDRESS-MAINT and
      *          read by SSA-NOTICE-PRINT and SSA-STATEMENT when they
      *          address mail. ADR-RETURNED-FLAG is set when the post
      *          office sends a piece back undeliverable; while it is
      *          set nothing more is printed to that address - the
      *          notice run lists the person on its exception list
      *          instead - and keying a new address clears it.
      *          COPY ... REPLACING ==ADR-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 ADR-RECORD-NAME.
           05 ADR-SSN PIC X(9).
           05 ADR-LINE-1 PIC X(30).
           05 ADR-LINE-2 PIC X(30).
           05 ADR-CITY PIC X(20).
           05 ADR-STATE PIC X(2).
           05 ADR-ZIP PIC X(10).
           05 ADR-RETURNED-FLAG PIC X.
               88 ADR-MAIL-RETURNED VALUE 'Y'.
               88 ADR-MAIL-GOOD VALUE 'N'.
           05 ADR-RETURNED-DATE PIC 9(8).
           05 ADR-CHANGED-DATE PIC 9(8).
