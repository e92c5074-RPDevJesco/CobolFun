      ******************************************************************
      * Copybook: MEDBREC
      * Purpose: Shared Medicare Part B enrollment record layout for
      *          SSAPARTB.DAT (indexed, keyed by SSN - one row per
      *          beneficiary enrolled in Part B with the premium taken
      *          out of their benefit). The enrollment runs from the
      *          start month through the stop month inclusive; a stop
      *          month of zero is an open enrollment. SSA-PAYMENT
      *          deducts the premium from the beneficiary's own
      *          payment for every month inside the enrollment - the
      *          standard premium for the year (ACT-PARTB-PREMIUM on
      *          SSAACTU.DAT) unless SSA-COLA has held the beneficiary
      *          harmless for that year, in which case the reduced
      *          premium carried here is taken instead so the new
      *          year's premium increase never makes the net payment
      *          go down. Maintained by SSA-PARTB-MAINT; the
      *          hold-harmless fields are set only by SSA-COLA.
      *          COPY ... REPLACING ==MDB-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 MDB-RECORD-NAME.
           05 MDB-SSN PIC X(9).
           05 MDB-START-MONTH PIC 9(6).
           05 MDB-STOP-MONTH PIC 9(6).
           05 MDB-HH-YEAR PIC 9(4).
           05 MDB-HH-PREMIUM PIC 9(5)V99.
           05 MDB-CHANGED-DATE PIC 9(8).
