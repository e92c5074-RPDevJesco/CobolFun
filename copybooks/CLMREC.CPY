      ******************************************************************
      * Copybook: CLMREC
      * Purpose: Shared benefit-claim record layout for
      *          SSACLAIM.DAT (indexed, keyed by SSN - one claim per
      *          worker). A claim is a filed application: the filing
      *          date, the entitlement month the worker elected, and
      *          writes the SSAAWARD.DAT row, and only then flips the
      *          master to RECEIVING. A REJECTED claim keeps its
      *          reason and may be re-filed; an ADJUDICATED claim is
      *          closed for good. A disability claim carries the
      *          onset date and the medical determination as well:
      *          its entitlement month is worked out from the onset
      *          (first full month of disability plus the five-month
      *          waiting period) and kept in CLM-ELECTED-MONTH, and
      *          it is not adjudicated until the determination is
      *          keyed as allowed or denied. COPY ... REPLACING
      *          ==CLM-RECORD-NAME== BY <name> into an FD to pick up
      *          the record under a program-local record name.
      ******************************************************************
           05 CLM-ADJUD-DATE PIC 9(8).
           05 CLM-AWARD-AMOUNT PIC 9(7)V99.
           05 CLM-REJECT-REASON PIC X(25).
      * Claims taken before disability was carried have the type
      * blank, which reads as retirement.
           05 CLM-CLAIM-TYPE PIC X.
               88 CLM-RETIREMENT-CLAIM VALUES 'R' ' '.
               88 CLM-DISABILITY-CLAIM VALUE 'D'.
           05 CLM-ONSET-DATE PIC 9(8).
           05 CLM-MEDICAL-STATUS PIC X.
               88 CLM-MEDICAL-PENDING VALUE 'P'.
               88 CLM-MEDICAL-ALLOWED VALUE 'A'.
               88 CLM-MEDICAL-DENIED VALUE 'D'.
           05 CLM-MEDICAL-DATE PIC 9(8).
