      ******************************************************************
      * Copybook: APPLREC
      * Purpose: Shared appeal record layout for SSAAPPL.DAT
      *          (indexed, keyed by SSN + the item under appeal + a
      *          sequence, so a denied appeal can be followed by a
      *          further one on the same item and both stay on file).
      *          An item is one of the three things the system holds
      *          against a person: a CLM-REJECTED claim on
      *          SSACLAIM.DAT ('C', reference zero - one claim per
      *          SSN), an earnings-test directive on SSAETEST.DAT
      *          ('T', reference the test year), or an overpayment
      *          receivable on SSAOVPAY.DAT ('O', reference the
      *          overpaid month). A receivable may instead carry a
      *          waiver request - the debt is conceded but recovery
      *          is asked to be excused. SSA-APPEALS-MAINT files and
      *          decides them; while one is PENDING, SSA-PAYMENT
      *          recovers nothing against the item, and
      *          SSA-APPEALS-AGING reports every appeal still open.
      *          COPY ... REPLACING ==APL-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 APL-RECORD-NAME.
           05 APL-KEY.
               10 APL-SSN PIC X(9).
               10 APL-ITEM-TYPE PIC X.
                   88 APL-CLAIM-ITEM VALUE 'C'.
                   88 APL-TEST-ITEM VALUE 'T'.
                   88 APL-OVERPAY-ITEM VALUE 'O'.
               10 APL-ITEM-REF PIC 9(6).
               10 APL-SEQ PIC 99.
           05 APL-KIND PIC X.
               88 APL-APPEAL VALUE 'A'.
               88 APL-WAIVER VALUE 'W'.
           05 APL-FILED-DATE PIC 9(8).
           05 APL-FILED-BY PIC X(10).
           05 APL-REASON PIC X(40).
           05 APL-STATUS PIC X.
               88 APL-PENDING VALUE 'P'.
               88 APL-GRANTED VALUE 'G'.
               88 APL-DENIED VALUE 'D'.
               88 APL-WITHDRAWN VALUE 'X'.
               88 APL-DECIDED VALUES 'G' 'D' 'X'.
      * The amount in dispute when the appeal was filed - the open
      * balance of the directive or receivable, zero for a claim.
           05 APL-AMOUNT PIC 9(7)V99.
           05 APL-DECISION-DATE PIC 9(8).
           05 APL-DECIDED-BY PIC X(10).
           05 APL-DECISION-NOTE PIC X(40).
