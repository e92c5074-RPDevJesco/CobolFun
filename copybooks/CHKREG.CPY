      ******************************************************************
      * Copybook: CHKREG
      * Purpose: Shared check-register record layout for SSACHKR.DAT
      *          (indexed, keyed by check number - one row per paper
      *          check ever issued). Every check SSA-PAYMENT or
      *          SSA-RECOMPUTE prints is booked here OUTSTANDING under
      *          the next number from the controlled check sequence
      *          SSACKSEQ.DAT. SSA-PAID-CHECKS marks a check PAID from
      *          the bank's cleared-items file (flagging it when the
      *          bank paid a different amount than we issued), and
      *          SSA-STALE-CHECKS marks a check VOIDED once it has
      *          been outstanding past the stale-dating limit. The
      *          ledger key of the payment the check carried (SSN +
      *          month + dependent id) is kept on the row so either
      *          batch can land on exactly one SSAPAYH.DAT row.
      *          COPY ... REPLACING ==CKR-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 CKR-RECORD-NAME.
           05 CKR-CHECK-NUMBER PIC 9(9).
           05 CKR-PAY-KEY.
               10 CKR-SSN PIC X(9).
               10 CKR-PAY-MONTH PIC 9(6).
               10 CKR-DEP-ID PIC X(2).
           05 CKR-ISSUE-DATE PIC 9(8).
           05 CKR-AMOUNT PIC 9(7)V99.
           05 CKR-TYPE PIC X.
           05 CKR-PAYEE-NAME PIC X(25).
           05 CKR-STATUS PIC X.
               88 CKR-OUTSTANDING VALUE 'O'.
               88 CKR-PAID VALUE 'P'.
               88 CKR-VOIDED VALUE 'V'.
      * Filled by SSA-PAID-CHECKS: the date and amount the bank
      * says it paid. A mismatch is still marked PAID - the money
      * has left the account - but the flag keeps it on the
      * exception list until someone has worked it.
           05 CKR-PAID-DATE PIC 9(8).
           05 CKR-PAID-AMOUNT PIC 9(7)V99.
           05 CKR-MISMATCH-FLAG PIC X.
               88 CKR-AMOUNT-MISMATCH VALUE 'Y'.
               88 CKR-AMOUNT-MATCHED VALUE 'N'.
      * Filled by SSA-STALE-CHECKS when the check is voided.
           05 CKR-VOID-DATE PIC 9(8).
