      *          the one state the issuance run's duplicate guard will
      *          pay again (posting it REISSUED) - so a bounce can be
      *          made good without ever double-paying a good row.
      *          SSA-STALE-CHECKS puts a row back to RETURNED the same
      *          way, with reason code 'STL', when the check that
      *          carried it is voided after 180 days uncashed; a
      *          RETURNED row from an earlier month is reissued at the
      *          end of the next issuance run. SSA-GL-INTERFACE
      *          journals each month's rows to the general ledger.
      *          Rows older than the retention period are moved to
      *          archive files by SSA-RETENTION (see ARCXREC).
      *          COPY ... REPLACING
      *          ==PAY-RECORD-NAME== BY <name> into an FD to pick up
      *          the record under a program-local record name.
      * worker's own row carries '00', a dependent's row carries the
      * dependent identifier from SSADEPS.DAT - so the worker's
      * payment and the spousal payments coexist without weakening
      * the one-row-per-payee-per-month rerun guard. 'RC' is reserved
      * for the retroactive catch-up SSA-RECOMPUTE pays when late
      * earnings raise an award, so it sits beside that month's own
      * '00' row.
       01 PAY-RECORD-NAME.
           05 PAY-KEY.
               10 PAY-SSN PIC X(9).
               88 PAY-RETIREMENT VALUE 'R'.
               88 PAY-SURVIVOR VALUE 'S'.
               88 PAY-SPOUSAL VALUE 'P'.
               88 PAY-DISABILITY VALUE 'D'.
           05 PAY-PAYEE-NAME PIC X(25).
           05 PAY-AMOUNT PIC 9(7)V99.
           05 PAY-STATUS PIC X.
               88 PAY-RETURNED VALUE 'R'.
               88 PAY-REISSUED VALUE 'E'.
           05 PAY-RETURN-REASON PIC X(3).
      * The day SSA-BANK-RETURNS or SSA-STALE-CHECKS marked the row
      * RETURNED (zero while it never has been) - a return is booked
      * to the ledger in the month it came back, which can be months
      * after the payment month.
           05 PAY-RETURNED-DATE PIC 9(8).
      * PAY-AMOUNT is the net actually disbursed; PAY-WITHHELD is the
      * voluntary federal tax taken out under the SSAWHELC.DAT
      * election, so gross benefit = PAY-AMOUNT + PAY-WITHHELD and
      * the year-end SSA-1099 extract can report both without
      * re-deriving either.
           05 PAY-WITHHELD PIC 9(7)V99.
      * The Medicare Part B premium taken out of the beneficiary's own
      * payment for the month under an SSAPARTB.DAT enrollment (zero
      * when not enrolled or when the benefit could not cover it). It
      * is part of the benefit paid, so it counts in the gross
      * alongside PAY-WITHHELD and is reported on the SSA-1099.
           05 PAY-PARTB-PREMIUM PIC 9(7)V99.
      * What the issuance run held back from the benefit before tax:
      * PAY-ET-WITHHELD under an open earnings-test directive on
      * SSAETEST.DAT, PAY-OVP-RECOVERED against open receivables on
      * SSAOVPAY.DAT. The benefit due for the month is then PAY-
      * AMOUNT + PAY-WITHHELD + PAY-PARTB-PREMIUM + PAY-ET-WITHHELD +
      * PAY-OVP-RECOVERED, which is what the month-end general-ledger
      * journal books.
           05 PAY-ET-WITHHELD PIC 9(7)V99.
           05 PAY-OVP-RECOVERED PIC 9(7)V99.
