      ******************************************************************
      * Copybook: NOTQREC
      * Purpose: Shared notice-queue record layout for SSANOTQ.DAT
      *          (line sequential, appended) - one line per decision
      *          the beneficiary is owed a letter about, dropped by
      *          the batch that made the decision and worked by
      *          SSA-NOTICE-PRINT:
      *            A  award         SSA-CLAIMS-ADJUD
      *            R  rejection     SSA-CLAIMS-ADJUD
      *            C  new amount    SSA-COLA
      *            O  overpayment   SSA-OVERPAY-SWEEP
      *            E  earnings test SSA-EARNINGS-TEST
      *          The line carries the figures the letter quotes, so
      *          the print run never has to re-derive a decision.
      *          COPY ... REPLACING ==NTQ-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
      * Which fields a type fills:
      *   A  NTQ-AMOUNT award, NTQ-MONTH elected entitlement month,
      *      NTQ-BENEFIT-KIND retirement or disability
      *   R  NTQ-MONTH elected month, NTQ-REASON the reject reason,
      *      NTQ-BENEFIT-KIND retirement or disability
      *   C  NTQ-AMOUNT new, NTQ-BASE-AMOUNT prior, NTQ-YEAR COLA year
      *   O  NTQ-AMOUNT overpaid, NTQ-MONTH payment month
      *   E  NTQ-AMOUNT to withhold, NTQ-BASE-AMOUNT earnings,
      *      NTQ-LIMIT-AMOUNT exempt amount, NTQ-YEAR test year
       01 NTQ-RECORD-NAME.
           05 NTQ-SSN PIC X(9).
           05 NTQ-TYPE PIC X.
               88 NTQ-AWARD VALUE 'A'.
               88 NTQ-REJECTION VALUE 'R'.
               88 NTQ-NEW-AMOUNT VALUE 'C'.
               88 NTQ-OVERPAYMENT VALUE 'O'.
               88 NTQ-EARNINGS-TEST VALUE 'E'.
               88 NTQ-KNOWN-TYPE VALUES 'A' 'R' 'C' 'O' 'E'.
           05 NTQ-QUEUED-DATE PIC 9(8).
           05 NTQ-AMOUNT PIC 9(7)V99.
           05 NTQ-BASE-AMOUNT PIC 9(7)V99.
           05 NTQ-LIMIT-AMOUNT PIC 9(7)V99.
           05 NTQ-MONTH PIC 9(6).
           05 NTQ-YEAR PIC 9(4).
           05 NTQ-REASON PIC X(25).
           05 NTQ-BENEFIT-KIND PIC X.
               88 NTQ-DISABILITY-BENEFIT VALUE 'D'.
