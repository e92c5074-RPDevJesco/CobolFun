      ******************************************************************
      * Copybook: CHKREC
      * Purpose: Shared check-print record layout for SSACHECK.DAT
      *          (line sequential, appended) - everything check print
      *          needs on one fixed-position line: who, which month
      *          (and which household member), how much, the payee
      *          line for the check face, and the serial number and
      *          issue date the check is printed under. Written by
      *          SSA-PAYMENT for payees with no banking row and by
      *          SSA-RECOMPUTE for catch-up payments; the same number
      *          is booked on the check register SSACHKR.DAT and sent
      *          to the bank on the positive-pay file SSAPPAY.DAT.
      *          COPY ... REPLACING ==CHK-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 CHK-RECORD-NAME.
           05 CHK-SSN PIC X(9).
           05 CHK-PAY-MONTH PIC 9(6).
           05 CHK-DEP-ID PIC X(2).
           05 CHK-AMOUNT PIC 9(7)V99.
           05 CHK-TYPE PIC X.
           05 CHK-PAYEE-NAME PIC X(25).
           05 CHK-CHECK-NUMBER PIC 9(9).
           05 CHK-ISSUE-DATE PIC 9(8).
