      ******************************************************************
      * Copybook: PPAYREC
      * Purpose: Shared positive-pay record layout for SSAPPAY.DAT
      *          (line sequential, appended) - the issue file the
      *          bank matches every presented check against before
      *          paying it. An ISSUE line goes down for every check
      *          SSA-PAYMENT or SSA-RECOMPUTE prints; a VOID line goes
      *          down when SSA-STALE-CHECKS voids one, so a stale
      *          check presented after the void is refused at the
      *          teller instead of paid. Fixed positions, no
      *          punctuation, amount with two implied decimals.
      *          COPY ... REPLACING ==PPY-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 PPY-RECORD-NAME.
           05 PPY-RECORD-TYPE PIC X.
               88 PPY-ISSUE VALUE 'I'.
               88 PPY-VOID VALUE 'V'.
           05 PPY-CHECK-NUMBER PIC 9(9).
           05 PPY-AMOUNT PIC 9(7)V99.
           05 PPY-ISSUE-DATE PIC 9(8).
           05 PPY-PAYEE-NAME PIC X(25).
