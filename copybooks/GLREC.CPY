      ******************************************************************
      * Copybook: GLREC
      * Purpose: Shared general-ledger interface record layout for
      *          SSAGL.DAT (line sequential, rewritten each run) -
      *          the month-end journal SSA-GL-INTERFACE builds from
      *          the payment ledger SSAPAYH.DAT for Finance to load.
      *          One 'J' line per journal entry: the account, debit
      *          or credit, the amount and the number of ledger items
      *          behind it, broken out by payment type so trust-fund
      *          outlays for retirement, disability, survivor and
      *          spousal benefits post to their own expense accounts.
      *          The file closes with one 'T' trailer carrying the
      *          line count and the debit and credit totals, which
      *          must agree before Finance posts the batch.
      *          COPY ... REPLACING ==GL-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 GL-RECORD-NAME.
           05 GL-RECORD-TYPE PIC X.
               88 GL-JOURNAL-LINE VALUE 'J'.
               88 GL-TRAILER VALUE 'T'.
           05 GL-JOURNAL-MONTH PIC 9(6).
           05 GL-POSTING-DATE PIC 9(8).
           05 GL-LINE-BODY.
               10 GL-LINE-NUMBER PIC 9(4).
               10 GL-ACCOUNT PIC X(6).
               10 GL-ENTRY-CODE PIC X(4).
               10 GL-PAY-TYPE PIC X.
               10 GL-DEBIT-CREDIT PIC X.
                   88 GL-DEBIT VALUE 'D'.
                   88 GL-CREDIT VALUE 'C'.
               10 GL-AMOUNT PIC 9(9)V99.
               10 GL-ITEM-COUNT PIC 9(7).
               10 GL-DESCRIPTION PIC X(30).
      * The trailer view of the same line - what Finance balances the
      * file against before it posts anything.
           05 GL-TRAILER-BODY REDEFINES GL-LINE-BODY.
               10 GLT-LINE-COUNT PIC 9(4).
               10 GLT-TOTAL-DEBITS PIC 9(11)V99.
               10 GLT-TOTAL-CREDITS PIC 9(11)V99.
               10 FILLER PIC X(34).
