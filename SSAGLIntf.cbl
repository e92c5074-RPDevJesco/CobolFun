      ******************************************************************
      * Program: SSA-GL-INTERFACE
      * Purpose: Month-end general-ledger interface and disbursement
      *          reconciliation - run after the month's last
      *          SSA-PAYMENT, SSA-RECOMPUTE, SSA-BANK-RETURNS and
      *          SSA-STALE-CHECKS runs. One pass of the payment ledger
      *          SSAPAYH.DAT builds the month's journal by payment
      *          type (retirement, disability, survivor, spousal):
      *          gross benefits due, the net disbursed, federal tax
      *          withheld under SSAWHELC.DAT elections, Medicare Part
      *          B premiums deducted for the SMI trust fund,
      *          earnings-test withholding, overpayment recoveries,
      *          items returned by the bank or voided stale, and
      *          returned items reissued. The balanced entries go to
      *          Finance on the interface file SSAGL.DAT (GLREC
      *          layout, with a control trailer) and are listed on
      *          SSAGL.RPT.
      *          The same run proves what the ledger says was paid is
      *          what left the building: the month's ledger
      *          disbursements must equal the '8' batch-control
      *          totals of the month's ACH batches on SSAPAYB.DAT plus
      *          the month's checks on SSACHECK.DAT, to the cent and
      *          to the item. When they don't, the break report
      *          SSAGLBRK.RPT lists every batch, every check date and
      *          the ledger's side so the difference can be run down.
      *          The journal month is keyed at the prompt (blank =
      *          the month of the run).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-GL-INTERFACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY
               ASSIGN TO 'SSAPAYH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

      * Both disbursement files are appended run after run, so each
      * is read whole and only the journal month's items counted - an
      * ACH batch by its header's effective date, a check by its
      * issue date.
           SELECT BANK-INTERFACE-FILE
               ASSIGN TO 'SSAPAYB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'SSACHECK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

      * Rewritten each run - a rerun for the same month replaces the
      * journal rather than appending a second copy of it.
           SELECT GL-INTERFACE-FILE
               ASSIGN TO 'SSAGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT JOURNAL-REGISTER
               ASSIGN TO 'SSAGL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

      * Only opened when the month does not reconcile.
           SELECT BREAK-REPORT
               ASSIGN TO 'SSAGLBRK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-HISTORY.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

      * The three ACH record types SSA-PAYMENT writes, read back
      * through views of the one 94-byte line: the '5' batch header
      * (effective date), the '6' detail (amount in cents) and the
      * '8' batch control (entry count and total credit in cents).
       FD BANK-INTERFACE-FILE.
       01 BANK-RECORD.
           05 BANK-RECORD-TYPE PIC X.
           05 FILLER PIC X(93).
       01 BANK-BATCH-HEADER.
           05 FILLER PIC X(20).
           05 BBH-EFFECTIVE-DATE PIC 9(8).
           05 BBH-PAY-MONTH PIC 9(6).
           05 FILLER PIC X(60).
       01 BANK-DETAIL.
           05 FILLER PIC X(29).
           05 BDT-AMOUNT PIC 9(10).
           05 FILLER PIC X(55).
       01 BANK-BATCH-CONTROL.
           05 FILLER PIC X.
           05 BBC-ENTRY-COUNT PIC 9(6).
           05 BBC-ENTRY-HASH PIC 9(10).
           05 BBC-TOTAL-CREDIT PIC 9(12).
           05 FILLER PIC X(65).

       FD CHECK-PRINT-FILE.
           COPY CHKREC REPLACING ==CHK-RECORD-NAME== BY
               ==CHECK-RECORD==.

       FD GL-INTERFACE-FILE.
           COPY GLREC REPLACING ==GL-RECORD-NAME== BY
               ==GL-RECORD==.

       FD JOURNAL-REGISTER.
       01 REGISTER-LINE PIC X(132).

       FD BREAK-REPORT.
       01 BREAK-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
           05 BANK-FILE-STATUS PIC XX.
               88 BANK-FILE-OK VALUE '00'.
           05 CHECK-FILE-STATUS PIC XX.
               88 CHECK-FILE-OK VALUE '00'.
           05 GL-FILE-STATUS PIC XX.
           05 REGISTER-STATUS PIC XX.
           05 BREAK-REPORT-STATUS PIC XX.
           05 WS-PAY-EOF-FLAG PIC X VALUE 'N'.
               88 PAY-SWEEP-DONE VALUE 'Y'.
           05 WS-BANK-EOF-FLAG PIC X VALUE 'N'.
               88 BANK-SWEEP-DONE VALUE 'Y'.
           05 WS-CHECK-EOF-FLAG PIC X VALUE 'N'.
               88 CHECK-SWEEP-DONE VALUE 'Y'.
           05 WS-BATCH-IN-MONTH-FLAG PIC X VALUE 'N'.
               88 BATCH-IN-MONTH VALUE 'Y'.
               88 BATCH-NOT-IN-MONTH VALUE 'N'.
           05 WS-BALANCE-FLAG PIC X VALUE 'Y'.
               88 MONTH-IN-BALANCE VALUE 'Y'.
               88 MONTH-OUT-OF-BALANCE VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-MONTH-INPUT PIC X(6).
       01 WS-JOURNAL-MONTH PIC 9(6).
       01 WS-TYPE-IDX PIC 9.
       01 WS-BATCH-IDX PIC 9(3).
       01 WS-DATE-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-ROW-GROSS PIC 9(7)V99.

      * Payment types in journal order, the expense account each
      * one's gross benefits post to, and the name used on the
      * journal line descriptions.
       01 WS-TYPE-CODE-VALUES PIC X(4) VALUE 'RDSP'.
       01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
           05 WS-TYPE-CODE PIC X OCCURS 4 TIMES.
       01 WS-TYPE-ACCOUNT-VALUES PIC X(24)
           VALUE '510100510200510300510400'.
       01 WS-TYPE-ACCOUNT-TABLE REDEFINES WS-TYPE-ACCOUNT-VALUES.
           05 WS-TYPE-ACCOUNT PIC X(6) OCCURS 4 TIMES.
       01 WS-TYPE-NAME-VALUES.
           05 FILLER PIC X(10) VALUE 'RETIREMENT'.
           05 FILLER PIC X(10) VALUE 'DISABILITY'.
           05 FILLER PIC X(10) VALUE 'SURVIVOR'.
           05 FILLER PIC X(10) VALUE 'SPOUSAL'.
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-VALUES.
           05 WS-TYPE-NAME PIC X(10) OCCURS 4 TIMES.

      * The balance-sheet side of every entry.
       01 WS-GL-ACCOUNTS.
           05 WS-ACCT-DISBURSEMENT PIC X(6) VALUE '101000'.
           05 WS-ACCT-RETURNED-ITEMS PIC X(6) VALUE '102000'.
           05 WS-ACCT-OVERPAY-RECEIVABLE PIC X(6) VALUE '131000'.
           05 WS-ACCT-FEDERAL-TAX PIC X(6) VALUE '215000'.
           05 WS-ACCT-PARTB-PAYABLE PIC X(6) VALUE '216000'.
           05 WS-ACCT-EARNINGS-TEST PIC X(6) VALUE '510900'.

      * The month's ledger activity by payment type. ISSUED is every
      * row paid for the journal month, whatever has happened to it
      * since; RETURNED is every row the bank returned (or
      * SSA-STALE-CHECKS voided) during the month, whichever month
      * it paid; REISSUED is every returned row paid out again
      * during the month.
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TT-ISSUED-ITEMS PIC 9(7).
               10 WS-TT-GROSS PIC 9(9)V99.
               10 WS-TT-NET PIC 9(9)V99.
               10 WS-TT-TAX PIC 9(9)V99.
               10 WS-TT-PARTB PIC 9(9)V99.
               10 WS-TT-EARNINGS-TEST PIC 9(9)V99.
               10 WS-TT-RECOVERY PIC 9(9)V99.
               10 WS-TT-RETURNED-ITEMS PIC 9(7).
               10 WS-TT-RETURNED PIC 9(9)V99.
               10 WS-TT-REISSUED-ITEMS PIC 9(7).
               10 WS-TT-REISSUED PIC 9(9)V99.

      * The month's ACH batches as read off SSAPAYB.DAT, kept so the
      * break report can list each one - the control record's
      * figures beside what the detail lines actually add up to.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-COUNT PIC 9(3) VALUE 0.
           05 WS-BATCH-ENTRY OCCURS 100 TIMES.
               10 WS-BT-EFFECTIVE-DATE PIC 9(8).
               10 WS-BT-PAY-MONTH PIC 9(6).
               10 WS-BT-DETAIL-ITEMS PIC 9(6).
               10 WS-BT-DETAIL-CENTS PIC 9(12).
               10 WS-BT-CONTROL-ITEMS PIC 9(6).
               10 WS-BT-CONTROL-CENTS PIC 9(12).
               10 WS-BT-CONTROL-FLAG PIC X.
                   88 BT-CONTROL-SEEN VALUE 'Y'.

      * The month's checks by issue date.
       01 WS-CHECK-DATE-TABLE.
           05 WS-CHECK-DATE-COUNT PIC 9(3) VALUE 0.
           05 WS-CHECK-DATE-ENTRY OCCURS 100 TIMES.
               10 WS-CD-ISSUE-DATE PIC 9(8).
               10 WS-CD-ITEMS PIC 9(6).
               10 WS-CD-DOLLARS PIC 9(9)V99.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-PAY-ROWS-READ PIC 9(7) VALUE 0.
           05 WS-BANK-LINES-READ PIC 9(7) VALUE 0.
           05 WS-CHECK-LINES-READ PIC 9(7) VALUE 0.
           05 WS-UNKNOWN-TYPE-ROWS PIC 9(7) VALUE 0.
           05 WS-BATCHES-OVERFLOWED PIC 9(7) VALUE 0.
           05 WS-GL-LINE-COUNT PIC 9(4) VALUE 0.
           05 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
      * Reconciliation: ledger items and dollars that went out during
      * the month against what the ACH controls and the check file
      * say went out.
           05 WS-LEDGER-ITEMS PIC 9(7) VALUE 0.
           05 WS-LEDGER-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-ACH-CONTROL-ITEMS PIC 9(7) VALUE 0.
           05 WS-ACH-CONTROL-CENTS PIC 9(13) VALUE 0.
           05 WS-ACH-CONTROL-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-CHECK-ITEMS PIC 9(7) VALUE 0.
           05 WS-CHECK-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-DISBURSED-ITEMS PIC 9(7) VALUE 0.
           05 WS-DISBURSED-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-DIFFERENCE-ITEMS PIC S9(7) VALUE 0.
           05 WS-DIFFERENCE-DOLLARS PIC S9(11)V99 VALUE 0.

      * One journal line is built here before it is both written to
      * the interface file and printed on the register.
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-ACCOUNT PIC X(6).
           05 WS-ENTRY-CODE PIC X(4).
           05 WS-ENTRY-DEBIT-CREDIT PIC X.
           05 WS-ENTRY-AMOUNT PIC 9(9)V99.
           05 WS-ENTRY-ITEMS PIC 9(7).
           05 WS-ENTRY-SUFFIX PIC X(18).
           05 WS-ENTRY-DESCRIPTION PIC X(30).

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(34) VALUE SPACES.
           05 RT-TEXT PIC X(40).
           05 RT-MONTH PIC 9(6).
           05 FILLER PIC X(6) VALUE ' - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-SECTION-TITLE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ST-TEXT PIC X(62) VALUE SPACES.
           05 FILLER PIC X(66) VALUE SPACES.

       01 WS-JOURNAL-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'LINE'.
           05 FILLER PIC X(9) VALUE 'ACCOUNT'.
           05 FILLER PIC X(7) VALUE 'ENTRY'.
           05 FILLER PIC X(6) VALUE 'TYPE'.
           05 FILLER PIC X(18) VALUE '           DEBIT'.
           05 FILLER PIC X(18) VALUE '          CREDIT'.
           05 FILLER PIC X(10) VALUE '    ITEMS'.
           05 FILLER PIC X(54) VALUE 'DESCRIPTION'.

       01 WS-JOURNAL-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 JD-LINE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JD-ACCOUNT PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 JD-ENTRY-CODE PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 JD-PAY-TYPE PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 JD-DEBIT PIC $$$,$$$,$$$,$$9.99 BLANK WHEN ZERO.
           05 JD-CREDIT PIC $$$,$$$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JD-ITEMS PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 JD-DESCRIPTION PIC X(30).
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-BATCH-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'EFFECTIVE'.
           05 FILLER PIC X(8) VALUE 'PAY MO'.
           05 FILLER PIC X(10) VALUE 'CTL ITEMS'.
           05 FILLER PIC X(20) VALUE '       CTL CREDIT'.
           05 FILLER PIC X(10) VALUE 'DTL ITEMS'.
           05 FILLER PIC X(20) VALUE '       DTL CREDIT'.
           05 FILLER PIC X(49) VALUE 'NOTE'.

       01 WS-BATCH-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 BD-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 BD-PAY-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-CONTROL-ITEMS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-CONTROL-DOLLARS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 BD-DETAIL-ITEMS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-DETAIL-DOLLARS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-NOTE PIC X(30).
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-CHECK-DATE-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'CHECKS ISSUED'.
           05 CD-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-ITEMS PIC Z(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-DOLLARS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(68) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(70) VALUE SPACES.

       01 WS-DIFFERENCE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-LABEL PIC X(40).
           05 DL-VALUE PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(69) VALUE SPACES.

       01 WS-DIFFERENCE-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DC-LABEL PIC X(40).
           05 DC-VALUE PIC -Z(6)9.
           05 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-FOR-JOURNAL-MONTH
           PERFORM INITIALIZATION
           PERFORM SWEEP-BANK-INTERFACE UNTIL BANK-SWEEP-DONE
           PERFORM SWEEP-CHECK-FILE UNTIL CHECK-SWEEP-DONE
           PERFORM SWEEP-PAYMENT-LEDGER UNTIL PAY-SWEEP-DONE
           PERFORM WRITE-JOURNAL
           PERFORM RECONCILE-DISBURSEMENTS
           PERFORM WRITE-CONTROL-TOTALS
           IF MONTH-OUT-OF-BALANCE
               PERFORM WRITE-BREAK-REPORT
           END-IF
           PERFORM CLEANUP
           GOBACK.

      * Month end is normally journaled on the last day of the month
      * or the first of the next, so the month is asked for rather
      * than assumed; blank takes the month of the run.
       PROMPT-FOR-JOURNAL-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'JOURNAL MONTH (CCYYMM, BLANK = THIS MONTH): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MONTH-INPUT
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT IS NUMERIC
               AND WS-MONTH-INPUT(5:2) >= '01'
               AND WS-MONTH-INPUT(5:2) <= '12'
               MOVE WS-MONTH-INPUT TO WS-JOURNAL-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-JOURNAL-MONTH
           END-IF
           DISPLAY 'JOURNALING MONTH ' WS-JOURNAL-MONTH.

      * A missing bank or check file is no disbursements of that kind
      * on record - the reconciliation then shows whatever the
      * ledger holds as unmatched rather than the run stopping.
       INITIALIZATION.
           PERFORM WRITE-RUN-START
           INITIALIZE WS-TYPE-TOTALS
           OPEN INPUT PAYMENT-HISTORY
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'NO PAYMENT LEDGER ON FILE - STATUS '
                   PAYMENT-FILE-STATUS
               SET PAY-SWEEP-DONE TO TRUE
           END-IF
           OPEN INPUT BANK-INTERFACE-FILE
           IF NOT BANK-FILE-OK
               DISPLAY 'NO BANK INTERFACE FILE - STATUS '
                   BANK-FILE-STATUS
               SET BANK-SWEEP-DONE TO TRUE
           END-IF
           OPEN INPUT CHECK-PRINT-FILE
           IF NOT CHECK-FILE-OK
               DISPLAY 'NO CHECK PRINT FILE - STATUS '
                   CHECK-FILE-STATUS
               SET CHECK-SWEEP-DONE TO TRUE
           END-IF
           OPEN OUTPUT GL-INTERFACE-FILE
           OPEN OUTPUT JOURNAL-REGISTER
           MOVE 'GENERAL LEDGER JOURNAL - MONTH' TO RT-TEXT
           MOVE WS-JOURNAL-MONTH TO RT-MONTH
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           WRITE REGISTER-LINE FROM WS-REPORT-TITLE
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           WRITE REGISTER-LINE FROM WS-JOURNAL-HEADING.

      * Each run appends one batch - '5' header, '6' details, '8'
      * control - so the header's effective date decides whether the
      * details and control that follow belong to the journal month.
       SWEEP-BANK-INTERFACE.
           READ BANK-INTERFACE-FILE
               AT END
                   SET BANK-SWEEP-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-BANK-LINES-READ
                   EVALUATE BANK-RECORD-TYPE
                       WHEN '5'
                           PERFORM START-BANK-BATCH
                       WHEN '6'
                           IF BATCH-IN-MONTH
                               ADD 1 TO
                                   WS-BT-DETAIL-ITEMS(WS-BATCH-IDX)
                               ADD BDT-AMOUNT TO
                                   WS-BT-DETAIL-CENTS(WS-BATCH-IDX)
                           END-IF
                       WHEN '8'
                           IF BATCH-IN-MONTH
                               PERFORM CLOSE-BANK-BATCH
                           END-IF
                   END-EVALUATE
           END-READ.

       START-BANK-BATCH.
           SET BATCH-NOT-IN-MONTH TO TRUE
           IF BBH-EFFECTIVE-DATE(1:6) = WS-JOURNAL-MONTH
               IF WS-BATCH-COUNT < 100
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE WS-BATCH-COUNT TO WS-BATCH-IDX
                   MOVE BBH-EFFECTIVE-DATE
                       TO WS-BT-EFFECTIVE-DATE(WS-BATCH-IDX)
                   MOVE BBH-PAY-MONTH TO WS-BT-PAY-MONTH(WS-BATCH-IDX)
                   MOVE 0 TO WS-BT-DETAIL-ITEMS(WS-BATCH-IDX)
                   MOVE 0 TO WS-BT-DETAIL-CENTS(WS-BATCH-IDX)
                   MOVE 0 TO WS-BT-CONTROL-ITEMS(WS-BATCH-IDX)
                   MOVE 0 TO WS-BT-CONTROL-CENTS(WS-BATCH-IDX)
                   MOVE 'N' TO WS-BT-CONTROL-FLAG(WS-BATCH-IDX)
                   SET BATCH-IN-MONTH TO TRUE
               ELSE
                   ADD 1 TO WS-BATCHES-OVERFLOWED
               END-IF
           END-IF.

      * The '8' figures are what the bank was told - they, not the
      * details, are the bank side of the reconciliation.
       CLOSE-BANK-BATCH.
           MOVE BBC-ENTRY-COUNT TO WS-BT-CONTROL-ITEMS(WS-BATCH-IDX)
           MOVE BBC-TOTAL-CREDIT TO WS-BT-CONTROL-CENTS(WS-BATCH-IDX)
           MOVE 'Y' TO WS-BT-CONTROL-FLAG(WS-BATCH-IDX)
           ADD BBC-ENTRY-COUNT TO WS-ACH-CONTROL-ITEMS
           ADD BBC-TOTAL-CREDIT TO WS-ACH-CONTROL-CENTS
           SET BATCH-NOT-IN-MONTH TO TRUE.

       SWEEP-CHECK-FILE.
           READ CHECK-PRINT-FILE
               AT END
                   SET CHECK-SWEEP-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHECK-LINES-READ
                   IF CHK-ISSUE-DATE(1:6) = WS-JOURNAL-MONTH
                       ADD 1 TO WS-CHECK-ITEMS
                       ADD CHK-AMOUNT TO WS-CHECK-DOLLARS
                       PERFORM TALLY-CHECK-DATE
                   END-IF
           END-READ.

      * Checks are appended a run at a time, so a new issue date is
      * nearly always the last one in the table - but the whole table
      * is searched so an out-of-order file still totals correctly.
       TALLY-CHECK-DATE.
           MOVE 0 TO WS-DATE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CHECK-DATE-COUNT
               IF WS-CD-ISSUE-DATE(WS-SCAN-IDX) = CHK-ISSUE-DATE
                   MOVE WS-SCAN-IDX TO WS-DATE-IDX
               END-IF
           END-PERFORM
           IF WS-DATE-IDX = 0 AND WS-CHECK-DATE-COUNT < 100
               ADD 1 TO WS-CHECK-DATE-COUNT
               MOVE WS-CHECK-DATE-COUNT TO WS-DATE-IDX
               MOVE CHK-ISSUE-DATE TO WS-CD-ISSUE-DATE(WS-DATE-IDX)
               MOVE 0 TO WS-CD-ITEMS(WS-DATE-IDX)
               MOVE 0 TO WS-CD-DOLLARS(WS-DATE-IDX)
           END-IF
           IF WS-DATE-IDX > 0
               ADD 1 TO WS-CD-ITEMS(WS-DATE-IDX)
               ADD CHK-AMOUNT TO WS-CD-DOLLARS(WS-DATE-IDX)
           END-IF.

       SWEEP-PAYMENT-LEDGER.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END
                   SET PAY-SWEEP-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAY-ROWS-READ
                   PERFORM CLASSIFY-PAYMENT-ROW
           END-READ.

      * One row can count three ways in the same month - paid for
      * the month, bounced, and paid again - and each is its own
      * journal entry and, for the two payments, its own item on the
      * bank or check file. A row fully consumed by withholding has
      * a $0 net and sent nothing, so it adds to the journal but not
      * to the items disbursed.
       CLASSIFY-PAYMENT-ROW.
           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 4
               IF PAY-TYPE = WS-TYPE-CODE(WS-SCAN-IDX)
                   MOVE WS-SCAN-IDX TO WS-TYPE-IDX
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX = 0
               IF PAY-MONTH = WS-JOURNAL-MONTH
                   OR PAY-DATE-PAID(1:6) = WS-JOURNAL-MONTH
                   ADD 1 TO WS-UNKNOWN-TYPE-ROWS
                   DISPLAY 'UNKNOWN PAYMENT TYPE ' PAY-TYPE
                       ' ON LEDGER ROW ' PAY-KEY ' - NOT JOURNALED'
               END-IF
           ELSE
               IF PAY-MONTH = WS-JOURNAL-MONTH
                   PERFORM ACCUMULATE-ISSUED-ROW
               END-IF
               IF PAY-RETURNED-DATE(1:6) = WS-JOURNAL-MONTH
                   AND (PAY-RETURNED OR PAY-REISSUED)
                   ADD 1 TO WS-TT-RETURNED-ITEMS(WS-TYPE-IDX)
                   ADD PAY-AMOUNT TO WS-TT-RETURNED(WS-TYPE-IDX)
               END-IF
               IF PAY-REISSUED
                   AND PAY-DATE-PAID(1:6) = WS-JOURNAL-MONTH
                   ADD 1 TO WS-TT-REISSUED-ITEMS(WS-TYPE-IDX)
                   ADD PAY-AMOUNT TO WS-TT-REISSUED(WS-TYPE-IDX)
                   ADD 1 TO WS-LEDGER-ITEMS
                   ADD PAY-AMOUNT TO WS-LEDGER-DOLLARS
               END-IF
           END-IF.

      * Gross is the whole benefit due for the month; what did not
      * go to the payee went to the tax remittance, paid the Part B
      * premium, was held under the earnings test, or repaid a
      * receivable.
       ACCUMULATE-ISSUED-ROW.
           COMPUTE WS-ROW-GROSS = PAY-AMOUNT + PAY-WITHHELD
               + PAY-PARTB-PREMIUM
               + PAY-ET-WITHHELD + PAY-OVP-RECOVERED
           ADD 1 TO WS-TT-ISSUED-ITEMS(WS-TYPE-IDX)
           ADD WS-ROW-GROSS TO WS-TT-GROSS(WS-TYPE-IDX)
           ADD PAY-AMOUNT TO WS-TT-NET(WS-TYPE-IDX)
           ADD PAY-WITHHELD TO WS-TT-TAX(WS-TYPE-IDX)
           ADD PAY-PARTB-PREMIUM TO WS-TT-PARTB(WS-TYPE-IDX)
           ADD PAY-ET-WITHHELD TO WS-TT-EARNINGS-TEST(WS-TYPE-IDX)
           ADD PAY-OVP-RECOVERED TO WS-TT-RECOVERY(WS-TYPE-IDX)
           IF PAY-AMOUNT > 0
               ADD 1 TO WS-LEDGER-ITEMS
               ADD PAY-AMOUNT TO WS-LEDGER-DOLLARS
           END-IF.

      * Every entry balances on its own: the gross expense against
      * the net disbursed and the four withholdings; a return
      * moves the net from disbursements back into the returned-
      * items suspense; a reissue moves it out again. A zero amount
      * makes no line.
       WRITE-JOURNAL.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               PERFORM WRITE-TYPE-ENTRIES
           END-PERFORM
           PERFORM WRITE-GL-TRAILER.

       WRITE-TYPE-ENTRIES.
           MOVE WS-TYPE-ACCOUNT(WS-TYPE-IDX) TO WS-ENTRY-ACCOUNT
           MOVE 'GROS' TO WS-ENTRY-CODE
           MOVE 'D' TO WS-ENTRY-DEBIT-CREDIT
           MOVE WS-TT-GROSS(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-TT-ISSUED-ITEMS(WS-TYPE-IDX) TO WS-ENTRY-ITEMS
           MOVE ' - GROSS' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-DISBURSEMENT TO WS-ENTRY-ACCOUNT
           MOVE 'NET ' TO WS-ENTRY-CODE
           MOVE 'C' TO WS-ENTRY-DEBIT-CREDIT
           MOVE WS-TT-NET(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE ' - NET PAID' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-FEDERAL-TAX TO WS-ENTRY-ACCOUNT
           MOVE 'FTAX' TO WS-ENTRY-CODE
           MOVE WS-TT-TAX(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE ' - FED TAX' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-PARTB-PAYABLE TO WS-ENTRY-ACCOUNT
           MOVE 'MEDB' TO WS-ENTRY-CODE
           MOVE WS-TT-PARTB(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE ' - PART B PREM' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-EARNINGS-TEST TO WS-ENTRY-ACCOUNT
           MOVE 'ETWH' TO WS-ENTRY-CODE
           MOVE WS-TT-EARNINGS-TEST(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE ' - EARN TEST' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-OVERPAY-RECEIVABLE TO WS-ENTRY-ACCOUNT
           MOVE 'OVPR' TO WS-ENTRY-CODE
           MOVE WS-TT-RECOVERY(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE ' - OVERPAY RECOV' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-DISBURSEMENT TO WS-ENTRY-ACCOUNT
           MOVE 'RETN' TO WS-ENTRY-CODE
           MOVE 'D' TO WS-ENTRY-DEBIT-CREDIT
           MOVE WS-TT-RETURNED(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-TT-RETURNED-ITEMS(WS-TYPE-IDX) TO WS-ENTRY-ITEMS
           MOVE ' - RETURNED' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE WS-ACCT-RETURNED-ITEMS TO WS-ENTRY-ACCOUNT
           MOVE 'C' TO WS-ENTRY-DEBIT-CREDIT
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE WS-ACCT-RETURNED-ITEMS TO WS-ENTRY-ACCOUNT
           MOVE 'REIS' TO WS-ENTRY-CODE
           MOVE 'D' TO WS-ENTRY-DEBIT-CREDIT
           MOVE WS-TT-REISSUED(WS-TYPE-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-TT-REISSUED-ITEMS(WS-TYPE-IDX) TO WS-ENTRY-ITEMS
           MOVE ' - REISSUED' TO WS-ENTRY-SUFFIX
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE WS-ACCT-DISBURSEMENT TO WS-ENTRY-ACCOUNT
           MOVE 'C' TO WS-ENTRY-DEBIT-CREDIT
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           IF WS-ENTRY-AMOUNT > 0
               ADD 1 TO WS-GL-LINE-COUNT
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               STRING WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                   WS-ENTRY-SUFFIX DELIMITED BY SIZE
                   INTO WS-ENTRY-DESCRIPTION
               MOVE SPACES TO GL-RECORD
               SET GL-JOURNAL-LINE TO TRUE
               MOVE WS-JOURNAL-MONTH TO GL-JOURNAL-MONTH
               MOVE WS-RUN-DATE TO GL-POSTING-DATE
               MOVE WS-GL-LINE-COUNT TO GL-LINE-NUMBER
               MOVE WS-ENTRY-ACCOUNT TO GL-ACCOUNT
               MOVE WS-ENTRY-CODE TO GL-ENTRY-CODE
               MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO GL-PAY-TYPE
               MOVE WS-ENTRY-DEBIT-CREDIT TO GL-DEBIT-CREDIT
               MOVE WS-ENTRY-AMOUNT TO GL-AMOUNT
               MOVE WS-ENTRY-ITEMS TO GL-ITEM-COUNT
               MOVE WS-ENTRY-DESCRIPTION TO GL-DESCRIPTION
               WRITE GL-RECORD
               IF GL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING GL INTERFACE - STATUS '
                       GL-FILE-STATUS
               END-IF
               MOVE WS-GL-LINE-COUNT TO JD-LINE-NUMBER
               MOVE WS-ENTRY-ACCOUNT TO JD-ACCOUNT
               MOVE WS-ENTRY-CODE TO JD-ENTRY-CODE
               MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO JD-PAY-TYPE
               IF WS-ENTRY-DEBIT-CREDIT = 'D'
                   MOVE WS-ENTRY-AMOUNT TO JD-DEBIT
                   MOVE 0 TO JD-CREDIT
                   ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   MOVE 0 TO JD-DEBIT
                   MOVE WS-ENTRY-AMOUNT TO JD-CREDIT
                   ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               MOVE WS-ENTRY-ITEMS TO JD-ITEMS
               MOVE WS-ENTRY-DESCRIPTION TO JD-DESCRIPTION
               WRITE REGISTER-LINE FROM WS-JOURNAL-DETAIL
           END-IF.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-RECORD
           SET GL-TRAILER TO TRUE
           MOVE WS-JOURNAL-MONTH TO GL-JOURNAL-MONTH
           MOVE WS-RUN-DATE TO GL-POSTING-DATE
           MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
           WRITE GL-RECORD
           IF GL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL INTERFACE - STATUS '
                   GL-FILE-STATUS
           END-IF.

      * What the ledger says went out this month against what the
      * bank was told ('8' controls) plus what was printed as checks.
      * Items and dollars must both agree - a dollar match made of
      * the wrong items is still a break. A batch with no control
      * record, or more batches than the table holds, is a break
      * too whatever the totals say.
       RECONCILE-DISBURSEMENTS.
           COMPUTE WS-ACH-CONTROL-DOLLARS = WS-ACH-CONTROL-CENTS / 100
           COMPUTE WS-DISBURSED-ITEMS =
               WS-ACH-CONTROL-ITEMS + WS-CHECK-ITEMS
           COMPUTE WS-DISBURSED-DOLLARS =
               WS-ACH-CONTROL-DOLLARS + WS-CHECK-DOLLARS
           COMPUTE WS-DIFFERENCE-ITEMS =
               WS-LEDGER-ITEMS - WS-DISBURSED-ITEMS
           COMPUTE WS-DIFFERENCE-DOLLARS =
               WS-LEDGER-DOLLARS - WS-DISBURSED-DOLLARS
           SET MONTH-IN-BALANCE TO TRUE
           IF WS-DIFFERENCE-ITEMS NOT = 0
               OR WS-DIFFERENCE-DOLLARS NOT = 0
               OR WS-BATCHES-OVERFLOWED > 0
               SET MONTH-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF NOT BT-CONTROL-SEEN(WS-BATCH-IDX)
                   SET MONTH-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           MOVE 'JOURNAL CONTROL TOTALS' TO ST-TEXT
           WRITE REGISTER-LINE FROM WS-SECTION-TITLE-LINE

           MOVE 'JOURNAL LINES WRITTEN' TO SL-LABEL
           MOVE WS-GL-LINE-COUNT TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'TOTAL DEBITS' TO SA-LABEL
           MOVE WS-TOTAL-DEBITS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL CREDITS' TO SA-LABEL
           MOVE WS-TOTAL-CREDITS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'PAYMENT LEDGER ROWS READ' TO SL-LABEL
           MOVE WS-PAY-ROWS-READ TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'UNKNOWN PAYMENT TYPE - NOT JOURNALED' TO SL-LABEL
           MOVE WS-UNKNOWN-TYPE-ROWS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           MOVE 'DISBURSEMENT RECONCILIATION' TO ST-TEXT
           WRITE REGISTER-LINE FROM WS-SECTION-TITLE-LINE

           MOVE 'LEDGER ITEMS DISBURSED' TO SL-LABEL
           MOVE WS-LEDGER-ITEMS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'LEDGER DOLLARS DISBURSED' TO SA-LABEL
           MOVE WS-LEDGER-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'ACH BATCHES IN MONTH' TO SL-LABEL
           MOVE WS-BATCH-COUNT TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'ACH BATCH CONTROL ITEMS' TO SL-LABEL
           MOVE WS-ACH-CONTROL-ITEMS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'ACH BATCH CONTROL CREDIT' TO SA-LABEL
           MOVE WS-ACH-CONTROL-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'CHECKS ISSUED' TO SL-LABEL
           MOVE WS-CHECK-ITEMS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CHECK DOLLARS ISSUED' TO SA-LABEL
           MOVE WS-CHECK-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'BANK PLUS CHECKS - DOLLARS' TO SA-LABEL
           MOVE WS-DISBURSED-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'DIFFERENCE - ITEMS' TO DC-LABEL
           MOVE WS-DIFFERENCE-ITEMS TO DC-VALUE
           WRITE REGISTER-LINE FROM WS-DIFFERENCE-COUNT-LINE

           MOVE 'DIFFERENCE - DOLLARS' TO DL-LABEL
           MOVE WS-DIFFERENCE-DOLLARS TO DL-VALUE
           WRITE REGISTER-LINE FROM WS-DIFFERENCE-LINE

           IF MONTH-IN-BALANCE
               MOVE 'LEDGER AGREES WITH BANK AND CHECKS' TO ST-TEXT
           ELSE
               MOVE '*** OUT OF BALANCE - SEE SSAGLBRK.RPT ***'
                   TO ST-TEXT
           END-IF
           WRITE REGISTER-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER.

      * Everything needed to run the break down without rereading the
      * files: each of the month's ACH batches with its control
      * figures beside what its detail lines add to, the checks by
      * issue date, and the ledger's side by payment type.
       WRITE-BREAK-REPORT.
           OPEN OUTPUT BREAK-REPORT
           MOVE 'DISBURSEMENT BREAK REPORT - MONTH' TO RT-TEXT
           WRITE BREAK-LINE FROM WS-REPORT-HEADER
           WRITE BREAK-LINE FROM WS-REPORT-TITLE
           WRITE BREAK-LINE FROM WS-REPORT-HEADER

           MOVE 'ACH BATCHES ON SSAPAYB.DAT' TO ST-TEXT
           WRITE BREAK-LINE FROM WS-SECTION-TITLE-LINE
           WRITE BREAK-LINE FROM WS-BATCH-HEADING
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               PERFORM WRITE-BATCH-BREAK-LINE
           END-PERFORM
           IF WS-BATCHES-OVERFLOWED > 0
               MOVE 'BATCHES BEYOND THE TABLE - UNCOUNTED' TO SL-LABEL
               MOVE WS-BATCHES-OVERFLOWED TO SL-VALUE
               WRITE BREAK-LINE FROM WS-SUMMARY-LINE
           END-IF

           MOVE 'CHECKS ON SSACHECK.DAT' TO ST-TEXT
           WRITE BREAK-LINE FROM WS-SECTION-TITLE-LINE
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
               UNTIL WS-DATE-IDX > WS-CHECK-DATE-COUNT
               MOVE WS-CD-ISSUE-DATE(WS-DATE-IDX) TO CD-ISSUE-DATE
               MOVE WS-CD-ITEMS(WS-DATE-IDX) TO CD-ITEMS
               MOVE WS-CD-DOLLARS(WS-DATE-IDX) TO CD-DOLLARS
               WRITE BREAK-LINE FROM WS-CHECK-DATE-DETAIL
           END-PERFORM

           MOVE 'LEDGER DISBURSEMENTS ON SSAPAYH.DAT' TO ST-TEXT
           WRITE BREAK-LINE FROM WS-SECTION-TITLE-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               PERFORM WRITE-LEDGER-BREAK-LINES
           END-PERFORM

           WRITE BREAK-LINE FROM WS-REPORT-HEADER
           MOVE 'DIFFERENCE - ITEMS' TO DC-LABEL
           MOVE WS-DIFFERENCE-ITEMS TO DC-VALUE
           WRITE BREAK-LINE FROM WS-DIFFERENCE-COUNT-LINE
           MOVE 'DIFFERENCE - DOLLARS' TO DL-LABEL
           MOVE WS-DIFFERENCE-DOLLARS TO DL-VALUE
           WRITE BREAK-LINE FROM WS-DIFFERENCE-LINE
           WRITE BREAK-LINE FROM WS-REPORT-HEADER
           CLOSE BREAK-REPORT.

       WRITE-BATCH-BREAK-LINE.
           MOVE WS-BT-EFFECTIVE-DATE(WS-BATCH-IDX) TO BD-EFFECTIVE-DATE
           MOVE WS-BT-PAY-MONTH(WS-BATCH-IDX) TO BD-PAY-MONTH
           MOVE WS-BT-CONTROL-ITEMS(WS-BATCH-IDX) TO BD-CONTROL-ITEMS
           COMPUTE BD-CONTROL-DOLLARS =
               WS-BT-CONTROL-CENTS(WS-BATCH-IDX) / 100
           MOVE WS-BT-DETAIL-ITEMS(WS-BATCH-IDX) TO BD-DETAIL-ITEMS
           COMPUTE BD-DETAIL-DOLLARS =
               WS-BT-DETAIL-CENTS(WS-BATCH-IDX) / 100
           EVALUATE TRUE
               WHEN NOT BT-CONTROL-SEEN(WS-BATCH-IDX)
                   MOVE 'NO CONTROL RECORD' TO BD-NOTE
               WHEN WS-BT-CONTROL-ITEMS(WS-BATCH-IDX) NOT =
                   WS-BT-DETAIL-ITEMS(WS-BATCH-IDX)
                   OR WS-BT-CONTROL-CENTS(WS-BATCH-IDX) NOT =
                   WS-BT-DETAIL-CENTS(WS-BATCH-IDX)
                   MOVE 'CONTROL DISAGREES WITH DETAILS' TO BD-NOTE
               WHEN OTHER
                   MOVE SPACES TO BD-NOTE
           END-EVALUATE
           WRITE BREAK-LINE FROM WS-BATCH-DETAIL.

       WRITE-LEDGER-BREAK-LINES.
           MOVE SPACES TO SA-LABEL
           STRING WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
               ' - PAID FOR MONTH (NET)' DELIMITED BY SIZE
               INTO SA-LABEL
           MOVE WS-TT-NET(WS-TYPE-IDX) TO SA-VALUE
           WRITE BREAK-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE SPACES TO SA-LABEL
           STRING WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
               ' - REISSUED IN MONTH' DELIMITED BY SIZE
               INTO SA-LABEL
           MOVE WS-TT-REISSUED(WS-TYPE-IDX) TO SA-VALUE
           WRITE BREAK-LINE FROM WS-SUMMARY-AMOUNT-LINE.

       CLEANUP.
           IF PAYMENT-FILE-OK
               CLOSE PAYMENT-HISTORY
           END-IF
           IF BANK-FILE-OK
               CLOSE BANK-INTERFACE-FILE
           END-IF
           IF CHECK-FILE-OK
               CLOSE CHECK-PRINT-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE
           CLOSE JOURNAL-REGISTER
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-GL-INTERFACE' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

      * 0004 flags an out-of-balance month on the run history - the
      * journal is still written, but Finance should not post it
      * until the break is cleared.
       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-GL-INTERFACE' TO RC-PROGRAM-NAME
           COMPUTE RC-RECORDS-READ = WS-PAY-ROWS-READ
               + WS-BANK-LINES-READ + WS-CHECK-LINES-READ
           MOVE WS-GL-LINE-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-UNKNOWN-TYPE-ROWS TO RC-REJECTS
           IF MONTH-IN-BALANCE
               MOVE '0000' TO RC-COMPLETION-CODE
           ELSE
               MOVE '0004' TO RC-COMPLETION-CODE
           END-IF
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
