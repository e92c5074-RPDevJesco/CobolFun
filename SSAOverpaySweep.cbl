      * Program: SSA-OVERPAY-SWEEP
      * Purpose: Overpayment detection batch for late-posted deaths -
      *          when SSA-MAINTENANCE sets a record DECEASED with a
      *          DATE-OF-DEATH months back, the retirement and
      *          disability payments SSA-PAYMENT already issued for
      *          the months after death sit on SSAPAYH.DAT as if they
      *          were proper.
      *          SSA-FILE-AUDIT flags earnings after death; this run
      *          is its counterpart for money. One sweep of the
      *          payment ledger against DATE-OF-DEATH on the master
      *          books each post-death worker payment as a
      *          receivable on SSAOVPAY.DAT (the SSN + month key makes
      *          a rerun book nothing twice), then a second sweep of
      *          the receivable file prints the recovery-status
      *          section - booked, recovered, balance per item - so
      *          the auditors get one report for the whole exposure.
      *          SSA-PAYMENT withholds survivor payments on the same
      *          SSN against the OPEN rows until they close. Each
      *          receivable booked queues a line on SSANOTQ.DAT, and
      *          SSA-NOTICE-PRINT gathers an SSN's lines into one
      *          overpayment demand letter. A receivable whose
      *          recovery was waived on appeal is listed as WAIVED,
      *          and its uncollected balance is reported as written
      *          off rather than outstanding.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS OVP-KEY
               FILE STATUS IS OVERPAY-FILE-STATUS.

      * EXTEND - SSA-NOTICE-PRINT empties the queue only as it
      * mails the letters.
           SELECT NOTICE-QUEUE
               ASSIGN TO 'SSANOTQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-QUEUE-STATUS.

           SELECT RECOVERY-REPORT
               ASSIGN TO 'SSAOVPAY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY OVPREC REPLACING ==OVP-RECORD-NAME== BY
               ==OVP-RECORD==.

       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

       FD RECOVERY-REPORT.
       01 REPORT-LINE PIC X(132).

           05 OVERPAY-FILE-STATUS PIC XX.
               88 OVERPAY-FILE-OK VALUE '00'.
               88 OVERPAY-FILE-MISSING VALUE '35'.
           05 NOTICE-QUEUE-STATUS PIC XX.
           05 REPORT-STATUS PIC XX.
           05 WS-PAY-EOF-FLAG PIC X VALUE 'N'.
               88 PAY-SWEEP-DONE VALUE 'Y'.
           05 WS-RECEIVABLES-BOOKED PIC 9(7) VALUE 0.
           05 WS-ALREADY-BOOKED PIC 9(7) VALUE 0.
           05 WS-DOLLARS-BOOKED PIC 9(9)V99 VALUE 0.
           05 WS-NOTICES-QUEUED PIC 9(7) VALUE 0.
           05 WS-OPEN-ITEMS PIC 9(7) VALUE 0.
           05 WS-CLOSED-ITEMS PIC 9(7) VALUE 0.
           05 WS-WAIVED-ITEMS PIC 9(7) VALUE 0.
           05 WS-TOTAL-RECEIVABLE PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-RECOVERED PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-OUTSTANDING PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-WAIVED PIC 9(9)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
           END-IF
           OPEN INPUT SOCIAL-SECURITY-FILE
           PERFORM OPEN-OVERPAYMENT-LEDGER
           OPEN EXTEND NOTICE-QUEUE
           OPEN OUTPUT RECOVERY-REPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO RT-DATE
                   MOVE DATE-OF-DEATH(1:6) TO WS-HOLD-DEATH-MONTH
           END-READ.

      * Only the worker's own retirement or disability payments for
      * months after the death month are overpayments - survivor
      * payments after death are proper, and a RETURNED payment never
      * reached anyone, so there is nothing to recover on it.
       CHECK-PAYMENT-ROW.
           IF WS-HOLD-RECORD-STATUS = 'D'
               AND WS-HOLD-DEATH-MONTH > 0
               AND (PAY-RETIREMENT OR PAY-DISABILITY)
               AND NOT PAY-RETURNED
               AND PAY-MONTH > WS-HOLD-DEATH-MONTH
               PERFORM BOOK-RECEIVABLE
                   ADD 1 TO WS-RECEIVABLES-BOOKED
                   ADD PAY-AMOUNT TO WS-DOLLARS-BOOKED
                   PERFORM WRITE-BOOKED-DETAIL
                   PERFORM QUEUE-DEMAND-NOTICE
           END-WRITE.

      * One queue line per receivable, in ledger (SSN + month)
      * order, so an SSN's months sit together on the queue and the
      * notice run can demand them in a single letter.
       QUEUE-DEMAND-NOTICE.
           MOVE SPACES TO NTQ-RECORD
           MOVE PAY-SSN TO NTQ-SSN
           SET NTQ-OVERPAYMENT TO TRUE
           MOVE WS-RUN-DATE TO NTQ-QUEUED-DATE
           MOVE PAY-AMOUNT TO NTQ-AMOUNT
           MOVE 0 TO NTQ-BASE-AMOUNT
           MOVE 0 TO NTQ-LIMIT-AMOUNT
           MOVE PAY-MONTH TO NTQ-MONTH
           MOVE 0 TO NTQ-YEAR
           WRITE NTQ-RECORD
           IF NOTICE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTICE QUEUE - STATUS '
                   NOTICE-QUEUE-STATUS
           ELSE
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       WRITE-BOOKED-DETAIL.
           MOVE SPACES TO BD-SSN
           STRING PAY-SSN(1:3) '-' PAY-SSN(4:2) '-' PAY-SSN(6:4)
           MOVE OVP-RECOVERED TO VD-RECOVERED
           COMPUTE WS-OVP-BALANCE = OVP-AMOUNT - OVP-RECOVERED
           MOVE WS-OVP-BALANCE TO VD-BALANCE
           EVALUATE TRUE
               WHEN OVP-WAIVED
                   MOVE 'WAIVED' TO VD-STATUS
                   ADD 1 TO WS-WAIVED-ITEMS
                   ADD WS-OVP-BALANCE TO WS-TOTAL-WAIVED
               WHEN OVP-CLOSED
                   MOVE 'CLOSED' TO VD-STATUS
                   ADD 1 TO WS-CLOSED-ITEMS
               WHEN OTHER
                   MOVE 'OPEN' TO VD-STATUS
                   ADD 1 TO WS-OPEN-ITEMS
                   ADD WS-OVP-BALANCE TO WS-TOTAL-OUTSTANDING
           END-EVALUATE
           ADD OVP-AMOUNT TO WS-TOTAL-RECEIVABLE
           ADD OVP-RECOVERED TO WS-TOTAL-RECOVERED
           WRITE REPORT-LINE FROM WS-RECOVERY-DETAIL.

       WRITE-CONTROL-TOTALS.
           MOVE WS-DOLLARS-BOOKED TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'DEMAND NOTICE LINES QUEUED' TO SL-LABEL
           MOVE WS-NOTICES-QUEUED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'RECEIVABLES OPEN' TO SL-LABEL
           MOVE WS-OPEN-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CLOSED-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'RECEIVABLES WAIVED ON APPEAL' TO SL-LABEL
           MOVE WS-WAIVED-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'TOTAL BOOKED - ALL RECEIVABLES' TO SA-LABEL
           MOVE WS-TOTAL-RECEIVABLE TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE WS-TOTAL-OUTSTANDING TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL WAIVED - NOT TO BE COLLECTED' TO SA-LABEL
           MOVE WS-TOTAL-WAIVED TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           CLOSE PAYMENT-HISTORY
           CLOSE SOCIAL-SECURITY-FILE
           CLOSE OVERPAYMENT-LEDGER
           CLOSE NOTICE-QUEUE
           CLOSE RECOVERY-REPORT
           PERFORM WRITE-RUN-END.

