      ******************************************************************
      * Program: SSA-RETENTION
      * Purpose: Records-retention archive and purge batch for the
      *          ledgers and logs that otherwise grow forever - the
      *          payment ledger SSAPAYH.DAT, CLOSED (including
      *          WAIVED) receivables on SSAOVPAY.DAT, SATISFIED
      *          (including WAIVED) directives on SSAETEST.DAT, the
      *          maintenance audit log SSAMAINT.LOG and the run
      *          history SSARUNH.DAT. Each file keeps as many months
      *          as its row on the retention table SSARETN.DAT says
      *          (SSA-RETENTION-MAINT); older rows are written to a
      *          run-dated archive file (<file>.Accyymmdd.Thhmmss.ARC)
      *          and only then removed from the live file, and every
      *          archive written is entered on the catalog
      *          SSAARCX.DAT that SSA-INQUIRY and SSA-AUDIT-INQUIRY
      *          search when asked about an old month. A row is only
      *          ever removed after it has been read back from its
      *          archive, and the register SSARETN.RPT proves each
      *          file: rows and dollars on the live file before the
      *          run equal the rows and dollars left on it plus those
      *          read back from the archive. Some rows past their
      *          period are held on the live file regardless - a
      *          ledger row from the SSA-1099-EXTRACT statement year
      *          or later (that extract reads the live ledger and
      *          must always find a whole tax year), a RETURNED row
      *          still waiting to be reissued, a receivable still
      *          OPEN or whose overpaid ledger row is still live (the
      *          overpayment sweep would book it again), and a
      *          directive that is still OPEN or from a test year the
      *          earnings test could still run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-RETENTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-TABLE
               ASSIGN TO 'SSARETN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTN-FILE-ID
               FILE STATUS IS RETENTION-FILE-STATUS.

           SELECT PAYMENT-HISTORY
               ASSIGN TO 'SSAPAYH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT OVERPAYMENT-FILE
               ASSIGN TO 'SSAOVPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVP-KEY
               FILE STATUS IS OVERPAY-FILE-STATUS.

           SELECT EARNINGS-TEST-FILE
               ASSIGN TO 'SSAETEST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-SSN
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO 'SSAMAINT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT RUN-HISTORY
               ASSIGN TO 'SSARUNH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

      * The lines a sequential file keeps are parked here while it is
      * read, then copied back as the new live file once the archive
      * has been proved - the same hold-and-copy-back SSA-NOTICE-PRINT
      * does with its queue, so a run that stops before the copy-back
      * leaves the old file whole.
           SELECT RETAINED-WORK
               ASSIGN TO 'SSARETW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

      * Run-dated and -timed name built for each file as it is worked
      * - a rerun the same day writes a new archive rather than
      * overwriting one whose rows are already off the live file.
           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO 'SSAARCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT RETENTION-REPORT
               ASSIGN TO 'SSARETN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-TABLE.
           COPY RETNREC REPLACING ==RTN-RECORD-NAME== BY
               ==RTN-RECORD==.

       FD PAYMENT-HISTORY.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

       FD OVERPAYMENT-FILE.
           COPY OVPREC REPLACING ==OVP-RECORD-NAME== BY
               ==OVP-RECORD==.

       FD EARNINGS-TEST-FILE.
           COPY ETESTREC REPLACING ==TST-RECORD-NAME== BY
               ==TST-RECORD==.

       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-LINE PIC X(180).

       FD RUN-HISTORY.
           COPY RUNHIST REPLACING ==RUN-RECORD-NAME== BY
               ==RUN-RECORD==.

       FD RETAINED-WORK.
       01 WORK-RECORD PIC X(180).

       FD ARCHIVE-FILE.
       01 ARC-RECORD PIC X(180).

       FD ARCHIVE-CATALOG.
           COPY ARCXREC REPLACING ==ARX-RECORD-NAME== BY
               ==ARX-RECORD==.

       FD RETENTION-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 RETENTION-FILE-STATUS PIC XX.
               88 RETENTION-FILE-OK VALUE '00'.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
           05 OVERPAY-FILE-STATUS PIC XX.
               88 OVERPAY-FILE-OK VALUE '00'.
           05 TEST-FILE-STATUS PIC XX.
               88 TEST-FILE-OK VALUE '00'.
           05 AUDIT-LOG-STATUS PIC XX.
               88 AUDIT-LOG-OK VALUE '00'.
           05 RUN-HISTORY-STATUS PIC XX.
               88 RUN-HISTORY-OK VALUE '00'.
           05 WORK-FILE-STATUS PIC XX.
               88 WORK-FILE-OK VALUE '00'.
           05 ARCHIVE-STATUS PIC XX.
               88 ARCHIVE-OK VALUE '00'.
           05 CATALOG-STATUS PIC XX.
               88 CATALOG-OK VALUE '00'.
               88 CATALOG-MISSING VALUE '35'.
           05 REPORT-STATUS PIC XX.
           05 WS-RETENTION-OPEN-FLAG PIC X VALUE 'N'.
               88 RETENTION-AVAILABLE VALUE 'Y'.
           05 WS-LEDGER-OPEN-FLAG PIC X VALUE 'N'.
               88 LEDGER-AVAILABLE VALUE 'Y'.
               88 LEDGER-NOT-AVAILABLE VALUE 'N'.
           05 WS-READ-DONE-FLAG PIC X.
               88 READ-DONE VALUE 'Y'.
           05 WS-BACK-DONE-FLAG PIC X.
               88 READ-BACK-DONE VALUE 'Y'.
           05 WS-FILE-CONDITION PIC X.
               88 FILE-NO-PERIOD VALUE 'P'.
               88 FILE-NOT-ON-HAND VALUE 'M'.
               88 FILE-WORKED VALUE 'W'.
           05 WS-ARCHIVE-OPEN-FLAG PIC X.
               88 ARCHIVE-OPENED VALUE 'Y'.
               88 ARCHIVE-NOT-OPENED VALUE 'N'.
           05 WS-ARCHIVE-VERIFIED-FLAG PIC X.
               88 ARCHIVE-VERIFIED VALUE 'Y'.
               88 ARCHIVE-NOT-VERIFIED VALUE 'N'.
           05 WS-BALANCE-FLAG PIC X.
               88 FILE-IN-BALANCE VALUE 'Y'.
               88 FILE-OUT-OF-BALANCE VALUE 'N'.
           05 WS-FLOOR-FLAG PIC X.
               88 CUTOFF-AT-FLOOR VALUE 'Y'.
               88 CUTOFF-NOT-AT-FLOOR VALUE 'N'.

       01 WS-STAMP PIC X(14).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MM PIC 99.
      * SSA-1099-EXTRACT reports on the run year minus one from the
      * live ledger, so nothing from that year on is ever archived.
       01 WS-STATEMENT-YEAR PIC 9(4).
       01 WS-STATEMENT-FLOOR PIC 9(6).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-CUT-YEAR PIC 9(4).
       01 WS-CUT-MM PIC 99.
       01 WS-CUTOFF-MONTH PIC 9(6).
       01 WS-ROW-MONTH PIC 9(6).
       01 WS-ROW-AMOUNT PIC 9(7)V99.
       01 WS-ARCHIVE-ROW PIC X(180).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).
       01 WS-FILE-IDX PIC 9.

      * The archived row images, picked back up under their own
      * names so the read-back can total them and key the delete.
       COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY ==ARC-PAY-ROW==
           LEADING ==PAY== BY ==ARP==.
       COPY OVPREC REPLACING ==OVP-RECORD-NAME== BY ==ARC-OVP-ROW==
           LEADING ==OVP== BY ==ARO==.
       COPY ETESTREC REPLACING ==TST-RECORD-NAME== BY ==ARC-TST-ROW==
           LEADING ==TST== BY ==ART==.
       COPY RUNHIST REPLACING ==RUN-RECORD-NAME== BY ==ARC-RUN-ROW==
           LEADING ==RUN== BY ==ARR==.

      * The files this run archives, in the order it works them - the
      * ledger goes first so the receivables pass sees which overpaid
      * months have already left it - what each holds, and what the
      * dollar control is summed from (blank: counts only).
       01 WS-FILE-ID-VALUES.
           05 FILLER PIC X(8) VALUE 'SSAPAYH'.
           05 FILLER PIC X(8) VALUE 'SSAOVPAY'.
           05 FILLER PIC X(8) VALUE 'SSAETEST'.
           05 FILLER PIC X(8) VALUE 'SSAMAINT'.
           05 FILLER PIC X(8) VALUE 'SSARUNH'.
       01 WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
           05 WS-FILE-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-FILE-DESC-VALUES.
           05 FILLER PIC X(34) VALUE 'PAYMENT LEDGER'.
           05 FILLER PIC X(34) VALUE 'CLOSED OVERPAYMENT RECEIVABLES'.
           05 FILLER PIC X(34)
               VALUE 'SATISFIED EARNINGS-TEST DIRECTIVES'.
           05 FILLER PIC X(34) VALUE 'MAINTENANCE AUDIT LOG'.
           05 FILLER PIC X(34) VALUE 'BATCH RUN HISTORY'.
       01 WS-FILE-DESC-TABLE REDEFINES WS-FILE-DESC-VALUES.
           05 WS-FILE-DESC PIC X(34) OCCURS 5 TIMES.
       01 WS-AMOUNT-BASIS-VALUES.
           05 FILLER PIC X(24) VALUE 'NET AMOUNT PAID'.
           05 FILLER PIC X(24) VALUE 'AMOUNT OVERPAID'.
           05 FILLER PIC X(24) VALUE 'AMOUNT DIRECTED'.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-AMOUNT-BASIS-TABLE REDEFINES WS-AMOUNT-BASIS-VALUES.
           05 WS-AMOUNT-BASIS PIC X(24) OCCURS 5 TIMES.

      * One file's controls, cleared as each file is started.
       01 WS-FILE-TOTALS.
           05 WS-PERIOD-MONTHS PIC 9(3).
           05 WS-LIVE-BEFORE PIC 9(7).
           05 WS-LIVE-BEFORE-AMT PIC 9(11)V99.
           05 WS-ROWS-HELD PIC 9(7).
           05 WS-ROWS-WRITTEN PIC 9(7).
           05 WS-WRITTEN-AMT PIC 9(11)V99.
           05 WS-ROWS-READ-BACK PIC 9(7).
           05 WS-READ-BACK-AMT PIC 9(11)V99.
           05 WS-ROWS-KEPT PIC 9(7).
           05 WS-ROWS-REMOVED PIC 9(7).
           05 WS-REMOVED-AMT PIC 9(11)V99.
           05 WS-LIVE-AFTER PIC 9(7).
           05 WS-LIVE-AFTER-AMT PIC 9(11)V99.
           05 WS-FROM-MONTH PIC 9(6).
           05 WS-THRU-MONTH PIC 9(6).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-TOTAL-LIVE-BEFORE PIC 9(7) VALUE 0.
           05 WS-TOTAL-ARCHIVED PIC 9(7) VALUE 0.
           05 WS-TOTAL-ARCHIVED-AMT PIC 9(11)V99 VALUE 0.
           05 WS-FILES-ARCHIVED PIC 9(3) VALUE 0.
           05 WS-FILES-NOT-PURGED PIC 9(3) VALUE 0.
           05 WS-FILES-OUT-OF-BALANCE PIC 9(3) VALUE 0.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(48) VALUE
               'RECORDS RETENTION - ARCHIVE AND PURGE - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-FILE-TITLE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FT-FILE-ID PIC X(8).
           05 FILLER PIC X(3) VALUE ' - '.
           05 FT-DESCRIPTION PIC X(34).
           05 FILLER PIC X(83) VALUE SPACES.

       01 WS-NOTE-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 NL-TEXT PIC X(40).
           05 NL-VALUE PIC X(40).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(71) VALUE SPACES.

       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM RETAIN-PAYMENT-LEDGER
           PERFORM RETAIN-OVERPAYMENTS
           PERFORM RETAIN-TEST-DIRECTIVES
           PERFORM RETAIN-AUDIT-LOG
           PERFORM RETAIN-RUN-HISTORY
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-STAMP(9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           COMPUTE WS-STATEMENT-YEAR = WS-RUN-YEAR - 1
           COMPUTE WS-STATEMENT-FLOOR = WS-STATEMENT-YEAR * 100 + 1
           OPEN INPUT RETENTION-TABLE
           IF RETENTION-FILE-OK
               SET RETENTION-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO RETENTION TABLE ON FILE - STATUS '
                   RETENTION-FILE-STATUS ' - NOTHING WILL BE PURGED'
           END-IF
           OPEN OUTPUT RETENTION-REPORT
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

      * Common set-up for the file at WS-FILE-IDX: clear its
      * controls, find its retention period and turn that into the
      * cutoff month - a row dated before the cutoff is past its
      * period - and name the archive it would go to.
       START-FILE-BLOCK.
           INITIALIZE WS-FILE-TOTALS
           SET ARCHIVE-NOT-OPENED TO TRUE
           SET ARCHIVE-NOT-VERIFIED TO TRUE
           SET CUTOFF-NOT-AT-FLOOR TO TRUE
           SET FILE-IN-BALANCE TO TRUE
           SET FILE-NO-PERIOD TO TRUE
           MOVE 0 TO WS-CUTOFF-MONTH
           IF RETENTION-AVAILABLE
               MOVE WS-FILE-ID(WS-FILE-IDX) TO RTN-FILE-ID
               READ RETENTION-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FILE-WORKED TO TRUE
                       MOVE RTN-MONTHS TO WS-PERIOD-MONTHS
               END-READ
           END-IF
           IF FILE-WORKED
               COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12
                   + WS-RUN-MM - 1 - WS-PERIOD-MONTHS
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUT-YEAR
                   REMAINDER WS-CUT-MM
               COMPUTE WS-CUTOFF-MONTH =
                   WS-CUT-YEAR * 100 + WS-CUT-MM + 1
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING WS-FILE-ID(WS-FILE-IDX) DELIMITED BY SPACE
               '.A' WS-RUN-DATE '.T' WS-RUN-TIME '.ARC'
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.

      * The payment ledger. The cutoff never reaches past the start
      * of the 1099 statement year, and a RETURNED row is the one
      * state the issuance run will still pay again, so it stays
      * however old it is.
       RETAIN-PAYMENT-LEDGER.
           MOVE 1 TO WS-FILE-IDX
           PERFORM START-FILE-BLOCK
           IF FILE-WORKED
               IF WS-CUTOFF-MONTH > WS-STATEMENT-FLOOR
                   MOVE WS-STATEMENT-FLOOR TO WS-CUTOFF-MONTH
                   SET CUTOFF-AT-FLOOR TO TRUE
               END-IF
               OPEN INPUT PAYMENT-HISTORY
               IF PAYMENT-FILE-OK
                   MOVE 'N' TO WS-READ-DONE-FLAG
                   PERFORM SELECT-PAYMENT-ROW UNTIL READ-DONE
                   CLOSE PAYMENT-HISTORY
                   PERFORM VERIFY-ARCHIVE-FILE
                   IF ARCHIVE-VERIFIED
                       PERFORM REMOVE-ARCHIVED-PAYMENTS
                   END-IF
                   PERFORM COUNT-PAYMENTS-AFTER
                   PERFORM CHECK-FILE-BALANCE
               ELSE
                   SET FILE-NOT-ON-HAND TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-FILE-BLOCK.

       SELECT-PAYMENT-ROW.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END
                   SET READ-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-BEFORE
                   ADD PAY-AMOUNT TO WS-LIVE-BEFORE-AMT
                   IF PAY-MONTH < WS-CUTOFF-MONTH
                       IF PAY-RETURNED
                           ADD 1 TO WS-ROWS-HELD
                       ELSE
                           MOVE PAY-RECORD TO WS-ARCHIVE-ROW
                           MOVE PAY-AMOUNT TO WS-ROW-AMOUNT
                           PERFORM WRITE-ARCHIVE-ROW
                       END-IF
                   END-IF
           END-READ.

       REMOVE-ARCHIVED-PAYMENTS.
           OPEN INPUT ARCHIVE-FILE
           OPEN I-O PAYMENT-HISTORY
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ ARCHIVE-FILE
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       MOVE ARC-RECORD TO ARC-PAY-ROW
                       MOVE ARP-KEY TO PAY-KEY
                       DELETE PAYMENT-HISTORY RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING LEDGER ROW '
                                   ARP-KEY ' - STATUS '
                                   PAYMENT-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-ROWS-REMOVED
                               ADD ARP-AMOUNT TO WS-REMOVED-AMT
                       END-DELETE
               END-READ
           END-PERFORM
           CLOSE PAYMENT-HISTORY
           CLOSE ARCHIVE-FILE.

       COUNT-PAYMENTS-AFTER.
           OPEN INPUT PAYMENT-HISTORY
           MOVE 'N' TO WS-READ-DONE-FLAG
           PERFORM UNTIL READ-DONE
               READ PAYMENT-HISTORY NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-AFTER
                       ADD PAY-AMOUNT TO WS-LIVE-AFTER-AMT
               END-READ
           END-PERFORM
           CLOSE PAYMENT-HISTORY.

      * Receivables. Only a CLOSED row can go, and not while the
      * ledger row it was booked from is still live: the key is the
      * overpayment sweep's rerun guard, and a missing receivable
      * against a live post-death payment would be booked again.
       RETAIN-OVERPAYMENTS.
           MOVE 2 TO WS-FILE-IDX
           PERFORM START-FILE-BLOCK
           IF FILE-WORKED
               OPEN INPUT OVERPAYMENT-FILE
               IF OVERPAY-FILE-OK
                   SET LEDGER-NOT-AVAILABLE TO TRUE
                   OPEN INPUT PAYMENT-HISTORY
                   IF PAYMENT-FILE-OK
                       SET LEDGER-AVAILABLE TO TRUE
                   END-IF
                   MOVE 'N' TO WS-READ-DONE-FLAG
                   PERFORM SELECT-OVERPAYMENT-ROW UNTIL READ-DONE
                   CLOSE OVERPAYMENT-FILE
                   IF LEDGER-AVAILABLE
                       CLOSE PAYMENT-HISTORY
                   END-IF
                   PERFORM VERIFY-ARCHIVE-FILE
                   IF ARCHIVE-VERIFIED
                       PERFORM REMOVE-ARCHIVED-OVERPAYMENTS
                   END-IF
                   PERFORM COUNT-OVERPAYMENTS-AFTER
                   PERFORM CHECK-FILE-BALANCE
               ELSE
                   SET FILE-NOT-ON-HAND TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-FILE-BLOCK.

       SELECT-OVERPAYMENT-ROW.
           READ OVERPAYMENT-FILE NEXT RECORD
               AT END
                   SET READ-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-BEFORE
                   ADD OVP-AMOUNT TO WS-LIVE-BEFORE-AMT
                   IF OVP-MONTH < WS-CUTOFF-MONTH
                       IF OVP-CLOSED
                           PERFORM CHECK-OVERPAID-ROW-GONE
                       ELSE
                           ADD 1 TO WS-ROWS-HELD
                       END-IF
                   END-IF
           END-READ.

       CHECK-OVERPAID-ROW-GONE.
           IF LEDGER-AVAILABLE
               MOVE OVP-SSN TO PAY-SSN
               MOVE OVP-MONTH TO PAY-MONTH
               MOVE '00' TO PAY-DEP-ID
               READ PAYMENT-HISTORY
                   INVALID KEY
                       MOVE OVP-RECORD TO WS-ARCHIVE-ROW
                       MOVE OVP-AMOUNT TO WS-ROW-AMOUNT
                       PERFORM WRITE-ARCHIVE-ROW
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-HELD
               END-READ
           ELSE
               MOVE OVP-RECORD TO WS-ARCHIVE-ROW
               MOVE OVP-AMOUNT TO WS-ROW-AMOUNT
               PERFORM WRITE-ARCHIVE-ROW
           END-IF.

       REMOVE-ARCHIVED-OVERPAYMENTS.
           OPEN INPUT ARCHIVE-FILE
           OPEN I-O OVERPAYMENT-FILE
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ ARCHIVE-FILE
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       MOVE ARC-RECORD TO ARC-OVP-ROW
                       MOVE ARO-KEY TO OVP-KEY
                       DELETE OVERPAYMENT-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING RECEIVABLE '
                                   ARO-KEY ' - STATUS '
                                   OVERPAY-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-ROWS-REMOVED
                               ADD ARO-AMOUNT TO WS-REMOVED-AMT
                       END-DELETE
               END-READ
           END-PERFORM
           CLOSE OVERPAYMENT-FILE
           CLOSE ARCHIVE-FILE.

       COUNT-OVERPAYMENTS-AFTER.
           OPEN INPUT OVERPAYMENT-FILE
           MOVE 'N' TO WS-READ-DONE-FLAG
           PERFORM UNTIL READ-DONE
               READ OVERPAYMENT-FILE NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-AFTER
                       ADD OVP-AMOUNT TO WS-LIVE-AFTER-AMT
               END-READ
           END-PERFORM
           CLOSE OVERPAYMENT-FILE.

      * Earnings-test directives, dated by the end of their test
      * year. Only a SATISFIED directive can go, and never one from
      * the year the earnings test runs for now (the run year minus
      * one) - its TST-TEST-YEAR is what stops a rerun of that test
      * from directing the same withholding twice.
       RETAIN-TEST-DIRECTIVES.
           MOVE 3 TO WS-FILE-IDX
           PERFORM START-FILE-BLOCK
           IF FILE-WORKED
               OPEN INPUT EARNINGS-TEST-FILE
               IF TEST-FILE-OK
                   MOVE 'N' TO WS-READ-DONE-FLAG
                   PERFORM SELECT-DIRECTIVE-ROW UNTIL READ-DONE
                   CLOSE EARNINGS-TEST-FILE
                   PERFORM VERIFY-ARCHIVE-FILE
                   IF ARCHIVE-VERIFIED
                       PERFORM REMOVE-ARCHIVED-DIRECTIVES
                   END-IF
                   PERFORM COUNT-DIRECTIVES-AFTER
                   PERFORM CHECK-FILE-BALANCE
               ELSE
                   SET FILE-NOT-ON-HAND TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-FILE-BLOCK.

       SELECT-DIRECTIVE-ROW.
           READ EARNINGS-TEST-FILE NEXT RECORD
               AT END
                   SET READ-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-BEFORE
                   ADD TST-TO-WITHHOLD TO WS-LIVE-BEFORE-AMT
                   COMPUTE WS-ROW-MONTH = TST-TEST-YEAR * 100 + 12
                   IF WS-ROW-MONTH < WS-CUTOFF-MONTH
                       IF TST-SATISFIED
                           AND TST-TEST-YEAR < WS-STATEMENT-YEAR
                           MOVE TST-RECORD TO WS-ARCHIVE-ROW
                           MOVE TST-TO-WITHHOLD TO WS-ROW-AMOUNT
                           PERFORM WRITE-ARCHIVE-ROW
                       ELSE
                           ADD 1 TO WS-ROWS-HELD
                       END-IF
                   END-IF
           END-READ.

       REMOVE-ARCHIVED-DIRECTIVES.
           OPEN INPUT ARCHIVE-FILE
           OPEN I-O EARNINGS-TEST-FILE
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ ARCHIVE-FILE
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       MOVE ARC-RECORD TO ARC-TST-ROW
                       MOVE ART-SSN TO TST-SSN
                       DELETE EARNINGS-TEST-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING DIRECTIVE '
                                   ART-SSN ' - STATUS '
                                   TEST-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-ROWS-REMOVED
                               ADD ART-TO-WITHHOLD TO WS-REMOVED-AMT
                       END-DELETE
               END-READ
           END-PERFORM
           CLOSE EARNINGS-TEST-FILE
           CLOSE ARCHIVE-FILE.

       COUNT-DIRECTIVES-AFTER.
           OPEN INPUT EARNINGS-TEST-FILE
           MOVE 'N' TO WS-READ-DONE-FLAG
           PERFORM UNTIL READ-DONE
               READ EARNINGS-TEST-FILE NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-AFTER
                       ADD TST-TO-WITHHOLD TO WS-LIVE-AFTER-AMT
               END-READ
           END-PERFORM
           CLOSE EARNINGS-TEST-FILE.

      * The maintenance audit log, dated by the CCYYMMDD that
      * WRITE-AUDIT-LOG-ENTRY lays down at position 13 of every
      * AUD- line. A line without the tag (a partial line from an
      * abended session) carries no date to age it by and stays.
       RETAIN-AUDIT-LOG.
           MOVE 4 TO WS-FILE-IDX
           PERFORM START-FILE-BLOCK
           IF FILE-WORKED
               OPEN INPUT AUDIT-LOG
               IF AUDIT-LOG-OK
                   OPEN OUTPUT RETAINED-WORK
                   MOVE 'N' TO WS-READ-DONE-FLAG
                   PERFORM SELECT-AUDIT-LINE UNTIL READ-DONE
                   CLOSE AUDIT-LOG
                   CLOSE RETAINED-WORK
                   PERFORM VERIFY-ARCHIVE-FILE
                   PERFORM COUNT-RETAINED-WORK
                   IF ARCHIVE-VERIFIED
                       AND WS-LIVE-BEFORE =
                           WS-ROWS-KEPT + WS-ROWS-READ-BACK
                       PERFORM REPLACE-AUDIT-LOG
                   END-IF
                   PERFORM COUNT-AUDIT-LOG-AFTER
                   COMPUTE WS-ROWS-REMOVED =
                       WS-LIVE-BEFORE - WS-LIVE-AFTER
                   PERFORM CHECK-FILE-BALANCE
               ELSE
                   SET FILE-NOT-ON-HAND TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-FILE-BLOCK.

       SELECT-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   SET READ-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-BEFORE
                   IF AUDIT-LOG-LINE(1:4) = 'AUD-'
                       AND AUDIT-LOG-LINE(13:6) IS NUMERIC
                       AND AUDIT-LOG-LINE(13:6) < WS-CUTOFF-MONTH
                       MOVE AUDIT-LOG-LINE TO WS-ARCHIVE-ROW
                       MOVE 0 TO WS-ROW-AMOUNT
                       PERFORM WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE AUDIT-LOG-LINE TO WORK-RECORD
                       PERFORM WRITE-RETAINED-LINE
                   END-IF
           END-READ.

       REPLACE-AUDIT-LOG.
           OPEN INPUT RETAINED-WORK
           OPEN OUTPUT AUDIT-LOG
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ RETAINED-WORK
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO AUDIT-LOG-LINE
                       WRITE AUDIT-LOG-RECORD
                       IF NOT AUDIT-LOG-OK
                           DISPLAY 'ERROR RESTORING AUDIT LOG - '
                               'STATUS ' AUDIT-LOG-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           CLOSE RETAINED-WORK.

       COUNT-AUDIT-LOG-AFTER.
           OPEN INPUT AUDIT-LOG
           IF AUDIT-LOG-OK
               MOVE 'N' TO WS-READ-DONE-FLAG
               PERFORM UNTIL READ-DONE
                   READ AUDIT-LOG
                       AT END
                           SET READ-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LIVE-AFTER
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

      * Run history, dated by RUN-DATE. This run's own start record
      * is already on it and is current, so it always stays; the
      * end record goes on after the file has been rebuilt.
       RETAIN-RUN-HISTORY.
           MOVE 5 TO WS-FILE-IDX
           PERFORM START-FILE-BLOCK
           IF FILE-WORKED
               OPEN INPUT RUN-HISTORY
               IF RUN-HISTORY-OK
                   OPEN OUTPUT RETAINED-WORK
                   MOVE 'N' TO WS-READ-DONE-FLAG
                   PERFORM SELECT-RUN-RECORD UNTIL READ-DONE
                   CLOSE RUN-HISTORY
                   CLOSE RETAINED-WORK
                   PERFORM VERIFY-ARCHIVE-FILE
                   PERFORM COUNT-RETAINED-WORK
                   IF ARCHIVE-VERIFIED
                       AND WS-LIVE-BEFORE =
                           WS-ROWS-KEPT + WS-ROWS-READ-BACK
                       PERFORM REPLACE-RUN-HISTORY
                   END-IF
                   PERFORM COUNT-RUN-HISTORY-AFTER
                   COMPUTE WS-ROWS-REMOVED =
                       WS-LIVE-BEFORE - WS-LIVE-AFTER
                   PERFORM CHECK-FILE-BALANCE
               ELSE
                   SET FILE-NOT-ON-HAND TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-FILE-BLOCK.

       SELECT-RUN-RECORD.
           READ RUN-HISTORY
               AT END
                   SET READ-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-BEFORE
                   MOVE RUN-DATE(1:6) TO WS-ROW-MONTH
                   IF WS-ROW-MONTH < WS-CUTOFF-MONTH
                       MOVE RUN-RECORD TO WS-ARCHIVE-ROW
                       MOVE 0 TO WS-ROW-AMOUNT
                       PERFORM WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE RUN-RECORD TO WORK-RECORD
                       PERFORM WRITE-RETAINED-LINE
                   END-IF
           END-READ.

       REPLACE-RUN-HISTORY.
           OPEN INPUT RETAINED-WORK
           OPEN OUTPUT RUN-HISTORY
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ RETAINED-WORK
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO RUN-RECORD
                       WRITE RUN-RECORD
                       IF NOT RUN-HISTORY-OK
                           DISPLAY 'ERROR RESTORING RUN HISTORY - '
                               'STATUS ' RUN-HISTORY-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           CLOSE RETAINED-WORK.

       COUNT-RUN-HISTORY-AFTER.
           OPEN INPUT RUN-HISTORY
           IF RUN-HISTORY-OK
               MOVE 'N' TO WS-READ-DONE-FLAG
               PERFORM UNTIL READ-DONE
                   READ RUN-HISTORY
                       AT END
                           SET READ-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LIVE-AFTER
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY
           END-IF.

      * The archive is only created when the first row past its
      * period turns up, so a file with nothing to archive leaves no
      * empty archive (and no catalog line) behind.
       WRITE-ARCHIVE-ROW.
           IF ARCHIVE-NOT-OPENED
               OPEN OUTPUT ARCHIVE-FILE
               IF ARCHIVE-OK
                   SET ARCHIVE-OPENED TO TRUE
               ELSE
                   DISPLAY 'UNABLE TO OPEN ' WS-ARCHIVE-FILE-NAME
                       ' - STATUS ' ARCHIVE-STATUS
               END-IF
           END-IF
           IF ARCHIVE-OPENED
               MOVE WS-ARCHIVE-ROW TO ARC-RECORD
               WRITE ARC-RECORD
               IF ARCHIVE-OK
                   ADD 1 TO WS-ROWS-WRITTEN
                   ADD WS-ROW-AMOUNT TO WS-WRITTEN-AMT
               ELSE
                   DISPLAY 'ERROR WRITING ' WS-ARCHIVE-FILE-NAME
                       ' - STATUS ' ARCHIVE-STATUS
               END-IF
           END-IF.

       WRITE-RETAINED-LINE.
           WRITE WORK-RECORD
           IF NOT WORK-FILE-OK
               DISPLAY 'ERROR WRITING RETAINED LINE - STATUS '
                   WORK-FILE-STATUS
           END-IF.

      * The archive is closed and read back from the top before a
      * single row leaves the live file - only when every row and
      * dollar written is there to be read does the archive count
      * as made, and only then is it entered on the catalog.
       VERIFY-ARCHIVE-FILE.
           IF ARCHIVE-OPENED
               CLOSE ARCHIVE-FILE
               MOVE 999999 TO WS-FROM-MONTH
               MOVE 0 TO WS-THRU-MONTH
               OPEN INPUT ARCHIVE-FILE
               MOVE 'N' TO WS-BACK-DONE-FLAG
               PERFORM UNTIL READ-BACK-DONE
                   READ ARCHIVE-FILE
                       AT END
                           SET READ-BACK-DONE TO TRUE
                       NOT AT END
                           PERFORM TOTAL-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               IF WS-ROWS-READ-BACK = WS-ROWS-WRITTEN
                   AND WS-READ-BACK-AMT = WS-WRITTEN-AMT
                   AND WS-ROWS-READ-BACK > 0
                   SET ARCHIVE-VERIFIED TO TRUE
                   PERFORM WRITE-CATALOG-ENTRY
               ELSE
                   DISPLAY 'ARCHIVE ' WS-ARCHIVE-FILE-NAME
                       ' DOES NOT READ BACK AS WRITTEN - '
                       'LIVE FILE LEFT AS IT WAS'
               END-IF
           END-IF.

       TOTAL-ARCHIVE-ROW.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE ARC-RECORD TO ARC-PAY-ROW
                   MOVE ARP-MONTH TO WS-ROW-MONTH
                   MOVE ARP-AMOUNT TO WS-ROW-AMOUNT
               WHEN 2
                   MOVE ARC-RECORD TO ARC-OVP-ROW
                   MOVE ARO-MONTH TO WS-ROW-MONTH
                   MOVE ARO-AMOUNT TO WS-ROW-AMOUNT
               WHEN 3
                   MOVE ARC-RECORD TO ARC-TST-ROW
                   COMPUTE WS-ROW-MONTH = ART-TEST-YEAR * 100 + 12
                   MOVE ART-TO-WITHHOLD TO WS-ROW-AMOUNT
               WHEN 4
                   MOVE ARC-RECORD(13:6) TO WS-ROW-MONTH
                   MOVE 0 TO WS-ROW-AMOUNT
               WHEN OTHER
                   MOVE ARC-RECORD TO ARC-RUN-ROW
                   MOVE ARR-DATE(1:6) TO WS-ROW-MONTH
                   MOVE 0 TO WS-ROW-AMOUNT
           END-EVALUATE
           ADD 1 TO WS-ROWS-READ-BACK
           ADD WS-ROW-AMOUNT TO WS-READ-BACK-AMT
           IF WS-ROW-MONTH < WS-FROM-MONTH
               MOVE WS-ROW-MONTH TO WS-FROM-MONTH
           END-IF
           IF WS-ROW-MONTH > WS-THRU-MONTH
               MOVE WS-ROW-MONTH TO WS-THRU-MONTH
           END-IF.

      * EXTEND creates the catalog on the very first archive ever.
       WRITE-CATALOG-ENTRY.
           OPEN EXTEND ARCHIVE-CATALOG
           IF CATALOG-MISSING
               OPEN OUTPUT ARCHIVE-CATALOG
           END-IF
           IF NOT CATALOG-OK
               DISPLAY 'UNABLE TO OPEN ARCHIVE CATALOG - STATUS '
                   CATALOG-STATUS
           ELSE
               MOVE WS-FILE-ID(WS-FILE-IDX) TO ARX-FILE-ID
               MOVE WS-RUN-DATE TO ARX-RUN-DATE
               MOVE WS-ARCHIVE-FILE-NAME TO ARX-ARCHIVE-NAME
               MOVE WS-FROM-MONTH TO ARX-FROM-MONTH
               MOVE WS-THRU-MONTH TO ARX-THRU-MONTH
               MOVE WS-ROWS-READ-BACK TO ARX-ROWS
               MOVE WS-READ-BACK-AMT TO ARX-AMOUNT
               WRITE ARX-RECORD
               IF NOT CATALOG-OK
                   DISPLAY 'ERROR WRITING ARCHIVE CATALOG - STATUS '
                       CATALOG-STATUS
               END-IF
               CLOSE ARCHIVE-CATALOG
           END-IF.

       COUNT-RETAINED-WORK.
           MOVE 0 TO WS-ROWS-KEPT
           OPEN INPUT RETAINED-WORK
           MOVE 'N' TO WS-BACK-DONE-FLAG
           PERFORM UNTIL READ-BACK-DONE
               READ RETAINED-WORK
                   AT END
                       SET READ-BACK-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-KEPT
               END-READ
           END-PERFORM
           CLOSE RETAINED-WORK.

      * The proof for one file: what was live before is what is live
      * now plus what came off it, and what came off it is exactly
      * what was read back from the archive.
       CHECK-FILE-BALANCE.
           SET FILE-IN-BALANCE TO TRUE
           IF WS-ROWS-WRITTEN > 0 AND ARCHIVE-NOT-VERIFIED
               SET FILE-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-LIVE-BEFORE NOT = WS-LIVE-AFTER + WS-ROWS-REMOVED
               OR WS-LIVE-BEFORE-AMT NOT =
                   WS-LIVE-AFTER-AMT + WS-REMOVED-AMT
               SET FILE-OUT-OF-BALANCE TO TRUE
           END-IF
           IF ARCHIVE-VERIFIED
               IF WS-ROWS-REMOVED NOT = WS-ROWS-READ-BACK
                   OR WS-REMOVED-AMT NOT = WS-READ-BACK-AMT
                   SET FILE-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           ADD WS-LIVE-BEFORE TO WS-TOTAL-LIVE-BEFORE
           IF ARCHIVE-VERIFIED
               ADD 1 TO WS-FILES-ARCHIVED
               ADD WS-ROWS-REMOVED TO WS-TOTAL-ARCHIVED
               ADD WS-REMOVED-AMT TO WS-TOTAL-ARCHIVED-AMT
           END-IF
           IF FILE-OUT-OF-BALANCE
               ADD 1 TO WS-FILES-OUT-OF-BALANCE
           END-IF.

       WRITE-FILE-BLOCK.
           MOVE WS-FILE-ID(WS-FILE-IDX) TO FT-FILE-ID
           MOVE WS-FILE-DESC(WS-FILE-IDX) TO FT-DESCRIPTION
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-FILE-TITLE-LINE
           EVALUATE TRUE
               WHEN FILE-NO-PERIOD
                   ADD 1 TO WS-FILES-NOT-PURGED
                   MOVE 'NO RETENTION PERIOD ON SSARETN.DAT' TO NL-TEXT
                   MOVE 'FILE NOT PURGED' TO NL-VALUE
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
               WHEN FILE-NOT-ON-HAND
                   ADD 1 TO WS-FILES-NOT-PURGED
                   MOVE 'LIVE FILE NOT ON HAND' TO NL-TEXT
                   MOVE 'NOTHING TO ARCHIVE' TO NL-VALUE
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
               WHEN OTHER
                   PERFORM WRITE-FILE-CONTROLS
           END-EVALUATE.

       WRITE-FILE-CONTROLS.
           MOVE 'RETENTION PERIOD IN MONTHS' TO SL-LABEL
           MOVE WS-PERIOD-MONTHS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ARCHIVING ROWS DATED BEFORE (CCYYMM)' TO SL-LABEL
           MOVE WS-CUTOFF-MONTH TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           IF CUTOFF-AT-FLOOR
               MOVE 'CUTOFF HELD BACK FOR 1099 STATEMENT YEAR'
                   TO NL-TEXT
               MOVE WS-STATEMENT-YEAR TO NL-VALUE
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE 'ARCHIVE FILE' TO NL-TEXT
           IF ARCHIVE-OPENED
               MOVE WS-ARCHIVE-FILE-NAME TO NL-VALUE
           ELSE
               MOVE 'NONE - NOTHING PAST ITS PERIOD' TO NL-VALUE
           END-IF
           WRITE REPORT-LINE FROM WS-NOTE-LINE

           MOVE 'LIVE ROWS BEFORE' TO SL-LABEL
           MOVE WS-LIVE-BEFORE TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROWS PAST PERIOD HELD ON LIVE FILE' TO SL-LABEL
           MOVE WS-ROWS-HELD TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROWS WRITTEN TO ARCHIVE' TO SL-LABEL
           MOVE WS-ROWS-WRITTEN TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROWS READ BACK FROM ARCHIVE' TO SL-LABEL
           MOVE WS-ROWS-READ-BACK TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROWS REMOVED FROM LIVE FILE' TO SL-LABEL
           MOVE WS-ROWS-REMOVED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LIVE ROWS AFTER' TO SL-LABEL
           MOVE WS-LIVE-AFTER TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           IF WS-AMOUNT-BASIS(WS-FILE-IDX) NOT = SPACES
               MOVE 'DOLLARS CONTROLLED' TO NL-TEXT
               MOVE WS-AMOUNT-BASIS(WS-FILE-IDX) TO NL-VALUE
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               MOVE 'DOLLARS ON LIVE FILE BEFORE' TO SA-LABEL
               MOVE WS-LIVE-BEFORE-AMT TO SA-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
               MOVE 'DOLLARS READ BACK FROM ARCHIVE' TO SA-LABEL
               MOVE WS-READ-BACK-AMT TO SA-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
               MOVE 'DOLLARS REMOVED FROM LIVE FILE' TO SA-LABEL
               MOVE WS-REMOVED-AMT TO SA-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
               MOVE 'DOLLARS ON LIVE FILE AFTER' TO SA-LABEL
               MOVE WS-LIVE-AFTER-AMT TO SA-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           END-IF

           MOVE 'CONTROL CHECK - BEFORE = AFTER + ARCHIVED' TO NL-TEXT
           IF FILE-IN-BALANCE
               MOVE 'IN BALANCE' TO NL-VALUE
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO NL-VALUE
           END-IF
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       WRITE-CONTROL-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER

           MOVE 'LIVE ROWS READ - ALL FILES' TO SL-LABEL
           MOVE WS-TOTAL-LIVE-BEFORE TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'ROWS ARCHIVED - ALL FILES' TO SL-LABEL
           MOVE WS-TOTAL-ARCHIVED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DOLLARS ARCHIVED - ALL FILES' TO SA-LABEL
           MOVE WS-TOTAL-ARCHIVED-AMT TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'ARCHIVE FILES WRITTEN' TO SL-LABEL
           MOVE WS-FILES-ARCHIVED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'FILES NOT PURGED' TO SL-LABEL
           MOVE WS-FILES-NOT-PURGED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'FILES OUT OF BALANCE' TO SL-LABEL
           MOVE WS-FILES-OUT-OF-BALANCE TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           IF RETENTION-AVAILABLE
               CLOSE RETENTION-TABLE
           END-IF
           CLOSE RETENTION-REPORT
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-RETENTION' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

      * A file out of balance ends the run 0004, the same flag
      * SSA-GL-INTERFACE raises for a break, so the operator looks
      * at SSARETN.RPT before anything else runs.
       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-RETENTION' TO RC-PROGRAM-NAME
           MOVE WS-TOTAL-LIVE-BEFORE TO RC-RECORDS-READ
           MOVE WS-TOTAL-ARCHIVED TO RC-RECORDS-WRITTEN
           MOVE WS-FILES-OUT-OF-BALANCE TO RC-REJECTS
           IF WS-FILES-OUT-OF-BALANCE > 0
               MOVE '0004' TO RC-COMPLETION-CODE
           ELSE
               MOVE '0000' TO RC-COMPLETION-CODE
           END-IF
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
