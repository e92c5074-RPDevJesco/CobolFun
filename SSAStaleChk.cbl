      ******************************************************************
      * Program: SSA-STALE-CHECKS
      * Purpose: Monthly stale-check sweep - walks the check register
      *          SSACHKR.DAT and voids every check still OUTSTANDING
      *          more than 180 days after its issue date, so an
      *          uncashed benefit does not simply vanish off the
      *          books. Each void goes three places: the register row
      *          goes VOIDED, a VOID line is appended to the
      *          positive-pay file SSAPPAY.DAT so the bank refuses the
      *          check if it is presented later, and the payment's
      *          SSAPAYH.DAT ledger row is flipped to RETURNED with
      *          reason code 'STL' - the same state SSA-BANK-RETURNS
      *          leaves a bounced deposit in, and the one SSA-PAYMENT
      *          reissues from. The stale-check register SSASTALE.RPT
      *          lists every check voided with its disposition.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-STALE-CHECKS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER
               ASSIGN TO 'SSACHKR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-CHECK-NUMBER
               FILE STATUS IS CHECK-REGISTER-STATUS.

           SELECT PAYMENT-HISTORY
               ASSIGN TO 'SSAPAYH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

      * EXTEND - the void lines ride the same issue file SSA-PAYMENT
      * appends to, in the order they happened.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'SSAPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.

           SELECT STALE-CHECK-REGISTER
               ASSIGN TO 'SSASTALE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER.
           COPY CHKREG REPLACING ==CKR-RECORD-NAME== BY
               ==CKR-RECORD==.

       FD PAYMENT-HISTORY.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

       FD POSITIVE-PAY-FILE.
           COPY PPAYREC REPLACING ==PPY-RECORD-NAME== BY
               ==PPY-RECORD==.

       FD STALE-CHECK-REGISTER.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           05 CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK VALUE '00'.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
           05 POSITIVE-PAY-STATUS PIC XX.
           05 REGISTER-STATUS PIC XX.

      * A check is stale once it has been outstanding longer than
      * this many days - the bank will not honor it past then, and
      * neither will we.
       01 WS-STALE-DAYS PIC 9(3) VALUE 180.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAY-NUMBER PIC 9(7).
       01 WS-ISSUE-DAY-NUMBER PIC 9(7).
       01 WS-DAYS-OUTSTANDING PIC 9(7).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-CHECKS-READ PIC 9(7) VALUE 0.
           05 WS-CHECKS-OUTSTANDING PIC 9(7) VALUE 0.
           05 WS-CHECKS-VOIDED PIC 9(7) VALUE 0.
           05 WS-ROWS-SET-FOR-REISSUE PIC 9(7) VALUE 0.
           05 WS-ROWS-ALREADY-RETURNED PIC 9(7) VALUE 0.
           05 WS-VOID-EXCEPTIONS PIC 9(7) VALUE 0.
           05 WS-DOLLARS-VOIDED PIC 9(9)V99 VALUE 0.
           05 WS-DOLLARS-STILL-OUT PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REGISTER-TITLE.
           05 FILLER PIC X(44) VALUE SPACES.
           05 RT-TEXT PIC X(36) VALUE
               'STALE-DATED CHECK VOIDS - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'CHECK NO'.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(8) VALUE 'MONTH'.
           05 FILLER PIC X(27) VALUE 'PAYEE'.
           05 FILLER PIC X(10) VALUE 'ISSUED'.
           05 FILLER PIC X(6) VALUE 'DAYS'.
           05 FILLER PIC X(12) VALUE '    AMOUNT'.
           05 FILLER PIC X(41) VALUE 'DISPOSITION'.

       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-CHECK-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PAYEE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISPOSITION PIC X(30).
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM PROCESS-REGISTER UNTIL END-OF-FILE
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           OPEN I-O CHECK-REGISTER
           IF NOT CHECK-REGISTER-OK
               DISPLAY 'NO CHECK REGISTER ON HAND - STATUS '
                   CHECK-REGISTER-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN I-O PAYMENT-HISTORY
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'UNABLE TO OPEN PAYMENT HISTORY - STATUS '
                   PAYMENT-FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           OPEN OUTPUT STALE-CHECK-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-REGISTER-TITLE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING.

      * Paid and voided rows are history and are passed over; only
      * an OUTSTANDING check is aged.
       PROCESS-REGISTER.
           READ CHECK-REGISTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   IF CKR-OUTSTANDING
                       PERFORM AGE-OUTSTANDING-CHECK
                   END-IF
           END-READ.

       AGE-OUTSTANDING-CHECK.
           COMPUTE WS-ISSUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(CKR-ISSUE-DATE)
           IF WS-ISSUE-DAY-NUMBER < WS-RUN-DAY-NUMBER
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-RUN-DAY-NUMBER - WS-ISSUE-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-DAYS-OUTSTANDING
           END-IF
           IF WS-DAYS-OUTSTANDING > WS-STALE-DAYS
               PERFORM VOID-STALE-CHECK
           ELSE
               ADD 1 TO WS-CHECKS-OUTSTANDING
               ADD CKR-AMOUNT TO WS-DOLLARS-STILL-OUT
           END-IF.

      * The register row is voided first - once it is VOIDED the
      * check is dead whatever happens to the ledger row - and the
      * void goes on the positive-pay file before the ledger is
      * touched, so the bank stops the check even if the ledger
      * update has to be worked by hand.
       VOID-STALE-CHECK.
           SET CKR-VOIDED TO TRUE
           MOVE WS-RUN-DATE TO CKR-VOID-DATE
           REWRITE CKR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR VOIDING CHECK - STATUS '
                       CHECK-REGISTER-STATUS
                   ADD 1 TO WS-VOID-EXCEPTIONS
                   MOVE 'REGISTER REWRITE FAILED' TO RD-DISPOSITION
                   PERFORM WRITE-REGISTER-DETAIL
               NOT INVALID KEY
                   ADD 1 TO WS-CHECKS-VOIDED
                   ADD CKR-AMOUNT TO WS-DOLLARS-VOIDED
                   PERFORM WRITE-POSITIVE-PAY-VOID
                   PERFORM RETURN-LEDGER-ROW
                   PERFORM WRITE-REGISTER-DETAIL
           END-REWRITE.

       WRITE-POSITIVE-PAY-VOID.
           SET PPY-VOID TO TRUE
           MOVE CKR-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE CKR-AMOUNT TO PPY-AMOUNT
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE
           MOVE CKR-PAYEE-NAME TO PPY-PAYEE-NAME
           WRITE PPY-RECORD
           IF POSITIVE-PAY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POSITIVE PAY - STATUS '
                   POSITIVE-PAY-STATUS
           END-IF.

      * The flip to RETURNED is what re-opens exactly this one row to
      * SSA-PAYMENT's reissue, the SSA-BANK-RETURNS rule. A row
      * already RETURNED is left as it is - it is already queued for
      * reissue and its reason code is the older, truer one.
       RETURN-LEDGER-ROW.
           MOVE CKR-PAY-KEY TO PAY-KEY
           READ PAYMENT-HISTORY
               INVALID KEY
                   ADD 1 TO WS-VOID-EXCEPTIONS
                   MOVE 'VOIDED - NO LEDGER ROW' TO RD-DISPOSITION
               NOT INVALID KEY
                   IF PAY-RETURNED
                       ADD 1 TO WS-ROWS-ALREADY-RETURNED
                       MOVE 'VOIDED - ROW ALREADY RETURNED'
                           TO RD-DISPOSITION
                   ELSE
                       PERFORM MARK-ROW-FOR-REISSUE
                   END-IF
           END-READ.

       MARK-ROW-FOR-REISSUE.
           SET PAY-RETURNED TO TRUE
           MOVE 'STL' TO PAY-RETURN-REASON
           MOVE WS-RUN-DATE TO PAY-RETURNED-DATE
           REWRITE PAY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR MARKING RETURN - STATUS '
                       PAYMENT-FILE-STATUS
                   ADD 1 TO WS-VOID-EXCEPTIONS
                   MOVE 'VOIDED - LEDGER REWRITE FAILED'
                       TO RD-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-SET-FOR-REISSUE
                   MOVE 'VOIDED - SET UP FOR REISSUE'
                       TO RD-DISPOSITION
           END-REWRITE.

       WRITE-REGISTER-DETAIL.
           MOVE CKR-CHECK-NUMBER TO RD-CHECK-NUMBER
           MOVE SPACES TO RD-SSN
           STRING CKR-SSN(1:3) '-' CKR-SSN(4:2) '-' CKR-SSN(6:4)
               DELIMITED BY SIZE INTO RD-SSN
           MOVE CKR-PAY-MONTH TO RD-MONTH
           MOVE CKR-PAYEE-NAME TO RD-PAYEE
           MOVE CKR-ISSUE-DATE TO RD-ISSUE-DATE
           MOVE WS-DAYS-OUTSTANDING TO RD-DAYS
           MOVE CKR-AMOUNT TO RD-AMOUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Control totals: CHECKS VOIDED = SET UP FOR REISSUE + ALREADY
      * RETURNED + the voids whose ledger row was missing or failed
      * to rewrite (listed among the exceptions, with any check whose
      * own void failed). The outstanding count and dollars are what
      * is left on the books after the sweep.
       WRITE-SUMMARY-SECTION.
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER

           MOVE 'REGISTER ROWS READ' TO SL-LABEL
           MOVE WS-CHECKS-READ TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'STALE CHECKS VOIDED' TO SL-LABEL
           MOVE WS-CHECKS-VOIDED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'LEDGER ROWS SET UP FOR REISSUE' TO SL-LABEL
           MOVE WS-ROWS-SET-FOR-REISSUE TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'LEDGER ROWS ALREADY RETURNED' TO SL-LABEL
           MOVE WS-ROWS-ALREADY-RETURNED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'VOID EXCEPTIONS - WORK BY HAND' TO SL-LABEL
           MOVE WS-VOID-EXCEPTIONS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'TOTAL DOLLARS VOIDED' TO SA-LABEL
           MOVE WS-DOLLARS-VOIDED TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'CHECKS STILL OUTSTANDING' TO SL-LABEL
           MOVE WS-CHECKS-OUTSTANDING TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'OUTSTANDING CHECK DOLLARS' TO SA-LABEL
           MOVE WS-DOLLARS-STILL-OUT TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER.

       CLEANUP.
           CLOSE CHECK-REGISTER
           CLOSE PAYMENT-HISTORY
           CLOSE POSITIVE-PAY-FILE
           CLOSE STALE-CHECK-REGISTER
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-STALE-CHECKS' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-STALE-CHECKS' TO RC-PROGRAM-NAME
           MOVE WS-CHECKS-READ TO RC-RECORDS-READ
           MOVE WS-CHECKS-VOIDED TO RC-RECORDS-WRITTEN
           MOVE WS-VOID-EXCEPTIONS TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
