      ******************************************************************
      * Program: SSA-PAID-CHECKS
      * Purpose: Paid-check intake batch - the bank's half of the
      *          check register. The cleared-items file SSACLRD.TRN
      *          (check number, amount paid, date paid - fixed
      *          positions) lists every check the bank honored since
      *          the last file. Each item is matched to its
      *          SSACHKR.DAT register row by check number and the row
      *          is marked PAID with the bank's date and amount. An
      *          item paid for a different amount than we issued is
      *          still marked PAID - the money has gone - but it is
      *          flagged and listed as an amount mismatch for
      *          investigation, as is any item for a number we never
      *          issued, a check already paid once, or a check we
      *          voided. The cleared-items register SSACLRD.RPT lists
      *          every item with its disposition so the run balances
      *          against the bank's paid-items total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-PAID-CHECKS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-ITEMS-FILE
               ASSIGN TO 'SSACLRD.TRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT CHECK-REGISTER
               ASSIGN TO 'SSACHKR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-CHECK-NUMBER
               FILE STATUS IS CHECK-REGISTER-STATUS.

           SELECT CLEARED-ITEMS-REGISTER
               ASSIGN TO 'SSACLRD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARED-ITEMS-FILE.
      * Fixed-position bank layout, no punctuation - the amount is
      * what the bank actually paid, with two implied decimals, the
      * same way it went out on the positive-pay file.
       01 CLEARED-ITEM.
           05 CI-CHECK-NUMBER PIC X(9).
           05 CI-AMOUNT PIC X(9).
           05 CI-AMOUNT-NUM REDEFINES CI-AMOUNT PIC 9(7)V99.
           05 CI-PAID-DATE PIC X(8).
           05 CI-PAID-DATE-NUM REDEFINES CI-PAID-DATE PIC 9(8).

       FD CHECK-REGISTER.
           COPY CHKREG REPLACING ==CKR-RECORD-NAME== BY
               ==CKR-RECORD==.

       FD CLEARED-ITEMS-REGISTER.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           05 TRANSACTION-FILE-STATUS PIC XX.
               88 TRANSACTION-FILE-OK VALUE '00'.
           05 CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK VALUE '00'.
           05 REGISTER-STATUS PIC XX.
           05 WS-ITEM-OK-FLAG PIC X.
               88 ITEM-IS-POSTABLE VALUE 'Y'.
               88 ITEM-IS-EXCEPTION VALUE 'N'.
           05 WS-ROW-FOUND-FLAG PIC X.
               88 REGISTER-ROW-FOUND VALUE 'Y'.
               88 REGISTER-ROW-NOT-FOUND VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-EXCEPTION-TEXT PIC X(30).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-ITEMS-READ PIC 9(7) VALUE 0.
           05 WS-ITEMS-PAID PIC 9(7) VALUE 0.
           05 WS-ITEMS-MISMATCHED PIC 9(7) VALUE 0.
           05 WS-ITEMS-EXCEPTION PIC 9(7) VALUE 0.
           05 WS-DOLLARS-CLEARED PIC 9(9)V99 VALUE 0.
           05 WS-MISMATCH-ISSUED PIC 9(9)V99 VALUE 0.
           05 WS-MISMATCH-PAID PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REGISTER-TITLE.
           05 FILLER PIC X(44) VALUE SPACES.
           05 RT-TEXT PIC X(36) VALUE
               'PAID CHECKS REGISTER - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'CHECK NO'.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(27) VALUE 'PAYEE'.
           05 FILLER PIC X(12) VALUE '  ISSUED'.
           05 FILLER PIC X(12) VALUE '    PAID'.
           05 FILLER PIC X(10) VALUE 'DATE PAID'.
           05 FILLER PIC X(43) VALUE 'DISPOSITION'.

       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-CHECK-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PAYEE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ISSUED PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PAID PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PAID-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISPOSITION PIC X(30).
           05 FILLER PIC X(13) VALUE SPACES.

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
           PERFORM PROCESS-CLEARED-ITEMS UNTIL END-OF-FILE
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           OPEN INPUT CLEARED-ITEMS-FILE
           IF NOT TRANSACTION-FILE-OK
               DISPLAY 'NO CLEARED ITEMS FILE - STATUS '
                   TRANSACTION-FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN I-O CHECK-REGISTER
           IF NOT CHECK-REGISTER-OK
               DISPLAY 'UNABLE TO OPEN CHECK REGISTER - STATUS '
                   CHECK-REGISTER-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN OUTPUT CLEARED-ITEMS-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-REGISTER-TITLE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING.

       PROCESS-CLEARED-ITEMS.
           READ CLEARED-ITEMS-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM EDIT-AND-MARK-PAID
           END-READ.

      * Edits run cheapest-first, the SSA-BANK-RETURNS posture: field
      * digits, then the keyed register lookup, then the register
      * row's own state. A number we never issued, a second
      * presentment of a paid check, and a check paid after we voided
      * it are all the fraud cases positive pay exists to stop - none
      * of them touches the register, and each prints with its reason
      * so the register accounts for every line the bank sent.
       EDIT-AND-MARK-PAID.
           SET ITEM-IS-POSTABLE TO TRUE
           SET REGISTER-ROW-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF CI-CHECK-NUMBER IS NOT NUMERIC
               OR CI-AMOUNT IS NOT NUMERIC
               OR CI-PAID-DATE IS NOT NUMERIC
               MOVE 'NON-NUMERIC FIELD' TO WS-EXCEPTION-TEXT
               SET ITEM-IS-EXCEPTION TO TRUE
           END-IF
           IF ITEM-IS-POSTABLE
               MOVE CI-CHECK-NUMBER TO CKR-CHECK-NUMBER
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE 'CHECK NUMBER NOT ISSUED'
                           TO WS-EXCEPTION-TEXT
                       SET ITEM-IS-EXCEPTION TO TRUE
                   NOT INVALID KEY
                       SET REGISTER-ROW-FOUND TO TRUE
               END-READ
           END-IF
           IF ITEM-IS-POSTABLE AND CKR-PAID
               MOVE 'ALREADY PAID - DUPLICATE ITEM' TO WS-EXCEPTION-TEXT
               SET ITEM-IS-EXCEPTION TO TRUE
           END-IF
           IF ITEM-IS-POSTABLE AND CKR-VOIDED
               MOVE 'CHECK VOIDED - PAID IN ERROR' TO WS-EXCEPTION-TEXT
               SET ITEM-IS-EXCEPTION TO TRUE
           END-IF
           IF ITEM-IS-POSTABLE
               PERFORM MARK-CHECK-PAID
           ELSE
               ADD 1 TO WS-ITEMS-EXCEPTION
               MOVE WS-EXCEPTION-TEXT TO RD-DISPOSITION
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.

       MARK-CHECK-PAID.
           SET CKR-PAID TO TRUE
           MOVE CI-PAID-DATE-NUM TO CKR-PAID-DATE
           MOVE CI-AMOUNT-NUM TO CKR-PAID-AMOUNT
           IF CI-AMOUNT-NUM = CKR-AMOUNT
               SET CKR-AMOUNT-MATCHED TO TRUE
           ELSE
               SET CKR-AMOUNT-MISMATCH TO TRUE
           END-IF
           REWRITE CKR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR MARKING CHECK PAID - STATUS '
                       CHECK-REGISTER-STATUS
                   ADD 1 TO WS-ITEMS-EXCEPTION
                   MOVE 'REGISTER REWRITE FAILED' TO RD-DISPOSITION
                   PERFORM WRITE-EXCEPTION-DETAIL
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-PAID
                   ADD CI-AMOUNT-NUM TO WS-DOLLARS-CLEARED
                   IF CKR-AMOUNT-MISMATCH
                       ADD 1 TO WS-ITEMS-MISMATCHED
                       ADD CKR-AMOUNT TO WS-MISMATCH-ISSUED
                       ADD CI-AMOUNT-NUM TO WS-MISMATCH-PAID
                       MOVE 'PAID - AMOUNT MISMATCH'
                           TO RD-DISPOSITION
                   ELSE
                       MOVE 'MARKED PAID' TO RD-DISPOSITION
                   END-IF
                   PERFORM WRITE-REGISTER-DETAIL
           END-REWRITE.

      * A matched item prints the register row's own SSN, payee and
      * issued amount beside what the bank paid.
       WRITE-REGISTER-DETAIL.
           MOVE CI-CHECK-NUMBER TO RD-CHECK-NUMBER
           MOVE SPACES TO RD-SSN
           STRING CKR-SSN(1:3) '-' CKR-SSN(4:2) '-' CKR-SSN(6:4)
               DELIMITED BY SIZE INTO RD-SSN
           MOVE CKR-PAYEE-NAME TO RD-PAYEE
           MOVE CKR-AMOUNT TO RD-ISSUED
           MOVE CI-AMOUNT-NUM TO RD-PAID
           MOVE CI-PAID-DATE TO RD-PAID-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * An exception item may have no register row (or a bad amount
      * field), so only the bank's own fields are printed - plus the
      * register's payee when the row was found, which is what the
      * duplicate and voided cases need to be worked.
       WRITE-EXCEPTION-DETAIL.
           MOVE CI-CHECK-NUMBER TO RD-CHECK-NUMBER
           MOVE SPACES TO RD-SSN
           MOVE SPACES TO RD-PAYEE
           MOVE 0 TO RD-ISSUED
           IF REGISTER-ROW-FOUND
               STRING CKR-SSN(1:3) '-' CKR-SSN(4:2) '-' CKR-SSN(6:4)
                   DELIMITED BY SIZE INTO RD-SSN
               MOVE CKR-PAYEE-NAME TO RD-PAYEE
               MOVE CKR-AMOUNT TO RD-ISSUED
           END-IF
           IF CI-AMOUNT IS NUMERIC
               MOVE CI-AMOUNT-NUM TO RD-PAID
           ELSE
               MOVE 0 TO RD-PAID
           END-IF
           MOVE CI-PAID-DATE TO RD-PAID-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Control totals: READ = MARKED PAID + EXCEPTIONS, and the
      * cleared dollars are what the run should balance to against
      * the bank's paid-items total (exceptions excluded - they are
      * worked by hand with the bank).
       WRITE-SUMMARY-SECTION.
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER

           MOVE 'CLEARED ITEMS READ' TO SL-LABEL
           MOVE WS-ITEMS-READ TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CHECKS MARKED PAID' TO SL-LABEL
           MOVE WS-ITEMS-PAID TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE '  OF WHICH AMOUNT MISMATCHES' TO SL-LABEL
           MOVE WS-ITEMS-MISMATCHED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'EXCEPTION ITEMS - NOT MARKED' TO SL-LABEL
           MOVE WS-ITEMS-EXCEPTION TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'TOTAL DOLLARS CLEARED' TO SA-LABEL
           MOVE WS-DOLLARS-CLEARED TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'MISMATCHED CHECKS - AMOUNT ISSUED' TO SA-LABEL
           MOVE WS-MISMATCH-ISSUED TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'MISMATCHED CHECKS - AMOUNT PAID' TO SA-LABEL
           MOVE WS-MISMATCH-PAID TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER.

       CLEANUP.
           CLOSE CLEARED-ITEMS-FILE
           CLOSE CHECK-REGISTER
           CLOSE CLEARED-ITEMS-REGISTER
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-PAID-CHECKS' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-PAID-CHECKS' TO RC-PROGRAM-NAME
           MOVE WS-ITEMS-READ TO RC-RECORDS-READ
           MOVE WS-ITEMS-PAID TO RC-RECORDS-WRITTEN
           MOVE WS-ITEMS-EXCEPTION TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
