      * Program: SSA-INQUIRY
      * Purpose: Keyed lookup against SSAFILE.DAT for a single SSN -
      *          answers "what's my current benefit" without waiting
      *          on the nightly SSA-SIMULATION batch run. Payment
      *          history comes off the live ledger SSAPAYH.DAT; for a
      *          month old enough to have gone to an archive, the
      *          archive catalog SSAARCX.DAT names the SSA-RETENTION
      *          archives that cover it and those are searched too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO 'SSAARCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

      * Whichever ledger archive the catalog points at next.
           SELECT PAYMENT-ARCHIVE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOCIAL-SECURITY-FILE.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

       FD ARCHIVE-CATALOG.
           COPY ARCXREC REPLACING ==ARX-RECORD-NAME== BY
               ==ARX-RECORD==.

       FD PAYMENT-ARCHIVE.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==ARC-PAY-RECORD== LEADING ==PAY== BY ==ARP==.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
           05 CATALOG-STATUS PIC XX.
               88 CATALOG-OK VALUE '00'.
           05 ARCHIVE-STATUS PIC XX.
               88 ARCHIVE-OK VALUE '00'.
           05 WS-CATALOG-DONE-FLAG PIC X.
               88 CATALOG-DONE VALUE 'Y'.
           05 WS-ARCHIVE-DONE-FLAG PIC X.
               88 ARCHIVE-SCAN-DONE VALUE 'Y'.
           05 WS-MORE-LOOKUPS PIC X VALUE 'Y'.
               88 NO-MORE-LOOKUPS VALUE 'N'.
           05 WS-LOAD-DONE-FLAG PIC X VALUE 'N'.
       01 WS-LOAD-SSN PIC X(9).
       01 WS-PAY-SCAN-SSN PIC X(9).
       01 WS-PAY-COUNT PIC 9(3).
       01 WS-ARCHIVE-MONTH-INPUT PIC X(6).
       01 WS-ARCHIVE-MONTH PIC 9(6).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).
       01 WS-ARCHIVES-SEARCHED PIC 9(3).
       01 WS-ARCHIVE-HITS PIC 9(3).
       01 WS-DOB-CHECK-RESULT.
           05 WS-DOB-CHECK-FLAG PIC X.
           05 WS-DOB-CHECK-REASON PIC X(20).
                       END-IF
                   END-IF
                   PERFORM DISPLAY-PAYMENT-HISTORY
                   PERFORM SEARCH-PAYMENT-ARCHIVES
           END-READ.

      * Same SSA-DOB-CHECK subprogram the batch uses - a record that
               END-READ
           END-PERFORM.

      * "What was I paid in some month years ago" - the live ledger
      * above only goes back as far as the retention period, so an
      * older month is looked for in every archive the catalog says
      * holds it. Blank skips the search.
       SEARCH-PAYMENT-ARCHIVES.
           DISPLAY 'OLDER MONTH TO SEARCH IN THE ARCHIVES '
               '(CCYYMM, BLANK = NONE): ' WITH NO ADVANCING
           MOVE SPACES TO WS-ARCHIVE-MONTH-INPUT
           ACCEPT WS-ARCHIVE-MONTH-INPUT
           IF WS-ARCHIVE-MONTH-INPUT NOT = SPACES
               IF WS-ARCHIVE-MONTH-INPUT IS NOT NUMERIC
                   DISPLAY 'MONTH MUST BE KEYED AS CCYYMM.'
               ELSE
                   MOVE WS-ARCHIVE-MONTH-INPUT TO WS-ARCHIVE-MONTH
                   PERFORM SCAN-ARCHIVE-CATALOG
               END-IF
           END-IF.

       SCAN-ARCHIVE-CATALOG.
           MOVE 0 TO WS-ARCHIVES-SEARCHED
           MOVE 0 TO WS-ARCHIVE-HITS
           OPEN INPUT ARCHIVE-CATALOG
           IF NOT CATALOG-OK
               DISPLAY 'NO ARCHIVES ON FILE - STATUS ' CATALOG-STATUS
           ELSE
               MOVE 'N' TO WS-CATALOG-DONE-FLAG
               PERFORM UNTIL CATALOG-DONE
                   READ ARCHIVE-CATALOG
                       AT END
                           SET CATALOG-DONE TO TRUE
                       NOT AT END
                           IF ARX-FILE-ID = 'SSAPAYH'
                               AND ARX-FROM-MONTH <= WS-ARCHIVE-MONTH
                               AND ARX-THRU-MONTH >= WS-ARCHIVE-MONTH
                               MOVE ARX-ARCHIVE-NAME
                                   TO WS-ARCHIVE-FILE-NAME
                               PERFORM SCAN-PAYMENT-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
               IF WS-ARCHIVES-SEARCHED = 0
                   DISPLAY 'NO ARCHIVE HOLDS MONTH ' WS-ARCHIVE-MONTH
                       ' - IT IS STILL ON THE LIVE LEDGER IF ANYWHERE.'
               ELSE
                   IF WS-ARCHIVE-HITS = 0
                       DISPLAY 'NO ARCHIVED PAYMENTS FOR THIS SSN IN '
                           WS-ARCHIVE-MONTH '.'
                   END-IF
               END-IF
               DISPLAY '---------------------------------------'
           END-IF.

       SCAN-PAYMENT-ARCHIVE.
           OPEN INPUT PAYMENT-ARCHIVE
           IF NOT ARCHIVE-OK
               DISPLAY 'ARCHIVE ' WS-ARCHIVE-FILE-NAME
                   ' NOT ON HAND - STATUS ' ARCHIVE-STATUS
           ELSE
               ADD 1 TO WS-ARCHIVES-SEARCHED
               MOVE 'N' TO WS-ARCHIVE-DONE-FLAG
               PERFORM UNTIL ARCHIVE-SCAN-DONE
                   READ PAYMENT-ARCHIVE
                       AT END
                           SET ARCHIVE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF ARP-SSN = SSN-DATA
                               AND ARP-MONTH = WS-ARCHIVE-MONTH
                               IF WS-ARCHIVE-HITS = 0
                                   DISPLAY 'ARCHIVED PAYMENTS:'
                               END-IF
                               ADD 1 TO WS-ARCHIVE-HITS
                               DISPLAY '    MONTH ' ARP-MONTH
                                   ' AMOUNT ' ARP-AMOUNT
                                   ' TYPE ' ARP-TYPE
                                   ' TO ' ARP-PAYEE-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-ARCHIVE
           END-IF.

       DISPLAY-SUSPENDED-RESULT.
           DISPLAY ' '
           DISPLAY '--- SOCIAL SECURITY INQUIRY RESULT ---'
