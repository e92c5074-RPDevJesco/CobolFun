      ******************************************************************
      * Program: SSA-RECOMPUTE
      * Purpose: Automatic benefit recomputation batch - works the
      *          earnings-change queue SSAECHG.DAT that SSA-WAGE-POST
      *          and SSA-SUSPENSE-RESOLVE append to whenever a year is
      *          posted for a worker already RECEIVING. For each
      *          queued worker the AIME/PIA is rerun through
      *          SSA-BENEFIT-CALC at the original claim age (the award
      *          month, the same as-of date SSA-CLAIMS-ADJUD fixed the
      *          award at) against the whole earnings history as it
      *          stands now. When the rerun comes out higher than the
      *          award, the award is raised and every COLA the award
      *          has already received is carried forward onto the new
      *          base, and the months already paid at the old rate
      *          are made good as one catch-up payment - a ledger row
      *          on SSAPAYH.DAT under dependent id 'RC' and a check on
      *          SSACHECK.DAT, numbered from the check sequence
      *          SSACKSEQ.DAT, booked on the check register
      *          SSACHKR.DAT and sent on the positive-pay file
      *          SSAPPAY.DAT like any SSA-PAYMENT check. A rerun
      *          that comes out the same or lower changes nothing: an
      *          award is never cut here.
      *          Because the rerun always starts from the full
      *          history, working an item twice is harmless - the
      *          second pass finds no increase. The register
      *          SSARECMP.RPT shows every worker worked. A disability
      *          award - including one since converted to retirement
      *          at full retirement age, found by its adjudicated
      *          disability claim on SSACLAIM.DAT - is rerun at the
      *          unreduced PIA it was awarded at. Months owed that
      *          SSA-RETENTION has already moved off the live ledger
      *          are priced from the ledger archives the catalog
      *          SSAARCX.DAT names; a worker whose archive is not on
      *          hand is held rather than paid short.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-RECOMPUTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read whole at start-up, rewritten at the end with only the
      * items still held (a suspended worker, a DOB the calculation
      * can't use, a catch-up already paid this month) - worked and
      * dropped items leave the queue.
           SELECT EARNINGS-CHANGE-QUEUE
               ASSIGN TO 'SSAECHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-QUEUE-STATUS.

      * Queue lines for workers beyond the table are parked here as
      * the queue is read, then copied back behind the held items
      * when the queue is rewritten, so next run takes them up ahead
      * of anything posted since, and nothing is lost if the run
      * stops before the copy-back (the old queue is still whole).
           SELECT CHANGE-QUEUE-HOLD
               ASSIGN TO 'SSAECHH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HOLD-STATUS.

           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

           SELECT EARNINGS-HISTORY
               ASSIGN TO 'SSAEARN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EARN-KEY
               FILE STATUS IS EARNINGS-FILE-STATUS.

      * Opened I-O: a raise is a rewrite of the award row.
           SELECT BENEFIT-AWARDS
               ASSIGN TO 'SSAAWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AWD-SSN
               FILE STATUS IS AWARD-FILE-STATUS.

      * Opened I-O: the months already paid are counted off the
      * ledger, and the catch-up posts to it.
           SELECT PAYMENT-HISTORY
               ASSIGN TO 'SSAPAYH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

      * The retention catalog and whichever ledger archive it points
      * at - a late year can reach back past the months SSA-RETENTION
      * keeps live, and the archived months are owed the same.
           SELECT ARCHIVE-CATALOG
               ASSIGN TO 'SSAARCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT PAYMENT-ARCHIVE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

      * Read only to tell a converted disability award from an
      * early retirement award - the master shows both as 'R'.
           SELECT CLAIMS-FILE
               ASSIGN TO 'SSACLAIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-SSN
               FILE STATUS IS CLAIMS-FILE-STATUS.

      * Same check-print file SSA-PAYMENT falls payees out to, EXTEND
      * for the same reason - the catch-up goes out as a check.
           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'SSACHECK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

      * The check register, check sequence, and positive-pay file
      * SSA-PAYMENT numbers and reports its checks through - the
      * catch-up check draws the next number like any other.
           SELECT CHECK-REGISTER
               ASSIGN TO 'SSACHKR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-CHECK-NUMBER
               FILE STATUS IS CHECK-REGISTER-STATUS.

           SELECT CHECK-SEQ-FILE
               ASSIGN TO 'SSACKSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-SEQ-STATUS.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'SSAPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.

           SELECT RECOMPUTE-REGISTER
               ASSIGN TO 'SSARECMP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EARNINGS-CHANGE-QUEUE.
           COPY ECHGREC REPLACING ==ECH-RECORD-NAME== BY
               ==ECH-RECORD==.

       FD CHANGE-QUEUE-HOLD.
       01 QUEUE-HOLD-RECORD PIC X(21).

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD EARNINGS-HISTORY.
           COPY EARNHIST REPLACING ==EARN-RECORD-NAME== BY
               ==EARN-RECORD==.

       FD BENEFIT-AWARDS.
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD PAYMENT-HISTORY.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

       FD ARCHIVE-CATALOG.
           COPY ARCXREC REPLACING ==ARX-RECORD-NAME== BY
               ==ARX-RECORD==.

       FD PAYMENT-ARCHIVE.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==ARC-PAY-RECORD== LEADING ==PAY== BY ==ARP==.

       FD CLAIMS-FILE.
           COPY CLMREC REPLACING ==CLM-RECORD-NAME== BY
               ==CLM-RECORD==.

      * Same fixed-position line SSA-PAYMENT's WRITE-CHECK-RECORD
      * lays down, so check print takes the catch-up like any other.
       FD CHECK-PRINT-FILE.
           COPY CHKREC REPLACING ==CHK-RECORD-NAME== BY
               ==CHECK-RECORD==.

       FD CHECK-REGISTER.
           COPY CHKREG REPLACING ==CKR-RECORD-NAME== BY
               ==CKR-RECORD==.

       FD CHECK-SEQ-FILE.
       01 CHECK-SEQ-RECORD.
           05 CHECK-SEQ-VALUE PIC 9(9).

       FD POSITIVE-PAY-FILE.
           COPY PPAYREC REPLACING ==PPY-RECORD-NAME== BY
               ==PPY-RECORD==.

       FD RECOMPUTE-REGISTER.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 CHANGE-QUEUE-STATUS PIC XX.
               88 CHANGE-QUEUE-OK VALUE '00'.
           05 QUEUE-HOLD-STATUS PIC XX.
               88 QUEUE-HOLD-OK VALUE '00'.
           05 WS-QUEUE-READ-FLAG PIC X VALUE 'N'.
               88 QUEUE-WAS-READ VALUE 'Y'.
           05 WS-HOLD-DONE-FLAG PIC X VALUE 'N'.
               88 HOLD-COPY-DONE VALUE 'Y'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 EARNINGS-FILE-STATUS PIC XX.
           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
               88 PAYMENT-FILE-MISSING VALUE '35'.
           05 CLAIMS-FILE-STATUS PIC XX.
               88 CLAIMS-FILE-OK VALUE '00'.
           05 CATALOG-STATUS PIC XX.
               88 CATALOG-OK VALUE '00'.
           05 ARCHIVE-STATUS PIC XX.
               88 ARCHIVE-OK VALUE '00'.
           05 WS-CATALOG-DONE-FLAG PIC X.
               88 CATALOG-DONE VALUE 'Y'.
           05 WS-ARCHIVE-DONE-FLAG PIC X.
               88 ARCHIVE-SCAN-DONE VALUE 'Y'.
           05 WS-ARCHIVES-SHORT-FLAG PIC X.
               88 ARCHIVES-SHORT VALUE 'Y'.
           05 WS-CLAIMS-OPEN-FLAG PIC X VALUE 'N'.
               88 CLAIMS-AVAILABLE VALUE 'Y'.
           05 CHECK-FILE-STATUS PIC XX.
           05 CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK VALUE '00'.
               88 CHECK-REGISTER-MISSING VALUE '35'.
               88 CHECK-NUMBER-DUPLICATE VALUE '22'.
           05 CHECK-SEQ-STATUS PIC XX.
           05 POSITIVE-PAY-STATUS PIC XX.
           05 WS-CHECK-NUMBERED-FLAG PIC X.
               88 CHECK-NUMBERED VALUE 'Y'.
           05 REGISTER-STATUS PIC XX.
           05 WS-QUEUE-DONE-FLAG PIC X VALUE 'N'.
               88 QUEUE-LOAD-DONE VALUE 'Y'.
           05 WS-LOAD-DONE-FLAG PIC X VALUE 'N'.
               88 LOAD-DONE VALUE 'Y'.
           05 WS-PAY-DONE-FLAG PIC X VALUE 'N'.
               88 PAY-SCAN-DONE VALUE 'Y'.
           05 WS-AWARDS-OPEN-FLAG PIC X VALUE 'N'.
               88 AWARDS-AVAILABLE VALUE 'Y'.
           05 WS-ENTRY-FOUND-FLAG PIC X.
               88 ENTRY-FOUND VALUE 'Y'.
               88 ENTRY-NOT-FOUND VALUE 'N'.

       01 WS-LOAD-SSN PIC X(9).
       01 WS-PAY-SCAN-SSN PIC X(9).
       01 WS-DOB-CHECK-RESULT.
           05 WS-DOB-CHECK-FLAG PIC X.
           05 WS-DOB-CHECK-REASON PIC X(20).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-CHECK-NUMBER PIC 9(9) VALUE 0.
      * The as-of date handed to SSA-BENEFIT-CALC: the award month
      * with the same mid-month day SSA-CLAIMS-ADJUD uses, so the
      * claim age comes out exactly as it did when the award was
      * fixed.
       01 WS-AWARD-MONTH PIC 9(6).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-HOLD-BENEFIT-STATUS PIC X.
       01 WS-EFFECTIVE-MONTH PIC 9(6).
       01 WS-OLD-AWARD PIC 9(7)V99.
       01 WS-OLD-CURRENT PIC 9(7)V99.
       01 WS-NEW-AWARD PIC 9(7)V99.
       01 WS-NEW-CURRENT PIC 9(7)V99.
       01 WS-MONTHLY-INCREASE PIC 9(7)V99.
       01 WS-MONTHS-PAID PIC 9(3).
       01 WS-CATCH-UP-AMOUNT PIC 9(7)V99.
      * One ledger month's benefit due and what it was short by.
       01 WS-ROW-BENEFIT PIC 9(7)V99.
       01 WS-ROW-SHORTFALL PIC 9(7)V99.
       01 WS-DISPOSITION PIC X(35).
       01 WS-PAYEE-NAME PIC X(25).
       01 WS-ENTRY-IDX PIC 9(4).
       01 WS-FIND-IDX PIC 9(4).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).

      * The catalogued ledger archives holding any month from the
      * worker's effective month on, found before the award is
      * raised and priced after the live ledger.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-COUNT PIC 9(3) VALUE 0.
           05 WS-ARCHIVE-IDX PIC 9(3).
           05 WS-ARCHIVE-ENTRY OCCURS 100 TIMES.
               10 AT-ARCHIVE-NAME PIC X(40).

       COPY BENRSLT REPLACING ==RES-NAME== BY ==WS-BENEFIT-RESULTS==
           LEADING ==RES== BY ==WS-RESULT==.

       COPY EARNTBL REPLACING ==EARN-TABLE-NAME==
           BY ==WS-EARNINGS-TABLE==.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

      * The queue collapsed to one entry per worker - a worker with
      * three late years posted needs one rerun, paid back to the year
      * after the EARLIEST of them. 1000 workers is generous headroom
      * over a January posting season; the lines for any worker
      * beyond it are parked on SSAECHH.DAT and copied back into the
      * queue for the next run.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
           05 WS-QUEUE-OVERFLOW PIC 9(4) VALUE 0.
           05 WS-QUEUE-ENTRY OCCURS 1000 TIMES.
               10 QT-SSN PIC X(9).
               10 QT-YEAR PIC 9(4).
               10 QT-POSTED-DATE PIC 9(8).
               10 QT-STATE PIC X.
                   88 QT-PENDING VALUE 'P'.
                   88 QT-HELD VALUE 'H'.
                   88 QT-WORKED VALUE 'W'.
                   88 QT-DROPPED VALUE 'D'.

       01 WS-RUN-TOTALS.
           05 WS-ITEMS-READ PIC 9(7) VALUE 0.
           05 WS-WORKERS-WORKED PIC 9(7) VALUE 0.
           05 WS-AWARDS-RAISED PIC 9(7) VALUE 0.
           05 WS-NO-INCREASE PIC 9(7) VALUE 0.
           05 WS-ITEMS-HELD PIC 9(7) VALUE 0.
           05 WS-ITEMS-DROPPED PIC 9(7) VALUE 0.
           05 WS-CATCH-UPS-PAID PIC 9(7) VALUE 0.
           05 WS-CATCH-UP-DOLLARS PIC 9(9)V99 VALUE 0.
           05 WS-MONTHLY-INCREASE-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(42) VALUE SPACES.
           05 RT-TEXT PIC X(40) VALUE
               'BENEFIT RECOMPUTATION REGISTER - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(12) VALUE 'OLD AWARD'.
           05 FILLER PIC X(12) VALUE 'NEW AWARD'.
           05 FILLER PIC X(12) VALUE 'NEW CURRENT'.
           05 FILLER PIC X(8) VALUE 'MONTHS'.
           05 FILLER PIC X(12) VALUE 'CATCH-UP'.
           05 FILLER PIC X(59) VALUE 'DISPOSITION'.
       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-OLD-AWARD PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NEW-AWARD PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NEW-CURRENT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-MONTHS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-CATCH-UP PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISPOSITION PIC X(35).
           05 FILLER PIC X(26) VALUE SPACES.

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
           PERFORM LOAD-CHANGE-QUEUE
           IF AWARDS-AVAILABLE
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-QUEUE-COUNT
                   PERFORM WORK-QUEUE-ENTRY
               END-PERFORM
           ELSE
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-QUEUE-COUNT
                   SET QT-HELD(WS-ENTRY-IDX) TO TRUE
                   ADD 1 TO WS-ITEMS-HELD
               END-PERFORM
           END-IF
           PERFORM REWRITE-CHANGE-QUEUE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           OPEN INPUT SOCIAL-SECURITY-FILE
           OPEN INPUT EARNINGS-HISTORY
      * No award file means nobody is RECEIVING yet - the queue is
      * kept whole for a later run rather than dropped.
           OPEN I-O BENEFIT-AWARDS
           IF AWARD-FILE-OK
               SET AWARDS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO AWARD FILE ON HAND - STATUS '
                   AWARD-FILE-STATUS ' - QUEUE HELD.'
           END-IF
           PERFORM OPEN-PAYMENT-HISTORY
           OPEN INPUT CLAIMS-FILE
           IF CLAIMS-FILE-OK
               SET CLAIMS-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND CHECK-PRINT-FILE
           PERFORM OPEN-CHECK-REGISTER
           PERFORM LOAD-CHECK-SEQUENCE
           OPEN EXTEND POSITIVE-PAY-FILE
           OPEN OUTPUT RECOMPUTE-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           WRITE REGISTER-LINE FROM WS-REPORT-TITLE
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING.

      * The ledger doesn't exist until the first issuance run ever -
      * create it empty then, the same tolerate-a-missing-control-file
      * posture SSA-PAYMENT takes.
       OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY
           IF PAYMENT-FILE-MISSING
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'UNABLE TO OPEN PAYMENT HISTORY - STATUS '
                   PAYMENT-FILE-STATUS
           END-IF.

       LOAD-CHANGE-QUEUE.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE 0 TO WS-QUEUE-OVERFLOW
           OPEN INPUT EARNINGS-CHANGE-QUEUE
           IF NOT CHANGE-QUEUE-OK
               DISPLAY 'NO EARNINGS CHANGE QUEUE ON HAND - NOTHING '
                   'TO RECOMPUTE.'
           ELSE
               SET QUEUE-WAS-READ TO TRUE
               OPEN OUTPUT CHANGE-QUEUE-HOLD
               MOVE 'N' TO WS-QUEUE-DONE-FLAG
               PERFORM UNTIL QUEUE-LOAD-DONE
                   READ EARNINGS-CHANGE-QUEUE
                       AT END
                           SET QUEUE-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM TABLE-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE EARNINGS-CHANGE-QUEUE
               CLOSE CHANGE-QUEUE-HOLD
               IF WS-QUEUE-OVERFLOW > 0
                   DISPLAY WS-QUEUE-OVERFLOW ' QUEUE ITEMS BEYOND THE '
                       'TABLE - PARKED FOR NEXT RUN.'
               END-IF
           END-IF.

      * A second item for a worker already tabled just pulls the
      * effective year back if it is earlier. An item for a worker
      * the full table can't take is parked as read.
       TABLE-QUEUE-ITEM.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-QUEUE-COUNT
                       OR ENTRY-FOUND
               IF QT-SSN(WS-FIND-IDX) = ECH-SSN
                   SET ENTRY-FOUND TO TRUE
                   IF ECH-YEAR < QT-YEAR(WS-FIND-IDX)
                       MOVE ECH-YEAR TO QT-YEAR(WS-FIND-IDX)
                   END-IF
                   IF ECH-POSTED-DATE > QT-POSTED-DATE(WS-FIND-IDX)
                       MOVE ECH-POSTED-DATE
                           TO QT-POSTED-DATE(WS-FIND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF WS-QUEUE-COUNT < 1000
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE ECH-SSN TO QT-SSN(WS-QUEUE-COUNT)
                   MOVE ECH-YEAR TO QT-YEAR(WS-QUEUE-COUNT)
                   MOVE ECH-POSTED-DATE
                       TO QT-POSTED-DATE(WS-QUEUE-COUNT)
                   SET QT-PENDING(WS-QUEUE-COUNT) TO TRUE
               ELSE
                   ADD 1 TO WS-QUEUE-OVERFLOW
                   MOVE ECH-RECORD TO QUEUE-HOLD-RECORD
                   WRITE QUEUE-HOLD-RECORD
                   IF NOT QUEUE-HOLD-OK
                       DISPLAY 'ERROR PARKING QUEUE ITEM - STATUS '
                           QUEUE-HOLD-STATUS
                   END-IF
               END-IF
           END-IF.

      * The gates, cheapest first. A worker who is gone, deceased, no
      * longer RECEIVING, or has no award row leaves the queue - the
      * death and overpayment paths own the first two, and an award
      * fixed later is computed from the whole history anyway. A
      * suspended worker or an unusable DOB is HELD: the entitlement
      * is still there once the record is put right.
       WORK-QUEUE-ENTRY.
           ADD 1 TO WS-WORKERS-WORKED
           MOVE 0 TO WS-OLD-AWARD
           MOVE 0 TO WS-NEW-AWARD
           MOVE 0 TO WS-NEW-CURRENT
           MOVE 0 TO WS-MONTHS-PAID
           MOVE 0 TO WS-CATCH-UP-AMOUNT
           MOVE SPACES TO WS-DISPOSITION
           SET QT-WORKED(WS-ENTRY-IDX) TO TRUE
           MOVE QT-SSN(WS-ENTRY-IDX) TO SSN-DATA
           READ SOCIAL-SECURITY-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER - DROPPED' TO WS-DISPOSITION
                   SET QT-DROPPED(WS-ENTRY-IDX) TO TRUE
           END-READ
           IF WS-DISPOSITION = SPACES
               EVALUATE TRUE
                   WHEN DECEASED
                       MOVE 'DECEASED - DROPPED' TO WS-DISPOSITION
                       SET QT-DROPPED(WS-ENTRY-IDX) TO TRUE
                   WHEN SUSPENDED
                       MOVE 'SUSPENDED - HELD IN QUEUE'
                           TO WS-DISPOSITION
                       SET QT-HELD(WS-ENTRY-IDX) TO TRUE
                   WHEN NOT RECEIVING
                       MOVE 'NOT RECEIVING - DROPPED' TO WS-DISPOSITION
                       SET QT-DROPPED(WS-ENTRY-IDX) TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-DISPOSITION = SPACES
               MOVE QT-SSN(WS-ENTRY-IDX) TO AWD-SSN
               READ BENEFIT-AWARDS
                   INVALID KEY
                       MOVE 'NO AWARD ON FILE - DROPPED'
                           TO WS-DISPOSITION
                       SET QT-DROPPED(WS-ENTRY-IDX) TO TRUE
                   NOT INVALID KEY
                       MOVE AWD-AWARD-AMOUNT TO WS-OLD-AWARD
                       MOVE AWD-CURRENT-AMOUNT TO WS-OLD-CURRENT
               END-READ
           END-IF
           IF WS-DISPOSITION = SPACES
               CALL 'SSA-DOB-CHECK' USING SS-RECORD WS-DOB-CHECK-RESULT
               IF WS-DOB-CHECK-FLAG NOT = 'Y'
                   MOVE 'INVALID DOB - HELD IN QUEUE'
                       TO WS-DISPOSITION
                   SET QT-HELD(WS-ENTRY-IDX) TO TRUE
               END-IF
           END-IF
           IF WS-DISPOSITION = SPACES
               PERFORM RERUN-AWARD-AMOUNT
           END-IF
           IF QT-HELD(WS-ENTRY-IDX)
               ADD 1 TO WS-ITEMS-HELD
           END-IF
           IF QT-DROPPED(WS-ENTRY-IDX)
               ADD 1 TO WS-ITEMS-DROPPED
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

       RERUN-AWARD-AMOUNT.
           MOVE AWD-AWARD-DATE(1:6) TO WS-AWARD-MONTH
           COMPUTE WS-AS-OF-DATE = WS-AWARD-MONTH * 100 + 15
           PERFORM LOAD-EARNINGS-HISTORY
           MOVE BENEFIT-STATUS TO WS-HOLD-BENEFIT-STATUS
           PERFORM CHECK-CONVERTED-DISABILITY
           CALL 'SSA-BENEFIT-CALC' USING SS-RECORD WS-AS-OF-DATE
               WS-BENEFIT-RESULTS WS-EARNINGS-TABLE
           MOVE WS-HOLD-BENEFIT-STATUS TO BENEFIT-STATUS
           MOVE WS-RESULT-BENEFIT-AMOUNT TO WS-NEW-AWARD
           IF WS-NEW-AWARD NOT > WS-OLD-AWARD
               MOVE 'NO INCREASE - AWARD STANDS' TO WS-DISPOSITION
               ADD 1 TO WS-NO-INCREASE
           ELSE
               PERFORM CHECK-CATCH-UP-THIS-MONTH
               IF WS-DISPOSITION = SPACES
                   PERFORM FIND-ARCHIVED-MONTHS
               END-IF
               IF WS-DISPOSITION = SPACES
                   PERFORM RAISE-AWARD
               END-IF
           END-IF.

      * A retirement award that started life as a disability award
      * is rerun the way it was fixed, at the PIA: the master's code
      * is set to disability in storage for the call only (the master
      * is read-only here) and put back straight after.
       CHECK-CONVERTED-DISABILITY.
           IF RECEIVING-RETIREMENT AND CLAIMS-AVAILABLE
               MOVE QT-SSN(WS-ENTRY-IDX) TO CLM-SSN
               READ CLAIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLM-DISABILITY-CLAIM AND CLM-ADJUDICATED
                           SET RECEIVING-DISABILITY TO TRUE
                       END-IF
               END-READ
           END-IF.

      * One catch-up row per worker per month is all the ledger key
      * allows - a second raise in the same month waits in the queue
      * for next month's run rather than overwrite a row whose check
      * has already gone out.
       CHECK-CATCH-UP-THIS-MONTH.
           MOVE QT-SSN(WS-ENTRY-IDX) TO PAY-SSN
           MOVE WS-RUN-MONTH TO PAY-MONTH
           MOVE 'RC' TO PAY-DEP-ID
           READ PAYMENT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CATCH-UP PAID THIS MONTH - HELD'
                       TO WS-DISPOSITION
                   SET QT-HELD(WS-ENTRY-IDX) TO TRUE
           END-READ.

      * A new earnings year counts from January of the following
      * year, and never before the award itself. A late year can
      * reach back past the months SSA-RETENTION keeps on the live
      * ledger, so every catalogued ledger archive holding a month
      * from there on is noted for COMPUTE-UNDERPAYMENT. If one of
      * them is not on hand, or there are more than the table holds,
      * the item is HELD before the award is touched - raising it now
      * and paying only the live months would leave the archived
      * ones owed with nothing left to find them on a later run.
       FIND-ARCHIVED-MONTHS.
           COMPUTE WS-EFFECTIVE-MONTH =
               (QT-YEAR(WS-ENTRY-IDX) + 1) * 100 + 1
           IF WS-EFFECTIVE-MONTH < WS-AWARD-MONTH
               MOVE WS-AWARD-MONTH TO WS-EFFECTIVE-MONTH
           END-IF
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE 'N' TO WS-ARCHIVES-SHORT-FLAG
           OPEN INPUT ARCHIVE-CATALOG
           IF CATALOG-OK
               MOVE 'N' TO WS-CATALOG-DONE-FLAG
               PERFORM UNTIL CATALOG-DONE
                   READ ARCHIVE-CATALOG
                       AT END
                           SET CATALOG-DONE TO TRUE
                       NOT AT END
                           IF ARX-FILE-ID = 'SSAPAYH'
                               AND ARX-THRU-MONTH >= WS-EFFECTIVE-MONTH
                               PERFORM NOTE-LEDGER-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF
           IF ARCHIVES-SHORT
               MOVE 'RETRO MONTHS ARCHIVED - HELD' TO WS-DISPOSITION
               SET QT-HELD(WS-ENTRY-IDX) TO TRUE
           END-IF.

       NOTE-LEDGER-ARCHIVE.
           MOVE ARX-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME
           OPEN INPUT PAYMENT-ARCHIVE
           IF NOT ARCHIVE-OK
               DISPLAY 'ARCHIVE ' WS-ARCHIVE-FILE-NAME
                   ' NOT ON HAND - STATUS ' ARCHIVE-STATUS
               SET ARCHIVES-SHORT TO TRUE
           ELSE
               CLOSE PAYMENT-ARCHIVE
               IF WS-ARCHIVE-COUNT < 100
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE WS-ARCHIVE-FILE-NAME
                       TO AT-ARCHIVE-NAME(WS-ARCHIVE-COUNT)
               ELSE
                   SET ARCHIVES-SHORT TO TRUE
               END-IF
           END-IF.

      * Every COLA the award has received is carried forward by the
      * ratio the award row itself records - AWD-CURRENT-AMOUNT over
      * AWD-AWARD-AMOUNT is exactly the compounded effect of each
      * December's SSA-COLA on this award since AWD-AWARD-DATE, so the
      * new base picks up the same adjustments without the rates
      * having to be kept anywhere. The award row is rewritten before
      * any money moves: a failed rewrite leaves the item to show as
      * an error here, never a catch-up paid against an award that
      * still says the old amount.
       RAISE-AWARD.
           IF WS-OLD-AWARD > 0
               COMPUTE WS-NEW-CURRENT ROUNDED =
                   WS-NEW-AWARD * WS-OLD-CURRENT / WS-OLD-AWARD
           ELSE
               MOVE WS-NEW-AWARD TO WS-NEW-CURRENT
           END-IF
           IF WS-NEW-CURRENT > WS-OLD-CURRENT
               COMPUTE WS-MONTHLY-INCREASE =
                   WS-NEW-CURRENT - WS-OLD-CURRENT
           ELSE
               MOVE 0 TO WS-MONTHLY-INCREASE
           END-IF
           MOVE WS-NEW-AWARD TO AWD-AWARD-AMOUNT
           MOVE WS-NEW-CURRENT TO AWD-CURRENT-AMOUNT
           REWRITE AWD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING AWARD - STATUS '
                       AWARD-FILE-STATUS
                   MOVE 'AWARD REWRITE FAILED - HELD'
                       TO WS-DISPOSITION
                   SET QT-HELD(WS-ENTRY-IDX) TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-AWARDS-RAISED
                   ADD WS-MONTHLY-INCREASE
                       TO WS-MONTHLY-INCREASE-TOTAL
                   PERFORM COMPUTE-UNDERPAYMENT
                   IF WS-CATCH-UP-AMOUNT > 0
                       PERFORM PAY-CATCH-UP
                   ELSE
                       MOVE 'AWARD RAISED - NO MONTHS OWED'
                           TO WS-DISPOSITION
                   END-IF
           END-REWRITE.

      * The months owed are the worker's own ledger rows (dependent
      * id '00') from the effective month FIND-ARCHIVED-MONTHS set
      * through today - live first, then any the archives it noted
      * hold. Each month is priced from its own row, not at today's
      * difference: the benefit due that month scaled by the rise in
      * the award base, so a month paid before a later COLA is made
      * good at the rate it was actually paid at.
       COMPUTE-UNDERPAYMENT.
           MOVE 0 TO WS-MONTHS-PAID
           MOVE 0 TO WS-CATCH-UP-AMOUNT
           MOVE QT-SSN(WS-ENTRY-IDX) TO WS-PAY-SCAN-SSN
           MOVE QT-SSN(WS-ENTRY-IDX) TO PAY-SSN
           MOVE WS-EFFECTIVE-MONTH TO PAY-MONTH
           MOVE SPACES TO PAY-DEP-ID
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COUNT-MONTHS-PAID
           END-START
           PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
               MOVE AT-ARCHIVE-NAME(WS-ARCHIVE-IDX)
                   TO WS-ARCHIVE-FILE-NAME
               PERFORM COUNT-ARCHIVED-MONTHS
           END-PERFORM.

       COUNT-MONTHS-PAID.
           MOVE 'N' TO WS-PAY-DONE-FLAG
           PERFORM UNTIL PAY-SCAN-DONE
               READ PAYMENT-HISTORY NEXT RECORD
                   AT END
                       SET PAY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PAY-SSN NOT = WS-PAY-SCAN-SSN
                           SET PAY-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM PRICE-MONTH-PAID
                       END-IF
               END-READ
           END-PERFORM.

      * Read the way SSA-INQUIRY's SCAN-PAYMENT-ARCHIVE reads them. A
      * row still on the live ledger under the same key (an archive
      * whose removal stopped part way) was priced there already.
       COUNT-ARCHIVED-MONTHS.
           OPEN INPUT PAYMENT-ARCHIVE
           IF NOT ARCHIVE-OK
               DISPLAY 'ARCHIVE ' WS-ARCHIVE-FILE-NAME
                   ' NOT ON HAND - STATUS ' ARCHIVE-STATUS
           ELSE
               MOVE 'N' TO WS-ARCHIVE-DONE-FLAG
               PERFORM UNTIL ARCHIVE-SCAN-DONE
                   READ PAYMENT-ARCHIVE
                       AT END
                           SET ARCHIVE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF ARP-SSN = WS-PAY-SCAN-SSN
                               AND ARP-MONTH >= WS-EFFECTIVE-MONTH
                               PERFORM PRICE-ARCHIVED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-ARCHIVE
           END-IF.

       PRICE-ARCHIVED-ROW.
           MOVE ARP-KEY TO PAY-KEY
           READ PAYMENT-HISTORY
               INVALID KEY
                   MOVE ARC-PAY-RECORD TO PAY-RECORD
                   PERFORM PRICE-MONTH-PAID
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * Only a month the beneficiary was actually paid is owed: a
      * RETURNED row that was never reissued moved no money, and a
      * row with nothing disbursed (fully withheld under the earnings
      * test) was not paid at the old rate either. The row's benefit
      * due is everything it was paid out of - net, tax, Part B
      * premium and the withholdings - and its shortfall is that
      * times (new award / old award - 1). With no old award base to
      * scale by, today's monthly difference is used.
       PRICE-MONTH-PAID.
           IF PAY-DEP-ID = '00'
               AND (PAY-RETIREMENT OR PAY-DISABILITY)
               AND NOT PAY-RETURNED
               AND PAY-AMOUNT > 0
               ADD 1 TO WS-MONTHS-PAID
               COMPUTE WS-ROW-BENEFIT = PAY-AMOUNT + PAY-WITHHELD
                   + PAY-PARTB-PREMIUM
                   + PAY-ET-WITHHELD + PAY-OVP-RECOVERED
               IF WS-OLD-AWARD > 0
                   COMPUTE WS-ROW-SHORTFALL ROUNDED =
                       WS-ROW-BENEFIT * (WS-NEW-AWARD - WS-OLD-AWARD)
                       / WS-OLD-AWARD
               ELSE
                   MOVE WS-MONTHLY-INCREASE TO WS-ROW-SHORTFALL
               END-IF
               ADD WS-ROW-SHORTFALL TO WS-CATCH-UP-AMOUNT
           END-IF.

      * The catch-up posts under dependent id 'RC' so it sits beside
      * this month's regular '00' row instead of colliding with it,
      * and goes out as a check - the ACH batch belongs to the
      * issuance run.
       PAY-CATCH-UP.
           MOVE SPACES TO WS-PAYEE-NAME
           STRING LAST-NAME ', ' FIRST-NAME
               DELIMITED BY SIZE INTO WS-PAYEE-NAME
           MOVE QT-SSN(WS-ENTRY-IDX) TO PAY-SSN
           MOVE WS-RUN-MONTH TO PAY-MONTH
           MOVE 'RC' TO PAY-DEP-ID
           MOVE WS-RUN-DATE TO PAY-DATE-PAID
           IF RECEIVING-DISABILITY
               SET PAY-DISABILITY TO TRUE
           ELSE
               SET PAY-RETIREMENT TO TRUE
           END-IF
           MOVE WS-PAYEE-NAME TO PAY-PAYEE-NAME
           MOVE WS-CATCH-UP-AMOUNT TO PAY-AMOUNT
           SET PAY-ISSUED TO TRUE
           MOVE SPACES TO PAY-RETURN-REASON
           MOVE 0 TO PAY-RETURNED-DATE
           MOVE 0 TO PAY-WITHHELD
           MOVE 0 TO PAY-PARTB-PREMIUM
           MOVE 0 TO PAY-ET-WITHHELD
           MOVE 0 TO PAY-OVP-RECOVERED
           WRITE PAY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR POSTING CATCH-UP - STATUS '
                       PAYMENT-FILE-STATUS
                   MOVE 'RAISED - CATCH-UP POST FAILED'
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   PERFORM WRITE-CHECK-RECORD
                   ADD 1 TO WS-CATCH-UPS-PAID
                   ADD WS-CATCH-UP-AMOUNT TO WS-CATCH-UP-DOLLARS
                   MOVE 'AWARD RAISED - CATCH-UP PAID'
                       TO WS-DISPOSITION
           END-WRITE.

       WRITE-CHECK-RECORD.
           PERFORM BOOK-CHECK-NUMBER
           MOVE PAY-SSN TO CHK-SSN
           MOVE PAY-MONTH TO CHK-PAY-MONTH
           MOVE PAY-DEP-ID TO CHK-DEP-ID
           MOVE PAY-AMOUNT TO CHK-AMOUNT
           MOVE PAY-TYPE TO CHK-TYPE
           MOVE PAY-PAYEE-NAME TO CHK-PAYEE-NAME
           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           WRITE CHECK-RECORD
           IF CHECK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECK PRINT - STATUS '
                   CHECK-FILE-STATUS
           END-IF
           SET PPY-ISSUE TO TRUE
           MOVE WS-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE PAY-AMOUNT TO PPY-AMOUNT
           MOVE WS-RUN-DATE TO PPY-ISSUE-DATE
           MOVE PAY-PAYEE-NAME TO PPY-PAYEE-NAME
           WRITE PPY-RECORD
           IF POSITIVE-PAY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POSITIVE PAY - STATUS '
                   POSITIVE-PAY-STATUS
           END-IF.

      * Same booking rule as SSA-PAYMENT: the next number goes on
      * the register OUTSTANDING, and a number already there is
      * passed over rather than issued twice.
       BOOK-CHECK-NUMBER.
           MOVE 'N' TO WS-CHECK-NUMBERED-FLAG
           PERFORM UNTIL CHECK-NUMBERED
               ADD 1 TO WS-CHECK-NUMBER
               MOVE WS-CHECK-NUMBER TO CKR-CHECK-NUMBER
               MOVE PAY-SSN TO CKR-SSN
               MOVE PAY-MONTH TO CKR-PAY-MONTH
               MOVE PAY-DEP-ID TO CKR-DEP-ID
               MOVE WS-RUN-DATE TO CKR-ISSUE-DATE
               MOVE PAY-AMOUNT TO CKR-AMOUNT
               MOVE PAY-TYPE TO CKR-TYPE
               MOVE PAY-PAYEE-NAME TO CKR-PAYEE-NAME
               SET CKR-OUTSTANDING TO TRUE
               MOVE 0 TO CKR-PAID-DATE
               MOVE 0 TO CKR-PAID-AMOUNT
               SET CKR-AMOUNT-MATCHED TO TRUE
               MOVE 0 TO CKR-VOID-DATE
               WRITE CKR-RECORD
                   INVALID KEY
                       IF CHECK-NUMBER-DUPLICATE
                           DISPLAY 'CHECK NUMBER ' WS-CHECK-NUMBER
                               ' ALREADY ON REGISTER - PASSED OVER'
                       ELSE
                           DISPLAY 'ERROR BOOKING CHECK - STATUS '
                               CHECK-REGISTER-STATUS
                           SET CHECK-NUMBERED TO TRUE
                       END-IF
                   NOT INVALID KEY
                       SET CHECK-NUMBERED TO TRUE
               END-WRITE
           END-PERFORM.

      * The register doesn't exist until the first check is ever
      * printed - create it empty then, same posture as the ledger.
       OPEN-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER
           IF CHECK-REGISTER-MISSING
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           IF NOT CHECK-REGISTER-OK
               DISPLAY 'UNABLE TO OPEN CHECK REGISTER - STATUS '
                   CHECK-REGISTER-STATUS
           END-IF.

       LOAD-CHECK-SEQUENCE.
           OPEN INPUT CHECK-SEQ-FILE
           IF CHECK-SEQ-STATUS = '00'
               READ CHECK-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHECK-SEQ-VALUE TO WS-CHECK-NUMBER
               END-READ
               CLOSE CHECK-SEQ-FILE
           END-IF.

       SAVE-CHECK-SEQUENCE.
           OPEN OUTPUT CHECK-SEQ-FILE
           MOVE WS-CHECK-NUMBER TO CHECK-SEQ-VALUE
           WRITE CHECK-SEQ-RECORD
           CLOSE CHECK-SEQ-FILE.

      * The held items go back, followed by every line parked past
      * the table - worked and dropped items leave the queue.
       REWRITE-CHANGE-QUEUE.
           OPEN OUTPUT EARNINGS-CHANGE-QUEUE
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-QUEUE-COUNT
               IF QT-HELD(WS-ENTRY-IDX)
                   MOVE QT-SSN(WS-ENTRY-IDX) TO ECH-SSN
                   MOVE QT-YEAR(WS-ENTRY-IDX) TO ECH-YEAR
                   MOVE QT-POSTED-DATE(WS-ENTRY-IDX)
                       TO ECH-POSTED-DATE
                   WRITE ECH-RECORD
               END-IF
           END-PERFORM
           IF QUEUE-WAS-READ
               PERFORM REQUEUE-PARKED-ITEMS
           END-IF
           CLOSE EARNINGS-CHANGE-QUEUE.

       REQUEUE-PARKED-ITEMS.
           OPEN INPUT CHANGE-QUEUE-HOLD
           MOVE 'N' TO WS-HOLD-DONE-FLAG
           PERFORM COPY-PARKED-ITEM UNTIL HOLD-COPY-DONE
           CLOSE CHANGE-QUEUE-HOLD.

       COPY-PARKED-ITEM.
           READ CHANGE-QUEUE-HOLD
               AT END
                   SET HOLD-COPY-DONE TO TRUE
               NOT AT END
                   MOVE QUEUE-HOLD-RECORD TO ECH-RECORD
                   WRITE ECH-RECORD
                   IF NOT CHANGE-QUEUE-OK
                       DISPLAY 'ERROR REQUEUING PARKED ITEM - STATUS '
                           CHANGE-QUEUE-STATUS
                   END-IF
           END-READ.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO RD-SSN
           STRING QT-SSN(WS-ENTRY-IDX)(1:3) '-'
               QT-SSN(WS-ENTRY-IDX)(4:2) '-'
               QT-SSN(WS-ENTRY-IDX)(6:4)
               DELIMITED BY SIZE INTO RD-SSN
           MOVE WS-OLD-AWARD TO RD-OLD-AWARD
           MOVE WS-NEW-AWARD TO RD-NEW-AWARD
           MOVE WS-NEW-CURRENT TO RD-NEW-CURRENT
           MOVE WS-MONTHS-PAID TO RD-MONTHS
           MOVE WS-CATCH-UP-AMOUNT TO RD-CATCH-UP
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Generic-key search: EARN-SSN is the leading part of the
      * composite EARN-KEY, so a START/READ NEXT pass bounded by the
      * SSN positions every year of that worker's earnings history
      * into WS-EARNINGS-TABLE for SSA-BENEFIT-CALC's AIME average.
       LOAD-EARNINGS-HISTORY.
           MOVE 0 TO ET-COUNT
           MOVE SSN-DATA TO EARN-SSN
           START EARNINGS-HISTORY KEY IS EQUAL TO EARN-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM READ-EARNINGS-FOR-WORKER
           END-START.

       READ-EARNINGS-FOR-WORKER.
           MOVE SSN-DATA TO WS-LOAD-SSN
           MOVE 'N' TO WS-LOAD-DONE-FLAG
           PERFORM UNTIL LOAD-DONE
               READ EARNINGS-HISTORY NEXT RECORD
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF EARN-SSN NOT = WS-LOAD-SSN
                           SET LOAD-DONE TO TRUE
                       ELSE
                           IF ET-COUNT < 75
                               ADD 1 TO ET-COUNT
                               MOVE EARN-YEAR TO ET-YEAR(ET-COUNT)
                               MOVE EARN-AMOUNT TO ET-AMOUNT(ET-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Control totals: WORKERS WORKED = RAISED + NO INCREASE + HELD
      * + DROPPED (a raise whose rewrite failed counts as held), and
      * the catch-up dollars are exactly the checks this run added to
      * SSACHECK.DAT.
       WRITE-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER

           MOVE 'QUEUE ITEMS READ' TO SL-LABEL
           MOVE WS-ITEMS-READ TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'WORKERS WORKED' TO SL-LABEL
           MOVE WS-WORKERS-WORKED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'AWARDS RAISED' TO SL-LABEL
           MOVE WS-AWARDS-RAISED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'NO INCREASE - AWARD STANDS' TO SL-LABEL
           MOVE WS-NO-INCREASE TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'HELD IN QUEUE FOR A LATER RUN' TO SL-LABEL
           MOVE WS-ITEMS-HELD TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DROPPED FROM QUEUE' TO SL-LABEL
           MOVE WS-ITEMS-DROPPED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'ITEMS PARKED PAST THE TABLE' TO SL-LABEL
           MOVE WS-QUEUE-OVERFLOW TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CATCH-UP PAYMENTS ISSUED' TO SL-LABEL
           MOVE WS-CATCH-UPS-PAID TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CATCH-UP DOLLARS ISSUED' TO SA-LABEL
           MOVE WS-CATCH-UP-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL MONTHLY INCREASE' TO SA-LABEL
           MOVE WS-MONTHLY-INCREASE-TOTAL TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REGISTER-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           CLOSE SOCIAL-SECURITY-FILE
           CLOSE EARNINGS-HISTORY
           IF AWARDS-AVAILABLE
               CLOSE BENEFIT-AWARDS
           END-IF
           CLOSE PAYMENT-HISTORY
           IF CLAIMS-AVAILABLE
               CLOSE CLAIMS-FILE
           END-IF
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER
           PERFORM SAVE-CHECK-SEQUENCE
           CLOSE POSITIVE-PAY-FILE
           CLOSE RECOMPUTE-REGISTER
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-RECOMPUTE' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-RECOMPUTE' TO RC-PROGRAM-NAME
           MOVE WS-ITEMS-READ TO RC-RECORDS-READ
           MOVE WS-AWARDS-RAISED TO RC-RECORDS-WRITTEN
           MOVE WS-ITEMS-DROPPED TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
