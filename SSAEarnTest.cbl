      *          worker's own retirement payments over the following
      *          months. The register SSAERNT.RPT shows who was
      *          tested, what they earned, and what is being
      *          withheld. TST-TEST-YEAR is the rerun guard. Each
      *          directive opened queues an earnings-test notice on
      *          SSANOTQ.DAT for SSA-NOTICE-PRINT to mail. Disability
      *          awards are not subject to the test.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TST-SSN
               FILE STATUS IS TEST-FILE-STATUS.

      * EXTEND - SSA-NOTICE-PRINT empties the queue only as it
      * mails the letters.
           SELECT NOTICE-QUEUE
               ASSIGN TO 'SSANOTQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-QUEUE-STATUS.

           SELECT TEST-REGISTER
               ASSIGN TO 'SSAERNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY ETESTREC REPLACING ==TST-RECORD-NAME== BY
               ==TST-RECORD==.

       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

       FD TEST-REGISTER.
       01 REGISTER-LINE PIC X(132).

           05 TEST-FILE-STATUS PIC XX.
               88 TEST-FILE-OK VALUE '00'.
               88 TEST-FILE-MISSING VALUE '35'.
           05 NOTICE-QUEUE-STATUS PIC XX.
           05 REGISTER-STATUS PIC XX.
           05 WS-AWARD-EOF-FLAG PIC X VALUE 'N'.
               88 AWARD-SWEEP-DONE VALUE 'Y'.
           05 WS-NO-EXEMPT-SKIPPED PIC 9(7) VALUE 0.
           05 WS-DIRECTIVES-WRITTEN PIC 9(7) VALUE 0.
           05 WS-ALREADY-DIRECTED PIC 9(7) VALUE 0.
           05 WS-NOTICES-QUEUED PIC 9(7) VALUE 0.
           05 WS-DOLLARS-DIRECTED PIC 9(9)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           OPEN INPUT EARNINGS-HISTORY
           OPEN INPUT ACTUARIAL-CONSTANTS
           PERFORM OPEN-EARNINGS-TEST-FILE
           OPEN EXTEND NOTICE-QUEUE
           OPEN OUTPUT TEST-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
                   PERFORM TEST-ONE-AWARD
           END-READ.

      * Only a living worker RECEIVING retirement is tested - an
      * award whose worker has died pays survivors (a different test
      * entirely), a disability award has no earnings test, and a
      * suspended or missing master record isn't drawing the benefit
      * this test would withhold.
       TEST-ONE-AWARD.
           MOVE AWD-SSN TO SSN-DATA
           READ SOCIAL-SECURITY-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-PAYABLE-SKIPPED
               NOT INVALID KEY
                   IF ACTIVE AND RECEIVING-RETIREMENT
                       PERFORM TEST-RECEIVING-WORKER
                   ELSE
                       ADD 1 TO WS-NOT-PAYABLE-SKIPPED
           ADD 1 TO WS-DIRECTIVES-WRITTEN
           ADD WS-WITHHOLD TO WS-DOLLARS-DIRECTED
           MOVE 'WITHHOLDING DIRECTED' TO TD-NOTE
           PERFORM WRITE-REGISTER-DETAIL
           PERFORM QUEUE-EARNINGS-TEST-NOTICE.

      * The worker is told what was earned, what was exempt, and
      * what will come out of the coming months' payments - the
      * same three figures the register line shows.
       QUEUE-EARNINGS-TEST-NOTICE.
           MOVE SPACES TO NTQ-RECORD
           MOVE SSN-DATA TO NTQ-SSN
           SET NTQ-EARNINGS-TEST TO TRUE
           MOVE WS-RUN-DATE TO NTQ-QUEUED-DATE
           MOVE WS-WITHHOLD TO NTQ-AMOUNT
           MOVE WS-TEST-EARNINGS TO NTQ-BASE-AMOUNT
           MOVE WS-EXEMPT-AMOUNT TO NTQ-LIMIT-AMOUNT
           MOVE 0 TO NTQ-MONTH
           MOVE WS-TEST-YEAR TO NTQ-YEAR
           WRITE NTQ-RECORD
           IF NOTICE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTICE QUEUE - STATUS '
                   NOTICE-QUEUE-STATUS
           ELSE
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO TD-SSN
           MOVE WS-DOLLARS-DIRECTED TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'EARNINGS-TEST NOTICES QUEUED' TO SL-LABEL
           MOVE WS-NOTICES-QUEUED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           WRITE REGISTER-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           CLOSE EARNINGS-HISTORY
           CLOSE ACTUARIAL-CONSTANTS
           CLOSE EARNINGS-TEST-FILE
           CLOSE NOTICE-QUEUE
           CLOSE TEST-REGISTER
           PERFORM WRITE-RUN-END.

