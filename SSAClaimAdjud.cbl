      *          adjudicate (worker gone, deceased, already awarded,
      *          under 62 at the elected month) are marked REJECTED
      *          with the reason, eligible for re-filing. The
      *          register SSACLADJ.RPT shows every claim worked, and
      *          every decision queues an award or rejection notice
      *          on SSANOTQ.DAT for SSA-NOTICE-PRINT to mail.
      *          A disability claim waits until its medical
      *          determination is keyed; once allowed it is awarded
      *          at the unreduced PIA with the first month after the
      *          waiting period as the award date, and the master
      *          goes to RECEIVING under the disability code. A
      *          denial, or a worker already at full retirement age
      *          by the entitlement month, is rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AWD-SSN
               FILE STATUS IS AWARD-FILE-STATUS.

      * EXTEND - SSA-NOTICE-PRINT empties the queue only as it
      * mails the letters.
           SELECT NOTICE-QUEUE
               ASSIGN TO 'SSANOTQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-QUEUE-STATUS.

           SELECT ADJUDICATION-REGISTER
               ASSIGN TO 'SSACLADJ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

       FD ADJUDICATION-REGISTER.
       01 REGISTER-LINE PIC X(132).

           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
               88 AWARD-FILE-MISSING VALUE '35'.
           05 NOTICE-QUEUE-STATUS PIC XX.
           05 REGISTER-STATUS PIC XX.
           05 WS-CLAIM-EOF-FLAG PIC X VALUE 'N'.
               88 CLAIM-SWEEP-DONE VALUE 'Y'.
           05 WS-CLAIMS-ADJUDICATED PIC 9(7) VALUE 0.
           05 WS-CLAIMS-REJECTED PIC 9(7) VALUE 0.
           05 WS-CLAIMS-NOT-PENDING PIC 9(7) VALUE 0.
           05 WS-CLAIMS-AWAITING-MEDICAL PIC 9(7) VALUE 0.
           05 WS-DISABILITY-AWARDS PIC 9(7) VALUE 0.
           05 WS-NOTICES-QUEUED PIC 9(7) VALUE 0.
           05 WS-DOLLARS-AWARDED PIC 9(9)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           OPEN I-O SOCIAL-SECURITY-FILE
           OPEN INPUT EARNINGS-HISTORY
           PERFORM OPEN-BENEFIT-AWARDS
           OPEN EXTEND NOTICE-QUEUE
           OPEN OUTPUT ADJUDICATION-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO RT-DATE
                   SET CLAIM-SWEEP-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLAIMS-READ
                   EVALUATE TRUE
                       WHEN NOT CLM-PENDING
                           ADD 1 TO WS-CLAIMS-NOT-PENDING
                       WHEN CLM-DISABILITY-CLAIM
                           AND CLM-MEDICAL-PENDING
                           ADD 1 TO WS-CLAIMS-AWAITING-MEDICAL
                       WHEN OTHER
                           PERFORM ADJUDICATE-CLAIM
                   END-EVALUATE
           END-READ.

      * The gates, cheapest first: the worker must still exist, be
      * month's computed amount must be real money (zero means the
      * worker had not reached 62 by the elected month). Any
      * failure marks the claim REJECTED with its reason; only a
      * clean pass writes the award and flips the master. A
      * disability claim also fails on a medical denial, or when the
      * worker is at full retirement age by the entitlement month -
      * from then on the benefit is retirement, claimed as such.
       ADJUDICATE-CLAIM.
           SET CLAIM-IS-PAYABLE TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                       SET CLAIM-IS-REJECTED TO TRUE
               END-READ
           END-IF
           IF CLAIM-IS-PAYABLE AND CLM-DISABILITY-CLAIM
               AND CLM-MEDICAL-DENIED
               MOVE 'MEDICALLY NOT DISABLED' TO WS-REJECT-REASON
               SET CLAIM-IS-REJECTED TO TRUE
           END-IF
           IF CLAIM-IS-PAYABLE
               PERFORM COMPUTE-ELECTED-MONTH-AMOUNT
               EVALUATE TRUE
                   WHEN CLM-DISABILITY-CLAIM
                       AND WS-RESULT-AGE-YEARS * 12
                           + WS-RESULT-AGE-MONTHS >=
                           WS-RESULT-FRA-YEARS * 12
                           + WS-RESULT-FRA-MONTHS
                       MOVE 'AT FULL RETIREMENT AGE'
                           TO WS-REJECT-REASON
                       SET CLAIM-IS-REJECTED TO TRUE
                   WHEN WS-AWARD-AMOUNT = 0 AND CLM-DISABILITY-CLAIM
                       MOVE 'NO INSURED EARNINGS' TO WS-REJECT-REASON
                       SET CLAIM-IS-REJECTED TO TRUE
                   WHEN WS-AWARD-AMOUNT = 0
                       MOVE 'UNDER 62 AT ELECTED MONTH'
                           TO WS-REJECT-REASON
                       SET CLAIM-IS-REJECTED TO TRUE
               END-EVALUATE
           END-IF
           IF CLAIM-IS-PAYABLE
               PERFORM ESTABLISH-CLAIM-AWARD
               PERFORM MARK-CLAIM-REJECTED
           END-IF.

      * SSA-BENEFIT-CALC pays a disability record at the unreduced
      * PIA, so the master's benefit code is set to disability in
      * storage before the call. The master is only rewritten if the
      * award is established - a rejection leaves it as it was.
       COMPUTE-ELECTED-MONTH-AMOUNT.
           IF CLM-DISABILITY-CLAIM
               SET RECEIVING-DISABILITY TO TRUE
           END-IF
           COMPUTE WS-AS-OF-DATE = CLM-ELECTED-MONTH * 100 + 15
           PERFORM LOAD-EARNINGS-HISTORY
           CALL 'SSA-BENEFIT-CALC' USING SS-RECORD WS-AS-OF-DATE
                   MOVE 'AWARD WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM MARK-CLAIM-REJECTED
               NOT INVALID KEY
                   IF CLM-DISABILITY-CLAIM
                       SET RECEIVING-DISABILITY TO TRUE
                   ELSE
                       SET RECEIVING-RETIREMENT TO TRUE
                   END-IF
                   REWRITE SS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR FLIPPING MASTER TO '
           ADD 1 TO WS-CLAIMS-ADJUDICATED
           ADD WS-AWARD-AMOUNT TO WS-DOLLARS-AWARDED
           MOVE SPACES TO AD-DISPOSITION
           IF CLM-DISABILITY-CLAIM
               ADD 1 TO WS-DISABILITY-AWARDS
               STRING 'ADJUDICATED - DISABILITY AWARD'
                   DELIMITED BY SIZE INTO AD-DISPOSITION
           ELSE
               STRING 'ADJUDICATED - AWARD FIXED'
                   DELIMITED BY SIZE INTO AD-DISPOSITION
           END-IF
           PERFORM WRITE-REGISTER-DETAIL
           MOVE SPACES TO NTQ-RECORD
           SET NTQ-AWARD TO TRUE
           MOVE WS-AWARD-AMOUNT TO NTQ-AMOUNT
           PERFORM QUEUE-CLAIM-NOTICE.

       MARK-CLAIM-REJECTED.
           SET CLM-REJECTED TO TRUE
           MOVE SPACES TO AD-DISPOSITION
           STRING 'REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO AD-DISPOSITION
           PERFORM WRITE-REGISTER-DETAIL
           MOVE SPACES TO NTQ-RECORD
           SET NTQ-REJECTION TO TRUE
           MOVE 0 TO NTQ-AMOUNT
           MOVE WS-REJECT-REASON TO NTQ-REASON
           PERFORM QUEUE-CLAIM-NOTICE.

      * The claimant is owed written notice of the decision either
      * way - the letter quotes the figures carried on the line, so
      * SSA-NOTICE-PRINT never has to re-derive the decision.
       QUEUE-CLAIM-NOTICE.
           MOVE CLM-SSN TO NTQ-SSN
           MOVE WS-RUN-DATE TO NTQ-QUEUED-DATE
           MOVE 0 TO NTQ-BASE-AMOUNT
           MOVE 0 TO NTQ-LIMIT-AMOUNT
           MOVE CLM-ELECTED-MONTH TO NTQ-MONTH
           MOVE 0 TO NTQ-YEAR
           IF CLM-DISABILITY-CLAIM
               MOVE 'D' TO NTQ-BENEFIT-KIND
           ELSE
               MOVE 'R' TO NTQ-BENEFIT-KIND
           END-IF
           WRITE NTQ-RECORD
           IF NOTICE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTICE QUEUE - STATUS '
                   NOTICE-QUEUE-STATUS
           ELSE
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO AD-SSN
           MOVE WS-CLAIMS-ADJUDICATED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE '  OF WHICH DISABILITY AWARDS' TO SL-LABEL
           MOVE WS-DISABILITY-AWARDS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CLAIMS REJECTED' TO SL-LABEL
           MOVE WS-CLAIMS-REJECTED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CLAIMS-NOT-PENDING TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY - AWAITING MEDICAL' TO SL-LABEL
           MOVE WS-CLAIMS-AWAITING-MEDICAL TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'MONTHLY DOLLARS AWARDED' TO SA-LABEL
           MOVE WS-DOLLARS-AWARDED TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'NOTICES QUEUED FOR MAILING' TO SL-LABEL
           MOVE WS-NOTICES-QUEUED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           WRITE REGISTER-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           CLOSE SOCIAL-SECURITY-FILE
           CLOSE EARNINGS-HISTORY
           CLOSE BENEFIT-AWARDS
           CLOSE NOTICE-QUEUE
           CLOSE ADJUDICATION-REGISTER
           PERFORM WRITE-RUN-END.

