      *          after register (SSACOLA.RPT). Awards whose
      *          AWD-LAST-COLA-YEAR already shows this year's
      *          adjustment are skipped, so a rerun can't compound the
      *          same increase twice. Every award adjusted queues a
      *          new-amount notice on SSANOTQ.DAT for
      *          SSA-NOTICE-PRINT to mail. A worker enrolled in
      *          Medicare Part B is held harmless: when next year's
      *          standard premium would rise by more than this COLA
      *          raised the award, the premium they will pay next
      *          year is cut back to this year's premium plus the
      *          increase and stored on their SSAPARTB.DAT row, so a
      *          premium increase never makes the net payment go
      *          down from one year to the next.
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

      * Opened I-O: the hold-harmless premium for next year is
      * recorded on the enrollment row SSA-PAYMENT deducts from.
           SELECT PARTB-ENROLLMENT
               ASSIGN TO 'SSAPARTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDB-SSN
               FILE STATUS IS PARTB-FILE-STATUS.

           SELECT ACTUARIAL-CONSTANTS
               ASSIGN TO 'SSAACTU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-YEAR
               FILE STATUS IS ACTUARIAL-FILE-STATUS.

           SELECT COLA-REGISTER
               ASSIGN TO 'SSACOLA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

       FD PARTB-ENROLLMENT.
           COPY MEDBREC REPLACING ==MDB-RECORD-NAME== BY
               ==MDB-RECORD==.

       FD ACTUARIAL-CONSTANTS.
           COPY ACTREC REPLACING ==ACT-RECORD-NAME== BY
               ==ACT-RECORD==.

       FD COLA-REGISTER.
       01 REGISTER-LINE PIC X(132).

               88 END-OF-FILE VALUE 'Y'.
           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 NOTICE-QUEUE-STATUS PIC XX.
           05 REGISTER-STATUS PIC XX.
           05 WS-INPUT-OK-FLAG PIC X VALUE 'N'.
               88 INPUT-IS-VALID VALUE 'Y'.
           05 PARTB-FILE-STATUS PIC XX.
               88 PARTB-FILE-OK VALUE '00'.
               88 PARTB-FILE-MISSING VALUE '35'.
           05 WS-PARTB-OPEN-FLAG PIC X VALUE 'N'.
               88 PARTB-AVAILABLE VALUE 'Y'.
           05 ACTUARIAL-FILE-STATUS PIC XX.
               88 ACTUARIAL-FILE-OK VALUE '00'.
           05 WS-ENROLLED-FLAG PIC X.
               88 PARTB-ENROLLED VALUE 'Y'.
               88 PARTB-NOT-ENROLLED VALUE 'N'.
           05 WS-HOLD-HARMLESS-FLAG PIC X.
               88 HELD-HARMLESS VALUE 'Y'.
               88 NOT-HELD-HARMLESS VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-INPUT-YEAR PIC X(4).
       01 WS-COLA-PCT PIC 99V99.
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-INCREASE PIC 9(7)V99.
      * Part B hold-harmless working fields. The standard premiums
      * are this COLA year's and the year the new amounts are paid
      * in; the enrollee's own premium this year is the standard one
      * unless they were already held harmless for it.
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-PARTB-THIS-YEAR PIC 9(5)V99 VALUE 0.
       01 WS-PARTB-NEXT-YEAR PIC 9(5)V99 VALUE 0.
       01 WS-PREMIUM-NOW PIC 9(5)V99.
       01 WS-PREMIUM-NEXT PIC 9(5)V99.
       01 WS-PREMIUM-RISE PIC 9(5)V99.
       01 WS-NOVEMBER-MONTH PIC 9(6).
       01 WS-DECEMBER-MONTH PIC 9(6).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.
           05 WS-AWARDS-READ PIC 9(7) VALUE 0.
           05 WS-AWARDS-ADJUSTED PIC 9(7) VALUE 0.
           05 WS-AWARDS-SKIPPED PIC 9(7) VALUE 0.
           05 WS-NOTICES-QUEUED PIC 9(7) VALUE 0.
           05 WS-TOTAL-INCREASE PIC 9(9)V99 VALUE 0.
           05 WS-PARTB-ENROLLEES PIC 9(7) VALUE 0.
           05 WS-HELD-HARMLESS PIC 9(7) VALUE 0.
           05 WS-HOLD-HARMLESS-DOLLARS PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
           05 FILLER PIC X(14) VALUE 'BEFORE COLA'.
           05 FILLER PIC X(14) VALUE 'AFTER COLA'.
           05 FILLER PIC X(12) VALUE 'INCREASE'.
           05 FILLER PIC X(16) VALUE 'NEXT YR PART B'.
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-SSN PIC X(11).
           05 CD-AFTER PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-INCREASE PIC $$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-PARTB-PREMIUM PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-NOTE PIC X(13).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-FOR-COLA-VALUES
           IF INPUT-IS-VALID
               PERFORM LOAD-PARTB-PREMIUMS
           END-IF
           IF INPUT-IS-VALID
               PERFORM INITIALIZATION
               PERFORM ADJUST-AWARDS UNTIL END-OF-FILE
               DISPLAY 'INVALID YEAR OR PERCENT - RUN ABANDONED.'
           END-IF.

      * Hold-harmless can only be decided here: once an award carries
      * this year's COLA a rerun skips it, so a run made without next
      * year's standard premium could never protect anyone later.
      * With enrollments on file and that premium not yet keyed on
      * SSAACTU.DAT, the run is refused before any award is touched.
      * With no enrollment file at all there is nobody to protect.
       LOAD-PARTB-PREMIUMS.
           COMPUTE WS-NEXT-YEAR = WS-COLA-YEAR + 1
           COMPUTE WS-NOVEMBER-MONTH = WS-COLA-YEAR * 100 + 11
           COMPUTE WS-DECEMBER-MONTH = WS-COLA-YEAR * 100 + 12
           OPEN I-O PARTB-ENROLLMENT
           IF PARTB-FILE-OK
               SET PARTB-AVAILABLE TO TRUE
               OPEN INPUT ACTUARIAL-CONSTANTS
               IF ACTUARIAL-FILE-OK
                   MOVE WS-COLA-YEAR TO ACT-YEAR
                   READ ACTUARIAL-CONSTANTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACT-PARTB-PREMIUM TO WS-PARTB-THIS-YEAR
                   END-READ
                   MOVE WS-NEXT-YEAR TO ACT-YEAR
                   READ ACTUARIAL-CONSTANTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACT-PARTB-PREMIUM TO WS-PARTB-NEXT-YEAR
                   END-READ
                   CLOSE ACTUARIAL-CONSTANTS
               END-IF
               IF WS-PARTB-NEXT-YEAR = 0
                   DISPLAY 'NO PART B STANDARD PREMIUM ON FILE FOR '
                       WS-NEXT-YEAR ' - RUN ABANDONED.'
                   CLOSE PARTB-ENROLLMENT
                   MOVE 'N' TO WS-PARTB-OPEN-FLAG
                   MOVE 'N' TO WS-INPUT-OK-FLAG
               END-IF
           ELSE
               IF NOT PARTB-FILE-MISSING
                   DISPLAY 'UNABLE TO OPEN PART B ENROLLMENT FILE - '
                       'STATUS ' PARTB-FILE-STATUS
                       ' - RUN ABANDONED.'
                   MOVE 'N' TO WS-INPUT-OK-FLAG
               END-IF
           END-IF.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           OPEN I-O BENEFIT-AWARDS
                   AWARD-FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN EXTEND NOTICE-QUEUE
           OPEN OUTPUT COLA-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-COLA-YEAR TO RT-YEAR
           COMPUTE WS-NEW-AMOUNT ROUNDED =
               AWD-CURRENT-AMOUNT * (1 + WS-COLA-PCT / 100)
           COMPUTE WS-INCREASE = WS-NEW-AMOUNT - AWD-CURRENT-AMOUNT
           PERFORM CHECK-HOLD-HARMLESS
           PERFORM WRITE-REGISTER-DETAIL
           MOVE WS-NEW-AMOUNT TO AWD-CURRENT-AMOUNT
           MOVE WS-COLA-YEAR TO AWD-LAST-COLA-YEAR
               NOT INVALID KEY
                   ADD 1 TO WS-AWARDS-ADJUSTED
                   ADD WS-INCREASE TO WS-TOTAL-INCREASE
                   PERFORM QUEUE-NEW-AMOUNT-NOTICE
                   IF PARTB-ENROLLED
                       ADD 1 TO WS-PARTB-ENROLLEES
                   END-IF
                   IF HELD-HARMLESS
                       PERFORM RECORD-HOLD-HARMLESS
                   END-IF
           END-REWRITE.

      * Protected are the enrollees who had the premium taken in both
      * November and December of the COLA year. Their net this year
      * is the award less the premium they pay now; next year it is
      * the new award less next year's standard premium. Where the
      * premium would rise by more than the COLA raised the award,
      * next year's premium is held to this year's plus the
      * increase, so the net payment comes out unchanged.
       CHECK-HOLD-HARMLESS.
           SET PARTB-NOT-ENROLLED TO TRUE
           SET NOT-HELD-HARMLESS TO TRUE
           MOVE 0 TO WS-PREMIUM-NEXT
           IF PARTB-AVAILABLE
               MOVE AWD-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MDB-START-MONTH <= WS-NOVEMBER-MONTH
                           AND (MDB-STOP-MONTH = 0
                               OR MDB-STOP-MONTH >= WS-DECEMBER-MONTH)
                           SET PARTB-ENROLLED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PARTB-ENROLLED
               IF MDB-HH-YEAR = WS-COLA-YEAR
                   MOVE MDB-HH-PREMIUM TO WS-PREMIUM-NOW
               ELSE
                   MOVE WS-PARTB-THIS-YEAR TO WS-PREMIUM-NOW
               END-IF
               MOVE WS-PARTB-NEXT-YEAR TO WS-PREMIUM-NEXT
               IF WS-PREMIUM-NOW > 0
                   AND WS-PREMIUM-NEXT > WS-PREMIUM-NOW
                   COMPUTE WS-PREMIUM-RISE =
                       WS-PREMIUM-NEXT - WS-PREMIUM-NOW
                   IF WS-PREMIUM-RISE > WS-INCREASE
                       SET HELD-HARMLESS TO TRUE
                       COMPUTE WS-PREMIUM-NEXT =
                           WS-PREMIUM-NOW + WS-INCREASE
                   END-IF
               END-IF
           END-IF.

      * Written only once the award REWRITE has gone through - a
      * reduced premium without the COLA it offsets would short the
      * premium for nothing. The enrollment row is still the one
      * CHECK-HOLD-HARMLESS read for this award.
       RECORD-HOLD-HARMLESS.
           MOVE WS-NEXT-YEAR TO MDB-HH-YEAR
           MOVE WS-PREMIUM-NEXT TO MDB-HH-PREMIUM
           MOVE WS-RUN-DATE TO MDB-CHANGED-DATE
           REWRITE MDB-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING PART B ENROLLMENT - '
                       'STATUS ' PARTB-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-HARMLESS
                   COMPUTE WS-HOLD-HARMLESS-DOLLARS =
                       WS-HOLD-HARMLESS-DOLLARS
                       + WS-PARTB-NEXT-YEAR - WS-PREMIUM-NEXT
           END-REWRITE.

      * Only an increase that actually reached the award file is
      * noticed - a failed REWRITE leaves the old amount in force,
      * and a letter quoting the new one would be wrong.
       QUEUE-NEW-AMOUNT-NOTICE.
           MOVE SPACES TO NTQ-RECORD
           MOVE AWD-SSN TO NTQ-SSN
           SET NTQ-NEW-AMOUNT TO TRUE
           MOVE WS-RUN-DATE TO NTQ-QUEUED-DATE
           MOVE WS-NEW-AMOUNT TO NTQ-AMOUNT
           COMPUTE NTQ-BASE-AMOUNT = WS-NEW-AMOUNT - WS-INCREASE
           MOVE 0 TO NTQ-LIMIT-AMOUNT
           MOVE 0 TO NTQ-MONTH
           MOVE WS-COLA-YEAR TO NTQ-YEAR
           WRITE NTQ-RECORD
           IF NOTICE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTICE QUEUE - STATUS '
                   NOTICE-QUEUE-STATUS
           ELSE
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       WRITE-REGISTER-DETAIL.
           STRING AWD-SSN(1:3) '-' AWD-SSN(4:2) '-' AWD-SSN(6:4)
               DELIMITED BY SIZE INTO CD-SSN
           MOVE AWD-CURRENT-AMOUNT TO CD-BEFORE
           MOVE WS-NEW-AMOUNT TO CD-AFTER
           MOVE WS-INCREASE TO CD-INCREASE
           MOVE WS-PREMIUM-NEXT TO CD-PARTB-PREMIUM
           IF HELD-HARMLESS
               MOVE 'HELD HARMLESS' TO CD-NOTE
           ELSE
               MOVE SPACES TO CD-NOTE
           END-IF
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Control totals so the register reconciles run over run -
           MOVE WS-TOTAL-INCREASE TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'NEW-AMOUNT NOTICES QUEUED' TO SL-LABEL
           MOVE WS-NOTICES-QUEUED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PART B ENROLLEES ADJUSTED' TO SL-LABEL
           MOVE WS-PARTB-ENROLLEES TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PART B ENROLLEES HELD HARMLESS' TO SL-LABEL
           MOVE WS-HELD-HARMLESS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'MONTHLY PART B REDUCED - HOLD HARMLESS' TO SA-LABEL
           MOVE WS-HOLD-HARMLESS-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER.

       CLEANUP.
           CLOSE BENEFIT-AWARDS
           CLOSE NOTICE-QUEUE
           IF PARTB-AVAILABLE
               CLOSE PARTB-ENROLLMENT
           END-IF
           CLOSE COLA-REGISTER
           PERFORM WRITE-RUN-END.

