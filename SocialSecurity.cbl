           05 CKPT-SUSPENDED-HOLD-COUNT PIC 9(4).
           05 CKPT-DEPENDENT-TOTAL-PAID PIC 9(9)V99.
           05 CKPT-DEPENDENT-HOLD-COUNT PIC 9(4).
           05 CKPT-COUNT-FAMILY-CAPPED PIC 9(5).
      * 49 bytes of filler exactly fills out CHECKPOINT-RECORD's 151
      * bytes (1-byte leading FILLER + 101 bytes of named fields above
      * + 49 = 151) so this REDEFINES covers the full CHECKPOINT-
      * RECORD (1-byte CKPT-REC-TYPE + 150-byte CKPT-DETAIL) instead
      * of stopping one byte short of it the way an earlier cut of
      * this layout did.
           05 FILLER PIC X(49).

       FD BENEFIT-REPORT.
       01 REPORT-LINE PIC X(132).
               88 DEPENDENTS-AVAILABLE VALUE 'Y'.
           05 WS-DEP-DONE-FLAG PIC X VALUE 'N'.
               88 DEP-SCAN-DONE VALUE 'Y'.
           05 WS-FAMILY-CAP-FLAG PIC X VALUE 'N'.
               88 FAMILY-CAPPED VALUE 'Y'.
               88 FAMILY-NOT-CAPPED VALUE 'N'.
           05 SNAPSHOT-STATUS PIC XX.
           05 Y2K-COMPLIANT PIC X VALUE 'Y'.
               88 IS-Y2K-SAFE VALUE 'Y'.
           05 SD-RELATIONSHIP PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-BENEFIT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-NOTE PIC X(12).
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-SUSPENDED-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LD-RELATIONSHIP PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-BENEFIT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-NOTE PIC X(12).
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-SURVIVOR-BENEFIT PIC 9(7)V99.
       01 WS-DEPENDENT-BENEFIT PIC 9(7)V99.
       01 WS-DEP-SCAN-SSN PIC X(9).
      * Family-maximum working fields - the same sizing SSA-PAYMENT
      * applies, so the report shows what the payment run will pay.
       01 WS-WORKER-PIA PIC 9(7)V99.
       01 WS-FAMILY-MAXIMUM PIC 9(7)V99.
       01 WS-WORKER-SHARE PIC 9(7)V99.
       01 WS-FAMILY-POOL PIC 9(7)V99.
       01 WS-AUXILIARY-TOTAL PIC 9(7)V99.
       01 WS-FAMILY-FACTOR PIC 9V9(6).

       01 WS-SNAPSHOT-FIELDS.
           05 WS-SNAP-AMOUNT PIC 9(7)V99.
           05 WS-COUNT-ACTIVE PIC 9(5) VALUE 0.
           05 WS-COUNT-DECEASED PIC 9(5) VALUE 0.
           05 WS-COUNT-SUSPENDED PIC 9(5) VALUE 0.
           05 WS-COUNT-FAMILY-CAPPED PIC 9(5) VALUE 0.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           MOVE CKPT-DECEASED-HOLD-COUNT TO WS-DECEASED-COUNT
           MOVE CKPT-SUSPENDED-HOLD-COUNT TO WS-SUSPENDED-COUNT
           MOVE CKPT-DEPENDENT-TOTAL-PAID TO WS-DEPENDENT-TOTAL-PAID
           MOVE CKPT-DEPENDENT-HOLD-COUNT TO WS-DEPENDENT-COUNT
           MOVE CKPT-COUNT-FAMILY-CAPPED TO WS-COUNT-FAMILY-CAPPED.

      * The header record (relative record 1) is followed by one 'D'
      * or 'S' record per hold-area line that was durable on disk as
           MOVE WS-SUSPENDED-COUNT TO CKPT-SUSPENDED-HOLD-COUNT
           MOVE WS-DEPENDENT-TOTAL-PAID TO CKPT-DEPENDENT-TOTAL-PAID
           MOVE WS-DEPENDENT-COUNT TO CKPT-DEPENDENT-HOLD-COUNT
           MOVE WS-COUNT-FAMILY-CAPPED TO CKPT-COUNT-FAMILY-CAPPED
           MOVE 1 TO WS-CKPT-RELATIVE-KEY
           IF CKPT-FILE-INITIALIZED
               REWRITE CHECKPOINT-RECORD
           MOVE WS-RESULT-AGE-YEARS TO WS-AGE
           MOVE WS-RESULT-FRA-YEARS TO WS-FULL-RETIREMENT-AGE
           MOVE WS-RESULT-BENEFIT-AMOUNT TO WS-BENEFIT-BASE
           MOVE WS-RESULT-PIA TO WS-WORKER-PIA
           MOVE WS-RESULT-FAMILY-MAXIMUM TO WS-FAMILY-MAXIMUM
           IF RECEIVING
               PERFORM APPLY-AWARDED-AMOUNT
           END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE AWD-CURRENT-AMOUNT TO WS-BENEFIT-BASE
                   PERFORM CARRY-COLA-TO-FAMILY-MAXIMUM
           END-READ.

      * AWD-CURRENT-AMOUNT over AWD-AWARD-AMOUNT is exactly the
      * compounded COLAs this award has received, so the same ratio
      * brings the PIA and family maximum up to this year's dollars.
       CARRY-COLA-TO-FAMILY-MAXIMUM.
           IF AWD-AWARD-AMOUNT > 0
               COMPUTE WS-WORKER-PIA ROUNDED =
                   WS-WORKER-PIA * AWD-CURRENT-AMOUNT
                   / AWD-AWARD-AMOUNT
               COMPUTE WS-FAMILY-MAXIMUM ROUNDED =
                   WS-FAMILY-MAXIMUM * AWD-CURRENT-AMOUNT
                   / AWD-AWARD-AMOUNT
           END-IF.

       ESTABLISH-AWARD.
           MOVE SSN-DATA TO AWD-SSN
           MOVE WS-RUN-DATE TO AWD-AWARD-DATE
               DELIMITED BY SIZE INTO RD-DOB

           EVALUATE TRUE
               WHEN RECEIVING-DISABILITY
                   MOVE 'DISABILITY' TO RD-STATUS
               WHEN RECEIVING
                   MOVE 'RECEIVING' TO RD-STATUS
               WHEN ELIGIBLE
               WHEN OTHER
                   MOVE 0 TO WS-SURVIVOR-BENEFIT
           END-EVALUATE
      * Held under the family maximum on the deceased's record -
      * everyone paid is an auxiliary, so the whole maximum is
      * theirs to share.
           SET FAMILY-NOT-CAPPED TO TRUE
           IF WS-SURVIVOR-BENEFIT > WS-RESULT-FAMILY-MAXIMUM
               MOVE WS-RESULT-FAMILY-MAXIMUM TO WS-SURVIVOR-BENEFIT
               SET FAMILY-CAPPED TO TRUE
               ADD 1 TO WS-COUNT-FAMILY-CAPPED
           END-IF

      * Survivor benefits are real dollars paid out and need to be in
      * both the grand total (so req005's control totals actually
      * auxiliary rate and the same sizing SSA-PAYMENT disburses.
      * Real dollars, so they join the grand total as well as their
      * own trailer line, the same double-entry posture the survivor
      * totals take. The household is walked twice - once to total
      * the full-rate amounts so the family maximum can be applied,
      * once to size and report each dependent.
       CALCULATE-DEPENDENT-BENEFITS.
           IF DEPENDENTS-AVAILABLE
               MOVE 0 TO WS-AUXILIARY-TOTAL
               MOVE SSN-DATA TO WS-DEP-SCAN-SSN
               MOVE SSN-DATA TO DEP-WORKER-SSN
               START DEPENDENT-FILE KEY IS EQUAL TO DEP-WORKER-SSN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TOTAL-DEPENDENTS-FOR-WORKER
               END-START
               PERFORM APPLY-FAMILY-MAXIMUM
               MOVE SSN-DATA TO DEP-WORKER-SSN
               START DEPENDENT-FILE KEY IS EQUAL TO DEP-WORKER-SSN
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF.

       TOTAL-DEPENDENTS-FOR-WORKER.
           MOVE 'N' TO WS-DEP-DONE-FLAG
           PERFORM UNTIL DEP-SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                       IF DEP-WORKER-SSN NOT = WS-DEP-SCAN-SSN
                           SET DEP-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM COMPUTE-AUXILIARY-AMOUNT
                           ADD WS-DEPENDENT-BENEFIT
                               TO WS-AUXILIARY-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

      * The worker's own benefit is never touched - the dependents
      * share whatever the family maximum leaves over the larger of
      * the worker's PIA and the benefit actually paid, in
      * proportion to their full-rate amounts, with the factor
      * truncated so the shares can't add up to a cent over.
       APPLY-FAMILY-MAXIMUM.
           SET FAMILY-NOT-CAPPED TO TRUE
           IF WS-BENEFIT-BASE > WS-WORKER-PIA
               MOVE WS-BENEFIT-BASE TO WS-WORKER-SHARE
           ELSE
               MOVE WS-WORKER-PIA TO WS-WORKER-SHARE
           END-IF
           IF WS-FAMILY-MAXIMUM > WS-WORKER-SHARE
               COMPUTE WS-FAMILY-POOL =
                   WS-FAMILY-MAXIMUM - WS-WORKER-SHARE
           ELSE
               MOVE 0 TO WS-FAMILY-POOL
           END-IF
           IF WS-AUXILIARY-TOTAL > WS-FAMILY-POOL
               SET FAMILY-CAPPED TO TRUE
               ADD 1 TO WS-COUNT-FAMILY-CAPPED
               COMPUTE WS-FAMILY-FACTOR =
                   WS-FAMILY-POOL / WS-AUXILIARY-TOTAL
           ELSE
               MOVE 1 TO WS-FAMILY-FACTOR
           END-IF.

       COMPUTE-AUXILIARY-AMOUNT.
           EVALUATE TRUE
               WHEN DEP-SPOUSE
                   COMPUTE WS-DEPENDENT-BENEFIT =
                       WS-BENEFIT-BASE * 0.50
               WHEN OTHER
                   MOVE 0 TO WS-DEPENDENT-BENEFIT
           END-EVALUATE.

       TALLY-DEPENDENTS-FOR-WORKER.
           MOVE 'N' TO WS-DEP-DONE-FLAG
           PERFORM UNTIL DEP-SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       SET DEP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DEP-WORKER-SSN NOT = WS-DEP-SCAN-SSN
                           SET DEP-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-DEPENDENT.
           PERFORM COMPUTE-AUXILIARY-AMOUNT
           COMPUTE WS-DEPENDENT-BENEFIT =
               WS-DEPENDENT-BENEFIT * WS-FAMILY-FACTOR
           ADD WS-DEPENDENT-BENEFIT TO WS-TOTAL-BENEFIT-PAID
           ADD WS-DEPENDENT-BENEFIT TO WS-DEPENDENT-TOTAL-PAID
           PERFORM FORMAT-DEPENDENT-LINE.
           MOVE DEP-NAME TO LD-DEPENDENT
           MOVE DEP-RELATIONSHIP TO LD-RELATIONSHIP
           MOVE WS-DEPENDENT-BENEFIT TO LD-BENEFIT
           IF FAMILY-CAPPED
               MOVE 'FAMILY MAX' TO LD-NOTE
           ELSE
               MOVE SPACES TO LD-NOTE
           END-IF

           ADD 1 TO WS-DEPENDENT-COUNT
           IF WS-DEPENDENT-COUNT <= 200
           MOVE BENEFICIARY-NAME TO SD-BENEFICIARY
           MOVE BENEFICIARY-RELATIONSHIP TO SD-RELATIONSHIP
           MOVE WS-SURVIVOR-BENEFIT TO SD-BENEFIT
           IF FAMILY-CAPPED
               MOVE 'FAMILY MAX' TO SD-NOTE
           ELSE
               MOVE SPACES TO SD-NOTE
           END-IF

           ADD 1 TO WS-DECEASED-COUNT
           IF WS-DECEASED-COUNT <= 200
           MOVE WS-COUNT-INELIGIBLE TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'FAMILIES LIMITED TO FAMILY MAXIMUM' TO SL-LABEL
           MOVE WS-COUNT-FAMILY-CAPPED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'SURVIVOR BENEFITS PAID' TO SA-LABEL
           MOVE WS-SURVIVOR-TOTAL-PAID TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
