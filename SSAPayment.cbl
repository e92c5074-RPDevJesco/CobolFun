      *          computed benefit today". The ledger key (SSN +
      *          payment month) is also the rerun guard - a second run
      *          in the same month finds the posted row and refuses to
      *          pay that SSN again. Spousal, child, and survivor
      *          amounts are held under the family maximum on the
      *          worker's record, and the register marks every payee
      *          of a household that was limited. Every check printed
      *          is numbered from the controlled check sequence
      *          SSACKSEQ.DAT, booked on the check register
      *          SSACHKR.DAT and sent to the bank on the positive-pay
      *          file SSAPPAY.DAT; a RETURNED row from an earlier
      *          month (a late bank return, or a check voided stale
      *          by SSA-STALE-CHECKS) is reissued at the end of the
      *          run while the payee is still payable. A worker on a
      *          disability award is paid under its own type 'D', and
      *          not before the award month - the first month after
      *          the five-month waiting period. Each ledger row
      *          carries the earnings-test and overpayment amounts
      *          held back from it, for the month-end journal.
      *          Nothing is recovered against a directive or a
      *          receivable while an appeal or waiver request on it
      *          is pending on SSAAPPL.DAT - the item is passed over
      *          and counted on the register until it is decided.
      *          A worker enrolled in Medicare Part B on SSAPARTB.DAT
      *          has the month's premium - the year's standard
      *          premium from SSAACTU.DAT, or the reduced premium
      *          SSA-COLA held them harmless at - taken out of their
      *          own payment and carried on the ledger row; a payment
      *          too small to cover it is left whole and counted, and
      *          the premium is billed direct.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TST-SSN
               FILE STATUS IS TEST-FILE-STATUS.

      * Appeals, read-only - a PENDING appeal or waiver request on an
      * earnings-test directive or an overpayment receivable holds
      * recovery against that one item until SSA-APPEALS-MAINT
      * records the decision.
           SELECT APPEALS-FILE
               ASSIGN TO 'SSAAPPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS APPEAL-FILE-STATUS.

      * Voluntary tax-withholding elections, read-only - a payee with
      * a row here gets the elected flat percentage netted out of
      * every disbursement.
               RECORD KEY IS WHE-SSN
               FILE STATUS IS ELECTION-FILE-STATUS.

      * Medicare Part B enrollments, read-only - an enrolled worker
      * has the premium netted out of their own payment for every
      * month between the start and stop months.
           SELECT PARTB-ENROLLMENT
               ASSIGN TO 'SSAPARTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDB-SSN
               FILE STATUS IS PARTB-FILE-STATUS.

      * Actuarial constants, read-only and only at start-up - the
      * run year's Part B standard premium is held there as data.
           SELECT ACTUARIAL-CONSTANTS
               ASSIGN TO 'SSAACTU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-YEAR
               FILE STATUS IS ACTUARIAL-FILE-STATUS.

      * Payee banking authorizations, read-only - the routing and
      * account data the ACH detail needs. A payee with no row here
      * falls out to the check-print file instead of going on the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

      * Every check printed is booked here under its serial number -
      * the record SSA-PAID-CHECKS and SSA-STALE-CHECKS work from.
           SELECT CHECK-REGISTER
               ASSIGN TO 'SSACHKR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-CHECK-NUMBER
               FILE STATUS IS CHECK-REGISTER-STATUS.

      * The last check number issued, carried run to run the way
      * SSAMSEQ.DAT carries the audit sequence.
           SELECT CHECK-SEQ-FILE
               ASSIGN TO 'SSACKSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-SEQ-STATUS.

      * Positive-pay issue file for the bank - EXTEND for the same
      * rerun reason as the bank file.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'SSAPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.

           SELECT PAYMENT-REGISTER
               ASSIGN TO 'SSAPAY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY ETESTREC REPLACING ==TST-RECORD-NAME== BY
               ==TST-RECORD==.

       FD APPEALS-FILE.
           COPY APPLREC REPLACING ==APL-RECORD-NAME== BY
               ==APL-RECORD==.

       FD WITHHOLDING-ELECTIONS.
           COPY WHELREC REPLACING ==WHE-RECORD-NAME== BY
               ==WHE-RECORD==.
           COPY DEPREC REPLACING ==DEP-RECORD-NAME== BY
               ==DEP-RECORD==.

       FD PARTB-ENROLLMENT.
           COPY MEDBREC REPLACING ==MDB-RECORD-NAME== BY
               ==MDB-RECORD==.

       FD ACTUARIAL-CONSTANTS.
           COPY ACTREC REPLACING ==ACT-RECORD-NAME== BY
               ==ACT-RECORD==.

      * ACH-style 94-byte records, built in the WS-ACH-* layouts
      * below and written through this one area - this is the bank's
      * machine-readable interface, not a print line.

      * Everything check print needs on one fixed-position line:
      * who, which month (and which household member), how much,
      * the payee line for the check face, and the check number.
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

       FD PAYMENT-REGISTER.
       01 REGISTER-LINE PIC X(132).
           05 TEST-FILE-STATUS PIC XX.
               88 TEST-FILE-OK VALUE '00'.
               88 TEST-FILE-MISSING VALUE '35'.
           05 APPEAL-FILE-STATUS PIC XX.
               88 APPEAL-FILE-OK VALUE '00'.
           05 WS-APPEAL-OPEN-FLAG PIC X VALUE 'N'.
               88 APPEALS-AVAILABLE VALUE 'Y'.
           05 WS-APL-DONE-FLAG PIC X VALUE 'N'.
               88 APL-SCAN-DONE VALUE 'Y'.
           05 WS-APPEAL-PENDING-FLAG PIC X VALUE 'N'.
               88 APPEAL-PENDING VALUE 'Y'.
               88 APPEAL-NOT-PENDING VALUE 'N'.
           05 ELECTION-FILE-STATUS PIC XX.
               88 ELECTION-FILE-OK VALUE '00'.
           05 WS-ELECTION-OPEN-FLAG PIC X VALUE 'N'.
               88 DEPENDENT-FILE-OK VALUE '00'.
           05 WS-DEPENDENT-OPEN-FLAG PIC X VALUE 'N'.
               88 DEPENDENTS-AVAILABLE VALUE 'Y'.
           05 PARTB-FILE-STATUS PIC XX.
               88 PARTB-FILE-OK VALUE '00'.
           05 WS-PARTB-OPEN-FLAG PIC X VALUE 'N'.
               88 PARTB-AVAILABLE VALUE 'Y'.
           05 ACTUARIAL-FILE-STATUS PIC XX.
               88 ACTUARIAL-FILE-OK VALUE '00'.
           05 WS-DEP-DONE-FLAG PIC X VALUE 'N'.
               88 DEP-SCAN-DONE VALUE 'Y'.
           05 WS-FAMILY-CAP-FLAG PIC X VALUE 'N'.
               88 FAMILY-CAPPED VALUE 'Y'.
               88 FAMILY-NOT-CAPPED VALUE 'N'.
           05 BANK-FILE-STATUS PIC XX.
           05 BANKING-FILE-STATUS PIC XX.
               88 BANKING-FILE-OK VALUE '00'.
           05 WS-BANKING-OPEN-FLAG PIC X VALUE 'N'.
               88 BANKING-AVAILABLE VALUE 'Y'.
           05 CHECK-FILE-STATUS PIC XX.
           05 CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK VALUE '00'.
               88 CHECK-REGISTER-MISSING VALUE '35'.
               88 CHECK-NUMBER-DUPLICATE VALUE '22'.
           05 CHECK-SEQ-STATUS PIC XX.
           05 POSITIVE-PAY-STATUS PIC XX.
           05 WS-CHECK-NUMBERED-FLAG PIC X.
               88 CHECK-NUMBERED VALUE 'Y'.
           05 WS-PRIOR-DONE-FLAG PIC X VALUE 'N'.
               88 PRIOR-SCAN-DONE VALUE 'Y'.
           05 WS-ACH-BATCH-FLAG PIC X VALUE 'N'.
               88 ACH-BATCH-OPEN VALUE 'Y'.
           05 REGISTER-STATUS PIC XX.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAY-MONTH PIC 9(6).
      * The month the item going out settles - this month's for the
      * regular pass, the ledger row's own for a prior-month reissue.
       01 WS-ITEM-MONTH PIC 9(6) VALUE 0.
       01 WS-CHECK-NUMBER PIC 9(9) VALUE 0.
       01 WS-PAY-AMOUNT PIC 9(7)V99.
       01 WS-PAY-TYPE PIC X.
       01 WS-PAYEE-NAME PIC X(25).
       01 WS-TAX-AMOUNT PIC 9(7)V99.
       01 WS-TST-BALANCE PIC 9(7)V99.
       01 WS-TST-TAKE PIC 9(7)V99.
      * The item a pending-appeal probe is asked about - type and
      * reference as APPLREC keys them.
       01 WS-APPEAL-ITEM-TYPE PIC X.
       01 WS-APPEAL-ITEM-REF PIC 9(6).
      * This one payment's earnings-test and recovery withholding,
      * carried onto its ledger row for the general-ledger journal.
       01 WS-ROW-ET-WITHHELD PIC 9(7)V99.
       01 WS-ROW-OVP-RECOVERED PIC 9(7)V99.
      * This one payment's Part B premium, and the run year's
      * standard premium it is normally taken at.
       01 WS-ROW-PARTB-PREMIUM PIC 9(7)V99.
       01 WS-PARTB-PREMIUM PIC 9(5)V99.
       01 WS-PARTB-STD-PREMIUM PIC 9(5)V99 VALUE 0.
       01 WS-PAY-YEAR PIC 9(4).
       01 WS-PAY-DEP-ID PIC X(2).
       01 WS-WORKER-BENEFIT PIC 9(7)V99.
      * CCYYMM of the award row's date - for a disability award, the
      * first month after the waiting period.
       01 WS-AWARD-MONTH PIC 9(6).
       01 WS-DEP-SCAN-SSN PIC X(9).
      * Family-maximum working fields. The PIA and family maximum come
      * back from SSA-BENEFIT-CALC in award-year dollars and are
      * carried up by the same COLAs the award has received, so they
      * stay in step with the worker's COLA'd benefit.
       01 WS-WORKER-PIA PIC 9(7)V99.
       01 WS-FAMILY-MAXIMUM PIC 9(7)V99.
       01 WS-WORKER-SHARE PIC 9(7)V99.
       01 WS-FAMILY-POOL PIC 9(7)V99.
       01 WS-AUXILIARY-TOTAL PIC 9(7)V99.
       01 WS-AUXILIARY-AMOUNT PIC 9(7)V99.
       01 WS-FAMILY-FACTOR PIC 9V9(6).

      * One appended ACH batch per run: the '5' header goes down
      * when the first deliverable deposit appears, '6' details as
           05 WS-EARNTEST-WITHHELD PIC 9(9)V99 VALUE 0.
           05 WS-CHECKS-WRITTEN PIC 9(7) VALUE 0.
           05 WS-CHECK-DOLLARS PIC 9(9)V99 VALUE 0.
           05 WS-FAMILIES-CAPPED PIC 9(7) VALUE 0.
           05 WS-PRIOR-REISSUES PIC 9(7) VALUE 0.
           05 WS-PRIOR-REISSUE-DOLLARS PIC 9(9)V99 VALUE 0.
           05 WS-PRIOR-RETURNS-HELD PIC 9(7) VALUE 0.
           05 WS-DISABILITY-PAYMENTS PIC 9(7) VALUE 0.
           05 WS-DISABILITY-DOLLARS PIC 9(9)V99 VALUE 0.
           05 WS-DISABILITY-WAITING PIC 9(7) VALUE 0.
           05 WS-TST-APPEAL-HELD PIC 9(7) VALUE 0.
           05 WS-OVP-APPEAL-HELD PIC 9(7) VALUE 0.
           05 WS-PARTB-DEDUCTIONS PIC 9(7) VALUE 0.
           05 WS-PARTB-DOLLARS PIC 9(9)V99 VALUE 0.
           05 WS-PARTB-NOT-COVERED PIC 9(7) VALUE 0.

       01 WS-REGISTER-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
           05 PD-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-NOTE PIC X(12).
           05 FILLER PIC X(52) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM PROCESS-RECORDS UNTIL END-OF-FILE
           PERFORM REISSUE-PRIOR-MONTHS
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM CLEANUP
           GOBACK.
           PERFORM OPEN-PAYMENT-HISTORY
           PERFORM OPEN-OVERPAYMENT-LEDGER
           PERFORM OPEN-EARNINGS-TEST-FILE
           OPEN INPUT APPEALS-FILE
           IF APPEAL-FILE-OK
               SET APPEALS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT WITHHOLDING-ELECTIONS
           IF ELECTION-FILE-OK
               SET ELECTIONS-AVAILABLE TO TRUE
           IF BANKING-FILE-OK
               SET BANKING-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT PARTB-ENROLLMENT
           IF PARTB-FILE-OK
               SET PARTB-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND BANK-INTERFACE-FILE
           OPEN EXTEND CHECK-PRINT-FILE
           PERFORM OPEN-CHECK-REGISTER
           PERFORM LOAD-CHECK-SEQUENCE
           OPEN EXTEND POSITIVE-PAY-FILE
           OPEN OUTPUT PAYMENT-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PAY-MONTH
           MOVE WS-RUN-DATE(1:4) TO WS-PAY-YEAR
           PERFORM LOAD-PARTB-STANDARD-PREMIUM
           MOVE WS-PAY-MONTH TO RT-MONTH
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-REGISTER-TITLE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER.

      * The standard premium is read once for the run year. With no
      * year on file (or no premium keyed for it yet) the standard
      * premium stays zero and only held-harmless premiums are taken;
      * the register says so rather than silently deducting nothing.
       LOAD-PARTB-STANDARD-PREMIUM.
           OPEN INPUT ACTUARIAL-CONSTANTS
           IF ACTUARIAL-FILE-OK
               MOVE WS-PAY-YEAR TO ACT-YEAR
               READ ACTUARIAL-CONSTANTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACT-PARTB-PREMIUM TO WS-PARTB-STD-PREMIUM
               END-READ
               CLOSE ACTUARIAL-CONSTANTS
           END-IF
           IF PARTB-AVAILABLE AND WS-PARTB-STD-PREMIUM = 0
               DISPLAY 'NO PART B STANDARD PREMIUM ON FILE FOR '
                   WS-PAY-YEAR ' - ONLY HELD-HARMLESS PREMIUMS TAKEN'
           END-IF.

      * The award file doesn't exist until some run has seen a
      * RECEIVING worker - create it empty then, the same
      * tolerate-a-missing-control-file posture SSA-MAINTENANCE takes
                   OVERPAY-FILE-STATUS
           END-IF.

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

      * No sequence file means no check has ever been numbered - the
      * first one issued is number 1.
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

       PROCESS-RECORDS.
           READ SOCIAL-SECURITY-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Who gets paid this month: a RECEIVING worker draws their own
      * benefit (retirement or disability - ISSUE-RETIREMENT-PAYMENT
      * handles both); a deceased worker's recorded beneficiary draws
      * the survivor amount. Suspended records and workers not yet
      * RECEIVING are not payable and are counted, not paid.
       ISSUE-PAYMENT-FOR-RECORD.
           SET FAMILY-NOT-CAPPED TO TRUE
           EVALUATE TRUE
               WHEN DECEASED
                   PERFORM ISSUE-SURVIVOR-PAYMENT
               CALL 'SSA-BENEFIT-CALC' USING SS-RECORD WS-RUN-DATE
                   WS-BENEFIT-RESULTS WS-EARNINGS-TABLE
               MOVE WS-RESULT-BENEFIT-AMOUNT TO WS-PAY-AMOUNT
               MOVE WS-RESULT-PIA TO WS-WORKER-PIA
               MOVE WS-RESULT-FAMILY-MAXIMUM TO WS-FAMILY-MAXIMUM
               MOVE 0 TO WS-AWARD-MONTH
               PERFORM APPLY-AWARDED-AMOUNT
      * Nothing is payable on a disability award - to the worker or
      * to the household - until the award month comes round.
               IF RECEIVING-DISABILITY
                   AND WS-PAY-MONTH < WS-AWARD-MONTH
                   ADD 1 TO WS-DISABILITY-WAITING
               ELSE
                   PERFORM ISSUE-WORKER-OWN-PAYMENT
               END-IF
           END-IF.

      * The worker's full benefit is held before POST-PAYMENT nets
      * out withholding - the dependents' auxiliary amounts are
      * sized off the worker's benefit, not the worker's take-home.
       ISSUE-WORKER-OWN-PAYMENT.
           MOVE WS-PAY-AMOUNT TO WS-WORKER-BENEFIT
           IF RECEIVING-DISABILITY
               MOVE 'D' TO WS-PAY-TYPE
           ELSE
               MOVE 'R' TO WS-PAY-TYPE
           END-IF
           MOVE '00' TO WS-PAY-DEP-ID
           MOVE SPACES TO WS-PAYEE-NAME
           STRING LAST-NAME ', ' FIRST-NAME
               DELIMITED BY SIZE INTO WS-PAYEE-NAME
           PERFORM POST-PAYMENT
           IF WS-WORKER-BENEFIT > 0
               PERFORM ISSUE-DEPENDENT-PAYMENTS
           END-IF.

      * Spousal benefits for a LIVING retired worker - each spouse
      * auxiliary rate. Each dependent posts its own ledger row
      * under the worker's SSN + month + dependent id, so the
      * rerun guard covers every payee in the household separately.
      * The household is walked twice: once to total what the
      * dependents would draw at the full rate, so the family
      * maximum can be applied before anyone is paid, and once to
      * pay them.
       ISSUE-DEPENDENT-PAYMENTS.
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
                           ADD WS-AUXILIARY-AMOUNT
                               TO WS-AUXILIARY-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

      * The worker's own benefit is never touched - the dependents
      * share whatever the family maximum leaves over it, in
      * proportion to their full-rate amounts. What the worker
      * leaves is measured from the larger of the worker's PIA and
      * the benefit actually paid (delayed credits and the minimum
      * benefit can put the latter above the PIA), so the household
      * total can't exceed the maximum either way. The factor is
      * truncated, never rounded, so the shares can't add up to a
      * cent over the pool.
       APPLY-FAMILY-MAXIMUM.
           SET FAMILY-NOT-CAPPED TO TRUE
           IF WS-WORKER-BENEFIT > WS-WORKER-PIA
               MOVE WS-WORKER-BENEFIT TO WS-WORKER-SHARE
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
               ADD 1 TO WS-FAMILIES-CAPPED
               COMPUTE WS-FAMILY-FACTOR =
                   WS-FAMILY-POOL / WS-AUXILIARY-TOTAL
           ELSE
               MOVE 1 TO WS-FAMILY-FACTOR
           END-IF.

       COMPUTE-AUXILIARY-AMOUNT.
           EVALUATE TRUE
               WHEN DEP-SPOUSE
                   COMPUTE WS-AUXILIARY-AMOUNT =
                       WS-WORKER-BENEFIT * 0.50
               WHEN DEP-CHILD
                   COMPUTE WS-AUXILIARY-AMOUNT =
                       WS-WORKER-BENEFIT * 0.50
               WHEN OTHER
                   MOVE 0 TO WS-AUXILIARY-AMOUNT
           END-EVALUATE.

       PAY-DEPENDENTS-FOR-WORKER.
           MOVE 'N' TO WS-DEP-DONE-FLAG
           PERFORM UNTIL DEP-SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       SET DEP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DEP-WORKER-SSN NOT = WS-DEP-SCAN-SSN
                           SET DEP-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM ISSUE-ONE-DEPENDENT-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-ONE-DEPENDENT-PAYMENT.
           PERFORM COMPUTE-AUXILIARY-AMOUNT
           COMPUTE WS-PAY-AMOUNT =
               WS-AUXILIARY-AMOUNT * WS-FAMILY-FACTOR
           MOVE 'P' TO WS-PAY-TYPE
           MOVE DEP-ID TO WS-PAY-DEP-ID
           MOVE DEP-NAME TO WS-PAYEE-NAME
                   END-IF
               NOT INVALID KEY
                   MOVE AWD-CURRENT-AMOUNT TO WS-PAY-AMOUNT
                   COMPUTE WS-AWARD-MONTH = AWD-AWARD-DATE / 100
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

      * Same survivor sizing the nightly batch uses - the worker's
      * computed amount, full to a spouse, three-quarters to a child,
      * nothing to any other relationship - held under the family
      * maximum on the deceased's record, where everyone paid is an
      * auxiliary and the whole maximum is theirs to share.
       ISSUE-SURVIVOR-PAYMENT.
           PERFORM VALIDATE-DOB
           IF DOB-IS-INVALID
                   WHEN OTHER
                       MOVE 0 TO WS-PAY-AMOUNT
               END-EVALUATE
               IF WS-PAY-AMOUNT > WS-RESULT-FAMILY-MAXIMUM
                   MOVE WS-RESULT-FAMILY-MAXIMUM TO WS-PAY-AMOUNT
                   SET FAMILY-CAPPED TO TRUE
                   ADD 1 TO WS-FAMILIES-CAPPED
               END-IF
               MOVE 'S' TO WS-PAY-TYPE
               MOVE '00' TO WS-PAY-DEP-ID
               MOVE BENEFICIARY-NAME TO WS-PAYEE-NAME
           IF WS-PAY-AMOUNT = 0
               ADD 1 TO WS-ZERO-AMOUNT-SKIPPED
           ELSE
               MOVE WS-PAY-MONTH TO WS-ITEM-MONTH
               MOVE SSN-DATA TO PAY-SSN
               MOVE WS-PAY-MONTH TO PAY-MONTH
               MOVE WS-PAY-DEP-ID TO PAY-DEP-ID
      * Recovery withholding happens only once the duplicate guard
      * has passed - a skipped rerun payment must not draw down a
      * receivable for money that never moved this run.
                       MOVE 0 TO WS-ROW-ET-WITHHELD
                       MOVE 0 TO WS-ROW-OVP-RECOVERED
                       IF WS-PAY-TYPE = 'R'
                           PERFORM WITHHOLD-FOR-EARNINGS-TEST
                       END-IF
                           PERFORM WITHHOLD-FOR-OVERPAYMENT
                       END-IF
                       PERFORM APPLY-TAX-WITHHOLDING
                       PERFORM DEDUCT-PARTB-PREMIUM
                       PERFORM WRITE-PAYMENT-ROW
                   NOT INVALID KEY
                       IF PAY-RETURNED
           MOVE WS-PAYEE-NAME TO PAY-PAYEE-NAME
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT
           MOVE WS-TAX-AMOUNT TO PAY-WITHHELD
           MOVE WS-ROW-PARTB-PREMIUM TO PAY-PARTB-PREMIUM
           MOVE WS-ROW-ET-WITHHELD TO PAY-ET-WITHHELD
           MOVE WS-ROW-OVP-RECOVERED TO PAY-OVP-RECOVERED
           SET PAY-ISSUED TO TRUE
           MOVE SPACES TO PAY-RETURN-REASON
           MOVE 0 TO PAY-RETURNED-DATE
           WRITE PAY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR POSTING PAYMENT - STATUS '
                           ADD 1 TO WS-DEPENDENT-PAYMENTS
                           ADD WS-PAY-AMOUNT TO WS-DEPENDENT-DOLLARS
                       END-IF
                       IF WS-PAY-TYPE = 'D'
                           ADD 1 TO WS-DISABILITY-PAYMENTS
                           ADD WS-PAY-AMOUNT TO WS-DISABILITY-DOLLARS
                       END-IF
                   ELSE
                       ADD 1 TO WS-FULLY-WITHHELD
                   END-IF
                   ADD WS-PAY-AMOUNT TO WS-TOTAL-DOLLARS-PAID
           END-REWRITE.

      * The duplicate guard only ever meets this month's rows, so a
      * RETURNED row from an earlier month - a bank return that came
      * back after its month's runs were done, or a check
      * SSA-STALE-CHECKS voided after 180 days - would otherwise sit
      * unpaid for good. After the master pass the whole ledger is
      * walked once and each such row is reissued through the same
      * REISSUE-PAYMENT-ROW, provided the payee is still payable on
      * the master: the worker (or a dependent of the worker) still
      * RECEIVING, the survivor still on a DECEASED worker's record.
      * Anyone else's row stays RETURNED and is counted held.
       REISSUE-PRIOR-MONTHS.
           MOVE LOW-VALUES TO PAY-KEY
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   SET PRIOR-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL PRIOR-SCAN-DONE
               READ PAYMENT-HISTORY NEXT RECORD
                   AT END
                       SET PRIOR-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PAY-RETURNED AND PAY-MONTH < WS-PAY-MONTH
                           PERFORM REISSUE-PRIOR-MONTH-ROW
                       END-IF
               END-READ
           END-PERFORM.

       REISSUE-PRIOR-MONTH-ROW.
           MOVE PAY-SSN TO SSN-DATA
           READ SOCIAL-SECURITY-FILE
               INVALID KEY
                   MOVE SPACES TO STATUS-FLAGS
           END-READ
           IF (PAY-SURVIVOR AND DECEASED)
               OR (NOT PAY-SURVIVOR AND RECEIVING AND NOT DECEASED
                   AND NOT SUSPENDED)
               MOVE PAY-MONTH TO WS-ITEM-MONTH
               MOVE PAY-DEP-ID TO WS-PAY-DEP-ID
               SET FAMILY-NOT-CAPPED TO TRUE
               PERFORM REISSUE-PAYMENT-ROW
               IF PAY-REISSUED
                   ADD 1 TO WS-PRIOR-REISSUES
                   ADD WS-PAY-AMOUNT TO WS-PRIOR-REISSUE-DOLLARS
               END-IF
           ELSE
               ADD 1 TO WS-PRIOR-RETURNS-HELD
           END-IF.

      * Overpayment recovery: every OPEN receivable on this SSN
      * (booked by SSA-OVERPAY-SWEEP from post-death retirement
      * payments) is drawn down from this survivor payment, oldest
                   CONTINUE
               NOT INVALID KEY
                   IF TST-OPEN
                       MOVE 'T' TO WS-APPEAL-ITEM-TYPE
                       MOVE TST-TEST-YEAR TO WS-APPEAL-ITEM-REF
                       PERFORM CHECK-PENDING-APPEAL
                       IF APPEAL-PENDING
                           ADD 1 TO WS-TST-APPEAL-HELD
                       ELSE
                           PERFORM DRAW-DOWN-TEST-DIRECTIVE
                       END-IF
                   END-IF
           END-READ.

                   NOT INVALID KEY
                       SUBTRACT WS-TST-TAKE FROM WS-PAY-AMOUNT
                       ADD WS-TST-TAKE TO WS-EARNTEST-WITHHELD
                       ADD WS-TST-TAKE TO WS-ROW-ET-WITHHELD
               END-REWRITE
           END-IF.

               END-READ
           END-IF.

      * Part B comes out after tax, so the elected percentage is
      * still figured on the benefit and not on what the premium
      * leaves. The enrollment is keyed by the beneficiary's own
      * SSN, which is the payee's only on a worker's own retirement
      * or disability row - a survivor or dependent is paid under
      * the worker's SSN and is billed direct. The premium is taken
      * only whole: a payment that cannot cover it is left alone
      * and counted, rather than half-paying the premium.
       DEDUCT-PARTB-PREMIUM.
           MOVE 0 TO WS-ROW-PARTB-PREMIUM
           IF PARTB-AVAILABLE AND WS-PAY-AMOUNT > 0
               AND WS-PAY-DEP-ID = '00'
               AND (WS-PAY-TYPE = 'R' OR WS-PAY-TYPE = 'D')
               MOVE SSN-DATA TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MDB-START-MONTH <= WS-PAY-MONTH
                           AND (MDB-STOP-MONTH = 0
                               OR MDB-STOP-MONTH >= WS-PAY-MONTH)
                           PERFORM TAKE-PARTB-PREMIUM
                       END-IF
               END-READ
           END-IF.

       TAKE-PARTB-PREMIUM.
           IF MDB-HH-YEAR = WS-PAY-YEAR
               MOVE MDB-HH-PREMIUM TO WS-PARTB-PREMIUM
           ELSE
               MOVE WS-PARTB-STD-PREMIUM TO WS-PARTB-PREMIUM
           END-IF
           IF WS-PARTB-PREMIUM > 0
               IF WS-PARTB-PREMIUM > WS-PAY-AMOUNT
                   ADD 1 TO WS-PARTB-NOT-COVERED
               ELSE
                   MOVE WS-PARTB-PREMIUM TO WS-ROW-PARTB-PREMIUM
                   SUBTRACT WS-PARTB-PREMIUM FROM WS-PAY-AMOUNT
                   ADD 1 TO WS-PARTB-DEDUCTIONS
                   ADD WS-PARTB-PREMIUM TO WS-PARTB-DOLLARS
               END-IF
           END-IF.

       WITHHOLD-FOR-OVERPAYMENT.
           MOVE SSN-DATA TO WS-OVP-SCAN-SSN
           MOVE SSN-DATA TO OVP-SSN
                           SET OVP-SCAN-DONE TO TRUE
                       ELSE
                           IF OVP-OPEN
                               MOVE 'O' TO WS-APPEAL-ITEM-TYPE
                               MOVE OVP-MONTH TO WS-APPEAL-ITEM-REF
                               PERFORM CHECK-PENDING-APPEAL
                               IF APPEAL-PENDING
                                   ADD 1 TO WS-OVP-APPEAL-HELD
                               ELSE
                                   PERFORM APPLY-RECOVERY-TO-ROW
                               END-IF
                           END-IF
                       END-IF
               END-READ
                   NOT INVALID KEY
                       SUBTRACT WS-OVP-TAKE FROM WS-PAY-AMOUNT
                       ADD WS-OVP-TAKE TO WS-RECOVERY-WITHHELD
                       ADD WS-OVP-TAKE TO WS-ROW-OVP-RECOVERED
               END-REWRITE
           END-IF.

      * An item may carry several appeals over its life (a denial
      * followed by a further appeal), keyed by sequence under the
      * SSN and item - any one of them still PENDING holds recovery.
      * No appeals file on hand means nothing is under appeal.
       CHECK-PENDING-APPEAL.
           SET APPEAL-NOT-PENDING TO TRUE
           IF APPEALS-AVAILABLE
               MOVE SSN-DATA TO APL-SSN
               MOVE WS-APPEAL-ITEM-TYPE TO APL-ITEM-TYPE
               MOVE WS-APPEAL-ITEM-REF TO APL-ITEM-REF
               MOVE 0 TO APL-SEQ
               START APPEALS-FILE KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-APPEALS-FOR-ITEM
               END-START
           END-IF.

       SCAN-APPEALS-FOR-ITEM.
           MOVE 'N' TO WS-APL-DONE-FLAG
           PERFORM UNTIL APL-SCAN-DONE
               READ APPEALS-FILE NEXT RECORD
                   AT END
                       SET APL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF APL-SSN NOT = SSN-DATA
                           OR APL-ITEM-TYPE NOT = WS-APPEAL-ITEM-TYPE
                           OR APL-ITEM-REF NOT = WS-APPEAL-ITEM-REF
                           SET APL-SCAN-DONE TO TRUE
                       ELSE
                           IF APL-PENDING
                               SET APPEAL-PENDING TO TRUE
                               SET APL-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The fork between transmit and print: a worker or survivor
      * payee with an authorization on SSABANK.DAT goes on the bank
      * file as a real ACH detail; everyone else - no banking row,
      * the bank echoes back on SSABRET.TRN, which is what lets the
      * returns intake land a bounce on exactly one ledger row.
           MOVE SPACES TO ADT-INDIVIDUAL-ID
           STRING SSN-DATA WS-ITEM-MONTH WS-PAY-DEP-ID
               DELIMITED BY SIZE INTO ADT-INDIVIDUAL-ID
           MOVE WS-PAYEE-NAME TO ADT-NAME
           WRITE BANK-RECORD FROM WS-ACH-DETAIL
           ADD WS-AMOUNT-CENTS TO WS-ACH-CREDIT-CENTS.

       WRITE-CHECK-RECORD.
           PERFORM BOOK-CHECK-NUMBER
           MOVE SSN-DATA TO CHK-SSN
           MOVE WS-ITEM-MONTH TO CHK-PAY-MONTH
           MOVE WS-PAY-DEP-ID TO CHK-DEP-ID
           MOVE WS-PAY-AMOUNT TO CHK-AMOUNT
           MOVE WS-PAY-TYPE TO CHK-TYPE
           MOVE WS-PAYEE-NAME TO CHK-PAYEE-NAME
           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           WRITE CHECK-RECORD
           IF CHECK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECK PRINT - STATUS '
                   CHECK-FILE-STATUS
           END-IF
           SET PPY-ISSUE TO TRUE
           MOVE WS-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE WS-PAY-AMOUNT TO PPY-AMOUNT
           MOVE WS-RUN-DATE TO PPY-ISSUE-DATE
           MOVE WS-PAYEE-NAME TO PPY-PAYEE-NAME
           WRITE PPY-RECORD
           IF POSITIVE-PAY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POSITIVE PAY - STATUS '
                   POSITIVE-PAY-STATUS
           END-IF
           ADD 1 TO WS-CHECKS-WRITTEN
           ADD WS-PAY-AMOUNT TO WS-CHECK-DOLLARS.

      * The next number in sequence is booked on the register
      * OUTSTANDING before the check is printed. A number already on
      * the register (the sequence file restored from an old copy,
      * or a run that died before saving it) is passed over, never
      * issued twice - the register, not the sequence file, is the
      * final word on which numbers are used.
       BOOK-CHECK-NUMBER.
           MOVE 'N' TO WS-CHECK-NUMBERED-FLAG
           PERFORM UNTIL CHECK-NUMBERED
               ADD 1 TO WS-CHECK-NUMBER
               MOVE WS-CHECK-NUMBER TO CKR-CHECK-NUMBER
               MOVE SSN-DATA TO CKR-SSN
               MOVE WS-ITEM-MONTH TO CKR-PAY-MONTH
               MOVE WS-PAY-DEP-ID TO CKR-DEP-ID
               MOVE WS-RUN-DATE TO CKR-ISSUE-DATE
               MOVE WS-PAY-AMOUNT TO CKR-AMOUNT
               MOVE WS-PAY-TYPE TO CKR-TYPE
               MOVE WS-PAYEE-NAME TO CKR-PAYEE-NAME
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

      * The '8' record the bank balances the batch against - entry
      * count, routing hash, and total credit must all reconcile or
      * the whole batch is refused, which is the point: a truncated
                   MOVE 'SURVIVOR' TO PD-TYPE
               WHEN 'P'
                   MOVE 'SPOUSAL' TO PD-TYPE
               WHEN 'D'
                   MOVE 'DISABILITY' TO PD-TYPE
               WHEN OTHER
                   MOVE 'RETIREMENT' TO PD-TYPE
           END-EVALUATE
           MOVE WS-PAY-AMOUNT TO PD-AMOUNT
           IF FAMILY-CAPPED AND WS-PAY-TYPE NOT = 'R'
               AND WS-PAY-TYPE NOT = 'D'
               MOVE 'FAMILY MAX' TO PD-NOTE
           ELSE
               MOVE SPACES TO PD-NOTE
           END-IF
           IF WS-ITEM-MONTH NOT = WS-PAY-MONTH
               STRING 'FOR ' WS-ITEM-MONTH
                   DELIMITED BY SIZE INTO PD-NOTE
           END-IF
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Same SSA-DOB-CHECK subprogram the batch and the online paths
           MOVE WS-DEPENDENT-PAYMENTS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY PAYMENTS ISSUED' TO SL-LABEL
           MOVE WS-DISABILITY-PAYMENTS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'RETURNED PAYMENTS REISSUED' TO SL-LABEL
           MOVE WS-REISSUES-MADE TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE
           MOVE WS-NOT-PAYABLE-SKIPPED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY WAITING PERIOD - SKIPPED' TO SL-LABEL
           MOVE WS-DISABILITY-WAITING TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PAYMENTS FULLY WITHHELD' TO SL-LABEL
           MOVE WS-FULLY-WITHHELD TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'FAMILIES LIMITED TO FAMILY MAXIMUM' TO SL-LABEL
           MOVE WS-FAMILIES-CAPPED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DIRECT DEPOSITS ON BANK FILE' TO SL-LABEL
           MOVE WS-ACH-ENTRY-COUNT TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CHECK-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'LAST CHECK NUMBER ISSUED' TO SL-LABEL
           MOVE WS-CHECK-NUMBER TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PRIOR-MONTH RETURNS REISSUED' TO SL-LABEL
           MOVE WS-PRIOR-REISSUES TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PRIOR-MONTH REISSUE DOLLARS' TO SA-LABEL
           MOVE WS-PRIOR-REISSUE-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'PRIOR-MONTH RETURNS HELD - NOT PAYABLE' TO SL-LABEL
           MOVE WS-PRIOR-RETURNS-HELD TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'WITHHELD FOR OVERPAYMENT RECOVERY' TO SA-LABEL
           MOVE WS-RECOVERY-WITHHELD TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE WS-EARNTEST-WITHHELD TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TEST DIRECTIVES HELD - APPEAL PENDING' TO SL-LABEL
           MOVE WS-TST-APPEAL-HELD TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'RECEIVABLES HELD - APPEAL PENDING' TO SL-LABEL
           MOVE WS-OVP-APPEAL-HELD TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PART B PREMIUMS DEDUCTED' TO SL-LABEL
           MOVE WS-PARTB-DEDUCTIONS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PART B NOT COVERED - BILLED DIRECT' TO SL-LABEL
           MOVE WS-PARTB-NOT-COVERED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'PART B PREMIUM DOLLARS DEDUCTED' TO SA-LABEL
           MOVE WS-PARTB-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'DEPENDENT DOLLARS ISSUED' TO SA-LABEL
           MOVE WS-DEPENDENT-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'DISABILITY DOLLARS ISSUED' TO SA-LABEL
           MOVE WS-DISABILITY-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'FEDERAL TAX WITHHELD - REMITTANCE DUE' TO SA-LABEL
           MOVE WS-TAX-WITHHELD TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE
           CLOSE PAYMENT-HISTORY
           CLOSE OVERPAYMENT-LEDGER
           CLOSE EARNINGS-TEST-FILE
           IF APPEALS-AVAILABLE
               CLOSE APPEALS-FILE
           END-IF
           IF ELECTIONS-AVAILABLE
               CLOSE WITHHOLDING-ELECTIONS
           END-IF
           IF BANKING-AVAILABLE
               CLOSE PAYEE-BANKING
           END-IF
           IF PARTB-AVAILABLE
               CLOSE PARTB-ENROLLMENT
           END-IF
           PERFORM WRITE-ACH-BATCH-CONTROL
           CLOSE BANK-INTERFACE-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER
           PERFORM SAVE-CHECK-SEQUENCE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PAYMENT-REGISTER
           PERFORM WRITE-RUN-END.

