      ******************************************************************
      * Program: SSA-APPEALS-MAINT
      * Purpose: Online appeals desk for SSAAPPL.DAT - the one place a
      *          beneficiary's dispute is put on the record. Three
      *          things can be appealed: a claim SSA-CLAIMS-ADJUD
      *          rejected, the open earnings-test directive on
      *          SSAETEST.DAT, or an open overpayment receivable on
      *          SSAOVPAY.DAT; a receivable may instead carry a
      *          waiver request. A supervisor records the filing and,
      *          later, the decision and the date it was made. While
      *          an appeal is PENDING, SSA-PAYMENT recovers nothing
      *          against the item. A granted appeal or waiver on a
      *          receivable closes it as WAIVED with the balance left
      *          uncollected; on a directive it closes the directive
      *          the same way; on a claim it reverses the rejection
      *          and puts the claim back to PENDING for the next
      *          adjudication batch (a reversed medical denial goes
      *          back as medically allowed). Same session shape as
      *          SSA-CLAIMS-MAINT: sign-on against SSAOPER.DAT,
      *          refused while a batch holds the run lock, every
      *          filing, decision and its effect on SSAMAINT.LOG in
      *          the standard audit line shape.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-APPEALS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEALS-FILE
               ASSIGN TO 'SSAAPPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS APPEAL-FILE-STATUS.

           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

      * The three files whose items can be appealed, opened I-O so a
      * granted decision can be carried straight onto the item.
           SELECT CLAIMS-FILE
               ASSIGN TO 'SSACLAIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-SSN
               FILE STATUS IS CLAIMS-FILE-STATUS.

           SELECT EARNINGS-TEST-FILE
               ASSIGN TO 'SSAETEST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TST-SSN
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT OVERPAYMENT-LEDGER
               ASSIGN TO 'SSAOVPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVP-KEY
               FILE STATUS IS OVERPAY-FILE-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'SSAOPER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO 'SSAMAINT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT AUDIT-SEQ-FILE
               ASSIGN TO 'SSAMSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPEALS-FILE.
           COPY APPLREC REPLACING ==APL-RECORD-NAME== BY
               ==APL-RECORD==.

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD CLAIMS-FILE.
           COPY CLMREC REPLACING ==CLM-RECORD-NAME== BY
               ==CLM-RECORD==.

       FD EARNINGS-TEST-FILE.
           COPY ETESTREC REPLACING ==TST-RECORD-NAME== BY
               ==TST-RECORD==.

       FD OVERPAYMENT-LEDGER.
           COPY OVPREC REPLACING ==OVP-RECORD-NAME== BY
               ==OVP-RECORD==.

       FD OPERATOR-MASTER.
           COPY OPERREC REPLACING ==OPR-RECORD-NAME== BY
               ==OPR-RECORD==.

       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-LINE PIC X(180).

       FD AUDIT-SEQ-FILE.
       01 AUDIT-SEQ-RECORD.
           05 SEQ-VALUE PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 APPEAL-FILE-STATUS PIC XX.
               88 APPEAL-FILE-OK VALUE '00'.
               88 APPEAL-FILE-MISSING VALUE '35'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 CLAIMS-FILE-STATUS PIC XX.
               88 CLAIMS-FILE-OK VALUE '00'.
           05 TEST-FILE-STATUS PIC XX.
               88 TEST-FILE-OK VALUE '00'.
           05 OVERPAY-FILE-STATUS PIC XX.
               88 OVERPAY-FILE-OK VALUE '00'.
           05 WS-CLAIMS-OPEN-FLAG PIC X VALUE 'N'.
               88 CLAIMS-AVAILABLE VALUE 'Y'.
           05 WS-TEST-OPEN-FLAG PIC X VALUE 'N'.
               88 TESTS-AVAILABLE VALUE 'Y'.
           05 WS-OVERPAY-OPEN-FLAG PIC X VALUE 'N'.
               88 RECEIVABLES-AVAILABLE VALUE 'Y'.
           05 OPERATOR-FILE-STATUS PIC XX.
               88 OPERATOR-FILE-OK VALUE '00'.
           05 AUDIT-LOG-STATUS PIC XX.
           05 AUDIT-SEQ-FILE-STATUS PIC XX.
           05 WS-MORE-TRANSACTIONS PIC X VALUE 'Y'.
               88 NO-MORE-TRANSACTIONS VALUE 'N'.
           05 WS-SIGNED-ON-FLAG PIC X VALUE 'N'.
               88 OPERATOR-SIGNED-ON VALUE 'Y'.
           05 WS-PERSON-OK-FLAG PIC X.
               88 PERSON-ON-MASTER VALUE 'Y'.
               88 PERSON-NOT-ON-MASTER VALUE 'N'.
           05 WS-ITEM-OK-FLAG PIC X.
               88 ITEM-ENTERED VALUE 'Y'.
               88 ITEM-NOT-ENTERED VALUE 'N'.
           05 WS-APPEALABLE-FLAG PIC X.
               88 ITEM-APPEALABLE VALUE 'Y'.
               88 ITEM-NOT-APPEALABLE VALUE 'N'.
           05 WS-APL-DONE-FLAG PIC X.
               88 APL-SCAN-DONE VALUE 'Y'.
           05 WS-FOUND-PENDING-FLAG PIC X.
               88 PENDING-APPEAL-FOUND VALUE 'Y'.
               88 NO-PENDING-APPEAL VALUE 'N'.
           05 WS-DATE-OK-FLAG PIC X.
               88 DECISION-DATE-OK VALUE 'Y'.
               88 DECISION-DATE-BAD VALUE 'N'.

       01 WS-CHOICE PIC X.
       01 WS-INPUT-SSN PIC X(11).
       01 WS-WORK-SSN PIC X(9).
       01 WS-INPUT-ITEM-TYPE PIC X.
       01 WS-INPUT-KIND PIC X.
       01 WS-INPUT-DECISION PIC X.
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-INPUT-YEAR PIC X(4).
       01 WS-INPUT-DATE PIC X(8).
       01 WS-INPUT-TEXT PIC X(40).
      * The item the transaction is about, in APPLREC's key terms.
       01 WS-ITEM-TYPE PIC X.
           88 ITEM-IS-CLAIM VALUE 'C'.
           88 ITEM-IS-TEST VALUE 'T'.
           88 ITEM-IS-RECEIVABLE VALUE 'O'.
       01 WS-ITEM-REF PIC 9(6).
       01 WS-WORK-MM PIC 99.
       01 WS-WORK-DD PIC 99.
       01 WS-ITEM-BALANCE PIC 9(7)V99.
       01 WS-LAST-SEQ PIC 99.
       01 WS-PENDING-SEQ PIC 99.
       01 WS-DECISION-DATE PIC 9(8).
       01 WS-KIND-WORD PIC X(6).
       01 WS-DECISION-WORD PIC X(9).
       01 WS-EDIT-AMOUNT PIC Z(6)9.99.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AUDIT-SEQ PIC 9(7) VALUE 0.
       01 WS-AUDIT-OPERATION PIC X(6).
       01 WS-AUDIT-DETAIL PIC X(80).
       01 WS-AUDIT-SSN PIC X(11).
       01 WS-AUDIT-NAME PIC X(15).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-ROLE PIC X.
           88 ROLE-INQUIRY-ONLY VALUE 'I'.
           88 ROLE-UPDATE VALUE 'U'.
           88 ROLE-SUPERVISOR VALUE 'S'.
           88 ROLE-CAN-UPDATE VALUES 'U' 'S'.
       01 WS-DENIED-OP PIC X(6).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN EXTEND AUDIT-LOG
           PERFORM LOAD-AUDIT-SEQUENCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           IF OPERATOR-SIGNED-ON
               PERFORM CHECK-RUN-INTERLOCK
               IF RC-LOCK-HELD
                   DISPLAY 'BATCH RUN IN PROGRESS ('
                       RC-LOCK-PROGRAM ') - APPEALS DESK '
                       'UNAVAILABLE.'
                   CLOSE OPERATOR-MASTER
               ELSE
                   OPEN INPUT SOCIAL-SECURITY-FILE
                   PERFORM OPEN-APPEALS-FILE
                   PERFORM OPEN-ITEM-FILES
                   PERFORM UNTIL NO-MORE-TRANSACTIONS
                       PERFORM PROMPT-FOR-TRANSACTION
                       PERFORM DISPATCH-TRANSACTION
                   END-PERFORM
                   PERFORM CLOSE-ITEM-FILES
                   CLOSE APPEALS-FILE
                   CLOSE SOCIAL-SECURITY-FILE
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF
           PERFORM SAVE-AUDIT-SEQUENCE
           CLOSE AUDIT-LOG
           GOBACK.

       CHECK-RUN-INTERLOCK.
           SET RC-FUNCTION-CHECK TO TRUE
           MOVE 'SSA-APPEALS-MAINT' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       OPERATOR-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-MASTER
           IF NOT OPERATOR-FILE-OK
               DISPLAY 'NO OPERATOR SECURITY FILE - SESSION REFUSED.'
               MOVE 'SIGNON' TO WS-AUDIT-OPERATION
               MOVE 'REJECTED - NO SECURITY FILE' TO WS-AUDIT-DETAIL
               PERFORM WRITE-SECURITY-LOG-ENTRY
           ELSE
               MOVE WS-OPERATOR-ID TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'OPERATOR ID NOT AUTHORIZED - '
                           'SESSION REFUSED.'
                       MOVE 'SIGNON' TO WS-AUDIT-OPERATION
                       MOVE 'REJECTED - UNKNOWN OPERATOR'
                           TO WS-AUDIT-DETAIL
                       PERFORM WRITE-SECURITY-LOG-ENTRY
                       CLOSE OPERATOR-MASTER
                   NOT INVALID KEY
                       MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                       SET OPERATOR-SIGNED-ON TO TRUE
                       DISPLAY 'SIGNED ON WITH ROLE '
                           WS-OPERATOR-ROLE '.'
               END-READ
           END-IF.

      * The appeals file doesn't exist until the first appeal is ever
      * filed - create it empty then, the same posture the other
      * programs take with a missing control file.
       OPEN-APPEALS-FILE.
           OPEN I-O APPEALS-FILE
           IF APPEAL-FILE-MISSING
               OPEN OUTPUT APPEALS-FILE
               CLOSE APPEALS-FILE
               OPEN I-O APPEALS-FILE
           END-IF
           IF NOT APPEAL-FILE-OK
               DISPLAY 'UNABLE TO OPEN APPEALS FILE - STATUS '
                   APPEAL-FILE-STATUS
           END-IF.

      * Any of the item files may not exist yet - nothing has been
      * rejected, tested or booked. That kind of item simply can't be
      * appealed until one does.
       OPEN-ITEM-FILES.
           OPEN I-O CLAIMS-FILE
           IF CLAIMS-FILE-OK
               SET CLAIMS-AVAILABLE TO TRUE
           END-IF
           OPEN I-O EARNINGS-TEST-FILE
           IF TEST-FILE-OK
               SET TESTS-AVAILABLE TO TRUE
           END-IF
           OPEN I-O OVERPAYMENT-LEDGER
           IF OVERPAY-FILE-OK
               SET RECEIVABLES-AVAILABLE TO TRUE
           END-IF.

       CLOSE-ITEM-FILES.
           IF CLAIMS-AVAILABLE
               CLOSE CLAIMS-FILE
           END-IF
           IF TESTS-AVAILABLE
               CLOSE EARNINGS-TEST-FILE
           END-IF
           IF RECEIVABLES-AVAILABLE
               CLOSE OVERPAYMENT-LEDGER
           END-IF.

       LOAD-AUDIT-SEQUENCE.
           OPEN INPUT AUDIT-SEQ-FILE
           IF AUDIT-SEQ-FILE-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-VALUE TO WS-AUDIT-SEQ
               END-READ
               CLOSE AUDIT-SEQ-FILE
           END-IF.

       SAVE-AUDIT-SEQUENCE.
           OPEN OUTPUT AUDIT-SEQ-FILE
           MOVE WS-AUDIT-SEQ TO SEQ-VALUE
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.

       PROMPT-FOR-TRANSACTION.
           DISPLAY ' '
           DISPLAY 'APPEALS - (F)ILE APPEAL (D)ECISION (I)NQUIRE '
               '(Q)UIT: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.

       DISPATCH-TRANSACTION.
           EVALUATE WS-CHOICE
               WHEN 'F' WHEN 'f'
                   IF ROLE-SUPERVISOR
                       PERFORM FILE-APPEAL
                   ELSE
                       MOVE 'APLFIL' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'D' WHEN 'd'
                   IF ROLE-SUPERVISOR
                       PERFORM RECORD-DECISION
                   ELSE
                       MOVE 'APLDEC' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'I' WHEN 'i'
                   PERFORM INQUIRE-APPEALS
               WHEN 'Q' WHEN 'q'
                   SET NO-MORE-TRANSACTIONS TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED OPTION: ' WS-CHOICE
           END-EVALUATE.

       REFUSE-TRANSACTION.
           DISPLAY 'YOUR ROLE DOES NOT PERMIT THIS TRANSACTION.'
           MOVE 'DENIED' TO WS-AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'ATTEMPTED ' WS-DENIED-OP ' WITH ROLE '
               WS-OPERATOR-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-SECURITY-LOG-ENTRY.

       PROMPT-FOR-PERSON-SSN.
           DISPLAY 'SSN AS AAA-GG-SSSS: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-SSN
           MOVE WS-INPUT-SSN(1:3) TO WS-WORK-SSN(1:3)
           MOVE WS-INPUT-SSN(5:2) TO WS-WORK-SSN(4:2)
           MOVE WS-INPUT-SSN(8:4) TO WS-WORK-SSN(6:4)
           MOVE WS-WORK-SSN TO SSN-DATA
           READ SOCIAL-SECURITY-FILE
               INVALID KEY
                   SET PERSON-NOT-ON-MASTER TO TRUE
                   DISPLAY 'NO RECORD ON FILE FOR THAT SSN.'
               NOT INVALID KEY
                   SET PERSON-ON-MASTER TO TRUE
           END-READ.

      * The item is named the way its own file keys it: a claim by
      * the SSN alone (reference zero), a directive by its test
      * year, a receivable by the overpaid month.
       PROMPT-FOR-ITEM.
           SET ITEM-NOT-ENTERED TO TRUE
           DISPLAY 'ITEM (C)LAIM (T)EST DIRECTIVE (O)VERPAYMENT: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-ITEM-TYPE
           EVALUATE WS-INPUT-ITEM-TYPE
               WHEN 'C' WHEN 'c'
                   SET ITEM-IS-CLAIM TO TRUE
                   MOVE 0 TO WS-ITEM-REF
                   SET ITEM-ENTERED TO TRUE
               WHEN 'T' WHEN 't'
                   SET ITEM-IS-TEST TO TRUE
                   DISPLAY 'TEST YEAR (CCYY): ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-YEAR
                   IF WS-INPUT-YEAR IS NOT NUMERIC
                       DISPLAY 'YEAR MUST BE FOUR DIGITS - ENTRY '
                           'ABANDONED.'
                   ELSE
                       MOVE WS-INPUT-YEAR TO WS-ITEM-REF
                       SET ITEM-ENTERED TO TRUE
                   END-IF
               WHEN 'O' WHEN 'o'
                   SET ITEM-IS-RECEIVABLE TO TRUE
                   DISPLAY 'OVERPAID MONTH (CCYYMM): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-MONTH
                   IF WS-INPUT-MONTH IS NOT NUMERIC
                       DISPLAY 'MONTH MUST BE SIX DIGITS - ENTRY '
                           'ABANDONED.'
                   ELSE
                       MOVE WS-INPUT-MONTH TO WS-ITEM-REF
                       SET ITEM-ENTERED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ENTER C, T OR O - ENTRY ABANDONED.'
           END-EVALUATE.

      * Every appeal ever filed on the item, oldest first - the scan
      * leaves the highest sequence used and the sequence of the one
      * still PENDING, if any (there is never more than one).
       SCAN-ITEM-APPEALS.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-PENDING-SEQ
           SET NO-PENDING-APPEAL TO TRUE
           MOVE 'N' TO WS-APL-DONE-FLAG
           MOVE WS-WORK-SSN TO APL-SSN
           MOVE WS-ITEM-TYPE TO APL-ITEM-TYPE
           MOVE WS-ITEM-REF TO APL-ITEM-REF
           MOVE 0 TO APL-SEQ
           START APPEALS-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY
                   SET APL-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL APL-SCAN-DONE
               READ APPEALS-FILE NEXT RECORD
                   AT END
                       SET APL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF APL-SSN NOT = WS-WORK-SSN
                           OR APL-ITEM-TYPE NOT = WS-ITEM-TYPE
                           OR APL-ITEM-REF NOT = WS-ITEM-REF
                           SET APL-SCAN-DONE TO TRUE
                       ELSE
                           MOVE APL-SEQ TO WS-LAST-SEQ
                           IF APL-PENDING
                               MOVE APL-SEQ TO WS-PENDING-SEQ
                               SET PENDING-APPEAL-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Filing edits: the person must be on the master, the item must
      * exist and still be live (a rejected claim, an OPEN directive
      * or receivable - there is nothing left to stop on a closed
      * one), and the item must not already have an appeal pending.
       FILE-APPEAL.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               PERFORM PROMPT-FOR-ITEM
               IF ITEM-ENTERED
                   PERFORM CHECK-ITEM-APPEALABLE
                   IF ITEM-APPEALABLE
                       PERFORM SCAN-ITEM-APPEALS
                       EVALUATE TRUE
                           WHEN PENDING-APPEAL-FOUND
                               DISPLAY 'AN APPEAL IS ALREADY PENDING '
                                   'ON THIS ITEM (SEQ '
                                   WS-PENDING-SEQ ').'
                           WHEN WS-LAST-SEQ = 99
                               DISPLAY 'APPEAL SEQUENCE EXHAUSTED FOR '
                                   'THIS ITEM.'
                           WHEN OTHER
                               PERFORM TAKE-APPEAL-FILING
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       CHECK-ITEM-APPEALABLE.
           SET ITEM-NOT-APPEALABLE TO TRUE
           MOVE 0 TO WS-ITEM-BALANCE
           EVALUATE TRUE
               WHEN ITEM-IS-CLAIM
                   PERFORM CHECK-CLAIM-APPEALABLE
               WHEN ITEM-IS-TEST
                   PERFORM CHECK-TEST-APPEALABLE
               WHEN ITEM-IS-RECEIVABLE
                   PERFORM CHECK-RECEIVABLE-APPEALABLE
           END-EVALUATE.

       CHECK-CLAIM-APPEALABLE.
           IF NOT CLAIMS-AVAILABLE
               DISPLAY 'NO CLAIMS FILE ON HAND.'
           ELSE
               MOVE WS-WORK-SSN TO CLM-SSN
               READ CLAIMS-FILE
                   INVALID KEY
                       DISPLAY 'NO CLAIM ON FILE FOR THAT SSN.'
                   NOT INVALID KEY
                       IF CLM-REJECTED
                           DISPLAY '    CLAIM REJECTED '
                               CLM-ADJUD-DATE ': ' CLM-REJECT-REASON
                           SET ITEM-APPEALABLE TO TRUE
                       ELSE
                           DISPLAY 'CLAIM IS NOT REJECTED (STATUS '
                               CLM-STATUS ') - NOTHING TO APPEAL.'
                       END-IF
               END-READ
           END-IF.

       CHECK-TEST-APPEALABLE.
           IF NOT TESTS-AVAILABLE
               DISPLAY 'NO EARNINGS TEST FILE ON HAND.'
           ELSE
               MOVE WS-WORK-SSN TO TST-SSN
               READ EARNINGS-TEST-FILE
                   INVALID KEY
                       DISPLAY 'NO EARNINGS TEST DIRECTIVE FOR THAT '
                           'SSN.'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TST-TEST-YEAR NOT = WS-ITEM-REF
                               DISPLAY 'DIRECTIVE ON FILE IS FOR TEST '
                                   'YEAR ' TST-TEST-YEAR '.'
                           WHEN NOT TST-OPEN
                               DISPLAY 'DIRECTIVE IS ALREADY CLOSED - '
                                   'NOTHING TO APPEAL.'
                           WHEN OTHER
                               COMPUTE WS-ITEM-BALANCE =
                                   TST-TO-WITHHOLD - TST-WITHHELD
                               MOVE WS-ITEM-BALANCE TO WS-EDIT-AMOUNT
                               DISPLAY '    DIRECTIVE BALANCE '
                                   WS-EDIT-AMOUNT
                               SET ITEM-APPEALABLE TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

       CHECK-RECEIVABLE-APPEALABLE.
           IF NOT RECEIVABLES-AVAILABLE
               DISPLAY 'NO OVERPAYMENT LEDGER ON HAND.'
           ELSE
               MOVE WS-WORK-SSN TO OVP-SSN
               MOVE WS-ITEM-REF TO OVP-MONTH
               READ OVERPAYMENT-LEDGER
                   INVALID KEY
                       DISPLAY 'NO RECEIVABLE FOR THAT SSN AND MONTH.'
                   NOT INVALID KEY
                       IF OVP-OPEN
                           COMPUTE WS-ITEM-BALANCE =
                               OVP-AMOUNT - OVP-RECOVERED
                           MOVE WS-ITEM-BALANCE TO WS-EDIT-AMOUNT
                           DISPLAY '    RECEIVABLE BALANCE '
                               WS-EDIT-AMOUNT
                           SET ITEM-APPEALABLE TO TRUE
                       ELSE
                           DISPLAY 'RECEIVABLE IS ALREADY CLOSED - '
                               'NOTHING TO APPEAL.'
                       END-IF
               END-READ
           END-IF.

      * Only a receivable can carry a waiver request - the person
      * agrees the money was overpaid but asks not to repay it.
       TAKE-APPEAL-FILING.
           MOVE 'A' TO WS-INPUT-KIND
           IF ITEM-IS-RECEIVABLE
               DISPLAY '(A)PPEAL OR (W)AIVER REQUEST: '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-KIND
           END-IF
           EVALUATE WS-INPUT-KIND
               WHEN 'A' WHEN 'a'
                   SET APL-APPEAL TO TRUE
                   PERFORM WRITE-APPEAL-FILING
               WHEN 'W' WHEN 'w'
                   SET APL-WAIVER TO TRUE
                   PERFORM WRITE-APPEAL-FILING
               WHEN OTHER
                   DISPLAY 'ENTER A OR W - ENTRY ABANDONED.'
           END-EVALUATE.

       WRITE-APPEAL-FILING.
           DISPLAY 'REASON GIVEN: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           MOVE WS-WORK-SSN TO APL-SSN
           MOVE WS-ITEM-TYPE TO APL-ITEM-TYPE
           MOVE WS-ITEM-REF TO APL-ITEM-REF
           COMPUTE APL-SEQ = WS-LAST-SEQ + 1
           MOVE WS-RUN-DATE TO APL-FILED-DATE
           MOVE WS-OPERATOR-ID TO APL-FILED-BY
           MOVE WS-INPUT-TEXT TO APL-REASON
           SET APL-PENDING TO TRUE
           MOVE WS-ITEM-BALANCE TO APL-AMOUNT
           MOVE 0 TO APL-DECISION-DATE
           MOVE SPACES TO APL-DECIDED-BY
           MOVE SPACES TO APL-DECISION-NOTE
           WRITE APL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR FILING APPEAL - STATUS '
                       APPEAL-FILE-STATUS
               NOT INVALID KEY
                   PERFORM SET-KIND-WORD
                   MOVE 'APLFIL' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-KIND-WORD ' FILED ITEM ' APL-ITEM-TYPE
                       ' ' APL-ITEM-REF ' SEQ ' APL-SEQ ' '
                       APL-REASON
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-APPEAL-AUDIT
                   DISPLAY WS-KIND-WORD ' FILED (SEQ ' APL-SEQ
                       ') - RECOVERY ON THIS ITEM IS HELD.'
           END-WRITE.

       SET-KIND-WORD.
           IF APL-WAIVER
               MOVE 'WAIVER' TO WS-KIND-WORD
           ELSE
               MOVE 'APPEAL' TO WS-KIND-WORD
           END-IF.

      * The decision goes on the item's one PENDING appeal. The
      * decision date is keyed because decisions are often recorded
      * after the fact - it defaults to today, and may be neither
      * before the filing nor in the future.
       RECORD-DECISION.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               PERFORM PROMPT-FOR-ITEM
               IF ITEM-ENTERED
                   PERFORM SCAN-ITEM-APPEALS
                   IF NO-PENDING-APPEAL
                       DISPLAY 'NO PENDING APPEAL ON THAT ITEM.'
                   ELSE
                       MOVE WS-WORK-SSN TO APL-SSN
                       MOVE WS-ITEM-TYPE TO APL-ITEM-TYPE
                       MOVE WS-ITEM-REF TO APL-ITEM-REF
                       MOVE WS-PENDING-SEQ TO APL-SEQ
                       READ APPEALS-FILE
                           INVALID KEY
                               DISPLAY 'ERROR READING APPEAL - STATUS '
                                   APPEAL-FILE-STATUS
                           NOT INVALID KEY
                               PERFORM TAKE-DECISION
                       END-READ
                   END-IF
               END-IF
           END-IF.

       TAKE-DECISION.
           PERFORM SET-KIND-WORD
           DISPLAY '    ' WS-KIND-WORD ' FILED ' APL-FILED-DATE
               ' BY ' APL-FILED-BY
           DISPLAY '    REASON: ' APL-REASON
           DISPLAY 'DECISION (G)RANTED (D)ENIED (W)ITHDRAWN: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DECISION
           EVALUATE WS-INPUT-DECISION
               WHEN 'G' WHEN 'g'
                   SET APL-GRANTED TO TRUE
                   MOVE 'GRANTED' TO WS-DECISION-WORD
               WHEN 'D' WHEN 'd'
                   SET APL-DENIED TO TRUE
                   MOVE 'DENIED' TO WS-DECISION-WORD
               WHEN 'W' WHEN 'w'
                   SET APL-WITHDRAWN TO TRUE
                   MOVE 'WITHDRAWN' TO WS-DECISION-WORD
               WHEN OTHER
                   DISPLAY 'ENTER G, D OR W - ENTRY ABANDONED.'
           END-EVALUATE
           IF APL-DECIDED
               PERFORM PROMPT-FOR-DECISION-DATE
               IF DECISION-DATE-OK
                   DISPLAY 'DECISION NOTE: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-TEXT
                   PERFORM WRITE-DECISION
               END-IF
           END-IF.

       PROMPT-FOR-DECISION-DATE.
           SET DECISION-DATE-BAD TO TRUE
           DISPLAY 'DECISION DATE (CCYYMMDD, BLANK = TODAY): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-DECISION-DATE
               SET DECISION-DATE-OK TO TRUE
           ELSE
               IF WS-INPUT-DATE IS NOT NUMERIC
                   DISPLAY 'DATE MUST BE EIGHT DIGITS - ENTRY '
                       'ABANDONED.'
               ELSE
                   MOVE WS-INPUT-DATE TO WS-DECISION-DATE
                   MOVE WS-INPUT-DATE(5:2) TO WS-WORK-MM
                   MOVE WS-INPUT-DATE(7:2) TO WS-WORK-DD
                   EVALUATE TRUE
                       WHEN WS-WORK-MM < 1 OR WS-WORK-MM > 12
                           OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
                           DISPLAY 'NOT A VALID DATE - ENTRY '
                               'ABANDONED.'
                       WHEN WS-DECISION-DATE > WS-RUN-DATE
                           DISPLAY 'DECISION DATE IS AFTER TODAY - '
                               'ENTRY ABANDONED.'
                       WHEN WS-DECISION-DATE < APL-FILED-DATE
                           DISPLAY 'DECISION DATE IS BEFORE THE '
                               'FILING - ENTRY ABANDONED.'
                       WHEN OTHER
                           SET DECISION-DATE-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-DECISION.
           MOVE WS-DECISION-DATE TO APL-DECISION-DATE
           MOVE WS-OPERATOR-ID TO APL-DECIDED-BY
           MOVE WS-INPUT-TEXT TO APL-DECISION-NOTE
           REWRITE APL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RECORDING DECISION - STATUS '
                       APPEAL-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'APLDEC' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-KIND-WORD ' ' WS-DECISION-WORD
                       ' ITEM ' APL-ITEM-TYPE ' ' APL-ITEM-REF
                       ' SEQ ' APL-SEQ ' DECIDED ' APL-DECISION-DATE
                       ' ' APL-DECISION-NOTE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-APPEAL-AUDIT
                   DISPLAY 'DECISION RECORDED.'
                   IF APL-GRANTED
                       PERFORM APPLY-GRANTED-DECISION
                   ELSE
                       DISPLAY 'RECOVERY ON THIS ITEM RESUMES WITH '
                           'THE NEXT PAYMENT RUN.'
                   END-IF
           END-REWRITE.

      * A granted decision is carried onto the item itself, each with
      * its own audit line. The item is re-read because it may have
      * moved on since the filing - a directive replaced by a later
      * test year, a claim re-filed - in which case there is nothing
      * left to change and the desk is told so.
       APPLY-GRANTED-DECISION.
           EVALUATE TRUE
               WHEN ITEM-IS-CLAIM
                   PERFORM REVERSE-CLAIM-REJECTION
               WHEN ITEM-IS-TEST
                   PERFORM WAIVE-TEST-DIRECTIVE
               WHEN ITEM-IS-RECEIVABLE
                   PERFORM WAIVE-RECEIVABLE
           END-EVALUATE.

      * The claim goes back to PENDING with the rejection wiped, so
      * the next SSA-CLAIMS-ADJUD run adjudicates it afresh. A
      * medical denial overturned on appeal means the worker was
      * found disabled after all, so the determination goes back as
      * allowed, dated with the decision.
       REVERSE-CLAIM-REJECTION.
           IF NOT CLAIMS-AVAILABLE
               DISPLAY 'NO CLAIMS FILE ON HAND - CLAIM NOT CHANGED.'
           ELSE
               MOVE WS-WORK-SSN TO CLM-SSN
               READ CLAIMS-FILE
                   INVALID KEY
                       DISPLAY 'CLAIM NO LONGER ON FILE - NOT CHANGED.'
                   NOT INVALID KEY
                       IF CLM-REJECTED
                           PERFORM REWRITE-REVERSED-CLAIM
                       ELSE
                           DISPLAY 'CLAIM IS NO LONGER REJECTED '
                               '(STATUS ' CLM-STATUS
                               ') - NOT CHANGED.'
                       END-IF
               END-READ
           END-IF.

       REWRITE-REVERSED-CLAIM.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'REJECTION REVERSED ON APPEAL - WAS '
               CLM-REJECT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           IF CLM-DISABILITY-CLAIM AND CLM-MEDICAL-DENIED
               SET CLM-MEDICAL-ALLOWED TO TRUE
               MOVE WS-DECISION-DATE TO CLM-MEDICAL-DATE
           END-IF
           SET CLM-PENDING TO TRUE
           MOVE 0 TO CLM-ADJUD-DATE
           MOVE 0 TO CLM-AWARD-AMOUNT
           MOVE SPACES TO CLM-REJECT-REASON
           REWRITE CLM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REOPENING CLAIM - STATUS '
                       CLAIMS-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'CLMRVS' TO WS-AUDIT-OPERATION
                   PERFORM WRITE-APPEAL-AUDIT
                   DISPLAY 'CLAIM BACK TO PENDING - IT WILL '
                       'ADJUDICATE IN THE NEXT BATCH.'
           END-REWRITE.

      * The directive closes as WAIVED: what was already withheld
      * stays withheld, the rest is never taken.
       WAIVE-TEST-DIRECTIVE.
           IF NOT TESTS-AVAILABLE
               DISPLAY 'NO EARNINGS TEST FILE ON HAND - DIRECTIVE NOT '
                   'CHANGED.'
           ELSE
               MOVE WS-WORK-SSN TO TST-SSN
               READ EARNINGS-TEST-FILE
                   INVALID KEY
                       DISPLAY 'DIRECTIVE NO LONGER ON FILE - NOT '
                           'CHANGED.'
                   NOT INVALID KEY
                       IF TST-OPEN AND TST-TEST-YEAR = WS-ITEM-REF
                           PERFORM REWRITE-WAIVED-DIRECTIVE
                       ELSE
                           DISPLAY 'DIRECTIVE FOR THAT YEAR IS NO '
                               'LONGER OPEN - NOT CHANGED.'
                       END-IF
               END-READ
           END-IF.

       REWRITE-WAIVED-DIRECTIVE.
           COMPUTE WS-ITEM-BALANCE = TST-TO-WITHHOLD - TST-WITHHELD
           SET TST-WAIVED TO TRUE
           REWRITE TST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CLOSING DIRECTIVE - STATUS '
                       TEST-FILE-STATUS
               NOT INVALID KEY
                   MOVE WS-ITEM-BALANCE TO WS-EDIT-AMOUNT
                   MOVE 'TSTWAV' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'TEST DIRECTIVE ' TST-TEST-YEAR
                       ' WAIVED ON APPEAL - UNWITHHELD '
                       WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-APPEAL-AUDIT
                   DISPLAY 'DIRECTIVE CLOSED AS WAIVED - '
                       WS-EDIT-AMOUNT ' WILL NOT BE WITHHELD.'
           END-REWRITE.

      * The receivable closes as WAIVED: the recovered amount stands,
      * the balance is left uncollected and the recovery report
      * carries it as written off.
       WAIVE-RECEIVABLE.
           IF NOT RECEIVABLES-AVAILABLE
               DISPLAY 'NO OVERPAYMENT LEDGER ON HAND - RECEIVABLE '
                   'NOT CHANGED.'
           ELSE
               MOVE WS-WORK-SSN TO OVP-SSN
               MOVE WS-ITEM-REF TO OVP-MONTH
               READ OVERPAYMENT-LEDGER
                   INVALID KEY
                       DISPLAY 'RECEIVABLE NO LONGER ON FILE - NOT '
                           'CHANGED.'
                   NOT INVALID KEY
                       IF OVP-OPEN
                           PERFORM REWRITE-WAIVED-RECEIVABLE
                       ELSE
                           DISPLAY 'RECEIVABLE IS NO LONGER OPEN - '
                               'NOT CHANGED.'
                       END-IF
               END-READ
           END-IF.

       REWRITE-WAIVED-RECEIVABLE.
           COMPUTE WS-ITEM-BALANCE = OVP-AMOUNT - OVP-RECOVERED
           SET OVP-WAIVED TO TRUE
           REWRITE OVP-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CLOSING RECEIVABLE - STATUS '
                       OVERPAY-FILE-STATUS
               NOT INVALID KEY
                   MOVE WS-ITEM-BALANCE TO WS-EDIT-AMOUNT
                   MOVE 'OVPWAV' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'RECEIVABLE ' OVP-MONTH
                       ' WAIVED ON APPEAL - UNCOLLECTED '
                       WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-APPEAL-AUDIT
                   DISPLAY 'RECEIVABLE CLOSED AS WAIVED - '
                       WS-EDIT-AMOUNT ' WILL NOT BE COLLECTED.'
           END-REWRITE.

      * Every appeal on file for the SSN, all items, oldest first.
       INQUIRE-APPEALS.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE 'N' TO WS-APL-DONE-FLAG
               MOVE 0 TO WS-LAST-SEQ
               MOVE WS-WORK-SSN TO APL-SSN
               MOVE LOW-VALUES TO APL-ITEM-TYPE
               MOVE 0 TO APL-ITEM-REF
               MOVE 0 TO APL-SEQ
               START APPEALS-FILE KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY
                       SET APL-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL APL-SCAN-DONE
                   READ APPEALS-FILE NEXT RECORD
                       AT END
                           SET APL-SCAN-DONE TO TRUE
                       NOT AT END
                           IF APL-SSN NOT = WS-WORK-SSN
                               SET APL-SCAN-DONE TO TRUE
                           ELSE
                               ADD 1 TO WS-LAST-SEQ
                               PERFORM DISPLAY-APPEAL
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LAST-SEQ = 0
                   DISPLAY 'NO APPEALS ON FILE FOR THAT SSN.'
               END-IF
           END-IF.

       DISPLAY-APPEAL.
           PERFORM SET-KIND-WORD
           MOVE APL-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY '    ' WS-KIND-WORD ' ITEM ' APL-ITEM-TYPE ' '
               APL-ITEM-REF ' SEQ ' APL-SEQ ' FILED ' APL-FILED-DATE
               ' STATUS ' APL-STATUS ' AMOUNT ' WS-EDIT-AMOUNT
           DISPLAY '      REASON: ' APL-REASON
           IF APL-DECIDED
               DISPLAY '      DECIDED ' APL-DECISION-DATE ' BY '
                   APL-DECIDED-BY ': ' APL-DECISION-NOTE
           END-IF.

       WRITE-APPEAL-AUDIT.
           MOVE SPACES TO WS-AUDIT-SSN
           STRING WS-WORK-SSN(1:3) '-' WS-WORK-SSN(4:2) '-'
               WS-WORK-SSN(6:4)
               DELIMITED BY SIZE INTO WS-AUDIT-SSN
           MOVE LAST-NAME TO WS-AUDIT-NAME
           PERFORM WRITE-AUDIT-LOG-ENTRY.

      * Same fixed log line shape as SSA-MAINTENANCE's entries, so
      * SSA-AUDIT-INQUIRY's positional parse and the operator/date
      * searches pick these up like any keyed change.
       WRITE-AUDIT-LOG-ENTRY.
           ADD 1 TO WS-AUDIT-SEQ
           STRING 'AUD-' WS-AUDIT-SEQ ' ' WS-RUN-DATE
               ' OPERATOR=' WS-OPERATOR-ID
               ' OP=' WS-AUDIT-OPERATION
               ' SSN=' WS-AUDIT-SSN
               ' NAME=' WS-AUDIT-NAME
               ' DETAIL=' WS-AUDIT-DETAIL
               INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-RECORD
           IF AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'Error writing to audit log: '
                   AUDIT-LOG-STATUS.

       WRITE-SECURITY-LOG-ENTRY.
           MOVE SPACES TO WS-AUDIT-SSN
           MOVE SPACES TO WS-AUDIT-NAME
           PERFORM WRITE-AUDIT-LOG-ENTRY.
