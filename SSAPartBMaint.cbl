      ******************************************************************
      * Program: SSA-PARTB-MAINT
      * Purpose: Online add/change/delete maintenance for the Medicare
      *          Part B enrollment file SSAPARTB.DAT - the start and
      *          stop months between which SSA-PAYMENT takes the
      *          Part B premium out of the beneficiary's monthly
      *          payment instead of the beneficiary being billed
      *          direct. A disenrollment is keyed as a change that
      *          sets the stop month, so the months already deducted
      *          stay explained by the row; delete is for a row keyed
      *          in error. Same session shape as SSA-BANK-MAINT:
      *          sign-on against SSAOPER.DAT, refused while a batch
      *          holds the run lock, every change written to
      *          SSAMAINT.LOG in the standard audit line shape
      *          (shared SSAMSEQ.DAT sequence). The hold-harmless
      *          premium on the row belongs to SSA-COLA and is never
      *          keyed here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-PARTB-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTB-ENROLLMENT
               ASSIGN TO 'SSAPARTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDB-SSN
               FILE STATUS IS ENROLLMENT-FILE-STATUS.

           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

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
       FD PARTB-ENROLLMENT.
           COPY MEDBREC REPLACING ==MDB-RECORD-NAME== BY
               ==MDB-RECORD==.

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

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
           05 ENROLLMENT-FILE-STATUS PIC XX.
               88 ENROLLMENT-FILE-OK VALUE '00'.
               88 ENROLLMENT-FILE-MISSING VALUE '35'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 OPERATOR-FILE-STATUS PIC XX.
               88 OPERATOR-FILE-OK VALUE '00'.
           05 AUDIT-LOG-STATUS PIC XX.
           05 AUDIT-SEQ-FILE-STATUS PIC XX.
           05 WS-MORE-TRANSACTIONS PIC X VALUE 'Y'.
               88 NO-MORE-TRANSACTIONS VALUE 'N'.
           05 WS-SIGNED-ON-FLAG PIC X VALUE 'N'.
               88 OPERATOR-SIGNED-ON VALUE 'Y'.
           05 WS-WORKER-OK-FLAG PIC X.
               88 WORKER-ON-MASTER VALUE 'Y'.
               88 WORKER-NOT-ON-MASTER VALUE 'N'.
           05 WS-MONTH-OK-FLAG PIC X.
               88 MONTH-IS-VALID VALUE 'Y'.
               88 MONTH-IS-INVALID VALUE 'N'.
           05 WS-ENROLL-DATA-OK-FLAG PIC X.
               88 ENROLL-DATA-VALID VALUE 'Y'.
               88 ENROLL-DATA-INVALID VALUE 'N'.

       01 WS-CHOICE PIC X.
       01 WS-INPUT-SSN PIC X(11).
       01 WS-WORK-SSN PIC X(9).
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-WORK-MONTH PIC 9(6).
       01 WS-WORK-MONTH-MM PIC 99.
       01 WS-NEW-START-MONTH PIC 9(6).
       01 WS-NEW-STOP-MONTH PIC 9(6).
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
                       RC-LOCK-PROGRAM ') - MAINTENANCE UNAVAILABLE.'
                   CLOSE OPERATOR-MASTER
               ELSE
                   OPEN INPUT SOCIAL-SECURITY-FILE
                   PERFORM OPEN-ENROLLMENT-FILE
                   PERFORM UNTIL NO-MORE-TRANSACTIONS
                       PERFORM PROMPT-FOR-TRANSACTION
                       PERFORM DISPATCH-TRANSACTION
                   END-PERFORM
                   CLOSE SOCIAL-SECURITY-FILE
                   CLOSE PARTB-ENROLLMENT
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF
           PERFORM SAVE-AUDIT-SEQUENCE
           CLOSE AUDIT-LOG
           GOBACK.

       CHECK-RUN-INTERLOCK.
           SET RC-FUNCTION-CHECK TO TRUE
           MOVE 'SSA-PARTB-MAINT' TO RC-PROGRAM-NAME
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

      * The enrollment file doesn't exist until the first enrollment
      * is ever keyed - create it empty then, the same posture the
      * other programs take with a missing control file.
       OPEN-ENROLLMENT-FILE.
           OPEN I-O PARTB-ENROLLMENT
           IF ENROLLMENT-FILE-MISSING
               OPEN OUTPUT PARTB-ENROLLMENT
               CLOSE PARTB-ENROLLMENT
               OPEN I-O PARTB-ENROLLMENT
           END-IF
           IF NOT ENROLLMENT-FILE-OK
               DISPLAY 'UNABLE TO OPEN PART B ENROLLMENT FILE - STATUS '
                   ENROLLMENT-FILE-STATUS
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
           DISPLAY 'PART B ENROLLMENT - (A)DD (C)HANGE/STOP (D)ELETE '
               '(I)NQUIRE (Q)UIT: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.

       DISPATCH-TRANSACTION.
           EVALUATE WS-CHOICE
               WHEN 'A' WHEN 'a'
                   IF ROLE-CAN-UPDATE
                       PERFORM ADD-ENROLLMENT-ROW
                   ELSE
                       MOVE 'MDBADD' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'C' WHEN 'c'
                   IF ROLE-CAN-UPDATE
                       PERFORM CHANGE-ENROLLMENT-ROW
                   ELSE
                       MOVE 'MDBCHG' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'D' WHEN 'd'
                   IF ROLE-CAN-UPDATE
                       PERFORM DELETE-ENROLLMENT-ROW
                   ELSE
                       MOVE 'MDBDEL' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'I' WHEN 'i'
                   PERFORM INQUIRE-ENROLLMENT-ROW
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

       PROMPT-FOR-WORKER-SSN.
           DISPLAY 'BENEFICIARY SSN AS AAA-GG-SSSS: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-SSN
           MOVE WS-INPUT-SSN(1:3) TO WS-WORK-SSN(1:3)
           MOVE WS-INPUT-SSN(5:2) TO WS-WORK-SSN(4:2)
           MOVE WS-INPUT-SSN(8:4) TO WS-WORK-SSN(6:4)
           MOVE WS-WORK-SSN TO SSN-DATA
           READ SOCIAL-SECURITY-FILE
               INVALID KEY
                   SET WORKER-NOT-ON-MASTER TO TRUE
                   DISPLAY 'NO RECORD ON THE MASTER FOR THAT SSN.'
               NOT INVALID KEY
                   SET WORKER-ON-MASTER TO TRUE
           END-READ.

      * A new enrollment starts with no hold-harmless premium - the
      * standard premium applies until SSA-COLA finds the beneficiary
      * needs protecting from a premium increase.
       ADD-ENROLLMENT-ROW.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
               MOVE WS-WORK-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       PERFORM PROMPT-FOR-ENROLLMENT-DATA
                       IF ENROLL-DATA-VALID
                           MOVE WS-WORK-SSN TO MDB-SSN
                           MOVE 0 TO MDB-HH-YEAR
                           MOVE 0 TO MDB-HH-PREMIUM
                           PERFORM KEY-ENROLLMENT-ROW
                           WRITE MDB-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR ADDING ENROLLMENT '
                                       '- STATUS '
                                       ENROLLMENT-FILE-STATUS
                               NOT INVALID KEY
                                   MOVE 'MDBADD'
                                       TO WS-AUDIT-OPERATION
                                   PERFORM WRITE-ENROLLMENT-AUDIT
                                   DISPLAY 'PART B ENROLLMENT ADDED.'
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'ENROLLMENT ALREADY ON FILE FOR THAT '
                           'SSN - USE CHANGE INSTEAD.'
               END-READ
           END-IF.

      * Change rekeys both months; a disenrollment is a change that
      * fills in the stop month. The hold-harmless fields ride along
      * untouched.
       CHANGE-ENROLLMENT-ROW.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
               MOVE WS-WORK-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       DISPLAY 'NO PART B ENROLLMENT FOR THAT SSN.'
                   NOT INVALID KEY
                       DISPLAY '    NOW START ' MDB-START-MONTH
                           ' STOP ' MDB-STOP-MONTH
                       PERFORM PROMPT-FOR-ENROLLMENT-DATA
                       IF ENROLL-DATA-VALID
                           PERFORM KEY-ENROLLMENT-ROW
                           REWRITE MDB-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR REWRITING '
                                       'ENROLLMENT - STATUS '
                                       ENROLLMENT-FILE-STATUS
                               NOT INVALID KEY
                                   MOVE 'MDBCHG'
                                       TO WS-AUDIT-OPERATION
                                   PERFORM WRITE-ENROLLMENT-AUDIT
                                   DISPLAY 'PART B ENROLLMENT '
                                       'UPDATED.'
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      * Delete is for an enrollment keyed in error. A beneficiary
      * leaving Part B is stopped with a change, so the ledger's
      * past deductions still have an enrollment row behind them.
       DELETE-ENROLLMENT-ROW.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
               MOVE WS-WORK-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       DISPLAY 'NO PART B ENROLLMENT FOR THAT SSN.'
                   NOT INVALID KEY
                       DELETE PARTB-ENROLLMENT RECORD
                           INVALID KEY
                               DISPLAY 'ERROR DELETING ENROLLMENT - '
                                   'STATUS ' ENROLLMENT-FILE-STATUS
                           NOT INVALID KEY
                               MOVE 'MDBDEL' TO WS-AUDIT-OPERATION
                               PERFORM WRITE-ENROLLMENT-AUDIT
                               DISPLAY 'PART B ENROLLMENT DELETED.'
                       END-DELETE
               END-READ
           END-IF.

       INQUIRE-ENROLLMENT-ROW.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
               MOVE WS-WORK-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       DISPLAY 'NOT ENROLLED - NO PART B PREMIUM IS '
                           'DEDUCTED.'
                   NOT INVALID KEY
                       IF MDB-STOP-MONTH = 0
                           DISPLAY '    START ' MDB-START-MONTH
                               ' STOP (OPEN)'
                               ' CHANGED ' MDB-CHANGED-DATE
                       ELSE
                           DISPLAY '    START ' MDB-START-MONTH
                               ' STOP ' MDB-STOP-MONTH
                               ' CHANGED ' MDB-CHANGED-DATE
                       END-IF
                       IF MDB-HH-YEAR NOT = 0
                           DISPLAY '    HELD HARMLESS FOR '
                               MDB-HH-YEAR ' AT PREMIUM '
                               MDB-HH-PREMIUM
                       END-IF
               END-READ
           END-IF.

      * Both months keyed and edited before anything is written, so
      * an abandoned entry can't leave a row with a new start and an
      * old stop that now precedes it.
       PROMPT-FOR-ENROLLMENT-DATA.
           SET ENROLL-DATA-VALID TO TRUE
           DISPLAY 'START MONTH (CCYYMM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-MONTH
           ACCEPT WS-INPUT-MONTH
           PERFORM VALIDATE-MONTH
           IF MONTH-IS-INVALID
               SET ENROLL-DATA-INVALID TO TRUE
           ELSE
               MOVE WS-WORK-MONTH TO WS-NEW-START-MONTH
               DISPLAY 'STOP MONTH (CCYYMM, BLANK = OPEN): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-MONTH
               ACCEPT WS-INPUT-MONTH
               IF WS-INPUT-MONTH = SPACES OR WS-INPUT-MONTH = '000000'
                   MOVE 0 TO WS-NEW-STOP-MONTH
               ELSE
                   PERFORM VALIDATE-MONTH
                   IF MONTH-IS-INVALID
                       SET ENROLL-DATA-INVALID TO TRUE
                   ELSE
                       MOVE WS-WORK-MONTH TO WS-NEW-STOP-MONTH
                       IF WS-NEW-STOP-MONTH < WS-NEW-START-MONTH
                           DISPLAY 'STOP MONTH CANNOT PRECEDE THE '
                               'START MONTH - ENTRY ABANDONED.'
                           SET ENROLL-DATA-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-MONTH.
           SET MONTH-IS-INVALID TO TRUE
           IF WS-INPUT-MONTH IS NOT NUMERIC
               DISPLAY 'MONTH MUST BE KEYED AS CCYYMM - '
                   'ENTRY ABANDONED.'
           ELSE
               MOVE WS-INPUT-MONTH TO WS-WORK-MONTH
               MOVE WS-INPUT-MONTH(5:2) TO WS-WORK-MONTH-MM
               IF WS-WORK-MONTH-MM < 1 OR WS-WORK-MONTH-MM > 12
                   DISPLAY 'MONTH MUST BE 01 THROUGH 12 - '
                       'ENTRY ABANDONED.'
               ELSE
                   SET MONTH-IS-VALID TO TRUE
               END-IF
           END-IF.

       KEY-ENROLLMENT-ROW.
           MOVE WS-NEW-START-MONTH TO MDB-START-MONTH
           MOVE WS-NEW-STOP-MONTH TO MDB-STOP-MONTH
           MOVE WS-RUN-DATE TO MDB-CHANGED-DATE.

       WRITE-ENROLLMENT-AUDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'START->' MDB-START-MONTH
               ' STOP->' MDB-STOP-MONTH
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
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
