      ******************************************************************
      * Program: SSA-ADDRESS-MAINT
      * Purpose: Online maintenance for the mailing-address file
      *          SSAADDR.DAT - the one place a person on the master
      *          has a street address, so the notice run and the
      *          statement mailing have somewhere to send the letter.
      *          Same session shape as SSA-DEPENDENT-MAINT: sign-on
      *          against SSAOPER.DAT, refused while a batch holds the
      *          run lock, and every change written to SSAMAINT.LOG
      *          in the standard audit line shape (shared SSAMSEQ.DAT
      *          sequence). Besides add, change, and delete, the
      *          returned-mail option marks an address undeliverable
      *          when the post office sends a piece back (or clears
      *          the mark); keying a new address clears it as well.
      *          The person must be on the master before an address
      *          can be added under their SSN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-ADDRESS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE
               ASSIGN TO 'SSAADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-SSN
               FILE STATUS IS ADDRESS-FILE-STATUS.

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
       FD ADDRESS-FILE.
           COPY ADDRREC REPLACING ==ADR-RECORD-NAME== BY
               ==ADR-RECORD==.

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
           05 ADDRESS-FILE-STATUS PIC XX.
               88 ADDRESS-FILE-OK VALUE '00'.
               88 ADDRESS-FILE-MISSING VALUE '35'.
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
           05 WS-PERSON-OK-FLAG PIC X.
               88 PERSON-ON-MASTER VALUE 'Y'.
               88 PERSON-NOT-ON-MASTER VALUE 'N'.
           05 WS-ADDRESS-OK-FLAG PIC X.
               88 ADDRESS-IS-VALID VALUE 'Y'.
               88 ADDRESS-IS-INVALID VALUE 'N'.

       01 WS-CHOICE PIC X.
       01 WS-RETURN-CHOICE PIC X.
       01 WS-INPUT-SSN PIC X(11).
       01 WS-WORK-SSN PIC X(9).
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
                   PERFORM OPEN-ADDRESS-FILE
                   PERFORM UNTIL NO-MORE-TRANSACTIONS
                       PERFORM PROMPT-FOR-TRANSACTION
                       PERFORM DISPATCH-TRANSACTION
                   END-PERFORM
                   CLOSE SOCIAL-SECURITY-FILE
                   CLOSE ADDRESS-FILE
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF
           PERFORM SAVE-AUDIT-SEQUENCE
           CLOSE AUDIT-LOG
           GOBACK.

       CHECK-RUN-INTERLOCK.
           SET RC-FUNCTION-CHECK TO TRUE
           MOVE 'SSA-ADDRESS-MAINT' TO RC-PROGRAM-NAME
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

      * The address file doesn't exist until the first address is
      * ever keyed - create it empty then, the same posture the
      * other programs take with a missing control file.
       OPEN-ADDRESS-FILE.
           OPEN I-O ADDRESS-FILE
           IF ADDRESS-FILE-MISSING
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF
           IF NOT ADDRESS-FILE-OK
               DISPLAY 'UNABLE TO OPEN ADDRESS FILE - STATUS '
                   ADDRESS-FILE-STATUS
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
           DISPLAY 'ADDRESS MAINTENANCE - (A)DD (C)HANGE (D)ELETE '
               '(R)ETURNED MAIL (I)NQUIRE (Q)UIT: '
               WITH NO ADVANCING
           ACCEPT WS-CHOICE.

      * Role gate on every choice, the SSA-MAINTENANCE posture: I may
      * only inquire, U and S may add, change, delete, and mark
      * returned mail. Every refusal is audited.
       DISPATCH-TRANSACTION.
           EVALUATE WS-CHOICE
               WHEN 'A' WHEN 'a'
                   IF ROLE-CAN-UPDATE
                       PERFORM ADD-ADDRESS
                   ELSE
                       MOVE 'ADRADD' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'C' WHEN 'c'
                   IF ROLE-CAN-UPDATE
                       PERFORM CHANGE-ADDRESS
                   ELSE
                       MOVE 'ADRCHG' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'D' WHEN 'd'
                   IF ROLE-CAN-UPDATE
                       PERFORM DELETE-ADDRESS
                   ELSE
                       MOVE 'ADRDEL' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'R' WHEN 'r'
                   IF ROLE-CAN-UPDATE
                       PERFORM MAINTAIN-RETURNED-MAIL
                   ELSE
                       MOVE 'ADRRTN' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'I' WHEN 'i'
                   PERFORM INQUIRE-ADDRESS
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

      * The person must exist (and their LAST-NAME feeds the audit
      * line) before any address work proceeds under their SSN.
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
                   DISPLAY 'NO PERSON ON FILE FOR THAT SSN.'
               NOT INVALID KEY
                   SET PERSON-ON-MASTER TO TRUE
           END-READ.

       ADD-ADDRESS.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE WS-WORK-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       PERFORM KEY-AND-WRITE-ADDRESS
                   NOT INVALID KEY
                       DISPLAY 'AN ADDRESS IS ALREADY ON FILE - '
                           'USE CHANGE INSTEAD.'
               END-READ
           END-IF.

       KEY-AND-WRITE-ADDRESS.
           MOVE WS-WORK-SSN TO ADR-SSN
           PERFORM PROMPT-FOR-ADDRESS-DATA
           IF ADDRESS-IS-INVALID
               DISPLAY 'ADD REJECTED.'
           ELSE
               WRITE ADR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING ADDRESS - STATUS '
                           ADDRESS-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'ADRADD' TO WS-AUDIT-OPERATION
                       PERFORM BUILD-ADDRESS-DETAIL
                       PERFORM WRITE-ADDRESS-AUDIT
                       DISPLAY 'ADDRESS ADDED.'
               END-WRITE
           END-IF.

      * Line 1, city, state, and ZIP are what the mail house needs
      * to deliver - line 2 (apartment, in-care-of) is optional. A
      * freshly keyed address is good mail by definition, so the
      * returned-mail mark comes off with it.
       PROMPT-FOR-ADDRESS-DATA.
           SET ADDRESS-IS-VALID TO TRUE
           DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING
           ACCEPT ADR-LINE-1
           DISPLAY 'ADDRESS LINE 2 (OPTIONAL): ' WITH NO ADVANCING
           ACCEPT ADR-LINE-2
           DISPLAY 'CITY: ' WITH NO ADVANCING
           ACCEPT ADR-CITY
           DISPLAY 'STATE (2 LETTERS): ' WITH NO ADVANCING
           ACCEPT ADR-STATE
           DISPLAY 'ZIP (NNNNN OR NNNNN-NNNN): ' WITH NO ADVANCING
           ACCEPT ADR-ZIP
           IF ADR-LINE-1 = SPACES
               DISPLAY 'ADDRESS LINE 1 IS REQUIRED.'
               SET ADDRESS-IS-INVALID TO TRUE
           END-IF
           IF ADR-CITY = SPACES
               DISPLAY 'CITY IS REQUIRED.'
               SET ADDRESS-IS-INVALID TO TRUE
           END-IF
           IF ADR-STATE IS NOT ALPHABETIC
               OR ADR-STATE(1:1) = SPACE OR ADR-STATE(2:1) = SPACE
               DISPLAY 'STATE MUST BE TWO LETTERS.'
               SET ADDRESS-IS-INVALID TO TRUE
           END-IF
           IF ADR-ZIP(1:5) IS NOT NUMERIC
               DISPLAY 'ZIP MUST BEGIN WITH FIVE DIGITS.'
               SET ADDRESS-IS-INVALID TO TRUE
           END-IF
           SET ADR-MAIL-GOOD TO TRUE
           MOVE 0 TO ADR-RETURNED-DATE
           MOVE WS-RUN-DATE TO ADR-CHANGED-DATE.

       CHANGE-ADDRESS.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE WS-WORK-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY 'NO ADDRESS ON FILE FOR THAT SSN.'
                   NOT INVALID KEY
                       PERFORM DISPLAY-ADDRESS
                       PERFORM PROMPT-FOR-ADDRESS-DATA
                       IF ADDRESS-IS-INVALID
                           DISPLAY 'CHANGE REJECTED.'
                       ELSE
                           PERFORM REWRITE-CHANGED-ADDRESS
                       END-IF
               END-READ
           END-IF.

       REWRITE-CHANGED-ADDRESS.
           REWRITE ADR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING ADDRESS - STATUS '
                       ADDRESS-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'ADRCHG' TO WS-AUDIT-OPERATION
                   PERFORM BUILD-ADDRESS-DETAIL
                   PERFORM WRITE-ADDRESS-AUDIT
                   DISPLAY 'ADDRESS UPDATED.'
           END-REWRITE.

       DELETE-ADDRESS.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE WS-WORK-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY 'NO ADDRESS ON FILE FOR THAT SSN.'
                   NOT INVALID KEY
                       PERFORM BUILD-ADDRESS-DETAIL
                       DELETE ADDRESS-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERROR DELETING ADDRESS - '
                                   'STATUS ' ADDRESS-FILE-STATUS
                           NOT INVALID KEY
                               MOVE 'ADRDEL' TO WS-AUDIT-OPERATION
                               PERFORM WRITE-ADDRESS-AUDIT
                               DISPLAY 'ADDRESS DELETED.'
                       END-DELETE
               END-READ
           END-IF.

      * Marking returned mail holds every later letter on the notice
      * run's exception list until a good address is keyed; clearing
      * the mark by hand is for the piece that came back in error.
       MAINTAIN-RETURNED-MAIL.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE WS-WORK-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY 'NO ADDRESS ON FILE FOR THAT SSN.'
                   NOT INVALID KEY
                       PERFORM DISPLAY-ADDRESS
                       PERFORM SET-RETURNED-MAIL-FLAG
               END-READ
           END-IF.

       SET-RETURNED-MAIL-FLAG.
           DISPLAY '(M)ARK RETURNED OR (C)LEAR MARK: '
               WITH NO ADVANCING
           ACCEPT WS-RETURN-CHOICE
           EVALUATE WS-RETURN-CHOICE
               WHEN 'M' WHEN 'm'
                   SET ADR-MAIL-RETURNED TO TRUE
                   MOVE WS-RUN-DATE TO ADR-RETURNED-DATE
               WHEN 'C' WHEN 'c'
                   SET ADR-MAIL-GOOD TO TRUE
                   MOVE 0 TO ADR-RETURNED-DATE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED OPTION - NOTHING CHANGED.'
                   MOVE SPACE TO WS-RETURN-CHOICE
           END-EVALUATE
           IF WS-RETURN-CHOICE NOT = SPACE
               MOVE WS-RUN-DATE TO ADR-CHANGED-DATE
               REWRITE ADR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING ADDRESS - STATUS '
                           ADDRESS-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'ADRRTN' TO WS-AUDIT-OPERATION
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING 'RETURNED MAIL->' ADR-RETURNED-FLAG
                           ' ADDR->' ADR-LINE-1
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-ADDRESS-AUDIT
                       DISPLAY 'RETURNED-MAIL MARK UPDATED.'
               END-REWRITE
           END-IF.

       INQUIRE-ADDRESS.
           PERFORM PROMPT-FOR-PERSON-SSN
           IF PERSON-ON-MASTER
               MOVE WS-WORK-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY 'NO ADDRESS ON FILE FOR THAT SSN.'
                   NOT INVALID KEY
                       PERFORM DISPLAY-ADDRESS
               END-READ
           END-IF.

       DISPLAY-ADDRESS.
           DISPLAY '    ' FIRST-NAME ' ' MIDDLE-INIT ' ' LAST-NAME
           DISPLAY '    ' ADR-LINE-1
           IF ADR-LINE-2 NOT = SPACES
               DISPLAY '    ' ADR-LINE-2
           END-IF
           DISPLAY '    ' ADR-CITY ' ' ADR-STATE ' ' ADR-ZIP
           IF ADR-MAIL-RETURNED
               DISPLAY '    *** MAIL RETURNED ' ADR-RETURNED-DATE
                   ' - NOTICES HELD ***'
           END-IF
           DISPLAY '    LAST CHANGED ' ADR-CHANGED-DATE.

       BUILD-ADDRESS-DETAIL.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'ADDR->' ADR-LINE-1 ' ' ADR-CITY ' ' ADR-STATE
               ' ' ADR-ZIP
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.

       WRITE-ADDRESS-AUDIT.
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
