      *          sign-on against SSAOPER.DAT, refused while a batch
      *          holds the run lock, every filing and cancellation on
      *          SSAMAINT.LOG in the standard audit line shape.
      *          Disability claims come in the same way: the clerk
      *          keys the onset date and the entitlement month is
      *          figured from it (first full month of disability
      *          plus the five-month waiting period); the claim then
      *          waits on the medical determination, which only a
      *          supervisor may key as allowed or denied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CHOICE PIC X.
       01 WS-INPUT-SSN PIC X(11).
       01 WS-WORK-SSN PIC X(9).
       01 WS-CLAIM-TYPE PIC X.
           88 FILING-RETIREMENT VALUE 'R'.
           88 FILING-DISABILITY VALUE 'D'.
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-INPUT-DATE PIC X(8).
       01 WS-INPUT-DECISION PIC X.
       01 WS-WORK-ONSET PIC 9(8).
       01 WS-WORK-YYYY PIC 9(4).
       01 WS-WORK-DD PIC 99.
      * Onset-to-entitlement arithmetic runs in months since year 0
      * so the five-month wait rolls across a year end on its own.
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-ENTITLE-YEAR PIC 9(4).
       01 WS-ENTITLE-MM PIC 99.
       01 WS-WORK-MONTH PIC 9(6).
       01 WS-WORK-MM PIC 99.
       01 WS-RUN-DATE PIC 9(8).

       PROMPT-FOR-TRANSACTION.
           DISPLAY ' '
           DISPLAY 'CLAIMS INTAKE - (F)ILE CLAIM (D)ISABILITY CLAIM '
               '(M)EDICAL DETERMINATION'
           DISPLAY '                (C)ANCEL (I)NQUIRE (Q)UIT: '
               WITH NO ADVANCING
           ACCEPT WS-CHOICE.

       DISPATCH-TRANSACTION.
           EVALUATE WS-CHOICE
               WHEN 'F' WHEN 'f'
                   IF ROLE-CAN-UPDATE
                       SET FILING-RETIREMENT TO TRUE
                       PERFORM FILE-CLAIM
                   ELSE
                       MOVE 'CLMFIL' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'D' WHEN 'd'
                   IF ROLE-CAN-UPDATE
                       SET FILING-DISABILITY TO TRUE
                       PERFORM FILE-CLAIM
                   ELSE
                       MOVE 'CLMDIB' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'M' WHEN 'm'
                   IF ROLE-SUPERVISOR
                       PERFORM RECORD-MEDICAL-DETERMINATION
                   ELSE
                       MOVE 'CLMMED' TO WS-DENIED-OP
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN 'C' WHEN 'c'
                   IF ROLE-CAN-UPDATE
                       PERFORM CANCEL-CLAIM
      * a claim already ADJUDICATED or PENDING is closed to
      * re-filing. A REJECTED claim may be re-filed, which is how a
      * worker comes back after fixing whatever sank the first one.
      * The same edits hold for both claim types - a disabled worker
      * already drawing retirement has nothing left to claim.
       FILE-CLAIM.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
                           DISPLAY 'A CLAIM IS ALREADY ON FILE WITH '
                               'STATUS ' CLM-STATUS '.'
                       ELSE
                           IF FILING-DISABILITY
                               PERFORM TAKE-DISABILITY-APPLICATION
                           ELSE
                               PERFORM TAKE-CLAIM-APPLICATION
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   DISPLAY 'MONTH MUST BE 01-12 - ENTRY ABANDONED.'
               ELSE
                   MOVE 0 TO WS-WORK-ONSET
                   PERFORM WRITE-OR-REFILE-CLAIM
               END-IF
           END-IF.

      * The onset date may not be in the future - a worker is not
      * disabled from a date that has not happened. The first full
      * month of disability is the onset month only when the onset
      * falls on the 1st; benefits start five full months later.
       TAKE-DISABILITY-APPLICATION.
           DISPLAY 'DISABILITY ONSET DATE (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE IS NOT NUMERIC
               DISPLAY 'DATE MUST BE EIGHT DIGITS - ENTRY ABANDONED.'
           ELSE
               MOVE WS-INPUT-DATE TO WS-WORK-ONSET
               MOVE WS-INPUT-DATE(1:4) TO WS-WORK-YYYY
               MOVE WS-INPUT-DATE(5:2) TO WS-WORK-MM
               MOVE WS-INPUT-DATE(7:2) TO WS-WORK-DD
               IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
                   DISPLAY 'NOT A VALID DATE - ENTRY ABANDONED.'
               ELSE
                   IF WS-WORK-ONSET > WS-RUN-DATE
                       DISPLAY 'ONSET IS AFTER TODAY - ENTRY '
                           'ABANDONED.'
                   ELSE
                       PERFORM COMPUTE-ENTITLEMENT-MONTH
                       PERFORM WRITE-OR-REFILE-CLAIM
                   END-IF
               END-IF
           END-IF.

       COMPUTE-ENTITLEMENT-MONTH.
           COMPUTE WS-MONTH-COUNT =
               WS-WORK-YYYY * 12 + WS-WORK-MM - 1
           IF WS-WORK-DD > 1
               ADD 1 TO WS-MONTH-COUNT
           END-IF
           ADD 5 TO WS-MONTH-COUNT
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-ENTITLE-YEAR
               REMAINDER WS-ENTITLE-MM
           ADD 1 TO WS-ENTITLE-MM
           COMPUTE WS-WORK-MONTH =
               WS-ENTITLE-YEAR * 100 + WS-ENTITLE-MM.

       WRITE-OR-REFILE-CLAIM.
           MOVE WS-WORK-SSN TO CLM-SSN
           MOVE WS-RUN-DATE TO CLM-FILING-DATE
           MOVE 0 TO CLM-ADJUD-DATE
           MOVE 0 TO CLM-AWARD-AMOUNT
           MOVE SPACES TO CLM-REJECT-REASON
           MOVE WS-WORK-ONSET TO CLM-ONSET-DATE
           MOVE 0 TO CLM-MEDICAL-DATE
           IF FILING-DISABILITY
               SET CLM-DISABILITY-CLAIM TO TRUE
               SET CLM-MEDICAL-PENDING TO TRUE
           ELSE
               SET CLM-RETIREMENT-CLAIM TO TRUE
               MOVE SPACE TO CLM-MEDICAL-STATUS
           END-IF
           IF CLAIM-ON-FILE
               REWRITE CLM-RECORD
                   INVALID KEY
           END-IF.

       AUDIT-CLAIM-FILED.
           MOVE SPACES TO WS-AUDIT-DETAIL
           IF FILING-DISABILITY
               MOVE 'CLMDIB' TO WS-AUDIT-OPERATION
               STRING 'DISABILITY CLAIM FILED ONSET ' CLM-ONSET-DATE
                   ' ENTITLED MONTH ' CLM-ELECTED-MONTH
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           ELSE
               MOVE 'CLMFIL' TO WS-AUDIT-OPERATION
               STRING 'CLAIM FILED ELECTED MONTH ' CLM-ELECTED-MONTH
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
           PERFORM WRITE-CLAIM-AUDIT
           IF FILING-DISABILITY
               DISPLAY 'DISABILITY CLAIM FILED - FIRST PAYABLE MONTH '
                   CLM-ELECTED-MONTH
               DISPLAY 'AWAITING MEDICAL DETERMINATION.'
           ELSE
               DISPLAY 'CLAIM FILED - PENDING ADJUDICATION.'
           END-IF.

      * The medical determination is the one fact the adjudication
      * batch can't work out for itself. It goes on a pending
      * disability claim only, once - a denial is re-opened by
      * re-filing the claim, which puts the determination back to
      * pending.
       RECORD-MEDICAL-DETERMINATION.
           PERFORM PROMPT-FOR-WORKER-SSN
           IF WORKER-ON-MASTER
               PERFORM CHECK-EXISTING-CLAIM
               EVALUATE TRUE
                   WHEN CLAIM-NOT-ON-FILE
                       DISPLAY 'NO CLAIM ON FILE FOR THAT SSN.'
                   WHEN NOT CLM-DISABILITY-CLAIM
                       DISPLAY 'CLAIM ON FILE IS NOT A DISABILITY '
                           'CLAIM.'
                   WHEN NOT CLM-PENDING
                       DISPLAY 'CLAIM IS NOT PENDING (STATUS '
                           CLM-STATUS ') - NOTHING TO DETERMINE.'
                   WHEN NOT CLM-MEDICAL-PENDING
                       DISPLAY 'DETERMINATION ALREADY ON FILE ('
                           CLM-MEDICAL-STATUS ' ON ' CLM-MEDICAL-DATE
                           ').'
                   WHEN OTHER
                       PERFORM TAKE-MEDICAL-DETERMINATION
               END-EVALUATE
           END-IF.

       TAKE-MEDICAL-DETERMINATION.
           DISPLAY 'ONSET ' CLM-ONSET-DATE ' ENTITLED MONTH '
               CLM-ELECTED-MONTH
           DISPLAY 'DETERMINATION (A)LLOWED (D)ENIED: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DECISION
           EVALUATE WS-INPUT-DECISION
               WHEN 'A' WHEN 'a'
                   SET CLM-MEDICAL-ALLOWED TO TRUE
                   PERFORM WRITE-MEDICAL-DETERMINATION
               WHEN 'D' WHEN 'd'
                   SET CLM-MEDICAL-DENIED TO TRUE
                   PERFORM WRITE-MEDICAL-DETERMINATION
               WHEN OTHER
                   DISPLAY 'ENTER A OR D - ENTRY ABANDONED.'
           END-EVALUATE.

       WRITE-MEDICAL-DETERMINATION.
           MOVE WS-RUN-DATE TO CLM-MEDICAL-DATE
           REWRITE CLM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RECORDING DETERMINATION - STATUS '
                       CLAIMS-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'CLMMED' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   IF CLM-MEDICAL-ALLOWED
                       STRING 'MEDICAL DETERMINATION ALLOWED ONSET '
                           CLM-ONSET-DATE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   ELSE
                       STRING 'MEDICAL DETERMINATION DENIED ONSET '
                           CLM-ONSET-DATE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   END-IF
                   PERFORM WRITE-CLAIM-AUDIT
                   DISPLAY 'DETERMINATION RECORDED - CLAIM WILL '
                       'ADJUDICATE IN THE NEXT BATCH.'
           END-REWRITE.

      * Only a still-pending claim can be withdrawn - once the
      * adjudication batch has fixed the award the application is
                   DISPLAY '    FILED ' CLM-FILING-DATE
                       ' ELECTED ' CLM-ELECTED-MONTH
                       ' STATUS ' CLM-STATUS
                   IF CLM-DISABILITY-CLAIM
                       DISPLAY '    DISABILITY ONSET ' CLM-ONSET-DATE
                           ' MEDICAL ' CLM-MEDICAL-STATUS
                           ' ON ' CLM-MEDICAL-DATE
                   END-IF
                   IF CLM-ADJUDICATED
                       DISPLAY '    ADJUDICATED ' CLM-ADJUD-DATE
                           ' AWARD ' CLM-AWARD-AMOUNT
