      ******************************************************************
      * Program: SSA-NOTICE-PRINT
      * Purpose: Beneficiary notice print batch - works the notice
      *          queue SSANOTQ.DAT that the deciding batches append
      *          to (award and rejection from SSA-CLAIMS-ADJUD, new
      *          amount from SSA-COLA, overpayment demand from
      *          SSA-OVERPAY-SWEEP, earnings-test withholding from
      *          SSA-EARNINGS-TEST) and prints one letter per notice,
      *          addressed from SSAADDR.DAT, to the run-dated mail
      *          house file SSANOTC.Dccyymmdd.RPT. An SSN's
      *          overpayment lines are gathered into a single demand
      *          letter. A person whose address is flagged returned
      *          mail, or who has no address on file, gets no letter:
      *          the notice is listed on the exception list
      *          SSANOTX.RPT and held on the queue for the next run,
      *          so keying a good address in SSA-ADDRESS-MAINT is all
      *          it takes to get it mailed. A notice for an SSN no
      *          longer on the master can never be addressed and is
      *          listed and dropped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-NOTICE-PRINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-QUEUE
               ASSIGN TO 'SSANOTQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-QUEUE-STATUS.

      * Held notices are parked here while the queue is read, then
      * copied back as the new queue once it is closed - a queue of
      * any length can be held, and nothing is lost if the run stops
      * before the copy-back (the old queue is still whole).
           SELECT NOTICE-HOLD
               ASSIGN TO 'SSANOTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

           SELECT ADDRESS-FILE
               ASSIGN TO 'SSAADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-SSN
               FILE STATUS IS ADDRESS-FILE-STATUS.

      * Run-dated name (SSANOTC.Dccyymmdd.RPT) built at start-up -
      * each night's letters go to the mail house as their own file,
      * the same retention SSA-STATEMENT's extract gets.
           SELECT NOTICE-PRINT
               ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO 'SSANOTX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

      * An NTQ-RECORD image, moved as a whole.
       FD NOTICE-HOLD.
       01 HOLD-RECORD PIC X(81).

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD ADDRESS-FILE.
           COPY ADDRREC REPLACING ==ADR-RECORD-NAME== BY
               ==ADR-RECORD==.

       FD NOTICE-PRINT.
       01 NOTICE-LINE PIC X(80).

       FD EXCEPTION-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 NOTICE-QUEUE-STATUS PIC XX.
               88 NOTICE-QUEUE-OK VALUE '00'.
           05 HOLD-FILE-STATUS PIC XX.
               88 HOLD-FILE-OK VALUE '00'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 ADDRESS-FILE-STATUS PIC XX.
               88 ADDRESS-FILE-OK VALUE '00'.
           05 PRINT-STATUS PIC XX.
           05 REPORT-STATUS PIC XX.
           05 WS-QUEUE-EOF-FLAG PIC X VALUE 'N'.
               88 QUEUE-DONE VALUE 'Y'.
           05 WS-HOLD-EOF-FLAG PIC X VALUE 'N'.
               88 HOLD-DONE VALUE 'Y'.
           05 WS-QUEUE-OPEN-FLAG PIC X VALUE 'N'.
               88 QUEUE-WAS-READ VALUE 'Y'.
           05 WS-HOLD-OPEN-FLAG PIC X VALUE 'N'.
               88 HOLD-WAS-OPENED VALUE 'Y'.
           05 WS-HOLD-ERROR-FLAG PIC X VALUE 'N'.
               88 HOLD-FILE-FAILED VALUE 'Y'.
           05 WS-ADDRESS-OPEN-FLAG PIC X VALUE 'N'.
               88 ADDRESSES-AVAILABLE VALUE 'Y'.
           05 WS-DEMAND-FLAG PIC X VALUE 'N'.
               88 DEMAND-LETTER-OPEN VALUE 'Y'.
               88 DEMAND-LETTER-CLOSED VALUE 'N'.
           05 WS-ROUTE-FLAG PIC X.
               88 ROUTE-TO-PRINT VALUE 'P'.
               88 ROUTE-TO-HOLD VALUE 'H'.
               88 ROUTE-TO-DROP VALUE 'D'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-PRINT-FILE-NAME PIC X(30).
       01 WS-NOTICE-DATE PIC X(10).
       01 WS-EDIT-MONTH PIC X(7).
       01 WS-ADDRESSEE-NAME PIC X(40).
       01 WS-EXCEPTION-REASON PIC X(30).
       01 WS-DEMAND-SSN PIC X(9).
       01 WS-DEMAND-TOTAL PIC 9(9)V99.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-QUEUE-READ PIC 9(7) VALUE 0.
           05 WS-AWARD-PRINTED PIC 9(7) VALUE 0.
           05 WS-REJECTION-PRINTED PIC 9(7) VALUE 0.
           05 WS-NEW-AMOUNT-PRINTED PIC 9(7) VALUE 0.
           05 WS-DEMAND-PRINTED PIC 9(7) VALUE 0.
           05 WS-DEMAND-ITEMS PIC 9(7) VALUE 0.
           05 WS-EARNINGS-TEST-PRINTED PIC 9(7) VALUE 0.
           05 WS-LETTERS-PRINTED PIC 9(7) VALUE 0.
           05 WS-HELD-RETURNED PIC 9(7) VALUE 0.
           05 WS-HELD-NO-ADDRESS PIC 9(7) VALUE 0.
           05 WS-DROPPED-NO-MASTER PIC 9(7) VALUE 0.
           05 WS-DROPPED-BAD-TYPE PIC 9(7) VALUE 0.
           05 WS-ITEMS-HELD PIC 9(7) VALUE 0.
           05 WS-ITEMS-REQUEUED PIC 9(7) VALUE 0.
           05 WS-EXCEPTIONS PIC 9(7) VALUE 0.

      * Letter lines - 80 columns, the mail house's print width.
       01 WS-BANNER-LINE PIC X(80) VALUE ALL '='.

       01 WS-LETTER-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-LABEL PIC X(40).
           05 LA-VALUE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-DEMAND-MONTH-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'BENEFIT PAID FOR'.
           05 DM-MONTH PIC X(7).
           05 FILLER PIC X(9) VALUE SPACES.
           05 DM-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(22) VALUE SPACES.

      * Exception list lines - 132 columns like every register.
       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(42) VALUE SPACES.
           05 RT-TEXT PIC X(40) VALUE
               'NOTICE PRINT EXCEPTION LIST - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS-SECTION-TITLE-LINE.
           05 FILLER PIC X(35) VALUE SPACES.
           05 ST-TEXT PIC X(62) VALUE SPACES.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(16) VALUE 'NOTICE'.
           05 FILLER PIC X(10) VALUE 'QUEUED'.
           05 FILLER PIC X(27) VALUE 'NAME ON MASTER'.
           05 FILLER PIC X(62) VALUE 'DISPOSITION'.

       01 WS-EXCEPTION-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 XD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XD-NOTICE PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XD-QUEUED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XD-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XD-REASON PIC X(30).
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM WORK-NOTICE-QUEUE UNTIL QUEUE-DONE
           IF DEMAND-LETTER-OPEN
               PERFORM FINISH-DEMAND-LETTER
           END-IF
           PERFORM RELEASE-NOTICE-QUEUE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING 'SSANOTC.D' WS-RUN-DATE '.RPT'
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           MOVE SPACES TO WS-NOTICE-DATE
           STRING WS-RUN-DATE(5:2) '/' WS-RUN-DATE(7:2) '/'
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-NOTICE-DATE
           OPEN INPUT NOTICE-QUEUE
           IF NOTICE-QUEUE-OK
               SET QUEUE-WAS-READ TO TRUE
           ELSE
               DISPLAY 'NO NOTICES QUEUED - STATUS '
                   NOTICE-QUEUE-STATUS
               SET QUEUE-DONE TO TRUE
           END-IF
           OPEN INPUT SOCIAL-SECURITY-FILE
           PERFORM OPEN-ADDRESS-FILE
           OPEN OUTPUT NOTICE-HOLD
           IF HOLD-FILE-OK
               SET HOLD-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN NOTICE HOLD FILE - STATUS '
                   HOLD-FILE-STATUS
               SET HOLD-FILE-FAILED TO TRUE
           END-IF
           OPEN OUTPUT NOTICE-PRINT
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

      * SSAADDR.DAT doesn't exist until the first address is keyed -
      * without it every notice is held as having no address, which
      * is the truth of the matter.
       OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-OK
               SET ADDRESSES-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO ADDRESS FILE ON HAND - STATUS '
                   ADDRESS-FILE-STATUS
           END-IF.

       WORK-NOTICE-QUEUE.
           READ NOTICE-QUEUE
               AT END
                   SET QUEUE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
                   PERFORM ROUTE-NOTICE
           END-READ.

      * An open demand letter is finished the moment the queue moves
      * past its SSN's overpayment lines - the sweep queues them in
      * SSN + month order, so they always arrive together.
       ROUTE-NOTICE.
           IF DEMAND-LETTER-OPEN
               IF NOT NTQ-OVERPAYMENT OR NTQ-SSN NOT = WS-DEMAND-SSN
                   PERFORM FINISH-DEMAND-LETTER
               END-IF
           END-IF
           PERFORM LOOK-UP-ADDRESSEE
           EVALUATE TRUE
               WHEN ROUTE-TO-PRINT
                   PERFORM PRINT-NOTICE
               WHEN ROUTE-TO-HOLD
                   IF HOLD-WAS-OPENED
                       MOVE NTQ-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
                       IF NOT HOLD-FILE-OK
                           DISPLAY 'ERROR HOLDING NOTICE - STATUS '
                               HOLD-FILE-STATUS
                           SET HOLD-FILE-FAILED TO TRUE
                       ELSE
                           ADD 1 TO WS-ITEMS-HELD
                       END-IF
                   END-IF
                   PERFORM WRITE-EXCEPTION-DETAIL
               WHEN ROUTE-TO-DROP
                   PERFORM WRITE-EXCEPTION-DETAIL
           END-EVALUATE.

      * The gates, in order: a notice type this run can print, the
      * person still on the master (else the notice can never be
      * addressed - dropped), an address on file, and that address
      * not flagged returned mail (both held until someone fixes
      * the address).
       LOOK-UP-ADDRESSEE.
           SET ROUTE-TO-PRINT TO TRUE
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO NAME-DATA
           IF NOT NTQ-KNOWN-TYPE
               SET ROUTE-TO-DROP TO TRUE
               MOVE 'UNKNOWN NOTICE TYPE - DROPPED'
                   TO WS-EXCEPTION-REASON
               ADD 1 TO WS-DROPPED-BAD-TYPE
           END-IF
           IF ROUTE-TO-PRINT
               MOVE NTQ-SSN TO SSN-DATA
               READ SOCIAL-SECURITY-FILE
                   INVALID KEY
                       SET ROUTE-TO-DROP TO TRUE
                       MOVE SPACES TO NAME-DATA
                       MOVE 'NOT ON MASTER - DROPPED'
                           TO WS-EXCEPTION-REASON
                       ADD 1 TO WS-DROPPED-NO-MASTER
               END-READ
           END-IF
           IF ROUTE-TO-PRINT
               IF ADDRESSES-AVAILABLE
                   MOVE NTQ-SSN TO ADR-SSN
                   READ ADDRESS-FILE
                       INVALID KEY
                           PERFORM HOLD-FOR-NO-ADDRESS
                   END-READ
               ELSE
                   PERFORM HOLD-FOR-NO-ADDRESS
               END-IF
           END-IF
           IF ROUTE-TO-PRINT AND ADR-MAIL-RETURNED
               SET ROUTE-TO-HOLD TO TRUE
               MOVE 'RETURNED MAIL - HELD' TO WS-EXCEPTION-REASON
               ADD 1 TO WS-HELD-RETURNED
           END-IF.

       HOLD-FOR-NO-ADDRESS.
           SET ROUTE-TO-HOLD TO TRUE
           MOVE 'NO ADDRESS ON FILE - HELD' TO WS-EXCEPTION-REASON
           ADD 1 TO WS-HELD-NO-ADDRESS.

       PRINT-NOTICE.
           EVALUATE TRUE
               WHEN NTQ-AWARD
                   PERFORM PRINT-AWARD-NOTICE
               WHEN NTQ-REJECTION
                   PERFORM PRINT-REJECTION-NOTICE
               WHEN NTQ-NEW-AMOUNT
                   PERFORM PRINT-NEW-AMOUNT-NOTICE
               WHEN NTQ-OVERPAYMENT
                   IF DEMAND-LETTER-CLOSED
                       PERFORM START-DEMAND-LETTER
                   END-IF
                   PERFORM ADD-DEMAND-LINE
               WHEN NTQ-EARNINGS-TEST
                   PERFORM PRINT-EARNINGS-TEST-NOTICE
           END-EVALUATE.

      * Every letter opens the same way: agency, date, the window
      * block the envelope shows, and the SSN the notice concerns.
      * A demand for payments made after a death goes to the estate.
       WRITE-LETTER-HEADING.
           WRITE NOTICE-LINE FROM WS-BANNER-LINE
           MOVE 'SOCIAL SECURITY ADMINISTRATION' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'NOTICE DATE: ' WS-NOTICE-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM BUILD-ADDRESSEE-NAME
           MOVE SPACES TO NOTICE-LINE
           STRING '    ' WS-ADDRESSEE-NAME
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING '    ' ADR-LINE-1
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF ADR-LINE-2 NOT = SPACES
               MOVE SPACES TO NOTICE-LINE
               STRING '    ' ADR-LINE-2
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING '    ' ADR-CITY DELIMITED BY '  '
               ', ' ADR-STATE '  ' ADR-ZIP
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'SOCIAL SECURITY NUMBER: ' SSN-AREA '-' SSN-GROUP
               '-' SSN-SERIAL
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       BUILD-ADDRESSEE-NAME.
           MOVE SPACES TO WS-ADDRESSEE-NAME
           IF NTQ-OVERPAYMENT AND DECEASED
               STRING 'ESTATE OF ' FIRST-NAME DELIMITED BY SPACE
                   ' ' LAST-NAME DELIMITED BY SPACE
                   INTO WS-ADDRESSEE-NAME
           ELSE
               IF MIDDLE-INIT = SPACE
                   STRING FIRST-NAME DELIMITED BY SPACE
                       ' ' LAST-NAME DELIMITED BY SPACE
                       INTO WS-ADDRESSEE-NAME
               ELSE
                   STRING FIRST-NAME DELIMITED BY SPACE
                       ' ' MIDDLE-INIT '. '
                       LAST-NAME DELIMITED BY SPACE
                       INTO WS-ADDRESSEE-NAME
               END-IF
           END-IF.

      * Every notice is a decision the person may contest, so every
      * letter carries the appeal-rights paragraph.
       WRITE-LETTER-CLOSING.
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'IF YOU DISAGREE WITH THIS DECISION, YOU HAVE THE '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'RIGHT TO APPEAL. ASK WITHIN 60 DAYS OF THE DATE OF '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'THIS NOTICE.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'SOCIAL SECURITY ADMINISTRATION' TO NOTICE-LINE
           WRITE NOTICE-LINE
           WRITE NOTICE-LINE FROM WS-BANNER-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-LETTERS-PRINTED.

       EDIT-NOTICE-MONTH.
           MOVE SPACES TO WS-EDIT-MONTH
           STRING NTQ-MONTH(5:2) '/' NTQ-MONTH(1:4)
               DELIMITED BY SIZE INTO WS-EDIT-MONTH.

       PRINT-AWARD-NOTICE.
           PERFORM WRITE-LETTER-HEADING
           MOVE 'NOTICE OF AWARD' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF NTQ-DISABILITY-BENEFIT
               MOVE
                   'YOUR CLAIM FOR MONTHLY DISABILITY BENEFITS HAS BEEN'
                   TO NOTICE-LINE
           ELSE
               MOVE
                   'YOUR CLAIM FOR MONTHLY RETIREMENT BENEFITS HAS BEEN'
                   TO NOTICE-LINE
           END-IF
           WRITE NOTICE-LINE
           MOVE 'APPROVED.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'YOUR MONTHLY BENEFIT AMOUNT' TO LA-LABEL
           MOVE NTQ-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           PERFORM EDIT-NOTICE-MONTH
           MOVE SPACES TO NOTICE-LINE
           STRING '    BENEFITS BEGIN WITH THE MONTH OF '
               WS-EDIT-MONTH
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-LETTER-CLOSING
           ADD 1 TO WS-AWARD-PRINTED.

       PRINT-REJECTION-NOTICE.
           PERFORM WRITE-LETTER-HEADING
           MOVE 'NOTICE OF DISAPPROVED CLAIM' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM EDIT-NOTICE-MONTH
           IF NTQ-DISABILITY-BENEFIT
               MOVE
                   'WE CANNOT APPROVE YOUR CLAIM FOR MONTHLY DISABILITY'
                   TO NOTICE-LINE
           ELSE
               MOVE
                   'WE CANNOT APPROVE YOUR CLAIM FOR MONTHLY RETIREMENT'
                   TO NOTICE-LINE
           END-IF
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'BENEFITS BEGINNING WITH THE MONTH OF '
               WS-EDIT-MONTH '.'
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING '    REASON: ' NTQ-REASON
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'YOU MAY FILE A NEW CLAIM AT ANY TIME.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-LETTER-CLOSING
           ADD 1 TO WS-REJECTION-PRINTED.

       PRINT-NEW-AMOUNT-NOTICE.
           PERFORM WRITE-LETTER-HEADING
           MOVE 'NOTICE OF NEW BENEFIT AMOUNT' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'YOUR MONTHLY BENEFIT HAS BEEN INCREASED BY THE '
               NTQ-YEAR
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'COST-OF-LIVING ADJUSTMENT.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'PREVIOUS MONTHLY AMOUNT' TO LA-LABEL
           MOVE NTQ-BASE-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE 'NEW MONTHLY AMOUNT' TO LA-LABEL
           MOVE NTQ-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           PERFORM WRITE-LETTER-CLOSING
           ADD 1 TO WS-NEW-AMOUNT-PRINTED.

       PRINT-EARNINGS-TEST-NOTICE.
           PERFORM WRITE-LETTER-HEADING
           MOVE 'NOTICE OF WITHHOLDING UNDER THE ANNUAL EARNINGS TEST'
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'YOU ARE UNDER FULL RETIREMENT AGE AND YOUR '
               NTQ-YEAR ' EARNINGS'
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'WERE OVER THE ANNUAL EXEMPT AMOUNT. WE WITHHOLD $1 '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'OF BENEFITS FOR EVERY $2 EARNED OVER THAT AMOUNT.'
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO LA-LABEL
           STRING 'YOUR ' NTQ-YEAR ' EARNINGS'
               DELIMITED BY SIZE INTO LA-LABEL
           MOVE NTQ-BASE-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE 'ANNUAL EXEMPT AMOUNT' TO LA-LABEL
           MOVE NTQ-LIMIT-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE 'AMOUNT TO BE WITHHELD' TO LA-LABEL
           MOVE NTQ-AMOUNT TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'WE WILL WITHHOLD YOUR MONTHLY PAYMENTS UNTIL THIS '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'AMOUNT HAS BEEN RECOVERED.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-LETTER-CLOSING
           ADD 1 TO WS-EARNINGS-TEST-PRINTED.

      * The demand letter is written in three parts: heading and
      * opening on the SSN's first overpayment line, one line per
      * month as they come, and the total and closing when the queue
      * moves on to another notice.
       START-DEMAND-LETTER.
           SET DEMAND-LETTER-OPEN TO TRUE
           MOVE NTQ-SSN TO WS-DEMAND-SSN
           MOVE 0 TO WS-DEMAND-TOTAL
           PERFORM WRITE-LETTER-HEADING
           MOVE 'NOTICE OF OVERPAYMENT - REPAYMENT REQUESTED'
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'OUR RECORDS SHOW BENEFITS WERE PAID ON THIS RECORD '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'FOR MONTHS AFTER THE DEATH OF THE BENEFICIARY. THESE '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'PAYMENTS WERE NOT DUE AND MUST BE REPAID:'
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-DEMAND-PRINTED.

       ADD-DEMAND-LINE.
           PERFORM EDIT-NOTICE-MONTH
           MOVE WS-EDIT-MONTH TO DM-MONTH
           MOVE NTQ-AMOUNT TO DM-AMOUNT
           WRITE NOTICE-LINE FROM WS-DEMAND-MONTH-LINE
           ADD NTQ-AMOUNT TO WS-DEMAND-TOTAL
           ADD 1 TO WS-DEMAND-ITEMS.

       FINISH-DEMAND-LETTER.
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'TOTAL OVERPAYMENT' TO LA-LABEL
           MOVE WS-DEMAND-TOTAL TO LA-VALUE
           WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'PLEASE REPAY THIS AMOUNT WITHIN 30 DAYS. IF YOU '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'BELIEVE THE OVERPAYMENT IS WRONG, OR THAT IT SHOULD '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'NOT HAVE TO BE REPAID, YOU MAY ASK US TO RECONSIDER '
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'OR TO WAIVE RECOVERY.' TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-LETTER-CLOSING
           SET DEMAND-LETTER-CLOSED TO TRUE.

       WRITE-EXCEPTION-DETAIL.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO XD-SSN
           STRING NTQ-SSN(1:3) '-' NTQ-SSN(4:2) '-' NTQ-SSN(6:4)
               DELIMITED BY SIZE INTO XD-SSN
           EVALUATE TRUE
               WHEN NTQ-AWARD
                   MOVE 'AWARD' TO XD-NOTICE
               WHEN NTQ-REJECTION
                   MOVE 'REJECTION' TO XD-NOTICE
               WHEN NTQ-NEW-AMOUNT
                   MOVE 'NEW AMOUNT' TO XD-NOTICE
               WHEN NTQ-OVERPAYMENT
                   MOVE 'OVERPAYMENT' TO XD-NOTICE
               WHEN NTQ-EARNINGS-TEST
                   MOVE 'EARNINGS TEST' TO XD-NOTICE
               WHEN OTHER
                   MOVE SPACES TO XD-NOTICE
                   STRING 'TYPE ' NTQ-TYPE
                       DELIMITED BY SIZE INTO XD-NOTICE
           END-EVALUATE
           MOVE NTQ-QUEUED-DATE TO XD-QUEUED
           MOVE SPACES TO XD-NAME
           IF LAST-NAME NOT = SPACES
               STRING LAST-NAME DELIMITED BY SPACE
                   ', ' FIRST-NAME DELIMITED BY SIZE
                   INTO XD-NAME
           END-IF
           MOVE WS-EXCEPTION-REASON TO XD-REASON
           WRITE REPORT-LINE FROM WS-EXCEPTION-DETAIL.

      * Control totals so the run reconciles: queue lines read =
      * lines printed (demand items counted singly) + held +
      * dropped.
       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER

           MOVE 'QUEUED NOTICES READ' TO SL-LABEL
           MOVE WS-QUEUE-READ TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'AWARD NOTICES PRINTED' TO SL-LABEL
           MOVE WS-AWARD-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'REJECTION NOTICES PRINTED' TO SL-LABEL
           MOVE WS-REJECTION-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'NEW-AMOUNT NOTICES PRINTED' TO SL-LABEL
           MOVE WS-NEW-AMOUNT-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'OVERPAYMENT DEMAND LETTERS PRINTED' TO SL-LABEL
           MOVE WS-DEMAND-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '    OVERPAID MONTHS DEMANDED' TO SL-LABEL
           MOVE WS-DEMAND-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'EARNINGS-TEST NOTICES PRINTED' TO SL-LABEL
           MOVE WS-EARNINGS-TEST-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'TOTAL LETTERS TO MAIL HOUSE' TO SL-LABEL
           MOVE WS-LETTERS-PRINTED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'HELD - RETURNED MAIL' TO SL-LABEL
           MOVE WS-HELD-RETURNED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'HELD - NO ADDRESS ON FILE' TO SL-LABEL
           MOVE WS-HELD-NO-ADDRESS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DROPPED - NOT ON MASTER' TO SL-LABEL
           MOVE WS-DROPPED-NO-MASTER TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DROPPED - UNKNOWN NOTICE TYPE' TO SL-LABEL
           MOVE WS-DROPPED-BAD-TYPE TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'NOTICES WRITTEN TO HOLD FILE' TO SL-LABEL
           MOVE WS-ITEMS-HELD TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'HELD NOTICES CARRIED TO NEXT RUN' TO SL-LABEL
           MOVE WS-ITEMS-REQUEUED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           IF HOLD-FILE-FAILED AND QUEUE-WAS-READ
               MOVE 'HOLD FILE FAILED - QUEUE LEFT AS FOUND' TO SL-LABEL
               MOVE WS-QUEUE-READ TO SL-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           CLOSE SOCIAL-SECURITY-FILE
           IF ADDRESSES-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           CLOSE NOTICE-PRINT
           CLOSE EXCEPTION-REPORT
           PERFORM WRITE-RUN-END.

      * The worked queue is replaced by the held notices alone -
      * printed and dropped ones are done with. A queue that could
      * not be opened is left exactly as it was found, and so is one
      * whose held notices did not all reach the hold file: a rerun
      * prints again whatever was not cleared, which is better than
      * losing a held notice for good.
       RELEASE-NOTICE-QUEUE.
           IF HOLD-WAS-OPENED
               CLOSE NOTICE-HOLD
           END-IF
           IF QUEUE-WAS-READ
               CLOSE NOTICE-QUEUE
               IF HOLD-FILE-FAILED
                   DISPLAY 'NOTICE HOLD FILE FAILED - QUEUE LEFT AS '
                       'FOUND.'
               ELSE
                   PERFORM REQUEUE-HELD-NOTICES
               END-IF
           END-IF.

       REQUEUE-HELD-NOTICES.
           OPEN INPUT NOTICE-HOLD
           OPEN OUTPUT NOTICE-QUEUE
           PERFORM COPY-HELD-NOTICE UNTIL HOLD-DONE
           CLOSE NOTICE-HOLD
           CLOSE NOTICE-QUEUE.

       COPY-HELD-NOTICE.
           READ NOTICE-HOLD
               AT END
                   SET HOLD-DONE TO TRUE
               NOT AT END
                   MOVE HOLD-RECORD TO NTQ-RECORD
                   WRITE NTQ-RECORD
                   IF NOT NOTICE-QUEUE-OK
                       DISPLAY 'ERROR REQUEUING NOTICE - STATUS '
                           NOTICE-QUEUE-STATUS
                   ELSE
                       ADD 1 TO WS-ITEMS-REQUEUED
                   END-IF
           END-READ.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-NOTICE-PRINT' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-NOTICE-PRINT' TO RC-PROGRAM-NAME
           MOVE WS-QUEUE-READ TO RC-RECORDS-READ
           MOVE WS-LETTERS-PRINTED TO RC-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
