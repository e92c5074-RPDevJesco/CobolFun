      ******************************************************************
      * Program: SSA-RETENTION-MAINT
      * Purpose: Online maintenance for the records-retention table
      *          SSARETN.DAT - how many months each ever-growing
      *          ledger and log keeps on its live file before the
      *          SSA-RETENTION batch moves the older rows to an
      *          archive. Only the files that batch knows how to
      *          archive can be given a period; a file left without
      *          one is never purged. A period is changed by keying
      *          the file again. Same small-maintenance shape as
      *          SSA-ACTUARIAL-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-RETENTION-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-TABLE
               ASSIGN TO 'SSARETN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTN-FILE-ID
               FILE STATUS IS RETENTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-TABLE.
           COPY RETNREC REPLACING ==RTN-RECORD-NAME== BY
               ==RTN-RECORD==.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 RETENTION-FILE-STATUS PIC XX.
               88 RETENTION-FILE-OK VALUE '00'.
               88 RETENTION-FILE-MISSING VALUE '35'.
           05 WS-MORE-TRANSACTIONS PIC X VALUE 'Y'.
               88 NO-MORE-TRANSACTIONS VALUE 'N'.
           05 WS-FILE-ON-TABLE-FLAG PIC X.
               88 FILE-ON-TABLE VALUE 'Y'.
               88 FILE-NOT-ON-TABLE VALUE 'N'.
           05 WS-PERIOD-ON-FILE-FLAG PIC X.
               88 PERIOD-ON-FILE VALUE 'Y'.
               88 PERIOD-NOT-ON-FILE VALUE 'N'.

       01 WS-CHOICE PIC X.
       01 WS-INPUT-FILE-ID PIC X(8).
       01 WS-INPUT-MONTHS PIC X(3).
       01 WS-WORK-MONTHS PIC 9(3).
       01 WS-FILE-IDX PIC 9.
       01 WS-FILE-SLOT PIC 9.
       01 WS-RUN-DATE PIC 9(8).

      * The files SSA-RETENTION can archive, in the order it works
      * them, and what each one holds.
       01 WS-FILE-ID-VALUES.
           05 FILLER PIC X(8) VALUE 'SSAPAYH'.
           05 FILLER PIC X(8) VALUE 'SSAOVPAY'.
           05 FILLER PIC X(8) VALUE 'SSAETEST'.
           05 FILLER PIC X(8) VALUE 'SSAMAINT'.
           05 FILLER PIC X(8) VALUE 'SSARUNH'.
       01 WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
           05 WS-FILE-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-FILE-DESC-VALUES.
           05 FILLER PIC X(34) VALUE 'PAYMENT LEDGER'.
           05 FILLER PIC X(34) VALUE 'CLOSED OVERPAYMENT RECEIVABLES'.
           05 FILLER PIC X(34)
               VALUE 'SATISFIED EARNINGS-TEST DIRECTIVES'.
           05 FILLER PIC X(34) VALUE 'MAINTENANCE AUDIT LOG'.
           05 FILLER PIC X(34) VALUE 'BATCH RUN HISTORY'.
       01 WS-FILE-DESC-TABLE REDEFINES WS-FILE-DESC-VALUES.
           05 WS-FILE-DESC PIC X(34) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-RETENTION-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               PERFORM PROMPT-FOR-TRANSACTION
               EVALUATE WS-CHOICE
                   WHEN 'U' WHEN 'u'
                       PERFORM UPDATE-RETENTION-PERIOD
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-RETENTION-PERIODS
                   WHEN 'Q' WHEN 'q'
                       SET NO-MORE-TRANSACTIONS TO TRUE
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED OPTION: ' WS-CHOICE
               END-EVALUATE
           END-PERFORM
           CLOSE RETENTION-TABLE
           GOBACK.

      * The table doesn't exist until the first period is ever keyed
      * - create it empty then, the same posture the other programs
      * take with a missing control file.
       OPEN-RETENTION-FILE.
           OPEN I-O RETENTION-TABLE
           IF RETENTION-FILE-MISSING
               OPEN OUTPUT RETENTION-TABLE
               CLOSE RETENTION-TABLE
               OPEN I-O RETENTION-TABLE
           END-IF
           IF NOT RETENTION-FILE-OK
               DISPLAY 'UNABLE TO OPEN RETENTION TABLE - STATUS '
                   RETENTION-FILE-STATUS
               SET NO-MORE-TRANSACTIONS TO TRUE
           END-IF.

       PROMPT-FOR-TRANSACTION.
           DISPLAY ' '
           DISPLAY 'RECORDS RETENTION - (U)PDATE PERIOD (L)IST '
               '(Q)UIT: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.

       UPDATE-RETENTION-PERIOD.
           DISPLAY 'FILE (SSAPAYH SSAOVPAY SSAETEST SSAMAINT SSARUNH): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-FILE-ID
           ACCEPT WS-INPUT-FILE-ID
           PERFORM FIND-FILE-SLOT
           IF FILE-NOT-ON-TABLE
               DISPLAY 'NOT A FILE THE RETENTION RUN ARCHIVES - '
                   'ENTRY ABANDONED.'
           ELSE
               DISPLAY 'MONTHS TO KEEP ON THE LIVE FILE (NNN): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-MONTHS
               IF WS-INPUT-MONTHS IS NOT NUMERIC
                   DISPLAY 'MONTHS MUST BE THREE DIGITS - '
                       'ENTRY ABANDONED.'
               ELSE
                   MOVE WS-INPUT-MONTHS TO WS-WORK-MONTHS
                   IF WS-WORK-MONTHS = 0
                       DISPLAY 'A PERIOD OF ZERO WOULD ARCHIVE THE '
                           'WHOLE FILE - ENTRY ABANDONED.'
                   ELSE
                       PERFORM WRITE-OR-REWRITE-PERIOD
                   END-IF
               END-IF
           END-IF.

       FIND-FILE-SLOT.
           SET FILE-NOT-ON-TABLE TO TRUE
           MOVE 0 TO WS-FILE-SLOT
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5 OR FILE-ON-TABLE
               IF WS-FILE-ID(WS-FILE-IDX) = WS-INPUT-FILE-ID
                   SET FILE-ON-TABLE TO TRUE
                   MOVE WS-FILE-IDX TO WS-FILE-SLOT
               END-IF
           END-PERFORM.

       WRITE-OR-REWRITE-PERIOD.
           MOVE WS-FILE-ID(WS-FILE-SLOT) TO RTN-FILE-ID
           READ RETENTION-TABLE
               INVALID KEY
                   SET PERIOD-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET PERIOD-ON-FILE TO TRUE
           END-READ
           MOVE WS-FILE-ID(WS-FILE-SLOT) TO RTN-FILE-ID
           MOVE WS-WORK-MONTHS TO RTN-MONTHS
           MOVE WS-RUN-DATE TO RTN-CHANGED-DATE
           IF PERIOD-ON-FILE
               REWRITE RTN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING PERIOD - STATUS '
                           RETENTION-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY RTN-FILE-ID ' NOW KEEPS '
                           WS-WORK-MONTHS ' MONTHS.'
               END-REWRITE
           ELSE
               WRITE RTN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING PERIOD - STATUS '
                           RETENTION-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY RTN-FILE-ID ' NOW KEEPS '
                           WS-WORK-MONTHS ' MONTHS.'
               END-WRITE
           END-IF.

      * Every archivable file is listed, with or without a period,
      * so a file nobody has set up yet shows as never purged rather
      * than simply not appearing.
       LIST-RETENTION-PERIODS.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5
               MOVE WS-FILE-ID(WS-FILE-IDX) TO RTN-FILE-ID
               READ RETENTION-TABLE
                   INVALID KEY
                       DISPLAY '    ' WS-FILE-ID(WS-FILE-IDX) ' '
                           WS-FILE-DESC(WS-FILE-IDX)
                           ' NO PERIOD - NEVER PURGED'
                   NOT INVALID KEY
                       DISPLAY '    ' RTN-FILE-ID ' '
                           WS-FILE-DESC(WS-FILE-IDX)
                           ' KEEP ' RTN-MONTHS ' MONTHS (SET '
                           RTN-CHANGED-DATE ')'
               END-READ
           END-PERFORM.
