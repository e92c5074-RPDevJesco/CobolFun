      ******************************************************************
      * Program: SSA-STATISTICS
      * Purpose: Monthly beneficiaries-in-current-pay statistics.
      *          Prompts for the statistics month (blank = this
      *          month) and counts every payee on that month's
      *          SSAPAYH.DAT rows - one row is one person paid - with
      *          the benefit due for the month (net paid plus tax,
      *          Medicare Part B premium, earnings-test and
      *          overpayment withholding, the same gross the
      *          general-ledger journal books) and the
      *          average benefit, broken out by benefit type
      *          (SSADEPS.DAT tells a spouse from a child), by age
      *          band and claim timing (from the worker's date of
      *          birth on SSAFILE.DAT and CLM-ELECTED-MONTH against
      *          the full retirement age), by direct deposit versus
      *          check, and by withholding election. Month-over-month
      *          movement sets the new awards on SSAAWARD.DAT and the
      *          workers who died or were suspended in the month
      *          against the change from the prior month. The month's
      *          headline figures are kept on the history file
      *          SSASTATH.DAT (see STATHREC) - a rerun replaces the
      *          month - and the report SSASTAT.RPT closes with a
      *          rolling 13-month trend page read back from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-STATISTICS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY
               ASSIGN TO 'SSAPAYH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

      * Read through once for the month's deaths and suspensions,
      * then by key for each worker's date of birth.
           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

      * Read through once for the month's new awards, then by key to
      * tell whether a worker who died or was suspended was in pay.
           SELECT BENEFIT-AWARDS
               ASSIGN TO 'SSAAWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-SSN
               FILE STATUS IS AWARD-FILE-STATUS.

           SELECT DEPENDENT-FILE
               ASSIGN TO 'SSADEPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-KEY
               FILE STATUS IS DEPENDENT-FILE-STATUS.

           SELECT CLAIMS-FILE
               ASSIGN TO 'SSACLAIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-SSN
               FILE STATUS IS CLAIM-FILE-STATUS.

           SELECT PAYEE-BANKING
               ASSIGN TO 'SSABANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNK-SSN
               FILE STATUS IS BANKING-FILE-STATUS.

           SELECT WITHHOLDING-ELECTIONS
               ASSIGN TO 'SSAWHELC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHE-SSN
               FILE STATUS IS ELECTION-FILE-STATUS.

           SELECT STATISTICS-HISTORY
               ASSIGN TO 'SSASTATH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STH-MONTH
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT STATISTICS-REPORT
               ASSIGN TO 'SSASTAT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-HISTORY.
           COPY PAYHIST REPLACING ==PAY-RECORD-NAME== BY
               ==PAY-RECORD==.

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD BENEFIT-AWARDS.
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD DEPENDENT-FILE.
           COPY DEPREC REPLACING ==DEP-RECORD-NAME== BY
               ==DEP-RECORD==.

       FD CLAIMS-FILE.
           COPY CLMREC REPLACING ==CLM-RECORD-NAME== BY
               ==CLM-RECORD==.

       FD PAYEE-BANKING.
           COPY BANKREC REPLACING ==BNK-RECORD-NAME== BY
               ==BNK-RECORD==.

       FD WITHHOLDING-ELECTIONS.
           COPY WHELREC REPLACING ==WHE-RECORD-NAME== BY
               ==WHE-RECORD==.

       FD STATISTICS-HISTORY.
           COPY STATHREC REPLACING ==STH-RECORD-NAME== BY
               ==STH-RECORD==.

       FD STATISTICS-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           05 PAYMENT-FILE-STATUS PIC XX.
               88 PAYMENT-FILE-OK VALUE '00'.
           05 WS-LEDGER-OPEN-FLAG PIC X VALUE 'N'.
               88 LEDGER-AVAILABLE VALUE 'Y'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
               88 MASTER-AVAILABLE VALUE 'Y'.
           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 WS-AWARDS-OPEN-FLAG PIC X VALUE 'N'.
               88 AWARDS-AVAILABLE VALUE 'Y'.
           05 DEPENDENT-FILE-STATUS PIC XX.
               88 DEPENDENT-FILE-OK VALUE '00'.
           05 WS-DEPENDENTS-OPEN-FLAG PIC X VALUE 'N'.
               88 DEPENDENTS-AVAILABLE VALUE 'Y'.
           05 CLAIM-FILE-STATUS PIC XX.
               88 CLAIM-FILE-OK VALUE '00'.
           05 WS-CLAIMS-OPEN-FLAG PIC X VALUE 'N'.
               88 CLAIMS-AVAILABLE VALUE 'Y'.
           05 BANKING-FILE-STATUS PIC XX.
               88 BANKING-FILE-OK VALUE '00'.
           05 WS-BANKING-OPEN-FLAG PIC X VALUE 'N'.
               88 BANKING-AVAILABLE VALUE 'Y'.
           05 ELECTION-FILE-STATUS PIC XX.
               88 ELECTION-FILE-OK VALUE '00'.
           05 WS-ELECTIONS-OPEN-FLAG PIC X VALUE 'N'.
               88 ELECTIONS-AVAILABLE VALUE 'Y'.
           05 HISTORY-FILE-STATUS PIC XX.
               88 HISTORY-FILE-OK VALUE '00'.
               88 HISTORY-FILE-MISSING VALUE '35'.
           05 WS-HISTORY-OPEN-FLAG PIC X VALUE 'N'.
               88 HISTORY-AVAILABLE VALUE 'Y'.
           05 REPORT-STATUS PIC XX.
           05 WS-AGE-FOUND-FLAG PIC X.
               88 AGE-FOUND VALUE 'Y'.
               88 AGE-NOT-FOUND VALUE 'N'.
           05 WS-PRIOR-FOUND-FLAG PIC X VALUE 'N'.
               88 PRIOR-FOUND VALUE 'Y'.
               88 PRIOR-NOT-FOUND VALUE 'N'.
           05 WS-TREND-PRIOR-FLAG PIC X.
               88 TREND-PRIOR-FOUND VALUE 'Y'.
               88 TREND-PRIOR-NOT-FOUND VALUE 'N'.
           05 WS-HISTORY-WRITTEN-FLAG PIC X VALUE 'N'.
               88 HISTORY-WRITTEN VALUE 'Y'.
           05 WS-HISTORY-REPLACED-FLAG PIC X VALUE 'N'.
               88 HISTORY-REPLACED VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-MONTH-INPUT PIC X(6).
       01 WS-STATS-MONTH PIC 9(6).
       01 WS-STATS-MONTH-PARTS REDEFINES WS-STATS-MONTH.
           05 WS-STATS-YEAR PIC 9(4).
           05 WS-STATS-MM PIC 99.
      * Months as a running count (year * 12 + month - 1), so the
      * trend page and the FRA comparison can step across a year
      * end by simple arithmetic.
       01 WS-STATS-INDEX PIC 9(6).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-INDEX-YEAR PIC 9(4).
       01 WS-INDEX-MM PIC 99.
       01 WS-WORK-MONTH PIC 9(6).
       01 WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MM PIC 99.
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-TREND-FIRST-INDEX PIC 9(6).
       01 WS-BIRTH-INDEX PIC 9(6).
       01 WS-FRA-INDEX PIC 9(6).
       01 WS-ELECTED-INDEX PIC 9(6).

      * The as-of date handed to SSA-BENEFIT-CALC: the statistics
      * month with a day past any birth day, so a payee is counted
      * at the age reached in the month.
       01 WS-AS-OF-DATE PIC 9(8).

       01 WS-DOB-CHECK-RESULT.
           05 WS-DOB-CHECK-FLAG PIC X.
           05 WS-DOB-CHECK-REASON PIC X(20).

       COPY BENRSLT REPLACING ==RES-NAME== BY ==WS-BENEFIT-RESULTS==
           LEADING ==RES== BY ==WS-RESULT==.

      * Only the age and the full retirement age are wanted back, so
      * the earnings table goes over empty.
       COPY EARNTBL REPLACING ==EARN-TABLE-NAME==
           BY ==WS-EARNINGS-TABLE==.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

      * The benefit due for the row in hand, and the cells it is
      * counted into - one per section of the report.
       01 WS-ROW-BENEFIT PIC 9(7)V99.
       01 WS-TYPE-CELL PIC 99.
       01 WS-AGE-CELL PIC 99.
       01 WS-TIMING-CELL PIC 99.
       01 WS-METHOD-CELL PIC 99.
       01 WS-ELECTION-CELL PIC 99.
       01 WS-CELL PIC 99.
       01 WS-SECT PIC 9.
       01 WS-TYPE-IDX PIC 9.
       01 WS-TREND-IDX PIC 99.

      * Every count the report prints sits in one cell table; the
      * sections below say which run of cells each one is.
       01 WS-CELL-TOTALS.
           05 WS-CELL-ENTRY OCCURS 27 TIMES.
               10 WS-CELL-COUNT PIC 9(7).
               10 WS-CELL-DOLLARS PIC 9(11)V99.

       01 WS-CELL-LABEL-VALUES.
           05 FILLER PIC X(30) VALUE 'RETIREMENT - WORKER'.
           05 FILLER PIC X(30) VALUE 'DISABILITY - WORKER'.
           05 FILLER PIC X(30) VALUE 'SPOUSAL'.
           05 FILLER PIC X(30) VALUE 'CHILD'.
           05 FILLER PIC X(30) VALUE 'SURVIVOR'.
           05 FILLER PIC X(30) VALUE 'UNDER 62'.
           05 FILLER PIC X(30) VALUE '62 - 64'.
           05 FILLER PIC X(30) VALUE '65 - 66'.
           05 FILLER PIC X(30) VALUE '67 - 69'.
           05 FILLER PIC X(30) VALUE '70 - 74'.
           05 FILLER PIC X(30) VALUE '75 - 79'.
           05 FILLER PIC X(30) VALUE '80 - 84'.
           05 FILLER PIC X(30) VALUE '85 AND OVER'.
           05 FILLER PIC X(30) VALUE 'AGE NOT ON FILE'.
           05 FILLER PIC X(30) VALUE 'EARLY - BEFORE FRA'.
           05 FILLER PIC X(30) VALUE 'AT FULL RETIREMENT AGE'.
           05 FILLER PIC X(30) VALUE 'DELAYED - AFTER FRA'.
           05 FILLER PIC X(30) VALUE 'CONVERTED FROM DISABILITY'.
           05 FILLER PIC X(30) VALUE 'NO CLAIM OR AGE ON FILE'.
           05 FILLER PIC X(30) VALUE 'DIRECT DEPOSIT'.
           05 FILLER PIC X(30) VALUE 'CHECK'.
           05 FILLER PIC X(30) VALUE 'ELECTED 7 PERCENT'.
           05 FILLER PIC X(30) VALUE 'ELECTED 10 PERCENT'.
           05 FILLER PIC X(30) VALUE 'ELECTED 12 PERCENT'.
           05 FILLER PIC X(30) VALUE 'ELECTED 22 PERCENT'.
           05 FILLER PIC X(30) VALUE 'NO ELECTION ON FILE'.
           05 FILLER PIC X(30) VALUE 'AUXILIARY - NOT ELECTABLE'.
       01 WS-CELL-LABEL-TABLE REDEFINES WS-CELL-LABEL-VALUES.
           05 WS-CELL-LABEL PIC X(30) OCCURS 27 TIMES.

      * Title, first cell and last cell of each report section.
       01 WS-SECTION-VALUES.
           05 FILLER PIC X(40) VALUE 'BENEFICIARIES BY BENEFIT TYPE'.
           05 FILLER PIC 99 VALUE 01.
           05 FILLER PIC 99 VALUE 05.
           05 FILLER PIC X(40) VALUE 'BENEFICIARIES BY AGE'.
           05 FILLER PIC 99 VALUE 06.
           05 FILLER PIC 99 VALUE 14.
           05 FILLER PIC X(40)
               VALUE 'RETIRED WORKERS BY CLAIM TIMING'.
           05 FILLER PIC 99 VALUE 15.
           05 FILLER PIC 99 VALUE 19.
           05 FILLER PIC X(40) VALUE 'BENEFICIARIES BY PAYMENT METHOD'.
           05 FILLER PIC 99 VALUE 20.
           05 FILLER PIC 99 VALUE 21.
           05 FILLER PIC X(40)
               VALUE 'BENEFICIARIES BY WITHHOLDING ELECTION'.
           05 FILLER PIC 99 VALUE 22.
           05 FILLER PIC 99 VALUE 27.
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05 WS-SECTION-ENTRY OCCURS 5 TIMES.
               10 WS-SECTION-TITLE PIC X(40).
               10 WS-SECTION-FIRST PIC 99.
               10 WS-SECTION-LAST PIC 99.

       01 WS-SECTION-COUNT PIC 9(7).
       01 WS-SECTION-DOLLARS PIC 9(11)V99.
       01 WS-PERCENT PIC 999V9.
       01 WS-AVERAGE PIC 9(7)V99.

       01 WS-RUN-TOTALS.
           05 WS-LEDGER-ROWS-READ PIC 9(7) VALUE 0.
           05 WS-MONTH-ROWS PIC 9(7) VALUE 0.
           05 WS-CATCH-UP-ROWS PIC 9(7) VALUE 0.
           05 WS-CATCH-UP-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-UNTYPED-ROWS PIC 9(7) VALUE 0.
           05 WS-BENEFICIARIES PIC 9(7) VALUE 0.
           05 WS-TOTAL-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-OWN-RECORD-PAYEES PIC 9(7) VALUE 0.
           05 WS-ELECTIONS PIC 9(7) VALUE 0.
           05 WS-TAX-WITHHELD PIC 9(11)V99 VALUE 0.
           05 WS-MASTERS-READ PIC 9(7) VALUE 0.
           05 WS-AWARDS-READ PIC 9(7) VALUE 0.
           05 WS-NEW-AWARDS PIC 9(7) VALUE 0.
           05 WS-DEATHS PIC 9(7) VALUE 0.
           05 WS-SUSPENSIONS PIC 9(7) VALUE 0.
           05 WS-PRIOR-BENEFICIARIES PIC 9(7) VALUE 0.
           05 WS-PRIOR-DOLLARS PIC 9(11)V99 VALUE 0.
           05 WS-TREND-PRIOR-BENEFICIARIES PIC 9(7) VALUE 0.
           05 WS-TREND-TERMINATIONS PIC 9(7) VALUE 0.

       01 WS-NET-CHANGE PIC S9(7).
       01 WS-OTHER-CHANGE PIC S9(7).
       01 WS-NET-DOLLAR-CHANGE PIC S9(11)V99.
       01 WS-COMPLETION-CODE PIC X(4) VALUE '0000'.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(34) VALUE SPACES.
           05 RT-TEXT PIC X(40) VALUE
               'BENEFICIARIES IN CURRENT PAY - MONTH'.
           05 RT-MONTH PIC 9(6).
           05 FILLER PIC X(6) VALUE ' - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-SECTION-TITLE-LINE.
           05 FILLER PIC X(35) VALUE SPACES.
           05 ST-TEXT PIC X(62) VALUE SPACES.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(32) VALUE 'CATEGORY'.
           05 FILLER PIC X(7) VALUE '  COUNT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE '   PCT'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE '    TOTAL DOLLARS'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE '   AVG BENEFIT'.
           05 FILLER PIC X(44) VALUE SPACES.

      * One line per cell: the count, its share of the section, the
      * benefit dollars due and the average benefit.
       01 WS-CELL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CL-LABEL PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-PERCENT PIC ZZ9.9.
           05 FILLER PIC X VALUE '%'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-DOLLARS PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-AVERAGE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(71) VALUE SPACES.

       01 WS-SUMMARY-SIGNED-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SG-LABEL PIC X(40).
           05 SG-VALUE PIC -(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-SIGNED-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SN-LABEL PIC X(40).
           05 SN-VALUE PIC $$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(70) VALUE SPACES.

       01 WS-SUMMARY-PERCENT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SP-LABEL PIC X(40).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SP-VALUE PIC ZZ9.9.
           05 FILLER PIC X VALUE '%'.
           05 FILLER PIC X(79) VALUE SPACES.

       01 WS-SUMMARY-TEXT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SX-TEXT PIC X(80).
           05 FILLER PIC X(48) VALUE SPACES.

       01 WS-TREND-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'MONTH'.
           05 FILLER PIC X(9) VALUE ' PAYEES'.
           05 FILLER PIC X(19) VALUE '    TOTAL DOLLARS'.
           05 FILLER PIC X(12) VALUE '   AVERAGE'.
           05 FILLER PIC X(8) VALUE '  RETIRE'.
           05 FILLER PIC X(8) VALUE '  DISAB'.
           05 FILLER PIC X(8) VALUE ' SPOUSE'.
           05 FILLER PIC X(8) VALUE '  CHILD'.
           05 FILLER PIC X(9) VALUE ' SURVIV'.
           05 FILLER PIC X(7) VALUE '   NEW'.
           05 FILLER PIC X(8) VALUE ' TERMS'.
           05 FILLER PIC X(7) VALUE '    NET'.
           05 FILLER PIC X(17) VALUE SPACES.

      * The net change is left blank when the month before is not on
      * the history file - nothing to measure it against.
       01 WS-TREND-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TL-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-BENEFICIARIES PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-DOLLARS PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AVERAGE PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-TYPE-COLUMN OCCURS 5 TIMES.
               10 TL-TYPE-COUNT PIC Z(6)9.
               10 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 TL-NEW-AWARDS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 TL-TERMINATIONS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-NET PIC -(6)9.
           05 TL-NET-BLANK REDEFINES TL-NET PIC X(7).
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-TREND-MISSING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TM-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TM-TEXT PIC X(40) VALUE
               'NO STATISTICS ON FILE FOR THIS MONTH'.
           05 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-FOR-STATISTICS-MONTH
           PERFORM INITIALIZATION
           PERFORM COUNT-TERMINATIONS
           PERFORM COUNT-NEW-AWARDS
           MOVE 'N' TO EOF-FLAG
           IF NOT LEDGER-AVAILABLE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM PROCESS-LEDGER-ROWS UNTIL END-OF-FILE
           PERFORM READ-PRIOR-MONTH
           PERFORM WRITE-STATISTICS-SECTIONS
           PERFORM WRITE-MOVEMENT-SECTION
           PERFORM SAVE-MONTH-HISTORY
           PERFORM WRITE-TREND-PAGE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEANUP
           GOBACK.

       PROMPT-FOR-STATISTICS-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'STATISTICS MONTH (CCYYMM, BLANK = THIS MONTH): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MONTH-INPUT
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT IS NUMERIC
               AND WS-MONTH-INPUT(5:2) >= '01'
               AND WS-MONTH-INPUT(5:2) <= '12'
               MOVE WS-MONTH-INPUT TO WS-STATS-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-STATS-MONTH
           END-IF
           DISPLAY 'STATISTICS FOR MONTH ' WS-STATS-MONTH.

      * Only the ledger is required. Without the master every age is
      * not on file; without the dependents file every auxiliary is
      * counted as a spouse; without the claims file every retired
      * worker shows no claim; without banking every payee is a
      * check; without elections nobody has withholding. A missing
      * history file is created empty, as on the first run.
       INITIALIZATION.
           PERFORM WRITE-RUN-START
           INITIALIZE WS-CELL-TOTALS
           COMPUTE WS-STATS-INDEX = WS-STATS-YEAR * 12
               + WS-STATS-MM - 1
           COMPUTE WS-AS-OF-DATE = WS-STATS-MONTH * 100 + 31
           MOVE 0 TO ET-COUNT
           OPEN INPUT PAYMENT-HISTORY
           IF PAYMENT-FILE-OK
               SET LEDGER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO PAYMENT LEDGER ON FILE - STATUS '
                   PAYMENT-FILE-STATUS
           END-IF
           OPEN INPUT SOCIAL-SECURITY-FILE
           IF FILE-OK
               SET MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT BENEFIT-AWARDS
           IF AWARD-FILE-OK
               SET AWARDS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT DEPENDENT-FILE
           IF DEPENDENT-FILE-OK
               SET DEPENDENTS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CLAIMS-FILE
           IF CLAIM-FILE-OK
               SET CLAIMS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT PAYEE-BANKING
           IF BANKING-FILE-OK
               SET BANKING-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT WITHHOLDING-ELECTIONS
           IF ELECTION-FILE-OK
               SET ELECTIONS-AVAILABLE TO TRUE
           END-IF
           OPEN I-O STATISTICS-HISTORY
           IF HISTORY-FILE-MISSING
               OPEN OUTPUT STATISTICS-HISTORY
               CLOSE STATISTICS-HISTORY
               OPEN I-O STATISTICS-HISTORY
           END-IF
           IF HISTORY-FILE-OK
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN STATISTICS HISTORY - STATUS '
                   HISTORY-FILE-STATUS
           END-IF
           OPEN OUTPUT STATISTICS-REPORT
           MOVE WS-STATS-MONTH TO RT-MONTH
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

      * A worker leaves current pay by dying or being suspended; the
      * master carries the date of each. Only a worker with an award
      * on file was ever in pay, so only those are counted.
       COUNT-TERMINATIONS.
           IF MASTER-AVAILABLE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SOCIAL-SECURITY-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTERS-READ
                           PERFORM CHECK-MASTER-TERMINATION
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-MASTER-TERMINATION.
           IF (DECEASED AND DATE-OF-DEATH(1:6) = WS-STATS-MONTH)
               OR (SUSPENDED AND SUSPEND-DATE(1:6) = WS-STATS-MONTH)
               IF AWARDS-AVAILABLE
                   MOVE SSN-DATA TO AWD-SSN
                   READ BENEFIT-AWARDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DECEASED
                               ADD 1 TO WS-DEATHS
                           ELSE
                               ADD 1 TO WS-SUSPENSIONS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       COUNT-NEW-AWARDS.
           IF AWARDS-AVAILABLE
               MOVE LOW-VALUES TO AWD-SSN
               START BENEFIT-AWARDS KEY IS NOT LESS THAN AWD-SSN
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ BENEFIT-AWARDS NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AWARDS-READ
                           IF AWD-AWARD-DATE(1:6) = WS-STATS-MONTH
                               ADD 1 TO WS-NEW-AWARDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * One ledger row for the month is one payee in current pay. The
      * retroactive catch-up rows ('RC') are arrears for months
      * already counted, not another person, so they are only totalled
      * for the control section.
       PROCESS-LEDGER-ROWS.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   IF PAY-MONTH = WS-STATS-MONTH
                       ADD 1 TO WS-MONTH-ROWS
                       COMPUTE WS-ROW-BENEFIT = PAY-AMOUNT
                           + PAY-WITHHELD + PAY-PARTB-PREMIUM
                           + PAY-ET-WITHHELD + PAY-OVP-RECOVERED
                       IF PAY-DEP-ID = 'RC'
                           ADD 1 TO WS-CATCH-UP-ROWS
                           ADD WS-ROW-BENEFIT TO WS-CATCH-UP-DOLLARS
                       ELSE
                           PERFORM CLASSIFY-PAYEE
                       END-IF
                   END-IF
           END-READ.

       CLASSIFY-PAYEE.
           EVALUATE TRUE
               WHEN PAY-RETIREMENT
                   MOVE 1 TO WS-TYPE-CELL
               WHEN PAY-DISABILITY
                   MOVE 2 TO WS-TYPE-CELL
               WHEN PAY-SPOUSAL
                   PERFORM CLASSIFY-AUXILIARY
               WHEN PAY-SURVIVOR
                   MOVE 5 TO WS-TYPE-CELL
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-CELL
           END-EVALUATE
           IF WS-TYPE-CELL = 0
               ADD 1 TO WS-UNTYPED-ROWS
           ELSE
               ADD 1 TO WS-BENEFICIARIES
               ADD WS-ROW-BENEFIT TO WS-TOTAL-DOLLARS
               PERFORM FIND-PAYEE-AGE
               PERFORM CLASSIFY-PAYMENT-METHOD
               PERFORM CLASSIFY-WITHHOLDING
               MOVE WS-TYPE-CELL TO WS-CELL
               PERFORM ADD-ROW-TO-CELL
               MOVE WS-AGE-CELL TO WS-CELL
               PERFORM ADD-ROW-TO-CELL
               MOVE WS-METHOD-CELL TO WS-CELL
               PERFORM ADD-ROW-TO-CELL
               MOVE WS-ELECTION-CELL TO WS-CELL
               PERFORM ADD-ROW-TO-CELL
               IF PAY-RETIREMENT
                   PERFORM CLASSIFY-CLAIM-TIMING
                   MOVE WS-TIMING-CELL TO WS-CELL
                   PERFORM ADD-ROW-TO-CELL
               END-IF
           END-IF.

      * Auxiliary rows all post as type 'P'; the dependent row says
      * whether the payee is the worker's spouse or child.
       CLASSIFY-AUXILIARY.
           MOVE 3 TO WS-TYPE-CELL
           IF DEPENDENTS-AVAILABLE
               MOVE PAY-SSN TO DEP-WORKER-SSN
               MOVE PAY-DEP-ID TO DEP-ID
               READ DEPENDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-CHILD
                           MOVE 4 TO WS-TYPE-CELL
                       END-IF
               END-READ
           END-IF.

      * The master's date of birth is the worker's own, so only a
      * worker paid on their own record ('00', retirement or
      * disability) has an age; a spouse, child or survivor is
      * counted as age not on file.
       FIND-PAYEE-AGE.
           SET AGE-NOT-FOUND TO TRUE
           MOVE 14 TO WS-AGE-CELL
           IF MASTER-AVAILABLE AND PAY-DEP-ID = '00'
               AND (PAY-RETIREMENT OR PAY-DISABILITY)
               MOVE PAY-SSN TO SSN-DATA
               READ SOCIAL-SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CALCULATE-PAYEE-AGE
               END-READ
           END-IF.

       CALCULATE-PAYEE-AGE.
           CALL 'SSA-DOB-CHECK' USING SS-RECORD WS-DOB-CHECK-RESULT
           IF WS-DOB-CHECK-FLAG = 'Y'
               CALL 'SSA-BENEFIT-CALC' USING SS-RECORD WS-AS-OF-DATE
                   WS-BENEFIT-RESULTS WS-EARNINGS-TABLE
               SET AGE-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN WS-RESULT-AGE-YEARS < 62
                       MOVE 6 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 65
                       MOVE 7 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 67
                       MOVE 8 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 70
                       MOVE 9 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 75
                       MOVE 10 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 80
                       MOVE 11 TO WS-AGE-CELL
                   WHEN WS-RESULT-AGE-YEARS < 85
                       MOVE 12 TO WS-AGE-CELL
                   WHEN OTHER
                       MOVE 13 TO WS-AGE-CELL
               END-EVALUATE
           END-IF.

      * The same rule SSA-PAYMENT pays by: only a payee on their own
      * record with a banking row on file is deposited.
       CLASSIFY-PAYMENT-METHOD.
           MOVE 21 TO WS-METHOD-CELL
           IF BANKING-AVAILABLE AND PAY-DEP-ID = '00'
               MOVE PAY-SSN TO BNK-SSN
               READ PAYEE-BANKING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 20 TO WS-METHOD-CELL
               END-READ
           END-IF.

      * Elections reach only rows paid under dependent id '00' (see
      * SSA-PAYMENT), so an auxiliary payee is counted apart and left
      * out of the election rate.
       CLASSIFY-WITHHOLDING.
           ADD PAY-WITHHELD TO WS-TAX-WITHHELD
           IF PAY-DEP-ID NOT = '00'
               MOVE 27 TO WS-ELECTION-CELL
           ELSE
               ADD 1 TO WS-OWN-RECORD-PAYEES
               MOVE 26 TO WS-ELECTION-CELL
               IF ELECTIONS-AVAILABLE
                   MOVE PAY-SSN TO WHE-SSN
                   READ WITHHOLDING-ELECTIONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EVALUATE WHE-RATE
                               WHEN 07
                                   MOVE 22 TO WS-ELECTION-CELL
                               WHEN 10
                                   MOVE 23 TO WS-ELECTION-CELL
                               WHEN 12
                                   MOVE 24 TO WS-ELECTION-CELL
                               WHEN 22
                                   MOVE 25 TO WS-ELECTION-CELL
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-IF
               IF WS-ELECTION-CELL NOT = 26
                   ADD 1 TO WS-ELECTIONS
               END-IF
           END-IF.

      * The elected entitlement month against the month the worker
      * reached full retirement age: birth month = statistics month
      * less the age in months, FRA month = birth month plus the FRA.
      * A worker whose claim was a disability claim came to
      * retirement by conversion at FRA and is counted apart.
       CLASSIFY-CLAIM-TIMING.
           MOVE 19 TO WS-TIMING-CELL
           IF AGE-FOUND AND CLAIMS-AVAILABLE
               MOVE PAY-SSN TO CLM-SSN
               READ CLAIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLM-DISABILITY-CLAIM
                           MOVE 18 TO WS-TIMING-CELL
                       ELSE
                           IF CLM-ELECTED-MONTH > 0
                               PERFORM COMPARE-ELECTED-TO-FRA
                           END-IF
                       END-IF
               END-READ
           END-IF.

       COMPARE-ELECTED-TO-FRA.
           COMPUTE WS-BIRTH-INDEX = WS-STATS-INDEX
               - WS-RESULT-AGE-YEARS * 12 - WS-RESULT-AGE-MONTHS
           COMPUTE WS-FRA-INDEX = WS-BIRTH-INDEX
               + WS-RESULT-FRA-YEARS * 12 + WS-RESULT-FRA-MONTHS
           MOVE CLM-ELECTED-MONTH TO WS-WORK-MONTH
           COMPUTE WS-ELECTED-INDEX = WS-WORK-YEAR * 12
               + WS-WORK-MM - 1
           EVALUATE TRUE
               WHEN WS-ELECTED-INDEX < WS-FRA-INDEX
                   MOVE 15 TO WS-TIMING-CELL
               WHEN WS-ELECTED-INDEX = WS-FRA-INDEX
                   MOVE 16 TO WS-TIMING-CELL
               WHEN OTHER
                   MOVE 17 TO WS-TIMING-CELL
           END-EVALUATE.

       ADD-ROW-TO-CELL.
           ADD 1 TO WS-CELL-COUNT(WS-CELL)
           ADD WS-ROW-BENEFIT TO WS-CELL-DOLLARS(WS-CELL).

      * Last month's figures, for the movement section. A first run,
      * or a month skipped, leaves nothing to compare against.
       READ-PRIOR-MONTH.
           SET PRIOR-NOT-FOUND TO TRUE
           COMPUTE WS-MONTH-INDEX = WS-STATS-INDEX - 1
           PERFORM MONTH-FROM-INDEX
           MOVE WS-WORK-MONTH TO WS-PRIOR-MONTH
           IF HISTORY-AVAILABLE
               MOVE WS-PRIOR-MONTH TO STH-MONTH
               READ STATISTICS-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRIOR-FOUND TO TRUE
                       MOVE STH-BENEFICIARIES TO WS-PRIOR-BENEFICIARIES
                       MOVE STH-DOLLARS TO WS-PRIOR-DOLLARS
               END-READ
           END-IF.

       MONTH-FROM-INDEX.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-INDEX-YEAR
               REMAINDER WS-INDEX-MM
           COMPUTE WS-WORK-MONTH =
               WS-INDEX-YEAR * 100 + WS-INDEX-MM + 1.

       WRITE-STATISTICS-SECTIONS.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-SECT FROM 1 BY 1 UNTIL WS-SECT > 5
               PERFORM WRITE-STATISTICS-SECTION
           END-PERFORM

           MOVE 'WITHHOLDING ELECTION RATE - OWN RECORD' TO SP-LABEL
           IF WS-OWN-RECORD-PAYEES > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ELECTIONS * 100 / WS-OWN-RECORD-PAYEES
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO SP-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-PERCENT-LINE

           MOVE 'FEDERAL TAX WITHHELD FOR THE MONTH' TO SA-LABEL
           MOVE WS-TAX-WITHHELD TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE.

      * Each section foots to its own total line; every section but
      * claim timing (retired workers only) foots to the
      * beneficiaries in current pay.
       WRITE-STATISTICS-SECTION.
           MOVE WS-SECTION-TITLE(WS-SECT) TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           MOVE 0 TO WS-SECTION-COUNT WS-SECTION-DOLLARS
           PERFORM VARYING WS-CELL FROM WS-SECTION-FIRST(WS-SECT)
                   BY 1 UNTIL WS-CELL > WS-SECTION-LAST(WS-SECT)
               ADD WS-CELL-COUNT(WS-CELL) TO WS-SECTION-COUNT
               ADD WS-CELL-DOLLARS(WS-CELL) TO WS-SECTION-DOLLARS
           END-PERFORM
           PERFORM VARYING WS-CELL FROM WS-SECTION-FIRST(WS-SECT)
                   BY 1 UNTIL WS-CELL > WS-SECTION-LAST(WS-SECT)
               MOVE WS-CELL-LABEL(WS-CELL) TO CL-LABEL
               MOVE WS-CELL-COUNT(WS-CELL) TO CL-COUNT
               MOVE WS-CELL-DOLLARS(WS-CELL) TO CL-DOLLARS
               IF WS-SECTION-COUNT > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-CELL-COUNT(WS-CELL) * 100 / WS-SECTION-COUNT
               ELSE
                   MOVE 0 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO CL-PERCENT
               IF WS-CELL-COUNT(WS-CELL) > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-CELL-DOLLARS(WS-CELL) / WS-CELL-COUNT(WS-CELL)
               ELSE
                   MOVE 0 TO WS-AVERAGE
               END-IF
               MOVE WS-AVERAGE TO CL-AVERAGE
               WRITE REPORT-LINE FROM WS-CELL-LINE
           END-PERFORM
           MOVE 'TOTAL' TO CL-LABEL
           MOVE WS-SECTION-COUNT TO CL-COUNT
           MOVE WS-SECTION-DOLLARS TO CL-DOLLARS
           IF WS-SECTION-COUNT > 0
               MOVE 100 TO CL-PERCENT
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-SECTION-DOLLARS / WS-SECTION-COUNT
           ELSE
               MOVE 0 TO CL-PERCENT
               MOVE 0 TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO CL-AVERAGE
           WRITE REPORT-LINE FROM WS-CELL-LINE.

      * Prior month + new awards - deaths - suspensions + other
      * changes = this month. The other changes are everything the
      * awards and terminations don't explain: auxiliaries added or
      * ended, survivors picked up after a death, reinstatements.
       WRITE-MOVEMENT-SECTION.
           MOVE 'MONTH-OVER-MONTH MOVEMENT' TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER

           IF PRIOR-FOUND
               MOVE 'IN CURRENT PAY - PRIOR MONTH' TO SL-LABEL
               MOVE WS-PRIOR-BENEFICIARIES TO SL-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           ELSE
               MOVE SPACES TO SX-TEXT
               STRING 'PRIOR MONTH ' WS-PRIOR-MONTH
                   ' NOT ON STATISTICS HISTORY - NO NET CHANGE'
                   DELIMITED BY SIZE INTO SX-TEXT
               WRITE REPORT-LINE FROM WS-SUMMARY-TEXT-LINE
           END-IF

           MOVE 'NEW AWARDS' TO SL-LABEL
           MOVE WS-NEW-AWARDS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'TERMINATIONS - DEATH' TO SL-LABEL
           MOVE WS-DEATHS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'TERMINATIONS - SUSPENSION' TO SL-LABEL
           MOVE WS-SUSPENSIONS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           IF PRIOR-FOUND
               COMPUTE WS-NET-CHANGE =
                   WS-BENEFICIARIES - WS-PRIOR-BENEFICIARIES
               COMPUTE WS-OTHER-CHANGE = WS-NET-CHANGE
                   - WS-NEW-AWARDS + WS-DEATHS + WS-SUSPENSIONS
               MOVE 'OTHER CHANGES' TO SG-LABEL
               MOVE WS-OTHER-CHANGE TO SG-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-SIGNED-LINE
           END-IF

           MOVE 'IN CURRENT PAY - THIS MONTH' TO SL-LABEL
           MOVE WS-BENEFICIARIES TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           IF PRIOR-FOUND
               MOVE 'NET CHANGE IN BENEFICIARIES' TO SG-LABEL
               MOVE WS-NET-CHANGE TO SG-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-SIGNED-LINE

               MOVE 'BENEFIT DOLLARS - PRIOR MONTH' TO SA-LABEL
               MOVE WS-PRIOR-DOLLARS TO SA-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           END-IF

           MOVE 'BENEFIT DOLLARS - THIS MONTH' TO SA-LABEL
           MOVE WS-TOTAL-DOLLARS TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           IF PRIOR-FOUND
               COMPUTE WS-NET-DOLLAR-CHANGE =
                   WS-TOTAL-DOLLARS - WS-PRIOR-DOLLARS
               MOVE 'NET CHANGE IN BENEFIT DOLLARS' TO SN-LABEL
               MOVE WS-NET-DOLLAR-CHANGE TO SN-VALUE
               WRITE REPORT-LINE FROM WS-SUMMARY-SIGNED-AMOUNT-LINE
           END-IF.

      * The month's row on the history file, replaced on a rerun so
      * the trend always shows the latest count of a month.
       SAVE-MONTH-HISTORY.
           IF HISTORY-AVAILABLE
               MOVE WS-STATS-MONTH TO STH-MONTH
               READ STATISTICS-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HISTORY-REPLACED TO TRUE
               END-READ
               MOVE WS-STATS-MONTH TO STH-MONTH
               MOVE WS-RUN-DATE TO STH-RUN-DATE
               MOVE WS-BENEFICIARIES TO STH-BENEFICIARIES
               MOVE WS-TOTAL-DOLLARS TO STH-DOLLARS
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
                   MOVE WS-CELL-COUNT(WS-TYPE-IDX)
                       TO STH-TYPE-COUNT(WS-TYPE-IDX)
                   MOVE WS-CELL-DOLLARS(WS-TYPE-IDX)
                       TO STH-TYPE-DOLLARS(WS-TYPE-IDX)
               END-PERFORM
               MOVE WS-NEW-AWARDS TO STH-NEW-AWARDS
               MOVE WS-DEATHS TO STH-DEATHS
               MOVE WS-SUSPENSIONS TO STH-SUSPENSIONS
               MOVE WS-CELL-COUNT(20) TO STH-DIRECT-DEPOSITS
               MOVE WS-CELL-COUNT(21) TO STH-CHECKS
               MOVE WS-ELECTIONS TO STH-ELECTIONS
               IF HISTORY-REPLACED
                   REWRITE STH-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET HISTORY-WRITTEN TO TRUE
                   END-REWRITE
               ELSE
                   WRITE STH-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET HISTORY-WRITTEN TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF NOT HISTORY-WRITTEN
               DISPLAY 'STATISTICS HISTORY NOT UPDATED - STATUS '
                   HISTORY-FILE-STATUS
               MOVE '0004' TO WS-COMPLETION-CODE
           END-IF.

      * Thirteen months ending with the statistics month - a full
      * year back to the same month last year. The month before the
      * first is read too, for the first line's net change.
       WRITE-TREND-PAGE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           MOVE '13-MONTH TREND - BENEFICIARIES IN CURRENT PAY'
               TO ST-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-TREND-HEADING
           COMPUTE WS-TREND-FIRST-INDEX = WS-STATS-INDEX - 12
           SET TREND-PRIOR-NOT-FOUND TO TRUE
           IF HISTORY-AVAILABLE
               COMPUTE WS-MONTH-INDEX = WS-TREND-FIRST-INDEX - 1
               PERFORM MONTH-FROM-INDEX
               MOVE WS-WORK-MONTH TO STH-MONTH
               READ STATISTICS-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TREND-PRIOR-FOUND TO TRUE
                       MOVE STH-BENEFICIARIES
                           TO WS-TREND-PRIOR-BENEFICIARIES
               END-READ
           END-IF
           PERFORM VARYING WS-TREND-IDX FROM 0 BY 1
                   UNTIL WS-TREND-IDX > 12
               COMPUTE WS-MONTH-INDEX =
                   WS-TREND-FIRST-INDEX + WS-TREND-IDX
               PERFORM MONTH-FROM-INDEX
               PERFORM WRITE-TREND-MONTH
           END-PERFORM.

       WRITE-TREND-MONTH.
           MOVE WS-WORK-MONTH TO STH-MONTH
           IF HISTORY-AVAILABLE
               READ STATISTICS-HISTORY
                   INVALID KEY
                       MOVE 0 TO STH-MONTH
               END-READ
           ELSE
               MOVE 0 TO STH-MONTH
           END-IF
           IF STH-MONTH = 0
               MOVE WS-WORK-MONTH TO TM-MONTH
               WRITE REPORT-LINE FROM WS-TREND-MISSING-LINE
               SET TREND-PRIOR-NOT-FOUND TO TRUE
           ELSE
               MOVE STH-MONTH TO TL-MONTH
               MOVE STH-BENEFICIARIES TO TL-BENEFICIARIES
               MOVE STH-DOLLARS TO TL-DOLLARS
               IF STH-BENEFICIARIES > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       STH-DOLLARS / STH-BENEFICIARIES
               ELSE
                   MOVE 0 TO WS-AVERAGE
               END-IF
               MOVE WS-AVERAGE TO TL-AVERAGE
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
                   MOVE STH-TYPE-COUNT(WS-TYPE-IDX)
                       TO TL-TYPE-COUNT(WS-TYPE-IDX)
               END-PERFORM
               MOVE STH-NEW-AWARDS TO TL-NEW-AWARDS
               COMPUTE WS-TREND-TERMINATIONS =
                   STH-DEATHS + STH-SUSPENSIONS
               MOVE WS-TREND-TERMINATIONS TO TL-TERMINATIONS
               IF TREND-PRIOR-FOUND
                   COMPUTE WS-NET-CHANGE = STH-BENEFICIARIES
                       - WS-TREND-PRIOR-BENEFICIARIES
                   MOVE WS-NET-CHANGE TO TL-NET
               ELSE
                   MOVE SPACES TO TL-NET-BLANK
               END-IF
               WRITE REPORT-LINE FROM WS-TREND-LINE
               SET TREND-PRIOR-FOUND TO TRUE
               MOVE STH-BENEFICIARIES TO WS-TREND-PRIOR-BENEFICIARIES
           END-IF.

      * Control totals: the month's ledger rows = beneficiaries +
      * catch-up rows + rows of an unknown type.
       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER

           MOVE 'LEDGER ROWS READ' TO SL-LABEL
           MOVE WS-LEDGER-ROWS-READ TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'LEDGER ROWS FOR THE MONTH' TO SL-LABEL
           MOVE WS-MONTH-ROWS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  BENEFICIARIES IN CURRENT PAY' TO SL-LABEL
           MOVE WS-BENEFICIARIES TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  RETRO CATCH-UP ROWS - NOT COUNTED' TO SL-LABEL
           MOVE WS-CATCH-UP-ROWS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  UNKNOWN PAYMENT TYPE - NOT COUNTED' TO SL-LABEL
           MOVE WS-UNTYPED-ROWS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'RETROACTIVE CATCH-UP DOLLARS' TO SA-LABEL
           MOVE WS-CATCH-UP-DOLLARS TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'MASTER RECORDS READ' TO SL-LABEL
           MOVE WS-MASTERS-READ TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'AWARD ROWS READ' TO SL-LABEL
           MOVE WS-AWARDS-READ TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE SPACES TO SX-TEXT
           EVALUATE TRUE
               WHEN NOT HISTORY-WRITTEN
                   MOVE 'STATISTICS HISTORY NOT UPDATED FOR THE MONTH'
                       TO SX-TEXT
               WHEN HISTORY-REPLACED
                   MOVE 'STATISTICS HISTORY ROW FOR THE MONTH REPLACED'
                       TO SX-TEXT
               WHEN OTHER
                   MOVE 'STATISTICS HISTORY ROW FOR THE MONTH ADDED'
                       TO SX-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SUMMARY-TEXT-LINE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           IF LEDGER-AVAILABLE
               CLOSE PAYMENT-HISTORY
           END-IF
           IF MASTER-AVAILABLE
               CLOSE SOCIAL-SECURITY-FILE
           END-IF
           IF AWARDS-AVAILABLE
               CLOSE BENEFIT-AWARDS
           END-IF
           IF DEPENDENTS-AVAILABLE
               CLOSE DEPENDENT-FILE
           END-IF
           IF CLAIMS-AVAILABLE
               CLOSE CLAIMS-FILE
           END-IF
           IF BANKING-AVAILABLE
               CLOSE PAYEE-BANKING
           END-IF
           IF ELECTIONS-AVAILABLE
               CLOSE WITHHOLDING-ELECTIONS
           END-IF
           IF HISTORY-AVAILABLE
               CLOSE STATISTICS-HISTORY
           END-IF
           CLOSE STATISTICS-REPORT
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-STATISTICS' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-STATISTICS' TO RC-PROGRAM-NAME
           MOVE WS-LEDGER-ROWS-READ TO RC-RECORDS-READ
           MOVE WS-BENEFICIARIES TO RC-RECORDS-WRITTEN
           MOVE WS-UNTYPED-ROWS TO RC-REJECTS
           MOVE WS-COMPLETION-CODE TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
