      ******************************************************************
      * Program: SSA-APPEALS-AGING
      * Purpose: Aging report of open appeals - every appeal or waiver
      *          request on SSAAPPL.DAT still PENDING, with how many
      *          days it has been open and the money it is holding
      *          up. Recovery against an item stops the day its
      *          appeal is filed (SSA-PAYMENT passes it over until
      *          SSA-APPEALS-MAINT records the decision), so an appeal
      *          nobody decides is money neither collected nor
      *          written off; this report is how the desk sees what
      *          is sitting. Appeals are listed in SSN order and
      *          counted into the 0-30, 31-60, 61-90, 91-180 and over
      *          180 day bands, with the dollars in dispute by band
      *          and by kind of item. The register is SSAAPAG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-APPEALS-AGING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEALS-FILE
               ASSIGN TO 'SSAAPPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APL-KEY
               FILE STATUS IS APPEAL-FILE-STATUS.

      * Read-only, for the name on each line.
           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

           SELECT AGING-REPORT
               ASSIGN TO 'SSAAPAG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPEALS-FILE.
           COPY APPLREC REPLACING ==APL-RECORD-NAME== BY
               ==APL-RECORD==.

       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD AGING-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           05 APPEAL-FILE-STATUS PIC XX.
               88 APPEAL-FILE-OK VALUE '00'.
           05 WS-APPEALS-OPEN-FLAG PIC X VALUE 'N'.
               88 APPEALS-AVAILABLE VALUE 'Y'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
               88 MASTER-AVAILABLE VALUE 'Y'.
           05 REPORT-STATUS PIC XX.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAY-NUMBER PIC 9(7).
       01 WS-FILED-DAY-NUMBER PIC 9(7).
       01 WS-DAYS-OPEN PIC 9(7).
      * Aging band of the appeal in hand, 1 through 5.
       01 WS-BAND PIC 9.

       01 WS-BAND-LABEL-VALUES.
           05 FILLER PIC X(8) VALUE '0-30'.
           05 FILLER PIC X(8) VALUE '31-60'.
           05 FILLER PIC X(8) VALUE '61-90'.
           05 FILLER PIC X(8) VALUE '91-180'.
           05 FILLER PIC X(8) VALUE 'OVER 180'.
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL PIC X(8) OCCURS 5 TIMES.

       01 WS-BAND-TOTALS.
           05 WS-BAND-ENTRY OCCURS 5 TIMES.
               10 WS-BAND-COUNT PIC 9(7).
               10 WS-BAND-DOLLARS PIC 9(9)V99.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-APPEALS-READ PIC 9(7) VALUE 0.
           05 WS-APPEALS-DECIDED PIC 9(7) VALUE 0.
           05 WS-APPEALS-OPEN PIC 9(7) VALUE 0.
           05 WS-OPEN-CLAIM-ITEMS PIC 9(7) VALUE 0.
           05 WS-OPEN-TEST-ITEMS PIC 9(7) VALUE 0.
           05 WS-OPEN-OVERPAY-ITEMS PIC 9(7) VALUE 0.
           05 WS-OPEN-WAIVER-REQUESTS PIC 9(7) VALUE 0.
           05 WS-TEST-DOLLARS-HELD PIC 9(9)V99 VALUE 0.
           05 WS-OVERPAY-DOLLARS-HELD PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DOLLARS-HELD PIC 9(9)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(44) VALUE SPACES.
           05 RT-TEXT PIC X(36) VALUE
               'AGING OF OPEN APPEALS - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-SECTION-TITLE-LINE.
           05 FILLER PIC X(35) VALUE SPACES.
           05 ST-TEXT PIC X(62) VALUE SPACES.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(17) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'ITEM'.
           05 FILLER PIC X(8) VALUE 'REF'.
           05 FILLER PIC X(8) VALUE 'KIND'.
           05 FILLER PIC X(10) VALUE 'FILED'.
           05 FILLER PIC X(7) VALUE '   DAYS'.
           05 FILLER PIC X(10) VALUE 'BAND'.
           05 FILLER PIC X(12) VALUE '   DISPUTED'.
           05 FILLER PIC X(31) VALUE 'REASON'.

       01 WS-AGING-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 AD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-NAME PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-ITEM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-REF PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-KIND PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-FILED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-BAND PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-REASON PIC X(31).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(75) VALUE SPACES.

      * One line per aging band: how many appeals, how much money.
       01 WS-BAND-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'OPEN - DAYS '.
           05 BL-LABEL PIC X(8).
           05 FILLER PIC X(18) VALUE SPACES.
           05 BL-COUNT PIC Z(7)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 BL-DOLLARS PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM PROCESS-APPEALS UNTIL END-OF-FILE
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           INITIALIZE WS-BAND-TOTALS
           OPEN INPUT APPEALS-FILE
           IF APPEAL-FILE-OK
               SET APPEALS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO APPEALS FILE ON HAND - STATUS '
                   APPEAL-FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN INPUT SOCIAL-SECURITY-FILE
           IF FILE-OK
               SET MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT AGING-REPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

      * Decided appeals (granted, denied, withdrawn) are history and
      * are only counted; only a PENDING one is aged.
       PROCESS-APPEALS.
           READ APPEALS-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-APPEALS-READ
                   IF APL-PENDING
                       PERFORM AGE-OPEN-APPEAL
                   ELSE
                       ADD 1 TO WS-APPEALS-DECIDED
                   END-IF
           END-READ.

       AGE-OPEN-APPEAL.
           COMPUTE WS-FILED-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(APL-FILED-DATE)
           IF WS-FILED-DAY-NUMBER < WS-RUN-DAY-NUMBER
               COMPUTE WS-DAYS-OPEN =
                   WS-RUN-DAY-NUMBER - WS-FILED-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BAND
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BAND
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BAND
               WHEN WS-DAYS-OPEN <= 180
                   MOVE 4 TO WS-BAND
               WHEN OTHER
                   MOVE 5 TO WS-BAND
           END-EVALUATE
           ADD 1 TO WS-APPEALS-OPEN
           ADD 1 TO WS-BAND-COUNT(WS-BAND)
           ADD APL-AMOUNT TO WS-BAND-DOLLARS(WS-BAND)
           ADD APL-AMOUNT TO WS-TOTAL-DOLLARS-HELD
           EVALUATE TRUE
               WHEN APL-CLAIM-ITEM
                   ADD 1 TO WS-OPEN-CLAIM-ITEMS
                   MOVE 'CLAIM' TO AD-ITEM
               WHEN APL-TEST-ITEM
                   ADD 1 TO WS-OPEN-TEST-ITEMS
                   ADD APL-AMOUNT TO WS-TEST-DOLLARS-HELD
                   MOVE 'EARN TEST' TO AD-ITEM
               WHEN OTHER
                   ADD 1 TO WS-OPEN-OVERPAY-ITEMS
                   ADD APL-AMOUNT TO WS-OVERPAY-DOLLARS-HELD
                   MOVE 'OVERPAYMNT' TO AD-ITEM
           END-EVALUATE
           IF APL-WAIVER
               ADD 1 TO WS-OPEN-WAIVER-REQUESTS
               MOVE 'WAIVER' TO AD-KIND
           ELSE
               MOVE 'APPEAL' TO AD-KIND
           END-IF
           PERFORM WRITE-AGING-DETAIL.

       WRITE-AGING-DETAIL.
           MOVE SPACES TO AD-SSN
           STRING APL-SSN(1:3) '-' APL-SSN(4:2) '-' APL-SSN(6:4)
               DELIMITED BY SIZE INTO AD-SSN
           MOVE SPACES TO AD-NAME
           IF MASTER-AVAILABLE
               MOVE APL-SSN TO SSN-DATA
               READ SOCIAL-SECURITY-FILE
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO AD-NAME
                   NOT INVALID KEY
                       MOVE LAST-NAME TO AD-NAME
               END-READ
           END-IF
           MOVE APL-ITEM-REF TO AD-REF
           MOVE APL-FILED-DATE TO AD-FILED
           MOVE WS-DAYS-OPEN TO AD-DAYS
           MOVE WS-BAND-LABEL(WS-BAND) TO AD-BAND
           MOVE APL-AMOUNT TO AD-AMOUNT
           MOVE APL-REASON TO AD-REASON
           WRITE REPORT-LINE FROM WS-AGING-DETAIL.

      * Control totals: APPEALS READ = OPEN + DECIDED, and the band
      * counts and dollars foot to the open count and the total
      * held. Claim appeals carry no dollars - nothing is being
      * recovered on a rejected claim.
       WRITE-SUMMARY-SECTION.
           MOVE 'OPEN APPEALS BY AGE' TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 5
               MOVE WS-BAND-LABEL(WS-BAND) TO BL-LABEL
               MOVE WS-BAND-COUNT(WS-BAND) TO BL-COUNT
               MOVE WS-BAND-DOLLARS(WS-BAND) TO BL-DOLLARS
               WRITE REPORT-LINE FROM WS-BAND-LINE
           END-PERFORM

           MOVE 'CONTROL TOTALS' TO ST-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REPORT-LINE FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER

           MOVE 'APPEALS READ' TO SL-LABEL
           MOVE WS-APPEALS-READ TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'APPEALS DECIDED - NOT AGED' TO SL-LABEL
           MOVE WS-APPEALS-DECIDED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'APPEALS OPEN' TO SL-LABEL
           MOVE WS-APPEALS-OPEN TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  ON REJECTED CLAIMS' TO SL-LABEL
           MOVE WS-OPEN-CLAIM-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  ON EARNINGS TEST DIRECTIVES' TO SL-LABEL
           MOVE WS-OPEN-TEST-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  ON OVERPAYMENT RECEIVABLES' TO SL-LABEL
           MOVE WS-OPEN-OVERPAY-ITEMS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE '  OF WHICH WAIVER REQUESTS' TO SL-LABEL
           MOVE WS-OPEN-WAIVER-REQUESTS TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'EARNINGS TEST DOLLARS HELD' TO SA-LABEL
           MOVE WS-TEST-DOLLARS-HELD TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'OVERPAYMENT DOLLARS HELD' TO SA-LABEL
           MOVE WS-OVERPAY-DOLLARS-HELD TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL DOLLARS HELD PENDING APPEAL' TO SA-LABEL
           MOVE WS-TOTAL-DOLLARS-HELD TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
           IF APPEALS-AVAILABLE
               CLOSE APPEALS-FILE
           END-IF
           IF MASTER-AVAILABLE
               CLOSE SOCIAL-SECURITY-FILE
           END-IF
           CLOSE AGING-REPORT
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-APPEALS-AGING' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-APPEALS-AGING' TO RC-PROGRAM-NAME
           MOVE WS-APPEALS-READ TO RC-RECORDS-READ
           MOVE WS-APPEALS-OPEN TO RC-RECORDS-WRITTEN
           MOVE 0 TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
