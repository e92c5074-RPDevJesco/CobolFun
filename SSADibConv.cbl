      ******************************************************************
      * Program: SSA-DISABILITY-CONVERT
      * Purpose: Monthly disability-to-retirement conversion batch -
      *          run ahead of SSA-PAYMENT. A disability benefit only
      *          lasts until full retirement age; from the month the
      *          worker reaches it the same money is a retirement
      *          benefit. Every worker on SSAFILE.DAT RECEIVING under
      *          the disability code whose full retirement age
      *          (from SSA-BENEFIT-CALC, to the month) falls in or
      *          before the run month is flipped to RECEIVING
      *          retirement. The award row on SSAAWARD.DAT is left
      *          exactly as it is - award date, award amount, and
      *          the COLA'd current amount all carry straight over,
      *          so the conversion changes the benefit type and never
      *          the amount. From then on SSA-PAYMENT pays the worker
      *          under the retirement type. The register SSADIBC.RPT
      *          lists every worker converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-DISABILITY-CONVERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Opened I-O: the conversion is a rewrite of the benefit code.
           SELECT SOCIAL-SECURITY-FILE
               ASSIGN TO 'SSAFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSN-DATA
               FILE STATUS IS FILE-STATUS.

      * Read only - the award a disabled worker was paid under is
      * the award they keep.
           SELECT BENEFIT-AWARDS
               ASSIGN TO 'SSAAWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AWD-SSN
               FILE STATUS IS AWARD-FILE-STATUS.

           SELECT CONVERSION-REGISTER
               ASSIGN TO 'SSADIBC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOCIAL-SECURITY-FILE.
           COPY SSRECORD REPLACING ==RECORD-NAME== BY ==SS-RECORD==.

       FD BENEFIT-AWARDS.
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD CONVERSION-REGISTER.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           05 FILE-STATUS PIC XX.
               88 FILE-OK VALUE '00'.
           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 REGISTER-STATUS PIC XX.
           05 WS-AWARD-FOUND-FLAG PIC X.
               88 AWARD-FOUND VALUE 'Y'.
               88 AWARD-NOT-FOUND VALUE 'N'.

       01 WS-DOB-CHECK-RESULT.
           05 WS-DOB-CHECK-FLAG PIC X.
           05 WS-DOB-CHECK-REASON PIC X(20).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
      * The as-of date handed to SSA-BENEFIT-CALC: the run month
      * with a day past any birth day, so a worker whose birthday
      * falls later this month is counted as reaching the age this
      * month - the age is reached in the month, not on the day.
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-AGE-IN-MONTHS PIC 9(5).
       01 WS-FRA-IN-MONTHS PIC 9(5).

       COPY BENRSLT REPLACING ==RES-NAME== BY ==WS-BENEFIT-RESULTS==
           LEADING ==RES== BY ==WS-RESULT==.

      * Only the age and the full retirement age are wanted back, so
      * the earnings table goes over empty.
       COPY EARNTBL REPLACING ==EARN-TABLE-NAME==
           BY ==WS-EARNINGS-TABLE==.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.

       01 WS-RUN-TOTALS.
           05 WS-RECORDS-READ PIC 9(7) VALUE 0.
           05 WS-DISABILITY-ON-FILE PIC 9(7) VALUE 0.
           05 WS-CONVERTED PIC 9(7) VALUE 0.
           05 WS-UNDER-FRA PIC 9(7) VALUE 0.
           05 WS-DECEASED-SKIPPED PIC 9(7) VALUE 0.
           05 WS-EXCEPTIONS PIC 9(7) VALUE 0.
           05 WS-CONVERTED-DOLLARS PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
       01 WS-REGISTER-TITLE.
           05 FILLER PIC X(38) VALUE SPACES.
           05 RT-TEXT PIC X(48) VALUE
               'DISABILITY TO RETIREMENT CONVERSIONS - RUN'.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'SSN'.
           05 FILLER PIC X(27) VALUE 'NAME'.
           05 FILLER PIC X(9) VALUE 'AGE'.
           05 FILLER PIC X(9) VALUE 'FRA'.
           05 FILLER PIC X(10) VALUE 'AWARDED'.
           05 FILLER PIC X(12) VALUE '    AMOUNT'.
           05 FILLER PIC X(48) VALUE 'DISPOSITION'.

       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-SSN PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AGE-YEARS PIC Z9.
           05 FILLER PIC X VALUE '/'.
           05 RD-AGE-MONTHS PIC 99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-FRA-YEARS PIC Z9.
           05 FILLER PIC X VALUE '/'.
           05 RD-FRA-MONTHS PIC 99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-AWARD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISPOSITION PIC X(35).
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-LABEL PIC X(40).
           05 SL-VALUE PIC Z(7)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SA-LABEL PIC X(40).
           05 SA-VALUE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM PROCESS-RECORDS UNTIL END-OF-FILE
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           PERFORM WRITE-RUN-START
           OPEN I-O SOCIAL-SECURITY-FILE
           IF NOT FILE-OK
               DISPLAY 'UNABLE TO OPEN MASTER FILE - STATUS '
                   FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN INPUT BENEFIT-AWARDS
           IF NOT AWARD-FILE-OK
               DISPLAY 'NO AWARD FILE ON HAND - STATUS '
                   AWARD-FILE-STATUS ' - NOTHING TO CONVERT.'
               SET END-OF-FILE TO TRUE
           END-IF
           OPEN OUTPUT CONVERSION-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-AS-OF-DATE = WS-RUN-MONTH * 100 + 31
           MOVE 0 TO ET-COUNT
           MOVE WS-RUN-DATE TO RT-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-REGISTER-TITLE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING.

      * Only a disability award is looked at. A deceased worker's
      * record is left alone - the benefit stopped at death, and
      * the survivors are paid off the record as it stood.
       PROCESS-RECORDS.
           READ SOCIAL-SECURITY-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RECEIVING-DISABILITY
                       ADD 1 TO WS-DISABILITY-ON-FILE
                       IF DECEASED
                           ADD 1 TO WS-DECEASED-SKIPPED
                       ELSE
                           PERFORM TEST-FOR-CONVERSION
                       END-IF
                   END-IF
           END-READ.

      * A DOB the calculation can't trust can't say when FRA is
      * reached - the worker is listed and stays on disability until
      * the record is corrected.
       TEST-FOR-CONVERSION.
           MOVE SPACES TO RD-DISPOSITION
           PERFORM FETCH-AWARD
           CALL 'SSA-DOB-CHECK' USING SS-RECORD WS-DOB-CHECK-RESULT
           IF WS-DOB-CHECK-FLAG NOT = 'Y'
               ADD 1 TO WS-EXCEPTIONS
               MOVE 0 TO WS-RESULT-AGE-YEARS WS-RESULT-AGE-MONTHS
               MOVE 0 TO WS-RESULT-FRA-YEARS WS-RESULT-FRA-MONTHS
               MOVE 'INVALID DOB - NOT CONVERTED' TO RD-DISPOSITION
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               CALL 'SSA-BENEFIT-CALC' USING SS-RECORD WS-AS-OF-DATE
                   WS-BENEFIT-RESULTS WS-EARNINGS-TABLE
               COMPUTE WS-AGE-IN-MONTHS =
                   WS-RESULT-AGE-YEARS * 12 + WS-RESULT-AGE-MONTHS
               COMPUTE WS-FRA-IN-MONTHS =
                   WS-RESULT-FRA-YEARS * 12 + WS-RESULT-FRA-MONTHS
               IF WS-AGE-IN-MONTHS < WS-FRA-IN-MONTHS
                   ADD 1 TO WS-UNDER-FRA
               ELSE
                   PERFORM CONVERT-TO-RETIREMENT
               END-IF
           END-IF.

       FETCH-AWARD.
           MOVE SSN-DATA TO AWD-SSN
           READ BENEFIT-AWARDS
               INVALID KEY
                   SET AWARD-NOT-FOUND TO TRUE
                   MOVE 0 TO AWD-AWARD-DATE
                   MOVE 0 TO AWD-CURRENT-AMOUNT
               NOT INVALID KEY
                   SET AWARD-FOUND TO TRUE
           END-READ.

      * A disabled worker with no award row has nothing to carry
      * over - converting would leave the payment run to fix a fresh
      * award at tonight's retirement figure, which is exactly the
      * change of amount the conversion must not make. Listed for
      * the claims unit instead.
       CONVERT-TO-RETIREMENT.
           IF AWARD-NOT-FOUND
               ADD 1 TO WS-EXCEPTIONS
               MOVE 'NO AWARD ON FILE - NOT CONVERTED'
                   TO RD-DISPOSITION
           ELSE
               SET RECEIVING-RETIREMENT TO TRUE
               REWRITE SS-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR CONVERTING MASTER - STATUS '
                           FILE-STATUS
                       ADD 1 TO WS-EXCEPTIONS
                       MOVE 'MASTER REWRITE FAILED'
                           TO RD-DISPOSITION
                   NOT INVALID KEY
                       ADD 1 TO WS-CONVERTED
                       ADD AWD-CURRENT-AMOUNT TO WS-CONVERTED-DOLLARS
                       MOVE 'CONVERTED TO RETIREMENT'
                           TO RD-DISPOSITION
               END-REWRITE
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO RD-SSN
           STRING SSN-AREA '-' SSN-GROUP '-' SSN-SERIAL
               DELIMITED BY SIZE INTO RD-SSN
           MOVE SPACES TO RD-NAME
           STRING LAST-NAME ', ' FIRST-NAME
               DELIMITED BY SIZE INTO RD-NAME
           MOVE WS-RESULT-AGE-YEARS TO RD-AGE-YEARS
           MOVE WS-RESULT-AGE-MONTHS TO RD-AGE-MONTHS
           MOVE WS-RESULT-FRA-YEARS TO RD-FRA-YEARS
           MOVE WS-RESULT-FRA-MONTHS TO RD-FRA-MONTHS
           MOVE AWD-AWARD-DATE TO RD-AWARD-DATE
           MOVE AWD-CURRENT-AMOUNT TO RD-AMOUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * Control totals: DISABILITY AWARDS ON FILE = CONVERTED + STILL
      * UNDER FRA + DECEASED + EXCEPTIONS. The converted dollars are
      * the monthly amounts that move from the disability line to
      * the retirement line in this month's issuance.
       WRITE-SUMMARY-SECTION.
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER

           MOVE 'MASTER RECORDS READ' TO SL-LABEL
           MOVE WS-RECORDS-READ TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY AWARDS ON FILE' TO SL-LABEL
           MOVE WS-DISABILITY-ON-FILE TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'CONVERTED TO RETIREMENT' TO SL-LABEL
           MOVE WS-CONVERTED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'STILL UNDER FULL RETIREMENT AGE' TO SL-LABEL
           MOVE WS-UNDER-FRA TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'DECEASED - LEFT AS IS' TO SL-LABEL
           MOVE WS-DECEASED-SKIPPED TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'EXCEPTIONS - NOT CONVERTED' TO SL-LABEL
           MOVE WS-EXCEPTIONS TO SL-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-LINE

           MOVE 'MONTHLY DOLLARS CONVERTED' TO SA-LABEL
           MOVE WS-CONVERTED-DOLLARS TO SA-VALUE
           WRITE REGISTER-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REGISTER-LINE FROM WS-REGISTER-HEADER.

       CLEANUP.
           CLOSE SOCIAL-SECURITY-FILE
           CLOSE BENEFIT-AWARDS
           CLOSE CONVERSION-REGISTER
           PERFORM WRITE-RUN-END.

       WRITE-RUN-START.
           SET RC-FUNCTION-START TO TRUE
           MOVE 'SSA-DISABILITY-CONVERT' TO RC-PROGRAM-NAME
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

       WRITE-RUN-END.
           SET RC-FUNCTION-END TO TRUE
           MOVE 'SSA-DISABILITY-CONVERT' TO RC-PROGRAM-NAME
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-CONVERTED TO RC-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO RC-REJECTS
           MOVE '0000' TO RC-COMPLETION-CODE
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.
