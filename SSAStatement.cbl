      *          reads SOCIAL-SECURITY-FILE and the EARNINGS-HISTORY
      *          file together and produces one statement section per
      *          SSN, the same way the real SSA mails a yearly
      *          Social Security Statement. The mailing address comes
      *          from SSAADDR.DAT (SSA-ADDRESS-MAINT); a statement for
      *          someone with no usable address is still produced but
      *          says so in the address block, so the mail house pulls
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AWD-SSN
               FILE STATUS IS AWARD-FILE-STATUS.

           SELECT ADDRESS-FILE
               ASSIGN TO 'SSAADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-SSN
               FILE STATUS IS ADDRESS-FILE-STATUS.

      * Run-dated name (SSASTMT.Dccyymmdd.RPT) built at start-up -
      * each mailing cycle's extract is retained instead of OPEN
      * OUTPUT destroying the prior one in place.
           COPY AWARDREC REPLACING ==AWD-RECORD-NAME== BY
               ==AWD-RECORD==.

       FD ADDRESS-FILE.
           COPY ADDRREC REPLACING ==ADR-RECORD-NAME== BY
               ==ADR-RECORD==.

       FD STATEMENT-REPORT.
       01 STATEMENT-LINE PIC X(80).

           05 EARNINGS-FILE-STATUS PIC XX.
           05 AWARD-FILE-STATUS PIC XX.
               88 AWARD-FILE-OK VALUE '00'.
           05 ADDRESS-FILE-STATUS PIC XX.
               88 ADDRESS-FILE-OK VALUE '00'.
           05 REPORT-STATUS PIC XX.
           05 WS-LOAD-DONE-FLAG PIC X VALUE 'N'.
               88 LOAD-DONE VALUE 'Y'.
           05 WS-ADDRESS-OPEN-FLAG PIC X VALUE 'N'.
               88 ADDRESSES-AVAILABLE VALUE 'Y'.
           05 WS-AWARDS-OPEN-FLAG PIC X VALUE 'N'.
               88 AWARDS-AVAILABLE VALUE 'Y'.
           05 WS-AWARD-FOUND-FLAG PIC X VALUE 'N'.
           OPEN INPUT SOCIAL-SECURITY-FILE
           OPEN INPUT EARNINGS-HISTORY
           PERFORM OPEN-BENEFIT-AWARDS
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-OK
               SET ADDRESSES-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-REPORT.

       WRITE-RUN-START.
               '   DOB: ' DOB-MM '/' DOB-DD '/' DOB-YY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM WRITE-MAILING-ADDRESS
           WRITE STATEMENT-LINE FROM WS-BANNER-LINE

           MOVE SPACES TO STATEMENT-LINE
               END-READ
           END-IF.

      * Returned mail is not sent again to the same address - the
      * statement says why it has no address block instead.
       WRITE-MAILING-ADDRESS.
           MOVE SPACES TO STATEMENT-LINE
           IF ADDRESSES-AVAILABLE
               MOVE SSN-DATA TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE 'NO MAILING ADDRESS ON FILE - DO NOT MAIL'
                           TO STATEMENT-LINE
                   NOT INVALID KEY
                       IF ADR-MAIL-RETURNED
                           MOVE 'ADDRESS RETURNED MAIL - DO NOT MAIL'
                               TO STATEMENT-LINE
                       END-IF
               END-READ
           ELSE
               MOVE 'NO MAILING ADDRESS ON FILE - DO NOT MAIL'
                   TO STATEMENT-LINE
           END-IF
           IF STATEMENT-LINE NOT = SPACES
               WRITE STATEMENT-LINE
           ELSE
               STRING '    ' ADR-LINE-1
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE SPACES TO STATEMENT-LINE
                   STRING '    ' ADR-LINE-2
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               STRING '    ' ADR-CITY DELIMITED BY '  '
                   ', ' ADR-STATE '  ' ADR-ZIP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       CLEANUP.
           CLOSE SOCIAL-SECURITY-FILE
           CLOSE EARNINGS-HISTORY
           IF ADDRESSES-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           IF AWARDS-AVAILABLE
               CLOSE BENEFIT-AWARDS
           END-IF
