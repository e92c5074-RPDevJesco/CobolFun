      *          one SSA-1099-style statement per SSN on SSA1099.RPT:
      *          total benefits paid (gross, before the voluntary
      *          withholding), total federal tax withheld, and the
      *          split between retirement, disability and survivor
      *          payments off the PAY-TYPE already on every row (a
      *          worker converted from disability at full retirement
      *          age shows both lines for the year). Run each January
      *          for the year just ended - the statement year is the
      *          run year minus one. Rows marked RETURNED are money
      *          that came back and never reached the payee, so they
      *          are excluded; a REISSUED row is money that did go
      *          out and counts like any issued row. SSA-RETENTION
      *          never archives a ledger row from the statement year
      *          or later, whatever the retention table says, so the
      *          live ledger always holds the whole year this run
      *          (or a rerun of it) needs. The Medicare Part B
      *          premiums taken out of the year's payments are part
      *          of the benefits paid, so they count in the gross and
      *          are reported on their own line as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-GROUP-NAME PIC X(25).
           05 WS-GROUP-RETIREMENT PIC 9(9)V99.
           05 WS-GROUP-SURVIVOR PIC 9(9)V99.
           05 WS-GROUP-DISABILITY PIC 9(9)V99.
           05 WS-GROUP-WITHHELD PIC 9(9)V99.
           05 WS-GROUP-PARTB PIC 9(9)V99.
           05 WS-GROUP-ROWS PIC 9(4).

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           05 WS-STATEMENTS-WRITTEN PIC 9(7) VALUE 0.
           05 WS-RETURNED-EXCLUDED PIC 9(7) VALUE 0.
           05 WS-TOTAL-BENEFITS PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-DISABILITY PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-WITHHELD PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-PARTB PIC 9(11)V99 VALUE 0.

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(132) VALUE ALL '*'.
           MOVE PAY-PAYEE-NAME TO WS-GROUP-NAME
           MOVE 0 TO WS-GROUP-RETIREMENT
           MOVE 0 TO WS-GROUP-SURVIVOR
           MOVE 0 TO WS-GROUP-DISABILITY
           MOVE 0 TO WS-GROUP-WITHHELD
           MOVE 0 TO WS-GROUP-PARTB
           MOVE 0 TO WS-GROUP-ROWS.

      * Only the statement year's rows count, and gross is rebuilt
      * from the row itself - PAY-AMOUNT went out net of the
      * voluntary withholding and the Part B premium, and the
      * statement must show what the benefit was before either, the
      * way the real form does.
       ACCUMULATE-PAYMENT-ROW.
           IF PAY-MONTH(1:4) = WS-STATEMENT-YEAR
               IF PAY-RETURNED
                   ADD 1 TO WS-RETURNED-EXCLUDED
               ELSE
                   COMPUTE WS-PAY-GROSS = PAY-AMOUNT + PAY-WITHHELD
                       + PAY-PARTB-PREMIUM
                   EVALUATE TRUE
                       WHEN PAY-SURVIVOR
                           ADD WS-PAY-GROSS TO WS-GROUP-SURVIVOR
                       WHEN PAY-DISABILITY
                           ADD WS-PAY-GROSS TO WS-GROUP-DISABILITY
                       WHEN OTHER
                           ADD WS-PAY-GROSS TO WS-GROUP-RETIREMENT
                   END-EVALUATE
                   ADD PAY-WITHHELD TO WS-GROUP-WITHHELD
                   ADD PAY-PARTB-PREMIUM TO WS-GROUP-PARTB
                   ADD 1 TO WS-GROUP-ROWS
               END-IF
           END-IF.
               MOVE WS-GROUP-RETIREMENT TO S2-VALUE
               WRITE REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE

               MOVE 'DISABILITY BENEFITS PAID' TO S2-LABEL
               MOVE WS-GROUP-DISABILITY TO S2-VALUE
               WRITE REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE

               MOVE 'SURVIVOR BENEFITS PAID' TO S2-LABEL
               MOVE WS-GROUP-SURVIVOR TO S2-VALUE
               WRITE REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE
               MOVE 'TOTAL BENEFITS PAID (BOX 3)' TO S2-LABEL
               COMPUTE S2-VALUE =
                   WS-GROUP-RETIREMENT + WS-GROUP-SURVIVOR
                   + WS-GROUP-DISABILITY
               WRITE REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE

               MOVE 'MEDICARE PART B PREMIUMS DEDUCTED' TO S2-LABEL
               MOVE WS-GROUP-PARTB TO S2-VALUE
               WRITE REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE

               MOVE 'FEDERAL TAX WITHHELD (BOX 6)' TO S2-LABEL
               ADD 1 TO WS-STATEMENTS-WRITTEN
               ADD WS-GROUP-RETIREMENT TO WS-TOTAL-BENEFITS
               ADD WS-GROUP-SURVIVOR TO WS-TOTAL-BENEFITS
               ADD WS-GROUP-DISABILITY TO WS-TOTAL-BENEFITS
               ADD WS-GROUP-DISABILITY TO WS-TOTAL-DISABILITY
               ADD WS-GROUP-WITHHELD TO WS-TOTAL-WITHHELD
               ADD WS-GROUP-PARTB TO WS-TOTAL-PARTB
           END-IF.

      * Control totals so the extract reconciles against the monthly
           MOVE WS-TOTAL-BENEFITS TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE '  OF WHICH DISABILITY BENEFITS' TO SA-LABEL
           MOVE WS-TOTAL-DISABILITY TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL WITHHELD - ALL STATEMENTS' TO SA-LABEL
           MOVE WS-TOTAL-WITHHELD TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'TOTAL PART B PREMIUMS - ALL STATEMENTS' TO SA-LABEL
           MOVE WS-TOTAL-PARTB TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER.

       CLEANUP.
