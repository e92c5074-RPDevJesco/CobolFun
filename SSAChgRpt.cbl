      *          workers newly payable (first non-zero amount out of
      *          the age-62 gate), workers reaching their full
      *          retirement age this cycle, records missing today,
      *          and records new today. Disability is kept apart from
      *          retirement: a worker put on the disability code
      *          reports as DISABILITY AWARDED (and newly payable
      *          under DIB rather than at 62), and a disability award
      *          turned into retirement at full retirement age by
      *          SSA-DISABILITY-CONVERT reports as DISABILITY
      *          CONVERTED rather than as a plain status flip. When
      *          the report is done the current snapshot is rolled
      *          forward over the prior one, ready for tomorrow's
      *          compare.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-AMOUNT-CHANGED-COUNT PIC 9(7) VALUE 0.
           05 WS-STATUS-FLIPPED-COUNT PIC 9(7) VALUE 0.
           05 WS-NEWLY-PAYABLE-COUNT PIC 9(7) VALUE 0.
           05 WS-DISABILITY-AWARDED-COUNT PIC 9(7) VALUE 0.
           05 WS-DISABILITY-CONVERTED-COUNT PIC 9(7) VALUE 0.
           05 WS-REACHED-FRA-COUNT PIC 9(7) VALUE 0.
           05 WS-MISSING-TODAY-COUNT PIC 9(7) VALUE 0.
           05 WS-NEW-TODAY-COUNT PIC 9(7) VALUE 0.
           COMPUTE RC-RECORDS-WRITTEN =
               WS-AMOUNT-CHANGED-COUNT + WS-STATUS-FLIPPED-COUNT
               + WS-NEWLY-PAYABLE-COUNT + WS-REACHED-FRA-COUNT
               + WS-DISABILITY-AWARDED-COUNT
               + WS-DISABILITY-CONVERTED-COUNT
               + WS-MISSING-TODAY-COUNT + WS-NEW-TODAY-COUNT
           MOVE 0 TO RC-REJECTS
           CALL 'SSA-RUN-CONTROL' USING WS-RUN-CONTROL-REQUEST.

      * One matched worker can land on several lines - an amount
      * move, a status flip, and reaching FRA the same night are
      * each their own exception class for the morning review. A
      * benefit code moving onto disability, or off it to retirement,
      * is its own class in place of the generic status flip - unless
      * the record status moved the same night, which still shows as
      * a flip as well.
       COMPARE-MATCHED-ROWS.
           IF CUR-AMOUNT NOT = PRI-AMOUNT
               IF PRI-AMOUNT = 0 AND CUR-AMOUNT > 0
                   PERFORM REPORT-AMOUNT-CHANGE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CUR-BENEFIT-STATUS = 'D'
                   AND PRI-BENEFIT-STATUS NOT = 'D'
                   PERFORM REPORT-DISABILITY-AWARDED
               WHEN PRI-BENEFIT-STATUS = 'D'
                   AND CUR-BENEFIT-STATUS = 'R'
                   PERFORM REPORT-DISABILITY-CONVERTED
           END-EVALUATE
           IF CUR-RECORD-STATUS NOT = PRI-RECORD-STATUS
               OR (CUR-BENEFIT-STATUS NOT = PRI-BENEFIT-STATUS
                   AND CUR-BENEFIT-STATUS NOT = 'D'
                   AND NOT (PRI-BENEFIT-STATUS = 'D'
                            AND CUR-BENEFIT-STATUS = 'R'))
               PERFORM REPORT-STATUS-FLIP
           END-IF
           IF PRI-AGE < PRI-FRA AND CUR-AGE >= CUR-FRA
       REPORT-NEWLY-PAYABLE.
           ADD 1 TO WS-NEWLY-PAYABLE-COUNT
           PERFORM CLEAR-DETAIL-LINE
           IF CUR-BENEFIT-STATUS = 'D'
               MOVE 'NEWLY PAYABLE (DIB)' TO CH-CLASS
           ELSE
               MOVE 'NEWLY PAYABLE (62)' TO CH-CLASS
           END-IF
           MOVE 'WAS NOT YET PAYABLE' TO CH-OLD
           MOVE CUR-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CH-NEW
               DELIMITED BY SIZE INTO CH-NEW
           PERFORM WRITE-CHANGE-LINE.

       REPORT-DISABILITY-AWARDED.
           ADD 1 TO WS-DISABILITY-AWARDED-COUNT
           PERFORM CLEAR-DETAIL-LINE
           MOVE 'DISABILITY AWARDED' TO CH-CLASS
           STRING 'BEN=' PRI-BENEFIT-STATUS
               DELIMITED BY SIZE INTO CH-OLD
           STRING 'BEN=' CUR-BENEFIT-STATUS ' DISABILITY'
               DELIMITED BY SIZE INTO CH-NEW
           PERFORM WRITE-CHANGE-LINE.

      * The conversion keeps the award amount, so any amount move on
      * the same line is reported separately above.
       REPORT-DISABILITY-CONVERTED.
           ADD 1 TO WS-DISABILITY-CONVERTED-COUNT
           PERFORM CLEAR-DETAIL-LINE
           MOVE 'DISABILITY CONVERTED' TO CH-CLASS
           MOVE 'BEN=D DISABILITY' TO CH-OLD
           MOVE 'BEN=R RETIREMENT AT FRA' TO CH-NEW
           PERFORM WRITE-CHANGE-LINE.

       REPORT-REACHED-FRA.
           ADD 1 TO WS-REACHED-FRA-COUNT
           PERFORM CLEAR-DETAIL-LINE
           MOVE WS-STATUS-FLIPPED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'NEWLY PAYABLE (TURNED 62 OR DIB)' TO SL-LABEL
           MOVE WS-NEWLY-PAYABLE-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY AWARDED' TO SL-LABEL
           MOVE WS-DISABILITY-AWARDED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DISABILITY CONVERTED TO RETIREMENT' TO SL-LABEL
           MOVE WS-DISABILITY-CONVERTED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'REACHED FULL RETIREMENT AGE' TO SL-LABEL
           MOVE WS-REACHED-FRA-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
