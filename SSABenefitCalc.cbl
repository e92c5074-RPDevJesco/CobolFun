      *          adjustment, called by both the nightly batch
      *          (SSA-SIMULATION) and the online inquiry
      *          (SSA-INQUIRY) so the two never drift apart on the
      *          math. Also returns the unreduced PIA and the family
      *          maximum figured from it, the cap SSA-PAYMENT and
      *          SSA-SIMULATION hold auxiliary amounts under. A worker
      *          on a disability award is paid the unreduced PIA -
      *          no claim-age adjustment applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ACT-AWI PIC 9(7)V99.
               10 WS-ACT-B1 PIC 9(5)V99.
               10 WS-ACT-B2 PIC 9(5)V99.
               10 WS-ACT-F1 PIC 9(5)V99.
               10 WS-ACT-F2 PIC 9(5)V99.
               10 WS-ACT-F3 PIC 9(5)V99.

       01 WS-ACT-IDX PIC 9(3).
       01 WS-ACT-LOOKUP-YEAR PIC 9(4).
       01 WS-YEAR-AWI PIC 9(7)V99.
       01 WS-BEND-POINT-1 PIC 9(5)V99.
       01 WS-BEND-POINT-2 PIC 9(5)V99.
       01 WS-FAMILY-BEND-1 PIC 9(5)V99.
       01 WS-FAMILY-BEND-2 PIC 9(5)V99.
       01 WS-FAMILY-BEND-3 PIC 9(5)V99.
       01 WS-FAMILY-MAXIMUM PIC 9(7)V99.

       LINKAGE SECTION.
       COPY SSRECORD REPLACING ==RECORD-NAME== BY ==LS-SS-RECORD==.
           PERFORM COMPUTE-AGE
           PERFORM DETERMINE-FULL-RETIREMENT-AGE
           PERFORM COMPUTE-AIME-AND-PIA
           PERFORM COMPUTE-FAMILY-MAXIMUM
           PERFORM APPLY-CLAIM-AGE-ADJUSTMENT
           PERFORM COMPUTE-CLAIM-PROJECTIONS
           GOBACK.
                                   WS-ACT-B1(WS-ACT-COUNT)
                               MOVE ACT-BEND-POINT-2 TO
                                   WS-ACT-B2(WS-ACT-COUNT)
                               MOVE ACT-FAMILY-BEND-1 TO
                                   WS-ACT-F1(WS-ACT-COUNT)
                               MOVE ACT-FAMILY-BEND-2 TO
                                   WS-ACT-F2(WS-ACT-COUNT)
                               MOVE ACT-FAMILY-BEND-3 TO
                                   WS-ACT-F3(WS-ACT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           IF WS-CURRENT-DAY < DOB-DD
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           COMPUTE LS-RESULT-AGE-YEARS = WS-AGE-MONTHS / 12
           COMPUTE LS-RESULT-AGE-MONTHS =
               WS-AGE-MONTHS - LS-RESULT-AGE-YEARS * 12.

      * Real SSA full-retirement-age table, by birth year.
       DETERMINE-FULL-RETIREMENT-AGE.
               WHEN OTHER
                   MOVE 67 TO LS-RESULT-FRA-YEARS
                   COMPUTE WS-FRA-MONTHS = 67 * 12
           END-EVALUATE
           COMPUTE LS-RESULT-FRA-MONTHS =
               WS-FRA-MONTHS - LS-RESULT-FRA-YEARS * 12.

      * Real AIME/PIA approach: each year's earnings is first indexed
      * to the wage terms of the worker's indexing year (the year
                       ((WS-AIME - WS-BEND-POINT-2) * 0.15)
           END-EVALUATE.

      * Family maximum - the most the worker and everyone drawing on
      * the worker's record can be paid for a month - from the
      * unreduced PIA: 150% of the PIA up to the first family bend
      * point, 272% from there to the second, 134% to the third, and
      * 175% above it. The family bend points come off the same
      * eligibility-year row as the PIA bend points; the 2024 values
      * ($1,500 / $2,166 / $2,825) are the fallback when that row is
      * missing or was keyed before the family points were carried.
       COMPUTE-FAMILY-MAXIMUM.
           MOVE 1500.00 TO WS-FAMILY-BEND-1
           MOVE 2166.00 TO WS-FAMILY-BEND-2
           MOVE 2825.00 TO WS-FAMILY-BEND-3
           MOVE WS-ELIGIBILITY-YEAR TO WS-ACT-LOOKUP-YEAR
           PERFORM FIND-ACT-ENTRY
           IF ACT-ENTRY-FOUND
               IF WS-ACT-F1(WS-ACT-IDX) > 0
                   AND WS-ACT-F2(WS-ACT-IDX) > 0
                   AND WS-ACT-F3(WS-ACT-IDX) > 0
                   MOVE WS-ACT-F1(WS-ACT-IDX) TO WS-FAMILY-BEND-1
                   MOVE WS-ACT-F2(WS-ACT-IDX) TO WS-FAMILY-BEND-2
                   MOVE WS-ACT-F3(WS-ACT-IDX) TO WS-FAMILY-BEND-3
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-PIA <= WS-FAMILY-BEND-1
                   COMPUTE WS-FAMILY-MAXIMUM = WS-PIA * 1.50
               WHEN WS-PIA <= WS-FAMILY-BEND-2
                   COMPUTE WS-FAMILY-MAXIMUM =
                       (WS-FAMILY-BEND-1 * 1.50) +
                       ((WS-PIA - WS-FAMILY-BEND-1) * 2.72)
               WHEN WS-PIA <= WS-FAMILY-BEND-3
                   COMPUTE WS-FAMILY-MAXIMUM =
                       (WS-FAMILY-BEND-1 * 1.50) +
                       ((WS-FAMILY-BEND-2 - WS-FAMILY-BEND-1) * 2.72) +
                       ((WS-PIA - WS-FAMILY-BEND-2) * 1.34)
               WHEN OTHER
                   COMPUTE WS-FAMILY-MAXIMUM =
                       (WS-FAMILY-BEND-1 * 1.50) +
                       ((WS-FAMILY-BEND-2 - WS-FAMILY-BEND-1) * 2.72) +
                       ((WS-FAMILY-BEND-3 - WS-FAMILY-BEND-2) * 1.34) +
                       ((WS-PIA - WS-FAMILY-BEND-3) * 1.75)
           END-EVALUATE
           MOVE WS-PIA TO LS-RESULT-PIA
           MOVE WS-FAMILY-MAXIMUM TO LS-RESULT-FAMILY-MAXIMUM.

      * Claiming assumed to happen at the person's current age.
      * Before 62 there is no early-claim benefit at all. Between 62
      * and full retirement age (FRA) the benefit is reduced 5/9 of
      * 1% per month for the first 36 months early and 5/12 of 1% per
      * additional month; after FRA it grows 2/3 of 1% per month up
      * to age 70. A disability benefit is the PIA itself, whatever
      * the age: it is never reduced for claiming early, and the
      * age-62 gate doesn't apply to it.
       APPLY-CLAIM-AGE-ADJUSTMENT.
           IF RECEIVING-DISABILITY OF LS-SS-RECORD
               MOVE WS-PIA TO LS-RESULT-BENEFIT-AMOUNT
           ELSE
               PERFORM APPLY-RETIREMENT-AGE-ADJUSTMENT
           END-IF.

       APPLY-RETIREMENT-AGE-ADJUSTMENT.
           IF LS-RESULT-AGE-YEARS < 62
               MOVE 0 TO LS-RESULT-BENEFIT-AMOUNT
           ELSE
