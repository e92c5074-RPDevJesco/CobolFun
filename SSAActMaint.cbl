      * Purpose: Online maintenance for the actuarial-constants file
      *          SSAACTU.DAT - each January, when SSA announces the
      *          new National Average Wage Index value and bend
      *          points (PIA and family-maximum), the new year goes in
      *          here as data instead of as a recompile of
      *          SSA-BENEFIT-CALC, along with the year's Medicare
      *          Part B standard premium that SSA-PAYMENT deducts and
      *          SSA-COLA measures hold-harmless against. One row per
      *          calendar year; an existing year can be corrected by
      *          keying it again.
      * Tectonics: cobc
       01 WS-NEW-BEND2 PIC 9(5)V99.
       01 WS-NEW-WAGE-MAX PIC 9(7)V99.
       01 WS-NEW-EXEMPT PIC 9(7)V99.
       01 WS-NEW-FAMILY1 PIC 9(5)V99.
       01 WS-NEW-FAMILY2 PIC 9(5)V99.
       01 WS-NEW-FAMILY3 PIC 9(5)V99.
       01 WS-NEW-PARTB-PREMIUM PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               END-IF
           END-IF.

      * Every value keyed before anything is written, so an
      * abandoned entry can't leave a year on file with the new AWI
      * but last year's bend points.
       PROMPT-FOR-YEAR-VALUES.
           END-IF
           IF AMOUNT-IS-VALID
               MOVE WS-AMOUNT-VALUE TO WS-NEW-EXEMPT
               PERFORM PROMPT-FOR-FAMILY-BEND-POINTS
           END-IF.

      * The three family-maximum bend points, keyed in ascending
      * order and range-checked the same way as the PIA bend points.
       PROMPT-FOR-FAMILY-BEND-POINTS.
           DISPLAY 'FAMILY MAX BEND POINT 1 AS NNNNNNN.NN: '
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT-INPUT
           PERFORM PARSE-AMOUNT
           PERFORM CHECK-BEND-POINT-RANGE
           IF AMOUNT-IS-VALID
               MOVE WS-AMOUNT-VALUE TO WS-NEW-FAMILY1
               DISPLAY 'FAMILY MAX BEND POINT 2 AS NNNNNNN.NN: '
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-INPUT
               PERFORM PARSE-AMOUNT
               PERFORM CHECK-BEND-POINT-RANGE
           END-IF
           IF AMOUNT-IS-VALID
               MOVE WS-AMOUNT-VALUE TO WS-NEW-FAMILY2
               IF WS-NEW-FAMILY2 <= WS-NEW-FAMILY1
                   DISPLAY 'FAMILY BEND POINT 2 MUST EXCEED POINT 1 - '
                       'ENTRY ABANDONED.'
                   SET AMOUNT-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF AMOUNT-IS-VALID
               DISPLAY 'FAMILY MAX BEND POINT 3 AS NNNNNNN.NN: '
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-INPUT
               PERFORM PARSE-AMOUNT
               PERFORM CHECK-BEND-POINT-RANGE
           END-IF
           IF AMOUNT-IS-VALID
               MOVE WS-AMOUNT-VALUE TO WS-NEW-FAMILY3
               IF WS-NEW-FAMILY3 <= WS-NEW-FAMILY2
                   DISPLAY 'FAMILY BEND POINT 3 MUST EXCEED POINT 2 - '
                       'ENTRY ABANDONED.'
                   SET AMOUNT-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF AMOUNT-IS-VALID
               PERFORM PROMPT-FOR-PARTB-PREMIUM
           END-IF.

      * The monthly Part B standard premium shares the five integer
      * digits of the bend points, so the same range check guards
      * it. Zero is accepted - a year keyed before the premium is
      * announced deducts nothing until it is corrected.
       PROMPT-FOR-PARTB-PREMIUM.
           DISPLAY 'PART B STANDARD PREMIUM AS NNNNNNN.NN: '
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT-INPUT
           PERFORM PARSE-AMOUNT
           PERFORM CHECK-BEND-POINT-RANGE
           IF AMOUNT-IS-VALID
               MOVE WS-AMOUNT-VALUE TO WS-NEW-PARTB-PREMIUM
           END-IF.

      * The bend-point fields on ACTREC carry five integer digits -
           MOVE WS-NEW-BEND2 TO ACT-BEND-POINT-2
           MOVE WS-NEW-WAGE-MAX TO ACT-WAGE-MAX
           MOVE WS-NEW-EXEMPT TO ACT-EXEMPT-AMOUNT
           MOVE WS-NEW-FAMILY1 TO ACT-FAMILY-BEND-1
           MOVE WS-NEW-FAMILY2 TO ACT-FAMILY-BEND-2
           MOVE WS-NEW-FAMILY3 TO ACT-FAMILY-BEND-3
           MOVE WS-NEW-PARTB-PREMIUM TO ACT-PARTB-PREMIUM
           IF YEAR-ON-FILE
               REWRITE ACT-RECORD
                   INVALID KEY
                           ' BEND2 ' ACT-BEND-POINT-2
                           ' WAGEMAX ' ACT-WAGE-MAX
                           ' EXEMPT ' ACT-EXEMPT-AMOUNT
                       DISPLAY '         FAMILY MAX BENDS '
                           ACT-FAMILY-BEND-1 ' '
                           ACT-FAMILY-BEND-2 ' '
                           ACT-FAMILY-BEND-3
                           ' PART B PREMIUM ' ACT-PARTB-PREMIUM
               END-READ
           END-PERFORM.
