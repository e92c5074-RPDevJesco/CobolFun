      *          and the taxable-maximum wage base SSA-WAGE-POST
      *          caps employer-reported earnings at, and the annual
      *          earnings-test exempt amount SSA-EARNINGS-TEST
      *          measures a working early claimer's wages against,
      *          and the three family-maximum bend points
      *          SSA-BENEFIT-CALC applies to the PIA to cap what a
      *          household can draw on one worker's record (picked,
      *          like the PIA bend points, by eligibility year),
      *          and the monthly Medicare Part B standard premium for
      *          the calendar year that SSA-PAYMENT deducts from an
      *          enrolled beneficiary's benefit.
      *          Maintained by SSA-ACTUARIAL-MAINT so each January's
      *          announced values go in as data, not as a recompile
      *          of SSA-BENEFIT-CALC. COPY ... REPLACING
           05 ACT-BEND-POINT-2 PIC 9(5)V99.
           05 ACT-WAGE-MAX PIC 9(7)V99.
           05 ACT-EXEMPT-AMOUNT PIC 9(7)V99.
           05 ACT-FAMILY-BEND-1 PIC 9(5)V99.
           05 ACT-FAMILY-BEND-2 PIC 9(5)V99.
           05 ACT-FAMILY-BEND-3 PIC 9(5)V99.
           05 ACT-PARTB-PREMIUM PIC 9(5)V99.
