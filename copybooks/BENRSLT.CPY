      *          three planning projections the mailed statement
      *          shows: what the worker would draw claiming at 62, at
      *          their full retirement age, and at 70 - all from the
      *          same AIME/PIA math. It also hands back the unreduced
      *          PIA and the family maximum figured from it - the
      *          most the worker plus everyone drawing on the
      *          worker's record may be paid in a month - so the
      *          payment run and the nightly batch can hold spousal,
      *          child, and survivor amounts under the limit. The
      *          odd months past the whole years of age and of full
      *          retirement age come back too, for the callers that
      *          must know the exact month FRA is reached.
      *          COPY ... REPLACING
      *          ==RES-NAME== BY <01-name> LEADING ==RES== BY
      *          <field prefix> to pick the area up under program-
      *          local names.
           05 RES-BENEFIT-AT-62 PIC 9(7)V99.
           05 RES-BENEFIT-AT-FRA PIC 9(7)V99.
           05 RES-BENEFIT-AT-70 PIC 9(7)V99.
           05 RES-PIA PIC 9(7)V99.
           05 RES-FAMILY-MAXIMUM PIC 9(7)V99.
           05 RES-AGE-MONTHS PIC 99.
           05 RES-FRA-MONTHS PIC 99.
