      *          TST-WITHHELD forward until the directive closes.
      *          TST-TEST-YEAR is the rerun guard - the same year's
      *          test never directs the same withholding twice.
      *          A directive reversed on appeal through
      *          SSA-APPEALS-MAINT is closed as WAIVED with the rest
      *          of it never withheld.
      *          COPY ... REPLACING ==TST-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
           05 TST-WITHHELD PIC 9(7)V99.
           05 TST-STATUS PIC X.
               88 TST-OPEN VALUE 'O'.
               88 TST-SATISFIED VALUES 'C' 'W'.
               88 TST-WAIVED VALUE 'W'.
