      *          OVP-RECOVERED reaches OVP-AMOUNT and the row goes
      *          CLOSED. The key is also the sweep's rerun guard - a
      *          payment month already booked is never booked twice.
      *          A waiver granted through SSA-APPEALS-MAINT closes the
      *          row as WAIVED with whatever balance is left
      *          uncollected.
      *          COPY ... REPLACING ==OVP-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
           05 OVP-RECOVERED PIC 9(7)V99.
           05 OVP-STATUS PIC X.
               88 OVP-OPEN VALUE 'O'.
               88 OVP-CLOSED VALUES 'C' 'W'.
               88 OVP-WAIVED VALUE 'W'.
