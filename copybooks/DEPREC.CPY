      *          a LIVING worker: while the worker is RECEIVING,
      *          SSA-PAYMENT and the nightly SSA-SIMULATION pay each
      *          dependent the spousal/child auxiliary amount (half
      *          the worker's own benefit, scaled down together when
      *          the household would pass the family maximum)
      *          alongside the worker's own payment. SURVIVOR-DATA
      *          remains what pays once the worker is DECEASED - this
      *          file is for households where everyone is still
      *          alive. Maintained online by SSA-DEPENDENT-MAINT with
      *          the standard audit trail.
      *          COPY ... REPLACING ==DEP-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
