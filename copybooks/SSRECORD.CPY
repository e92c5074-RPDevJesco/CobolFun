      * Purpose: Shared SS-RECORD layout for SSAFILE.DAT (indexed
      *          master). COPY ... REPLACING ==RECORD-NAME== BY <name>
      *          into an FD to pick up the master record under a
      *          program-local record name. A worker drawing is
      *          RECEIVING either way: 'R' on a retirement award, 'D'
      *          on a disability award until SSA-DISABILITY-CONVERT
      *          turns it to retirement at full retirement age.
      ******************************************************************
       01 RECORD-NAME.
           05 SSN-DATA.
                   88 DECEASED VALUE 'D'.
                   88 SUSPENDED VALUE 'S'.
               10 BENEFIT-STATUS PIC X.
                   88 RECEIVING VALUES 'R' 'D'.
                   88 RECEIVING-RETIREMENT VALUE 'R'.
                   88 RECEIVING-DISABILITY VALUE 'D'.
                   88 ELIGIBLE VALUE 'E'.
                   88 INELIGIBLE VALUE 'I'.
           05 SUSPEND-DATA.
