      ******************************************************************
      * Copybook: ECHGREC
      * Purpose: Shared earnings-change queue record layout for
      *          SSAECHG.DAT (line sequential, appended) - one line per
      *          earnings year posted to SSAEARN.DAT for a worker who
      *          is already RECEIVING, dropped by SSA-WAGE-POST and
      *          SSA-SUSPENSE-RESOLVE as they post. A year posted
      *          after the award was fixed can raise the AIME, so
      *          SSA-RECOMPUTE works this queue, reruns the award,
      *          and pays any increase back to the year after the
      *          earnings year. Workers not yet RECEIVING are never
      *          queued - their award is computed from the whole
      *          history when it is fixed. COPY ... REPLACING
      *          ==ECH-RECORD-NAME== BY <name> into an FD to pick up
      *          the record under a program-local record name.
      ******************************************************************
       01 ECH-RECORD-NAME.
           05 ECH-SSN PIC X(9).
           05 ECH-YEAR PIC 9(4).
           05 ECH-POSTED-DATE PIC 9(8).
