      ******************************************************************
      * Copybook: ARCXREC
      * Purpose: Shared archive-catalog record layout for SSAARCX.DAT
      *          (line sequential, appended by SSA-RETENTION - one
      *          line per archive file a run writes). Each line names
      *          the live file the rows came from, the archive file
      *          they went to, and the oldest and newest month
      *          (CCYYMM) of the rows it holds, so SSA-INQUIRY and
      *          SSA-AUDIT-INQUIRY can go straight to the archives
      *          that cover a month someone asks about instead of
      *          opening every one. ARX-ROWS and ARX-AMOUNT are the
      *          control totals read back from the archive when it
      *          was written.
      *          COPY ... REPLACING ==ARX-RECORD-NAME== BY <name>
      *          into an FD to pick up the record under a
      *          program-local record name.
      ******************************************************************
       01 ARX-RECORD-NAME.
           05 ARX-FILE-ID PIC X(8).
           05 ARX-RUN-DATE PIC 9(8).
           05 ARX-ARCHIVE-NAME PIC X(40).
           05 ARX-FROM-MONTH PIC 9(6).
           05 ARX-THRU-MONTH PIC 9(6).
           05 ARX-ROWS PIC 9(7).
           05 ARX-AMOUNT PIC 9(11)V99.
