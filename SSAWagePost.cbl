      *          SSAWPOST.RPT shows read / posted / suspended counts
      *          and dollars so the run balances against the employer
      *          totals. An already-posted year is never silently
      *          overwritten - it suspends for a human to resolve. A
      *          year posted for a worker already RECEIVING is also
      *          queued on SSAECHG.DAT so SSA-RECOMPUTE can rerun the
      *          award against the new earnings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

      * EXTEND for the same reason as suspense - SSA-RECOMPUTE
      * empties the queue only as it works the items.
           SELECT EARNINGS-CHANGE-QUEUE
               ASSIGN TO 'SSAECHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-QUEUE-STATUS.

           SELECT POSTING-REPORT
               ASSIGN TO 'SSAWPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
           05 SUSP-AMOUNT PIC X(9).
           05 SUSP-REASON PIC X(25).

       FD EARNINGS-CHANGE-QUEUE.
           COPY ECHGREC REPLACING ==ECH-RECORD-NAME== BY
               ==ECH-RECORD==.

       FD POSTING-REPORT.
       01 REPORT-LINE PIC X(132).

           05 ACTUARIAL-FILE-STATUS PIC XX.
               88 ACTUARIAL-FILE-OK VALUE '00'.
           05 SUSPENSE-FILE-STATUS PIC XX.
           05 CHANGE-QUEUE-STATUS PIC XX.
           05 REPORT-STATUS PIC XX.
           05 WS-TRAN-OK-FLAG PIC X.
               88 TRAN-IS-POSTABLE VALUE 'Y'.
           05 WS-TRANS-POSTED PIC 9(7) VALUE 0.
           05 WS-TRANS-SUSPENDED PIC 9(7) VALUE 0.
           05 WS-TRANS-CAPPED PIC 9(7) VALUE 0.
           05 WS-TRANS-QUEUED PIC 9(7) VALUE 0.
           05 WS-DOLLARS-POSTED PIC 9(9)V99 VALUE 0.
           05 WS-DOLLARS-SUSPENDED PIC 9(9)V99 VALUE 0.

               SET ACTUARIAL-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           OPEN EXTEND EARNINGS-CHANGE-QUEUE
           OPEN OUTPUT POSTING-REPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-CURRENT-YEAR.
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-POSTED
                   ADD WS-TRAN-AMOUNT TO WS-DOLLARS-POSTED
                   IF RECEIVING
                       PERFORM QUEUE-EARNINGS-CHANGE
                   END-IF
           END-WRITE.

      * The master row read by the edits is still in the record area,
      * so RECEIVING here is the worker being posted. An award fixed
      * before this year reached the file was computed without it.
       QUEUE-EARNINGS-CHANGE.
           MOVE WT-SSN TO ECH-SSN
           MOVE WS-TRAN-YEAR TO ECH-YEAR
           MOVE WS-RUN-DATE TO ECH-POSTED-DATE
           WRITE ECH-RECORD
           IF CHANGE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EARNINGS CHANGE QUEUE - STATUS '
                   CHANGE-QUEUE-STATUS
           ELSE
               ADD 1 TO WS-TRANS-QUEUED
           END-IF.

       APPLY-TAXABLE-MAXIMUM.
           IF ACTUARIAL-AVAILABLE
               MOVE WS-TRAN-YEAR TO ACT-YEAR
           MOVE WS-TRANS-CAPPED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'POSTED FOR RECEIVING - QUEUED RECOMPUTE' TO SL-LABEL
           MOVE WS-TRANS-QUEUED TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           MOVE 'DOLLARS POSTED' TO SA-LABEL
           MOVE WS-DOLLARS-POSTED TO SA-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE
               CLOSE ACTUARIAL-CONSTANTS
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE EARNINGS-CHANGE-QUEUE
           CLOSE POSTING-REPORT
           PERFORM WRITE-RUN-END.

