      *          tax year first if that is what suspended it), or
      *          writes one off with a reason. Items posted or
      *          written off leave the suspense file at session end,
      *          so the backlog count means what it says. A repost
      *          for a worker already RECEIVING is queued on
      *          SSAECHG.DAT for SSA-RECOMPUTE, same as a batch post.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ACT-YEAR
               FILE STATUS IS ACTUARIAL-FILE-STATUS.

      * Same earnings-change queue SSA-WAGE-POST appends to - a
      * repost is a late year like any other.
           SELECT EARNINGS-CHANGE-QUEUE
               ASSIGN TO 'SSAECHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-QUEUE-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'SSAOPER.DAT'
               ORGANIZATION IS INDEXED
           COPY ACTREC REPLACING ==ACT-RECORD-NAME== BY
               ==ACT-RECORD==.

       FD EARNINGS-CHANGE-QUEUE.
           COPY ECHGREC REPLACING ==ECH-RECORD-NAME== BY
               ==ECH-RECORD==.

       FD OPERATOR-MASTER.
           COPY OPERREC REPLACING ==OPR-RECORD-NAME== BY
               ==OPR-RECORD==.
               88 ACTUARIAL-FILE-OK VALUE '00'.
           05 OPERATOR-FILE-STATUS PIC XX.
               88 OPERATOR-FILE-OK VALUE '00'.
           05 CHANGE-QUEUE-STATUS PIC XX.
           05 AUDIT-LOG-STATUS PIC XX.
           05 AUDIT-SEQ-FILE-STATUS PIC XX.
           05 WS-MORE-TRANSACTIONS PIC X VALUE 'Y'.
                   IF ACTUARIAL-FILE-OK
                       SET ACTUARIAL-AVAILABLE TO TRUE
                   END-IF
                   OPEN EXTEND EARNINGS-CHANGE-QUEUE
                   PERFORM UNTIL NO-MORE-TRANSACTIONS
                       PERFORM PROMPT-FOR-TRANSACTION
                       PERFORM DISPATCH-TRANSACTION
                   IF ACTUARIAL-AVAILABLE
                       CLOSE ACTUARIAL-CONSTANTS
                   END-IF
                   CLOSE EARNINGS-CHANGE-QUEUE
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF
                   MOVE LAST-NAME TO WS-AUDIT-NAME
                   PERFORM WRITE-AUDIT-LOG-ENTRY
                   DISPLAY 'ITEM POSTED.'
                   IF RECEIVING
                       PERFORM QUEUE-EARNINGS-CHANGE
                   END-IF
           END-WRITE.

      * The master row EDIT-REPOST-ITEM read for the corrected SSN is
      * still in the record area, so RECEIVING is the worker just
      * posted to.
       QUEUE-EARNINGS-CHANGE.
           MOVE WS-WORK-SSN TO ECH-SSN
           MOVE WS-WORK-YEAR TO ECH-YEAR
           MOVE WS-RUN-DATE TO ECH-POSTED-DATE
           WRITE ECH-RECORD
           IF CHANGE-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EARNINGS CHANGE QUEUE - STATUS '
                   CHANGE-QUEUE-STATUS
           ELSE
               DISPLAY 'WORKER IS RECEIVING - QUEUED FOR RECOMPUTE.'
           END-IF.

       APPLY-TAXABLE-MAXIMUM.
           IF ACTUARIAL-AVAILABLE
               MOVE WS-WORK-YEAR TO ACT-YEAR
