      *          record plus every row keyed by that SSN - earnings,
      *          award, payment history, overpayment receivables,
      *          dependents, banking, withholding election, earnings
      *          test, claim, appeals, Part B enrollment, mailing
      *          address, check register - to the new key as one
      *          operation, and carries the worker's pending lines on
      *          the earnings-change and notice queues over with it.
      *          Supervisor-only sign-on against SSAOPER.DAT, refused
      *          while the SSARUN.LCK batch lock is held, and every
      *          precondition (new key free on the master AND on
               RECORD KEY IS CLM-SSN
               FILE STATUS IS CLAIMS-FILE-STATUS.

           SELECT PARTB-ENROLLMENT
               ASSIGN TO 'SSAPARTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDB-SSN
               FILE STATUS IS PARTB-FILE-STATUS.

           SELECT ADDRESS-FILE
               ASSIGN TO 'SSAADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-SSN
               FILE STATUS IS ADDRESS-FILE-STATUS.

      * Keyed by check number, so the worker's checks are found by a
      * pass over the whole register and rewritten in place - the
      * register row points back at the ledger row by its key.
           SELECT CHECK-REGISTER
               ASSIGN TO 'SSACHKR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-CHECK-NUMBER
               FILE STATUS IS CHECK-REGISTER-STATUS.

      * The two queues a later batch works by SSN. Each is copied to
      * the work file with the new SSN in place of the old and then
      * copied back - the queue is only replaced once the work file
      * is whole.
           SELECT EARNINGS-CHANGE-QUEUE
               ASSIGN TO 'SSAECHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-QUEUE-STATUS.

           SELECT NOTICE-QUEUE
               ASSIGN TO 'SSANOTQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-QUEUE-STATUS.

           SELECT REKEY-WORK
               ASSIGN TO 'SSARKWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REKEY-WORK-STATUS.

           SELECT APPEALS-FILE
               ASSIGN TO 'SSAAPPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS APPEAL-FILE-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'SSAOPER.DAT'
               ORGANIZATION IS INDEXED
           COPY CLMREC REPLACING ==CLM-RECORD-NAME== BY
               ==CLM-RECORD==.

       FD PARTB-ENROLLMENT.
           COPY MEDBREC REPLACING ==MDB-RECORD-NAME== BY
               ==MDB-RECORD==.

       FD ADDRESS-FILE.
           COPY ADDRREC REPLACING ==ADR-RECORD-NAME== BY
               ==ADR-RECORD==.

       FD CHECK-REGISTER.
           COPY CHKREG REPLACING ==CKR-RECORD-NAME== BY
               ==CKR-RECORD==.

       FD EARNINGS-CHANGE-QUEUE.
           COPY ECHGREC REPLACING ==ECH-RECORD-NAME== BY
               ==ECH-RECORD==.

       FD NOTICE-QUEUE.
           COPY NOTQREC REPLACING ==NTQ-RECORD-NAME== BY
               ==NTQ-RECORD==.

      * Wide enough for the longer of the two queue lines.
       FD REKEY-WORK.
       01 REKEY-WORK-RECORD PIC X(81).

       FD APPEALS-FILE.
           COPY APPLREC REPLACING ==APL-RECORD-NAME== BY
               ==APL-RECORD==.

       FD OPERATOR-MASTER.
           COPY OPERREC REPLACING ==OPR-RECORD-NAME== BY
               ==OPR-RECORD==.
           05 CLAIMS-FILE-STATUS PIC XX.
               88 CLAIMS-FILE-OK VALUE '00'.
               88 CLAIMS-FILE-MISSING VALUE '35'.
           05 PARTB-FILE-STATUS PIC XX.
               88 PARTB-FILE-OK VALUE '00'.
           05 ADDRESS-FILE-STATUS PIC XX.
               88 ADDRESS-FILE-OK VALUE '00'.
           05 CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK VALUE '00'.
           05 CHANGE-QUEUE-STATUS PIC XX.
               88 CHANGE-QUEUE-OK VALUE '00'.
           05 NOTICE-QUEUE-STATUS PIC XX.
               88 NOTICE-QUEUE-OK VALUE '00'.
           05 REKEY-WORK-STATUS PIC XX.
               88 REKEY-WORK-OK VALUE '00'.
           05 APPEAL-FILE-STATUS PIC XX.
               88 APPEAL-FILE-OK VALUE '00'.
           05 OPERATOR-FILE-STATUS PIC XX.
               88 OPERATOR-FILE-OK VALUE '00'.
           05 AUDIT-LOG-STATUS PIC XX.
               88 ETEST-AVAILABLE VALUE 'Y'.
           05 WS-CLAIM-AVAIL-FLAG PIC X VALUE 'N'.
               88 CLAIM-AVAILABLE VALUE 'Y'.
           05 WS-PARTB-AVAIL-FLAG PIC X VALUE 'N'.
               88 PARTB-AVAILABLE VALUE 'Y'.
           05 WS-ADDR-AVAIL-FLAG PIC X VALUE 'N'.
               88 ADDR-AVAILABLE VALUE 'Y'.
           05 WS-CHKR-AVAIL-FLAG PIC X VALUE 'N'.
               88 CHKR-AVAILABLE VALUE 'Y'.
           05 WS-AWARD-AVAIL-FLAG PIC X VALUE 'N'.
               88 AWARD-AVAILABLE VALUE 'Y'.
           05 WS-PAYH-AVAIL-FLAG PIC X VALUE 'N'.
               88 PAYH-AVAILABLE VALUE 'Y'.
           05 WS-APPL-AVAIL-FLAG PIC X VALUE 'N'.
               88 APPL-AVAILABLE VALUE 'Y'.

       01 WS-INPUT-SSN PIC X(11).
       01 WS-OLD-SSN PIC X(9).
       01 WS-AUDIT-NAME PIC X(15).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-ROWS-MOVED PIC 9(4).
      * Lines read off a queue and lines landed on the work file - the
      * queue is only replaced when the two agree.
       01 WS-QUEUE-LINES-READ PIC 9(7).
       01 WS-WORK-LINES-WRITTEN PIC 9(7).
       01 WS-FILE-TAG PIC X(8).
       01 WS-IDX PIC 9(4).

      * rather than moving part of a ledger.
       01 WS-PAY-TABLE.
           05 WS-PAY-COUNT PIC 9(4) VALUE 0.
           05 WS-PAY-ROW PIC X(120) OCCURS 800 TIMES.
       01 WS-OVP-TABLE.
           05 WS-OVP-COUNT PIC 9(4) VALUE 0.
           05 WS-OVP-ROW PIC X(60) OCCURS 200 TIMES.
       01 WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(4) VALUE 0.
           05 WS-DEP-ROW PIC X(60) OCCURS 99 TIMES.
       01 WS-APL-TABLE.
           05 WS-APL-COUNT PIC 9(4) VALUE 0.
           05 WS-APL-ROW PIC X(160) OCCURS 99 TIMES.

       COPY RUNCTL REPLACING ==RC-REQUEST-NAME== BY
           ==WS-RUN-CONTROL-REQUEST==.
           OPEN I-O CLAIMS-FILE
           IF CLAIMS-FILE-OK
               SET CLAIM-AVAILABLE TO TRUE
           END-IF
           OPEN I-O APPEALS-FILE
           IF APPEAL-FILE-OK
               SET APPL-AVAILABLE TO TRUE
           END-IF
           OPEN I-O PARTB-ENROLLMENT
           IF PARTB-FILE-OK
               SET PARTB-AVAILABLE TO TRUE
           END-IF
           OPEN I-O ADDRESS-FILE
           IF ADDRESS-FILE-OK
               SET ADDR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O CHECK-REGISTER
           IF CHECK-REGISTER-OK
               SET CHKR-AVAILABLE TO TRUE
           END-IF.

       CLOSE-KEYED-FILES.
           END-IF
           IF CLAIM-AVAILABLE
               CLOSE CLAIMS-FILE
           END-IF
           IF APPL-AVAILABLE
               CLOSE APPEALS-FILE
           END-IF
           IF PARTB-AVAILABLE
               CLOSE PARTB-ENROLLMENT
           END-IF
           IF ADDR-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           IF CHKR-AVAILABLE
               CLOSE CHECK-REGISTER
           END-IF.

       PROMPT-FOR-SSNS.
                       DISPLAY 'A CLAIM ALREADY OWNS THE NEW SSN.'
                       SET REKEY-REFUSED TO TRUE
               END-READ
           END-IF
           IF REKEY-MAY-PROCEED AND APPL-AVAILABLE
               PERFORM PROBE-APPEALS-NEW-KEY
               IF PROBE-HIT
                   DISPLAY 'APPEAL ROWS ALREADY EXIST UNDER THE NEW '
                       'SSN.'
                   SET REKEY-REFUSED TO TRUE
               END-IF
           END-IF
           IF REKEY-MAY-PROCEED AND PARTB-AVAILABLE
               MOVE WS-NEW-SSN TO MDB-SSN
               READ PARTB-ENROLLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'A PART B ENROLLMENT ALREADY OWNS THE '
                           'NEW SSN.'
                       SET REKEY-REFUSED TO TRUE
               END-READ
           END-IF
           IF REKEY-MAY-PROCEED AND ADDR-AVAILABLE
               MOVE WS-NEW-SSN TO ADR-SSN
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'A MAILING ADDRESS ALREADY OWNS THE '
                           'NEW SSN.'
                       SET REKEY-REFUSED TO TRUE
               END-READ
           END-IF.

       PROBE-EARNINGS-NEW-KEY.
                   END-READ
           END-START.

       PROBE-APPEALS-NEW-KEY.
           SET PROBE-MISS TO TRUE
           MOVE WS-NEW-SSN TO APL-SSN
           START APPEALS-FILE KEY IS EQUAL TO APL-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ APPEALS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF APL-SSN = WS-NEW-SSN
                               SET PROBE-HIT TO TRUE
                           END-IF
                   END-READ
           END-START.

      * Every multi-row file is staged into memory before the first
      * delete, so a ledger too big for its buffer refuses the
      * re-key while everything is still intact on disk.
                       'RE-KEY REFUSED.'
                   SET REKEY-REFUSED TO TRUE
               END-IF
           END-IF
           IF REKEY-MAY-PROCEED AND APPL-AVAILABLE
               PERFORM LOAD-APPEAL-ROWS
               IF WS-APL-COUNT >= 99
                   DISPLAY 'APPEALS EXCEED THE TRANSIT TABLE - '
                       'RE-KEY REFUSED.'
                   SET REKEY-REFUSED TO TRUE
               END-IF
           END-IF.

       LOAD-EARNINGS-ROWS.
                   END-IF
           END-READ.

       LOAD-APPEAL-ROWS.
           MOVE 0 TO WS-APL-COUNT
           MOVE WS-OLD-SSN TO APL-SSN
           START APPEALS-FILE KEY IS EQUAL TO APL-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM READ-APPEAL-ROWS UNTIL SCAN-DONE
           END-START.

       READ-APPEAL-ROWS.
           READ APPEALS-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF APL-SSN NOT = WS-OLD-SSN
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-APL-COUNT < 99
                           ADD 1 TO WS-APL-COUNT
                           MOVE APL-RECORD
                               TO WS-APL-ROW(WS-APL-COUNT)
                       ELSE
                           MOVE 99 TO WS-APL-COUNT
                           SET SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * Master first, then each child file, the same order the
      * maintenance SSN-change path uses - one audit line per file
      * touched so the trail shows exactly what moved.
           IF CLAIM-AVAILABLE
               PERFORM MOVE-CLAIM-ROW
           END-IF
           IF APPL-AVAILABLE
               PERFORM MOVE-APPEAL-ROWS
           END-IF
           IF PARTB-AVAILABLE
               PERFORM MOVE-PARTB-ROW
           END-IF
           IF ADDR-AVAILABLE
               PERFORM MOVE-ADDRESS-ROW
           END-IF
           IF CHKR-AVAILABLE
               PERFORM MOVE-CHECK-REGISTER-ROWS
           END-IF
           PERFORM MOVE-CHANGE-QUEUE-LINES
           PERFORM MOVE-NOTICE-QUEUE-LINES
           DISPLAY 'RE-KEY COMPLETE - ' WS-OLD-SSN ' IS NOW '
               WS-NEW-SSN '.'.

                   END-DELETE
           END-READ.

       MOVE-PARTB-ROW.
           MOVE WS-OLD-SSN TO MDB-SSN
           READ PARTB-ENROLLMENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PARTB-ENROLLMENT RECORD
                       INVALID KEY
                           DISPLAY 'ERROR DELETING PART B ROW - '
                               'STATUS ' PARTB-FILE-STATUS
                       NOT INVALID KEY
                           MOVE WS-NEW-SSN TO MDB-SSN
                           WRITE MDB-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR REKEYING PART B '
                                       'ROW - STATUS '
                                       PARTB-FILE-STATUS
                               NOT INVALID KEY
                                   MOVE 1 TO WS-ROWS-MOVED
                                   MOVE 'SSAPARTB' TO WS-FILE-TAG
                                   PERFORM WRITE-REKEY-AUDIT
                           END-WRITE
                   END-DELETE
           END-READ.

       MOVE-ADDRESS-ROW.
           MOVE WS-OLD-SSN TO ADR-SSN
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ADDRESS-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ERROR DELETING ADDRESS ROW - '
                               'STATUS ' ADDRESS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE WS-NEW-SSN TO ADR-SSN
                           WRITE ADR-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR REKEYING ADDRESS '
                                       'ROW - STATUS '
                                       ADDRESS-FILE-STATUS
                               NOT INVALID KEY
                                   MOVE 1 TO WS-ROWS-MOVED
                                   MOVE 'SSAADDR' TO WS-FILE-TAG
                                   PERFORM WRITE-REKEY-AUDIT
                           END-WRITE
                   END-DELETE
           END-READ.

      * CKR-SSN is the leading part of CKR-PAY-KEY, so one move puts
      * both on the new SSN and the stale-check and paid-check runs
      * still find the ledger row the check paid.
       MOVE-CHECK-REGISTER-ROWS.
           MOVE 0 TO WS-ROWS-MOVED
           MOVE 0 TO CKR-CHECK-NUMBER
           START CHECK-REGISTER KEY IS NOT LESS THAN CKR-CHECK-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM REKEY-CHECK-REGISTER-ROW UNTIL SCAN-DONE
           END-START
           IF WS-ROWS-MOVED > 0
               MOVE 'SSACHKR' TO WS-FILE-TAG
               PERFORM WRITE-REKEY-AUDIT
           END-IF.

       REKEY-CHECK-REGISTER-ROW.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF CKR-SSN = WS-OLD-SSN
                       MOVE WS-NEW-SSN TO CKR-SSN
                       REWRITE CKR-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REKEYING CHECK '
                                   CKR-CHECK-NUMBER ' - STATUS '
                                   CHECK-REGISTER-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-ROWS-MOVED
                       END-REWRITE
                   END-IF
           END-READ.

      * A queue that has never been created, or holds nothing for
      * the old SSN, is left exactly as found - and so is one whose
      * work copy could not be opened or came up short of the lines
      * read, the same guard SSA-RETENTION puts on the audit log.
       MOVE-CHANGE-QUEUE-LINES.
           MOVE 0 TO WS-ROWS-MOVED
           MOVE 0 TO WS-QUEUE-LINES-READ
           MOVE 0 TO WS-WORK-LINES-WRITTEN
           OPEN INPUT EARNINGS-CHANGE-QUEUE
           IF CHANGE-QUEUE-OK
               OPEN OUTPUT REKEY-WORK
               IF NOT REKEY-WORK-OK
                   DISPLAY 'UNABLE TO OPEN REKEY WORK FILE - STATUS '
                       REKEY-WORK-STATUS
                   CLOSE EARNINGS-CHANGE-QUEUE
               ELSE
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM COPY-CHANGE-QUEUE-LINE UNTIL SCAN-DONE
                   CLOSE EARNINGS-CHANGE-QUEUE
                   CLOSE REKEY-WORK
               END-IF
               IF WS-ROWS-MOVED > 0
                   AND (NOT REKEY-WORK-OK
                       OR WS-WORK-LINES-WRITTEN
                           NOT = WS-QUEUE-LINES-READ)
                   DISPLAY 'CHANGE QUEUE LEFT AS FOUND - WORK COPY '
                       'INCOMPLETE.'
                   MOVE 0 TO WS-ROWS-MOVED
               END-IF
               IF WS-ROWS-MOVED > 0
                   OPEN INPUT REKEY-WORK
                   OPEN OUTPUT EARNINGS-CHANGE-QUEUE
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM RESTORE-CHANGE-QUEUE-LINE UNTIL SCAN-DONE
                   CLOSE REKEY-WORK
                   CLOSE EARNINGS-CHANGE-QUEUE
                   MOVE 'SSAECHG' TO WS-FILE-TAG
                   PERFORM WRITE-REKEY-AUDIT
               END-IF
           END-IF.

       COPY-CHANGE-QUEUE-LINE.
           READ EARNINGS-CHANGE-QUEUE
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-LINES-READ
                   IF ECH-SSN = WS-OLD-SSN
                       MOVE WS-NEW-SSN TO ECH-SSN
                       ADD 1 TO WS-ROWS-MOVED
                   END-IF
                   MOVE ECH-RECORD TO REKEY-WORK-RECORD
                   WRITE REKEY-WORK-RECORD
                   IF NOT REKEY-WORK-OK
                       DISPLAY 'ERROR WRITING REKEY WORK FILE - '
                           'STATUS ' REKEY-WORK-STATUS
                   ELSE
                       ADD 1 TO WS-WORK-LINES-WRITTEN
                   END-IF
           END-READ.

       RESTORE-CHANGE-QUEUE-LINE.
           READ REKEY-WORK
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   MOVE REKEY-WORK-RECORD TO ECH-RECORD
                   WRITE ECH-RECORD
                   IF NOT CHANGE-QUEUE-OK
                       DISPLAY 'ERROR REWRITING CHANGE QUEUE - '
                           'STATUS ' CHANGE-QUEUE-STATUS
                   END-IF
           END-READ.

       MOVE-NOTICE-QUEUE-LINES.
           MOVE 0 TO WS-ROWS-MOVED
           MOVE 0 TO WS-QUEUE-LINES-READ
           MOVE 0 TO WS-WORK-LINES-WRITTEN
           OPEN INPUT NOTICE-QUEUE
           IF NOTICE-QUEUE-OK
               OPEN OUTPUT REKEY-WORK
               IF NOT REKEY-WORK-OK
                   DISPLAY 'UNABLE TO OPEN REKEY WORK FILE - STATUS '
                       REKEY-WORK-STATUS
                   CLOSE NOTICE-QUEUE
               ELSE
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM COPY-NOTICE-QUEUE-LINE UNTIL SCAN-DONE
                   CLOSE NOTICE-QUEUE
                   CLOSE REKEY-WORK
               END-IF
               IF WS-ROWS-MOVED > 0
                   AND (NOT REKEY-WORK-OK
                       OR WS-WORK-LINES-WRITTEN
                           NOT = WS-QUEUE-LINES-READ)
                   DISPLAY 'NOTICE QUEUE LEFT AS FOUND - WORK COPY '
                       'INCOMPLETE.'
                   MOVE 0 TO WS-ROWS-MOVED
               END-IF
               IF WS-ROWS-MOVED > 0
                   OPEN INPUT REKEY-WORK
                   OPEN OUTPUT NOTICE-QUEUE
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM RESTORE-NOTICE-QUEUE-LINE UNTIL SCAN-DONE
                   CLOSE REKEY-WORK
                   CLOSE NOTICE-QUEUE
                   MOVE 'SSANOTQ' TO WS-FILE-TAG
                   PERFORM WRITE-REKEY-AUDIT
               END-IF
           END-IF.

       COPY-NOTICE-QUEUE-LINE.
           READ NOTICE-QUEUE
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-LINES-READ
                   IF NTQ-SSN = WS-OLD-SSN
                       MOVE WS-NEW-SSN TO NTQ-SSN
                       ADD 1 TO WS-ROWS-MOVED
                   END-IF
                   MOVE NTQ-RECORD TO REKEY-WORK-RECORD
                   WRITE REKEY-WORK-RECORD
                   IF NOT REKEY-WORK-OK
                       DISPLAY 'ERROR WRITING REKEY WORK FILE - '
                           'STATUS ' REKEY-WORK-STATUS
                   ELSE
                       ADD 1 TO WS-WORK-LINES-WRITTEN
                   END-IF
           END-READ.

       RESTORE-NOTICE-QUEUE-LINE.
           READ REKEY-WORK
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   MOVE REKEY-WORK-RECORD TO NTQ-RECORD
                   WRITE NTQ-RECORD
                   IF NOT NOTICE-QUEUE-OK
                       DISPLAY 'ERROR REWRITING NOTICE QUEUE - '
                           'STATUS ' NOTICE-QUEUE-STATUS
                   END-IF
           END-READ.

       MOVE-APPEAL-ROWS.
           MOVE WS-OLD-SSN TO APL-SSN
           START APPEALS-FILE KEY IS EQUAL TO APL-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-DONE-FLAG
                   PERFORM DELETE-APPEAL-ROWS UNTIL SCAN-DONE
           END-START
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-APL-COUNT
               MOVE WS-APL-ROW(WS-IDX) TO APL-RECORD
               MOVE WS-NEW-SSN TO APL-SSN
               WRITE APL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REKEYING APPEAL - STATUS '
                           APPEAL-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF WS-APL-COUNT > 0
               MOVE WS-APL-COUNT TO WS-ROWS-MOVED
               MOVE 'SSAAPPL' TO WS-FILE-TAG
               PERFORM WRITE-REKEY-AUDIT
           END-IF.

       DELETE-APPEAL-ROWS.
           READ APPEALS-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF APL-SSN NOT = WS-OLD-SSN
                       SET SCAN-DONE TO TRUE
                   ELSE
                       DELETE APPEALS-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERROR DELETING APPEAL - '
                                   'STATUS ' APPEAL-FILE-STATUS
                       END-DELETE
                   END-IF
           END-READ.

      * One line per file touched, each naming the file, the row
      * count, and the before/after keys - the trail SSA-FILE-AUDIT
      * wished the failed re-keys had left.
