      *          type. The log line positions parsed here are exactly
      *          the ones SSA-MAINTENANCE's WRITE-AUDIT-LOG-ENTRY
      *          STRING lays down - every field is fixed width, so
      *          the line decomposes by position. Lines SSA-RETENTION
      *          has moved off the live log are still searchable: a
      *          date-range search (or a summary for one day) takes
      *          in every archive the catalog SSAARCX.DAT says covers
      *          those months, and an SSN or operator search asks how
      *          far back into the archives to go.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO 'SSAARCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

      * Whichever log archive the catalog points at next.
           SELECT ARCHIVED-LOG
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-LINE PIC X(180).

       FD ARCHIVE-CATALOG.
           COPY ARCXREC REPLACING ==ARX-RECORD-NAME== BY
               ==ARX-RECORD==.

       FD ARCHIVED-LOG.
       01 ARCHIVED-LOG-RECORD.
           05 ARCHIVED-LOG-LINE PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 AUDIT-LOG-STATUS PIC XX.
               88 AUDIT-LOG-OK VALUE '00'.
           05 CATALOG-STATUS PIC XX.
               88 CATALOG-OK VALUE '00'.
           05 ARCHIVE-STATUS PIC XX.
               88 ARCHIVE-OK VALUE '00'.
           05 WS-CATALOG-DONE-FLAG PIC X.
               88 CATALOG-DONE VALUE 'Y'.
           05 WS-ARCHIVE-DONE-FLAG PIC X.
               88 ARCHIVE-SCAN-DONE VALUE 'Y'.
           05 WS-ARCHIVE-SEARCH-FLAG PIC X.
               88 SEARCH-ARCHIVES VALUE 'Y'.
               88 LIVE-LOG-ONLY VALUE 'N'.
           05 WS-SCAN-MODE PIC X.
               88 SCAN-FOR-SEARCH VALUE 'S'.
               88 SCAN-FOR-SUMMARY VALUE 'T'.
           05 WS-MORE-LOOKUPS PIC X VALUE 'Y'.
               88 NO-MORE-LOOKUPS VALUE 'N'.
           05 WS-SCAN-DONE-FLAG PIC X.
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-MATCH-COUNT PIC 9(5).
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-ARCHIVE-FROM-MONTH PIC 9(6).
       01 WS-ARCHIVE-TO-MONTH PIC 9(6).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).
       01 WS-ARCHIVES-SEARCHED PIC 9(3).

      * The audit line decomposed at the fixed positions
      * WRITE-AUDIT-LOG-ENTRY strings it together with.
           MOVE SPACES TO WS-INPUT-OPERATOR
           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           PERFORM PROMPT-FOR-ARCHIVE-MONTH
           PERFORM SCAN-AUDIT-LOG.

       SEARCH-BY-OPERATOR.
           MOVE SPACES TO WS-INPUT-SSN
           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           PERFORM PROMPT-FOR-ARCHIVE-MONTH
           PERFORM SCAN-AUDIT-LOG.

      * An SSN or operator search has no dates of its own, so the
      * inquirer says how far back into the archives it should go -
      * blank keeps it to the live log, the quick everyday answer.
       PROMPT-FOR-ARCHIVE-MONTH.
           SET LIVE-LOG-ONLY TO TRUE
           DISPLAY 'ALSO SEARCH ARCHIVES BACK TO MONTH '
               '(CCYYMM, BLANK = LIVE LOG ONLY): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-MONTH
           ACCEPT WS-INPUT-MONTH
           IF WS-INPUT-MONTH NOT = SPACES
               IF WS-INPUT-MONTH IS NUMERIC
                   SET SEARCH-ARCHIVES TO TRUE
                   MOVE WS-INPUT-MONTH TO WS-ARCHIVE-FROM-MONTH
                   MOVE 999999 TO WS-ARCHIVE-TO-MONTH
               ELSE
                   DISPLAY 'MONTH MUST BE KEYED AS CCYYMM - '
                       'SEARCHING THE LIVE LOG ONLY.'
               END-IF
           END-IF.

      * Either bound may be left blank for an open-ended range -
      * a blank FROM means from the start of the trail, a blank TO
      * means through today.
           END-IF
           MOVE SPACES TO WS-INPUT-SSN
           MOVE SPACES TO WS-INPUT-OPERATOR
           SET SEARCH-ARCHIVES TO TRUE
           MOVE 0 TO WS-ARCHIVE-FROM-MONTH
           MOVE 999999 TO WS-ARCHIVE-TO-MONTH
           IF WS-FROM-DATE(1:6) IS NUMERIC
               MOVE WS-FROM-DATE(1:6) TO WS-ARCHIVE-FROM-MONTH
           END-IF
           IF WS-TO-DATE(1:6) IS NUMERIC
               MOVE WS-TO-DATE(1:6) TO WS-ARCHIVE-TO-MONTH
           END-IF
           PERFORM SCAN-AUDIT-LOG.

      * One front-to-back pass of the log per search - the file is
      * reopened each time so successive searches always see the
      * whole trail, including entries a maintenance session wrote
      * since the last search. The archives asked for are searched
      * after it.
       SCAN-AUDIT-LOG.
           MOVE 0 TO WS-MATCH-COUNT
           SET SCAN-FOR-SEARCH TO TRUE
           OPEN INPUT AUDIT-LOG
           IF NOT AUDIT-LOG-OK
               DISPLAY 'NO AUDIT LOG ON FILE - STATUS '
                           SET SCAN-DONE TO TRUE
                       NOT AT END
                           MOVE AUDIT-LOG-LINE TO WS-LOG-LINE
                           PERFORM APPLY-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           IF SEARCH-ARCHIVES
               PERFORM SCAN-ARCHIVED-LOGS
           END-IF
           DISPLAY WS-MATCH-COUNT ' MATCHING ENTRIES.'.

      * One log line, live or archived, put to whichever use the
      * current pass is for - a search match, or the summary tally.
       APPLY-LOG-LINE.
           IF SCAN-FOR-SEARCH
               PERFORM CHECK-LINE-AGAINST-SEARCH
               IF LINE-MATCHES
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM DISPLAY-LOG-LINE
               END-IF
           ELSE
               IF LOG-TAG = 'AUD-'
                   AND (WS-INPUT-DATE = SPACES
                       OR LOG-DATE = WS-INPUT-DATE)
                   PERFORM TALLY-SUMMARY-LINE
               END-IF
           END-IF.

      * Every log archive on the catalog whose months overlap
      * WS-ARCHIVE-FROM-MONTH through WS-ARCHIVE-TO-MONTH, each read
      * front to back through APPLY-LOG-LINE the same as the live log.
       SCAN-ARCHIVED-LOGS.
           MOVE 0 TO WS-ARCHIVES-SEARCHED
           OPEN INPUT ARCHIVE-CATALOG
           IF CATALOG-OK
               MOVE 'N' TO WS-CATALOG-DONE-FLAG
               PERFORM UNTIL CATALOG-DONE
                   READ ARCHIVE-CATALOG
                       AT END
                           SET CATALOG-DONE TO TRUE
                       NOT AT END
                           IF ARX-FILE-ID = 'SSAMAINT'
                               AND ARX-THRU-MONTH >=
                                   WS-ARCHIVE-FROM-MONTH
                               AND ARX-FROM-MONTH <=
                                   WS-ARCHIVE-TO-MONTH
                               MOVE ARX-ARCHIVE-NAME
                                   TO WS-ARCHIVE-FILE-NAME
                               PERFORM SCAN-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF
           DISPLAY WS-ARCHIVES-SEARCHED ' ARCHIVED LOG FILES SEARCHED.'.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVED-LOG
           IF NOT ARCHIVE-OK
               DISPLAY 'ARCHIVE ' WS-ARCHIVE-FILE-NAME
                   ' NOT ON HAND - STATUS ' ARCHIVE-STATUS
           ELSE
               ADD 1 TO WS-ARCHIVES-SEARCHED
               MOVE 'N' TO WS-ARCHIVE-DONE-FLAG
               PERFORM UNTIL ARCHIVE-SCAN-DONE
                   READ ARCHIVED-LOG
                       AT END
                           SET ARCHIVE-SCAN-DONE TO TRUE
                       NOT AT END
                           MOVE ARCHIVED-LOG-LINE TO WS-LOG-LINE
                           PERFORM APPLY-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVED-LOG
           END-IF.

      * Whichever single criterion the caller set is the filter -
      * Transaction counts by operator and by operation type for one
      * day (or the whole trail when the date is left blank) - the
      * answer to "what did the front office do yesterday" without
      * reading a single raw line. A day old enough to have been
      * archived is summarized from the archives that cover its
      * month as well; a blank date summarizes the live log.
       DAILY-SUMMARY.
           DISPLAY 'SUMMARY DATE (CCYYMMDD, BLANK = ALL): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           MOVE 0 TO WS-OPER-COUNT
           INITIALIZE WS-TYPE-SUMMARY
           SET SCAN-FOR-SUMMARY TO TRUE
           SET LIVE-LOG-ONLY TO TRUE
           IF WS-INPUT-DATE(1:6) IS NUMERIC
               SET SEARCH-ARCHIVES TO TRUE
               MOVE WS-INPUT-DATE(1:6) TO WS-ARCHIVE-FROM-MONTH
               MOVE WS-INPUT-DATE(1:6) TO WS-ARCHIVE-TO-MONTH
           END-IF
           OPEN INPUT AUDIT-LOG
           IF NOT AUDIT-LOG-OK
               DISPLAY 'NO AUDIT LOG ON FILE - STATUS '
                           SET SCAN-DONE TO TRUE
                       NOT AT END
                           MOVE AUDIT-LOG-LINE TO WS-LOG-LINE
                           PERFORM APPLY-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           IF SEARCH-ARCHIVES
               PERFORM SCAN-ARCHIVED-LOGS
           END-IF
           PERFORM DISPLAY-SUMMARY.

      * The by-type totals count every line even if the by-operator
      * table is full - an overflowing roster must not make the
           DISPLAY ' '
           DISPLAY '--- AUDIT ACTIVITY SUMMARY ---'
           IF WS-INPUT-DATE = SPACES
               DISPLAY 'PERIOD: ENTIRE LIVE AUDIT LOG'
           ELSE
               DISPLAY 'PERIOD: ' WS-INPUT-DATE
           END-IF
