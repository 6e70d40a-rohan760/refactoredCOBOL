      ******************************************************************
      * PROGRAM-ID : TLOGCDCX
      * Incremental change-data-capture extract of the HAYNIE R&D
      * Test Log (TLOG) for the data warehouse, run each night after
      * the stream. In place of the weekly full reload from the
      * DATALOOP CSV it sends only what changed since the last
      * extract (layout in TLOGCDC.cpy, file CDCEXTR): one row per
      * test touched, with an operation code worked out from the
      * TLOGHIST change history - added, changed, deleted, purged to
      * the archive by TLOGPURG or restored by TLOGREST - and the
      * full record image from the master (or, for a purge, from the
      * TLOGARCH archive); then every continuation note (TLOGNOTE)
      * and measurement result (TLOGRSLT) stamped since the last
      * extract. Where one test changed several ways in the range
      * the last add, delete, purge or restore decides its code, and
      * any other change makes it a plain change. Header and trailer
      * rows carry the extract date, sequence number, range covered
      * and row counts. The extract point - the run date, how far
      * through TLOGHIST the last extract read and a copy of the
      * last history record it read - is kept in a one-record
      * control file (TLOGCDCC), rewritten as a new generation
      * (TLOGCDCN, the same handoff pattern as TLOGNXID/TLOGNXNW).
      * A missed night is therefore picked up by the next run, and
      * a rerun finds nothing new to send. If the history no longer
      * matches the control record (a TLOGRBCK rollback has cut it
      * back), the extract picks up again from the first history
      * entry dated on the last extract's date, and the notes and
      * results stamped on that date are sent again with those
      * after it, so nothing is lost; the rows resent then carry
      * full images and simply overwrite what the warehouse
      * already holds. With no control file the
      * first run sends everything. Test rows and anything that
      * could not be sent are listed on the extract report (CDCRPT);
      * a row that could not be sent ends the run with RETURN-CODE 8.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGCDCX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO TLOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MASTFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEST-RECORD-ID
               FILE STATUS IS WS-TLOG-STATUS.
           SELECT ARCHFILE ASSIGN TO TLOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT NOTEFILE ASSIGN TO TLOGNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT RSLTFILE ASSIGN TO TLOGRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT EXTFILE ASSIGN TO CDCEXTR.
           SELECT CTLFILE ASSIGN TO TLOGCDCC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CTLOUT ASSIGN TO TLOGCDCN.
           SELECT RPTFILE ASSIGN TO CDCRPT.
           SELECT SORTFILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD MASTFILE.

       COPY TLOG.
      ******************************************************************
       FD ARCHFILE
           RECORDING MODE F.

       01  ARCHFILE-RECORD.
           05  ARCH-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(1309).
      ******************************************************************
       FD NOTEFILE.

       COPY TLOGNOTE.
      ******************************************************************
       FD RSLTFILE.

       COPY TLOGRSLT.
      ******************************************************************
       FD EXTFILE
           RECORDING MODE F.

       COPY TLOGCDC.
      ******************************************************************
       FD CTLFILE
           RECORDING MODE F.

       01  CTL-RECORD.
           05  CTL-LAST-DATE           PIC 9(8).
           05  CTL-LAST-SEQ            PIC 9(6).
           05  CTL-LAST-HIST           PIC 9(9).
           05  CTL-LAST-HIST-IMAGE     PIC X(187).
      ******************************************************************
       FD CTLOUT
           RECORDING MODE F.

       01  CTLOUT-RECORD.
           05  CTL-OUT-LAST-DATE       PIC 9(8).
           05  CTL-OUT-LAST-SEQ        PIC 9(6).
           05  CTL-OUT-LAST-HIST       PIC 9(9).
           05  CTL-OUT-LAST-IMAGE      PIC X(187).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       SD SORTFILE.

       01  SORT-CDC-RECORD.
           05  SORT-CDC-ID             PIC 9(6).
           05  SORT-CDC-SEQ            PIC 9(9).
           05  SORT-CDC-DATE           PIC 9(8).
           05  SORT-CDC-FIELD          PIC X(10).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  HIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  FILE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-RESYNC-SW            PIC X(1) VALUE 'N'.
       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-TLOG-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-NOTE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RSLT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
      * The extract point as the last run left it.
       01  WS-LAST-POINT.
           05  WS-LAST-DATE            PIC 9(8) VALUE ZERO.
           05  WS-LAST-SEQ             PIC 9(6) VALUE ZERO.
           05  WS-LAST-HIST            PIC 9(9) VALUE ZERO.
           05  WS-LAST-HIST-IMAGE      PIC X(187) VALUE SPACES.
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-POS             PIC 9(9) VALUE ZERO.
           05  WS-HIST-LENGTH          PIC 9(9) VALUE ZERO.
           05  WS-START-POS            PIC 9(9) VALUE ZERO.
           05  WS-RESYNC-POS           PIC 9(9) VALUE ZERO.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-FROM-DATE-INT        PIC 9(7) VALUE ZERO.
           05  WS-NEW-SEQ              PIC 9(6) VALUE ZERO.
           05  WS-END-HIST-IMAGE       PIC X(187) VALUE SPACES.
       01  WS-NET-CHANGE.
           05  WS-CURR-ID              PIC 9(6) VALUE ZERO.
           05  WS-NET-OP               PIC X(1) VALUE SPACE.
           05  WS-NET-DATE             PIC 9(8) VALUE ZERO.
      * Tests purged in the range; their images are picked up in
      * one pass over the archive afterwards.
       01  WS-ARC-CONTROL.
           05  WS-ARC-MAX              PIC 9(4) VALUE 2000.
           05  WS-ARC-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-ARC-IDX              PIC 9(4) VALUE ZERO.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY            OCCURS 2000 TIMES.
               10  WS-ARC-ID               PIC 9(6).
               10  WS-ARC-DATE             PIC 9(8).
               10  WS-ARC-SENT-SW          PIC X(1).
       01  WS-COUNTERS.
           05  WS-HIST-SELECTED        PIC 9(9) VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-RESTORE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-NOTE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-RESULT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-ROW-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-NOT-SENT-COUNT       PIC 9(9) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'DATA WAREHOUSE CHANGE EXTRACT REPORT'.
       01  RANGE-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'EXTRACT SEQUENCE: '.
           05  RNG-SEQ-OUT             PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '   STAMPED AFTER'.
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  RNG-FROM-DATE-OUT       PIC 9(8).
           05  FILLER                  PIC X(9)
               VALUE ' THROUGH '.
           05  RNG-TO-DATE-OUT         PIC 9(8).
       01  RANGE-LINE-2.
           05  FILLER                  PIC X(27)
               VALUE 'CHANGE HISTORY POSITIONS : '.
           05  RNG-FROM-HIST-OUT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(9)
               VALUE ' THROUGH '.
           05  RNG-TO-HIST-OUT         PIC ZZZ,ZZZ,ZZ9.
       01  RESYNC-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** CHANGE HISTORY NO LONGER MATCHES THE'.
           05  FILLER                  PIC X(40)
               VALUE ' LAST EXTRACT POINT - RESENDING FROM THE'.
           05  FILLER                  PIC X(22)
               VALUE ' LAST EXTRACT DATE ***'.
       01  HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(11)
               VALUE  'OPERATION'.
           05  FILLER                  PIC X(10)
               VALUE  'CHANGED'.
           05  FILLER                  PIC X(40)
               VALUE  'NOTE'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(11)
               VALUE '---------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(40)
               VALUE '----------------------------------------'.
       01  ROW-LINE.
           05  ROW-ID-OUT              PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ROW-OP-OUT              PIC X(9).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ROW-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ROW-NOTE-OUT            PIC X(40).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'HISTORY ENTRIES USED :'.
           05  SUM-HIST-OUT            PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS ADDED          :'.
           05  SUM-ADD-OUT             PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS CHANGED        :'.
           05  SUM-CHANGE-OUT          PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS DELETED        :'.
           05  SUM-DELETE-OUT          PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS PURGED         :'.
           05  SUM-ARCHIVE-OUT         PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS RESTORED       :'.
           05  SUM-RESTORE-OUT         PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                  PIC X(22)
               VALUE  'NOTES SENT           :'.
           05  SUM-NOTE-OUT            PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-8.
           05  FILLER                  PIC X(22)
               VALUE  'RESULTS SENT         :'.
           05  SUM-RESULT-OUT          PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-9.
           05  FILLER                  PIC X(22)
               VALUE  'ROWS EXTRACTED       :'.
           05  SUM-ROW-OUT             PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-10.
           05  FILLER                  PIC X(22)
               VALUE  'ROWS NOT SENT        :'.
           05  SUM-NOT-SENT-OUT        PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-CONTROL
           PERFORM FIND-START-POINT
           ADD 1 TO WS-LAST-SEQ GIVING WS-NEW-SEQ
           PERFORM PRINT-TITLE
           OPEN OUTPUT EXTFILE
           MOVE 'H' TO CDC-REC-TYPE
           PERFORM WRITE-CONTROL-ROW
           OPEN INPUT MASTFILE
           SORT SORTFILE
               ON ASCENDING KEY SORT-CDC-ID
                                SORT-CDC-SEQ
               INPUT PROCEDURE IS HISTORY-FEED
               OUTPUT PROCEDURE IS NET-CHANGE-OUT
           CLOSE MASTFILE
           IF WS-ARC-COUNT > ZERO
               PERFORM SEND-ARCHIVE-IMAGES
           END-IF
           PERFORM SEND-NOTES
           PERFORM SEND-RESULTS
           MOVE 'T' TO CDC-REC-TYPE
           PERFORM WRITE-CONTROL-ROW
           CLOSE EXTFILE
           PERFORM WRITE-NEW-CONTROL
           PERFORM PRINT-SUMMARY
           CLOSE RPTFILE
           IF WS-NOT-SENT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * With no control file yet, everything is new.
       READ-CONTROL.
           OPEN INPUT CTLFILE
           IF WS-CTL-STATUS = '00'
               READ CTLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-DATE NUMERIC
                               AND CTL-LAST-SEQ NUMERIC
                               AND CTL-LAST-HIST NUMERIC
                           MOVE CTL-LAST-DATE TO WS-LAST-DATE
                           MOVE CTL-LAST-SEQ TO WS-LAST-SEQ
                           MOVE CTL-LAST-HIST TO WS-LAST-HIST
                           MOVE CTL-LAST-HIST-IMAGE
                               TO WS-LAST-HIST-IMAGE
                       END-IF
               END-READ
               CLOSE CTLFILE
           END-IF.
      ******************************************************************
      * First pass over the history: its length, whether the entry
      * the last extract ended on is still where it was, and where
      * to pick up again if it is not. Notes and results are sent
      * when stamped after WS-FROM-DATE - the last extract's date,
      * or the day before it when picking up again, since the rerun
      * after a rollback stamps its work with that same date.
       FIND-START-POINT.
           MOVE ZERO TO WS-HIST-POS.
           MOVE ZERO TO WS-RESYNC-POS.
           MOVE 'N' TO HIST-EOF-SWITCH.
           IF WS-LAST-HIST > ZERO
               MOVE 'Y' TO WS-RESYNC-SW
           END-IF.
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST
               PERFORM FIND-START-LOOP UNTIL HIST-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
           END-IF.
           MOVE WS-HIST-POS TO WS-HIST-LENGTH.
           IF WS-RESYNC-SW = 'Y'
               IF WS-RESYNC-POS = ZERO
                   COMPUTE WS-START-POS = WS-HIST-LENGTH + 1
               ELSE
                   MOVE WS-RESYNC-POS TO WS-START-POS
               END-IF
           ELSE
               COMPUTE WS-START-POS = WS-LAST-HIST + 1
           END-IF.
           MOVE WS-LAST-DATE TO WS-FROM-DATE.
           IF WS-RESYNC-SW = 'Y' AND WS-LAST-DATE > ZERO
               COMPUTE WS-FROM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE) - 1
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-DATE-INT)
           END-IF.
      ******************************************************************
       FIND-START-LOOP.
           ADD 1 TO WS-HIST-POS.
           MOVE TLOG-HISTORY-RECORD TO WS-END-HIST-IMAGE.
           IF WS-HIST-POS = WS-LAST-HIST
                   AND TLOG-HISTORY-RECORD = WS-LAST-HIST-IMAGE
               MOVE 'N' TO WS-RESYNC-SW
           END-IF.
           IF WS-RESYNC-POS = ZERO
                   AND HIST-RUN-DATE-NUM NOT < WS-LAST-DATE
               MOVE WS-HIST-POS TO WS-RESYNC-POS
           END-IF.
           PERFORM READ-HIST.
      ******************************************************************
       READ-HIST.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
      ******************************************************************
      * Second pass: every entry from the start point on, sorted by
      * record ID with the order applied kept within each ID.
       HISTORY-FEED.
           MOVE ZERO TO WS-HIST-POS.
           MOVE 'N' TO HIST-EOF-SWITCH.
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST
               PERFORM HISTORY-FEED-LOOP UNTIL HIST-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
           END-IF.
      ******************************************************************
       HISTORY-FEED-LOOP.
           ADD 1 TO WS-HIST-POS.
           IF WS-HIST-POS NOT < WS-START-POS
               ADD 1 TO WS-HIST-SELECTED
               MOVE HIST-RECORD-ID TO SORT-CDC-ID
               MOVE WS-HIST-POS TO SORT-CDC-SEQ
               MOVE HIST-RUN-DATE-NUM TO SORT-CDC-DATE
               MOVE HIST-FIELD-NAME TO SORT-CDC-FIELD
               RELEASE SORT-CDC-RECORD
           END-IF.
           PERFORM READ-HIST.
      ******************************************************************
       NET-CHANGE-OUT.
           MOVE 'N' TO SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED.
           PERFORM NET-CHANGE-LOOP UNTIL SORT-EOF-SWITCH = 'Y'.
      ******************************************************************
       NET-CHANGE-LOOP.
           MOVE SORT-CDC-ID TO WS-CURR-ID.
           MOVE 'C' TO WS-NET-OP.
           PERFORM NET-ENTRY-LOOP
               UNTIL SORT-EOF-SWITCH = 'Y'
                  OR SORT-CDC-ID NOT = WS-CURR-ID.
           PERFORM WRITE-TEST-ROW.
      ******************************************************************
      * The last add, delete, purge or restore in the range decides
      * the operation; field changes, notes and links alone make it
      * a change.
       NET-ENTRY-LOOP.
           EVALUATE SORT-CDC-FIELD
               WHEN 'ADDED'
                   MOVE 'A' TO WS-NET-OP
               WHEN 'DELETED'
                   MOVE 'D' TO WS-NET-OP
               WHEN 'ARCHIVED'
                   MOVE 'P' TO WS-NET-OP
               WHEN 'RESTORED'
                   MOVE 'R' TO WS-NET-OP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SORT-CDC-DATE TO WS-NET-DATE.
           PERFORM RETURN-SORTED.
      ******************************************************************
       RETURN-SORTED.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       WRITE-TEST-ROW.
           MOVE WS-CURR-ID TO ROW-ID-OUT.
           MOVE WS-NET-DATE TO ROW-DATE-OUT.
           MOVE SPACES TO ROW-NOTE-OUT.
           EVALUATE WS-NET-OP
               WHEN 'D'
                   MOVE 'DELETE' TO ROW-OP-OUT
                   MOVE SPACES TO CDC-IMAGE
                   PERFORM WRITE-TEST-IMAGE
               WHEN 'P'
                   MOVE 'PURGE' TO ROW-OP-OUT
                   PERFORM QUEUE-ARCHIVE-IMAGE
               WHEN OTHER
                   PERFORM SEND-MASTER-IMAGE
           END-EVALUATE.
           MOVE ROW-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       SEND-MASTER-IMAGE.
           EVALUATE WS-NET-OP
               WHEN 'A'
                   MOVE 'ADD' TO ROW-OP-OUT
               WHEN 'R'
                   MOVE 'RESTORE' TO ROW-OP-OUT
               WHEN OTHER
                   MOVE 'CHANGE' TO ROW-OP-OUT
           END-EVALUATE.
           MOVE WS-CURR-ID TO TEST-RECORD-ID.
           READ MASTFILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER - NOT SENT ***'
                       TO ROW-NOTE-OUT
                   ADD 1 TO WS-NOT-SENT-COUNT
               NOT INVALID KEY
                   MOVE HRD-TEST-TRACKING-RECORD TO CDC-IMAGE
                   PERFORM WRITE-TEST-IMAGE
           END-READ.
      ******************************************************************
      * A purged test's image is sent once the archive has been
      * read; a range with more purges than the table holds still
      * sends the key, without the image, and says so.
       QUEUE-ARCHIVE-IMAGE.
           IF WS-ARC-COUNT < WS-ARC-MAX
               ADD 1 TO WS-ARC-COUNT
               MOVE WS-CURR-ID TO WS-ARC-ID (WS-ARC-COUNT)
               MOVE WS-NET-DATE TO WS-ARC-DATE (WS-ARC-COUNT)
               MOVE 'N' TO WS-ARC-SENT-SW (WS-ARC-COUNT)
           ELSE
               MOVE SPACES TO CDC-IMAGE
               PERFORM WRITE-TEST-IMAGE
               MOVE '*** TABLE FULL - SENT WITHOUT IMAGE ***'
                   TO ROW-NOTE-OUT
               ADD 1 TO WS-NOT-SENT-COUNT
           END-IF.
      ******************************************************************
       WRITE-TEST-IMAGE.
           MOVE 'D' TO CDC-REC-TYPE.
           MOVE WS-NET-OP TO CDC-OP-CODE.
           MOVE WS-CURR-ID TO CDC-RECORD-ID.
           MOVE WS-NET-DATE TO CDC-EVENT-DATE.
           WRITE TLOG-CDC-RECORD.
           ADD 1 TO WS-ROW-COUNT.
           EVALUATE WS-NET-OP
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
               WHEN 'P'
                   ADD 1 TO WS-ARCHIVE-COUNT
               WHEN 'R'
                   ADD 1 TO WS-RESTORE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE.
      ******************************************************************
      * The archive accumulates across purge runs and a restored
      * test is taken out of it, so a purged test is on it once.
       SEND-ARCHIVE-IMAGES.
           MOVE 'N' TO FILE-EOF-SWITCH.
           MOVE 'P' TO WS-NET-OP.
           OPEN INPUT ARCHFILE
           IF WS-ARCH-STATUS = '00'
               READ ARCHFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM SEND-ARCHIVE-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE ARCHFILE
           END-IF.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-COUNT
               IF WS-ARC-SENT-SW (WS-ARC-IDX) = 'N'
                   PERFORM SEND-ARCHIVE-KEY-ONLY
               END-IF
           END-PERFORM.
      ******************************************************************
       SEND-ARCHIVE-LOOP.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-COUNT
               IF WS-ARC-ID (WS-ARC-IDX) = ARCH-RECORD-ID
                       AND WS-ARC-SENT-SW (WS-ARC-IDX) = 'N'
                   MOVE 'Y' TO WS-ARC-SENT-SW (WS-ARC-IDX)
                   MOVE ARCH-RECORD-ID TO WS-CURR-ID
                   MOVE WS-ARC-DATE (WS-ARC-IDX) TO WS-NET-DATE
                   MOVE ARCHFILE-RECORD TO CDC-IMAGE
                   PERFORM WRITE-TEST-IMAGE
               END-IF
           END-PERFORM.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       SEND-ARCHIVE-KEY-ONLY.
           MOVE WS-ARC-ID (WS-ARC-IDX) TO WS-CURR-ID.
           MOVE WS-ARC-DATE (WS-ARC-IDX) TO WS-NET-DATE.
           MOVE SPACES TO CDC-IMAGE.
           PERFORM WRITE-TEST-IMAGE.
           ADD 1 TO WS-NOT-SENT-COUNT.
           MOVE WS-CURR-ID TO ROW-ID-OUT.
           MOVE WS-NET-DATE TO ROW-DATE-OUT.
           MOVE 'PURGE' TO ROW-OP-OUT.
           MOVE '*** NOT ON ARCHIVE - SENT WITHOUT IMAGE'
               TO ROW-NOTE-OUT.
           MOVE ROW-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       SEND-NOTES.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT NOTEFILE
           IF WS-NOTE-STATUS = '00'
               READ NOTEFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM SEND-NOTES-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE NOTEFILE
           END-IF.
      ******************************************************************
       SEND-NOTES-LOOP.
           IF NOTE-STAMP-DATE-NUM > WS-FROM-DATE
                   AND NOTE-STAMP-DATE-NUM NOT > WS-RUN-DATE
               MOVE SPACES TO CDC-IMAGE
               MOVE 'N' TO CDC-REC-TYPE
               MOVE 'A' TO CDC-OP-CODE
               MOVE NOTE-RECORD-ID TO CDC-RECORD-ID
               MOVE NOTE-STAMP-DATE-NUM TO CDC-EVENT-DATE
               MOVE TLOG-NOTE-RECORD TO CDC-IMAGE
               WRITE TLOG-CDC-RECORD
               ADD 1 TO WS-NOTE-COUNT
               ADD 1 TO WS-ROW-COUNT
           END-IF.
           READ NOTEFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       SEND-RESULTS.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT RSLTFILE
           IF WS-RSLT-STATUS = '00'
               READ RSLTFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM SEND-RESULTS-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE RSLTFILE
           END-IF.
      ******************************************************************
       SEND-RESULTS-LOOP.
           IF RSLT-STAMP-DATE > WS-FROM-DATE
                   AND RSLT-STAMP-DATE NOT > WS-RUN-DATE
               MOVE SPACES TO CDC-IMAGE
               MOVE 'M' TO CDC-REC-TYPE
               MOVE 'A' TO CDC-OP-CODE
               MOVE RSLT-RECORD-ID TO CDC-RECORD-ID
               MOVE RSLT-STAMP-DATE TO CDC-EVENT-DATE
               MOVE TLOG-RESULT-RECORD TO CDC-IMAGE
               WRITE TLOG-CDC-RECORD
               ADD 1 TO WS-RESULT-COUNT
               ADD 1 TO WS-ROW-COUNT
           END-IF.
           READ RSLTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
      * Header and trailer carry the same range; only the trailer
      * has the counts.
       WRITE-CONTROL-ROW.
           MOVE SPACES TO CDC-IMAGE.
           MOVE SPACE TO CDC-OP-CODE.
           MOVE ZERO TO CDC-RECORD-ID.
           MOVE WS-RUN-DATE TO CDC-EVENT-DATE.
           MOVE WS-RUN-DATE TO CDC-EXTRACT-DATE.
           MOVE WS-NEW-SEQ TO CDC-EXTRACT-SEQ.
           MOVE WS-FROM-DATE TO CDC-FROM-DATE.
           MOVE WS-RUN-DATE TO CDC-TO-DATE.
           MOVE WS-START-POS TO CDC-FROM-HIST.
           MOVE WS-HIST-LENGTH TO CDC-TO-HIST.
           MOVE WS-ADD-COUNT TO CDC-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO CDC-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT TO CDC-DELETE-COUNT.
           MOVE WS-ARCHIVE-COUNT TO CDC-ARCHIVE-COUNT.
           MOVE WS-RESTORE-COUNT TO CDC-RESTORE-COUNT.
           MOVE WS-NOTE-COUNT TO CDC-NOTE-COUNT.
           MOVE WS-RESULT-COUNT TO CDC-RESULT-COUNT.
           MOVE WS-ROW-COUNT TO CDC-ROW-COUNT.
           WRITE TLOG-CDC-RECORD.
      ******************************************************************
      * The next extract starts where this one stopped.
       WRITE-NEW-CONTROL.
           OPEN OUTPUT CTLOUT
           MOVE WS-RUN-DATE TO CTL-OUT-LAST-DATE
           MOVE WS-NEW-SEQ TO CTL-OUT-LAST-SEQ
           MOVE WS-HIST-LENGTH TO CTL-OUT-LAST-HIST
           MOVE WS-END-HIST-IMAGE TO CTL-OUT-LAST-IMAGE
           WRITE CTLOUT-RECORD
           CLOSE CTLOUT.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-NEW-SEQ TO RNG-SEQ-OUT.
           MOVE WS-FROM-DATE TO RNG-FROM-DATE-OUT.
           MOVE WS-RUN-DATE TO RNG-TO-DATE-OUT.
           MOVE RANGE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-START-POS TO RNG-FROM-HIST-OUT.
           MOVE WS-HIST-LENGTH TO RNG-TO-HIST-OUT.
           MOVE RANGE-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-RESYNC-SW = 'Y'
               MOVE RESYNC-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE WS-HIST-SELECTED TO SUM-HIST-OUT.
           MOVE WS-ADD-COUNT TO SUM-ADD-OUT.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGE-OUT.
           MOVE WS-DELETE-COUNT TO SUM-DELETE-OUT.
           MOVE WS-ARCHIVE-COUNT TO SUM-ARCHIVE-OUT.
           MOVE WS-RESTORE-COUNT TO SUM-RESTORE-OUT.
           MOVE WS-NOTE-COUNT TO SUM-NOTE-OUT.
           MOVE WS-RESULT-COUNT TO SUM-RESULT-OUT.
           MOVE WS-ROW-COUNT TO SUM-ROW-OUT.
           MOVE WS-NOT-SENT-COUNT TO SUM-NOT-SENT-OUT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-5 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-6 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-7 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-8 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-9 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-10 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
