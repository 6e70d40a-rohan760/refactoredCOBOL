      ******************************************************************
      * PROGRAM-ID : TLOGAUDT
      * Cross-file integrity audit for the nightly HAYNIE R&D Test Log
      * (TLOG) stream, run after TLOGRECON and ahead of TLOGBALC. The
      * test data now lives in several files that no single step
      * reads together - the TLOG master, its TLOGNOTE continuation
      * notes and TLOGRSLT measurement results, the TLOGHIST change
      * journal, the TLOGARCH archive with its TLOGARCN notes
      * companion, and the TLOGNXID next-ID control record - so this
      * step reads them all into one sort by record ID (the same
      * merge-by-sort TLOGCYCL uses to line the history up against
      * the master and archive images) and checks that they agree:
      *     - note lines or measurement results whose record ID is
      *       on neither the master nor the archive (orphans)
      *     - an ID on both the live master and the archive, or on
      *       the archive more than once
      *     - continuation notes left on the wrong side of a purge
      *       or restore (live notes for an archived record, archive
      *       notes for a live one)
      *     - note line sequence numbers that skip or repeat (the
      *       live and archive notes for an ID are checked together,
      *       starting from line 1)
      *     - a master record with no ADDED entry on TLOGHIST
      *     - a TLOGNXID next-ID that is not higher than every
      *       record ID found on any of the files
      * Every problem is listed on AUDTRPT with the ID and the file
      * it was found on, and counted by kind on the summary. The
      * files read and the problems found are written to the
      * control-total file (TLOGBAL) and the run-control file
      * (TLOGRUNC) like the other steps; any problem at all ends the
      * step with RETURN-CODE 8 so a bad restore or a half-finished
      * purge is caught the night it happens. The companion files
      * are optional - a night with no archive yet, or no results,
      * simply has nothing to check on that side - but a missing
      * TLOGHIST skips the ADDED check with a warning line rather
      * than flagging every record on the master.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGAUDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
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
           SELECT HISTFILE ASSIGN TO TLOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHFILE ASSIGN TO TLOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCNFILE ASSIGN TO TLOGARCN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCN-KEY
               FILE STATUS IS WS-ARCN-STATUS.
           SELECT NXIDFILE ASSIGN TO TLOGNXID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NXID-STATUS.
           SELECT RPTFILE ASSIGN TO AUDTRPT.
           SELECT BALFILE ASSIGN TO TLOGBAL.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD NOTEFILE.

       COPY TLOGNOTE.
      ******************************************************************
       FD RSLTFILE.

       COPY TLOGRSLT.
      ******************************************************************
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD ARCHFILE
           RECORDING MODE F.

       01  ARCH-RECORD.
           05  ARCH-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(1309).
      ******************************************************************
       FD ARCNFILE.

       01  ARCN-RECORD.
           05  ARCN-KEY.
               10  ARCN-RECORD-ID      PIC 9(6).
               10  ARCN-SEQ            PIC 9(4).
           05  ARCN-DATE               PIC 9(8).
           05  ARCN-TEXT               PIC X(77).
      ******************************************************************
       FD NXIDFILE
           RECORDING MODE F.

       01  NXID-RECORD.
           05  NXID-NEXT-ID            PIC 9(6).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD BALFILE
           RECORDING MODE F.

       COPY TLOGBAL.
      ******************************************************************
       FD RUNCFILE
           RECORDING MODE F.

       COPY TLOGRUNC.
      ******************************************************************
      * One sort record per master image ('1'), archive image ('2'),
      * ADDED history entry ('3'), note line from either notes file
      * ('4', in line sequence order) and measurement result ('5'),
      * so each record ID's entries arrive together.
       SD SORTFILE.

       01  SORT-AUD-RECORD.
           05  SORT-AUD-ID             PIC 9(6).
           05  SORT-AUD-KIND           PIC X(1).
           05  SORT-AUD-SEQ            PIC 9(4).
           05  SORT-AUD-SOURCE         PIC X(1).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  NOTE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  RSLT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  HIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  ARCH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  ARCN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-GROUP-OPEN-SW        PIC X(1) VALUE 'N'.
           05  WS-HIST-OPEN-SW         PIC X(1) VALUE 'N'.
       01  WS-FILE-CONTROL.
           05  WS-NOTE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RSLT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCN-STATUS          PIC X(2) VALUE SPACES.
           05  WS-NXID-STATUS          PIC X(2) VALUE SPACES.
           05  WS-NEXT-ID              PIC 9(6) VALUE ZERO.
           05  WS-HIGH-ID              PIC 9(6) VALUE ZERO.
       01  WS-GROUP-FIELDS.
           05  WS-CURR-ID              PIC 9(6) VALUE ZERO.
           05  WS-GRP-MASTER-CNT       PIC 9(4) VALUE ZERO.
           05  WS-GRP-ARCH-CNT         PIC 9(4) VALUE ZERO.
           05  WS-GRP-ADDED-CNT        PIC 9(4) VALUE ZERO.
           05  WS-GRP-LIVE-NOTE-CNT    PIC 9(5) VALUE ZERO.
           05  WS-GRP-ARCH-NOTE-CNT    PIC 9(5) VALUE ZERO.
           05  WS-GRP-RSLT-CNT         PIC 9(5) VALUE ZERO.
           05  WS-GRP-LAST-SEQ         PIC 9(4) VALUE ZERO.
           05  WS-GRP-NEXT-SEQ         PIC 9(5) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-MASTER-IN-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ARCH-IN-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-NOTE-IN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ARCN-IN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-RSLT-IN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HIST-IN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-PROBLEM-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-ORPHAN-NOTE-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ORPHAN-RSLT-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-BOTH-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-DUP-ARCH-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-WRONG-NOTE-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-NOTE-SEQ-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NO-ADDED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NXID-PROB-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(4)9.
           05  WS-EDIT-SEQ             PIC ZZZ9.
           05  WS-EDIT-SEQ-2           PIC ZZZ9.
       01  WS-BAL-RUN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGAUDT'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGRECON'.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SELF-END-SW          PIC X(1) VALUE 'N'.
           05  WS-PRED-END-SW          PIC X(1) VALUE 'N'.
       01  RUNC-ERROR-LINE.
           05  FILLER                  PIC X(18)
               VALUE '*** RUN CONTROL - '.
           05  RUNC-ERR-TEXT           PIC X(24).
           05  FILLER                  PIC X(4)
               VALUE ' ***'.
       01  HIST-WARN-LINE.
           05  FILLER                  PIC X(31)
               VALUE '*** CHANGE HISTORY NOT AVAILAB'.
           05  FILLER                  PIC X(30)
               VALUE 'LE - ADDED CHECK SKIPPED ***'.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG CROSS-FILE INTEGRITY AUDIT'.
       01  HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(10)
               VALUE  'FILE'.
           05  FILLER                  PIC X(34)
               VALUE  'PROBLEM'.
           05  FILLER                  PIC X(40)
               VALUE  'DETAIL'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '--------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(34)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(40)
               VALUE '----------------------------------------'.
       01  PROBLEM-LINE.
           05  PRB-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRB-FILE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRB-TEXT-OUT            PIC X(32).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRB-DETAIL-OUT          PIC X(40).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(28)
               VALUE  'MASTER RECORDS READ        :'.
           05  SUM-MASTER-OUT          PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(28)
               VALUE  'ARCHIVE RECORDS READ       :'.
           05  SUM-ARCH-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(28)
               VALUE  'LIVE NOTE LINES READ       :'.
           05  SUM-NOTE-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(28)
               VALUE  'ARCHIVE NOTE LINES READ    :'.
           05  SUM-ARCN-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(28)
               VALUE  'RESULTS READ               :'.
           05  SUM-RSLT-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(28)
               VALUE  'HISTORY ENTRIES READ       :'.
           05  SUM-HIST-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                  PIC X(28)
               VALUE  'ORPHAN NOTE IDS            :'.
           05  SUM-ORPHAN-NOTE-OUT     PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-8.
           05  FILLER                  PIC X(28)
               VALUE  'ORPHAN RESULT IDS          :'.
           05  SUM-ORPHAN-RSLT-OUT     PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-9.
           05  FILLER                  PIC X(28)
               VALUE  'ON MASTER AND ARCHIVE      :'.
           05  SUM-BOTH-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-10.
           05  FILLER                  PIC X(28)
               VALUE  'DUPLICATED ON ARCHIVE      :'.
           05  SUM-DUP-ARCH-OUT        PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-11.
           05  FILLER                  PIC X(28)
               VALUE  'NOTES ON WRONG FILE        :'.
           05  SUM-WRONG-NOTE-OUT      PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-12.
           05  FILLER                  PIC X(28)
               VALUE  'NOTE SEQUENCE ERRORS       :'.
           05  SUM-NOTE-SEQ-OUT        PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-13.
           05  FILLER                  PIC X(28)
               VALUE  'NO ADDED HISTORY ENTRY     :'.
           05  SUM-NO-ADDED-OUT        PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-14.
           05  FILLER                  PIC X(28)
               VALUE  'NEXT-ID CONTROL ERRORS     :'.
           05  SUM-NXID-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-15.
           05  FILLER                  PIC X(28)
               VALUE  'TOTAL PROBLEMS FOUND       :'.
           05  SUM-PROBLEM-OUT         PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAL-RUN-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM PRINT-TITLE
           SORT SORTFILE
               ON ASCENDING KEY SORT-AUD-ID
                                SORT-AUD-KIND
                                SORT-AUD-SEQ
               INPUT PROCEDURE IS AUDIT-FEED
               OUTPUT PROCEDURE IS AUDIT-OUT
           PERFORM CHECK-NEXT-ID
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RUN-END
           CLOSE RPTFILE
           IF WS-PROBLEM-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
       AUDIT-FEED.
           OPEN INPUT INFILE
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ
           PERFORM MASTER-FEED-LOOP UNTIL TLOG-EOF-SWITCH = 'Y'
           CLOSE INFILE
           OPEN INPUT ARCHFILE
           IF WS-ARCH-STATUS = '00'
               READ ARCHFILE
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-READ
               PERFORM ARCHIVE-FEED-LOOP UNTIL ARCH-EOF-SWITCH = 'Y'
               CLOSE ARCHFILE
           END-IF
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-SW
               READ HISTFILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SWITCH
               END-READ
               PERFORM HISTORY-FEED-LOOP UNTIL HIST-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
           ELSE
               MOVE HIST-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           OPEN INPUT NOTEFILE
           IF WS-NOTE-STATUS = '00'
               READ NOTEFILE
                   AT END
                       MOVE 'Y' TO NOTE-EOF-SWITCH
               END-READ
               PERFORM NOTE-FEED-LOOP UNTIL NOTE-EOF-SWITCH = 'Y'
               CLOSE NOTEFILE
           END-IF
           OPEN INPUT ARCNFILE
           IF WS-ARCN-STATUS = '00'
               READ ARCNFILE
                   AT END
                       MOVE 'Y' TO ARCN-EOF-SWITCH
               END-READ
               PERFORM ARCN-FEED-LOOP UNTIL ARCN-EOF-SWITCH = 'Y'
               CLOSE ARCNFILE
           END-IF
           OPEN INPUT RSLTFILE
           IF WS-RSLT-STATUS = '00'
               READ RSLTFILE
                   AT END
                       MOVE 'Y' TO RSLT-EOF-SWITCH
               END-READ
               PERFORM RESULT-FEED-LOOP UNTIL RSLT-EOF-SWITCH = 'Y'
               CLOSE RSLTFILE
           END-IF.
      ******************************************************************
       MASTER-FEED-LOOP.
           ADD 1 TO WS-MASTER-IN-COUNT.
           MOVE TEST-RECORD-ID TO SORT-AUD-ID.
           MOVE '1' TO SORT-AUD-KIND.
           MOVE ZERO TO SORT-AUD-SEQ.
           MOVE 'M' TO SORT-AUD-SOURCE.
           PERFORM RELEASE-AUDIT-RECORD.
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
       ARCHIVE-FEED-LOOP.
           ADD 1 TO WS-ARCH-IN-COUNT.
           MOVE ARCH-RECORD-ID TO SORT-AUD-ID.
           MOVE '2' TO SORT-AUD-KIND.
           MOVE ZERO TO SORT-AUD-SEQ.
           MOVE 'A' TO SORT-AUD-SOURCE.
           PERFORM RELEASE-AUDIT-RECORD.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
      ******************************************************************
      * Only the ADDED entries are sorted, but every entry's ID is
      * an ID that has been issued, so all of them count toward the
      * high-water mark the next-ID control is proved against.
       HISTORY-FEED-LOOP.
           ADD 1 TO WS-HIST-IN-COUNT.
           IF HIST-RECORD-ID > WS-HIGH-ID
               MOVE HIST-RECORD-ID TO WS-HIGH-ID
           END-IF.
           IF HIST-FIELD-NAME = 'ADDED'
               MOVE HIST-RECORD-ID TO SORT-AUD-ID
               MOVE '3' TO SORT-AUD-KIND
               MOVE ZERO TO SORT-AUD-SEQ
               MOVE 'H' TO SORT-AUD-SOURCE
               RELEASE SORT-AUD-RECORD
           END-IF.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
      ******************************************************************
       NOTE-FEED-LOOP.
           ADD 1 TO WS-NOTE-IN-COUNT.
           MOVE NOTE-RECORD-ID TO SORT-AUD-ID.
           MOVE '4' TO SORT-AUD-KIND.
           MOVE NOTE-LINE-SEQ TO SORT-AUD-SEQ.
           MOVE 'L' TO SORT-AUD-SOURCE.
           PERFORM RELEASE-AUDIT-RECORD.
           READ NOTEFILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SWITCH
           END-READ.
      ******************************************************************
       ARCN-FEED-LOOP.
           ADD 1 TO WS-ARCN-IN-COUNT.
           MOVE ARCN-RECORD-ID TO SORT-AUD-ID.
           MOVE '4' TO SORT-AUD-KIND.
           MOVE ARCN-SEQ TO SORT-AUD-SEQ.
           MOVE 'A' TO SORT-AUD-SOURCE.
           PERFORM RELEASE-AUDIT-RECORD.
           READ ARCNFILE
               AT END
                   MOVE 'Y' TO ARCN-EOF-SWITCH
           END-READ.
      ******************************************************************
       RESULT-FEED-LOOP.
           ADD 1 TO WS-RSLT-IN-COUNT.
           MOVE RSLT-RECORD-ID TO SORT-AUD-ID.
           MOVE '5' TO SORT-AUD-KIND.
           MOVE ZERO TO SORT-AUD-SEQ.
           MOVE 'R' TO SORT-AUD-SOURCE.
           PERFORM RELEASE-AUDIT-RECORD.
           READ RSLTFILE
               AT END
                   MOVE 'Y' TO RSLT-EOF-SWITCH
           END-READ.
      ******************************************************************
       RELEASE-AUDIT-RECORD.
           IF SORT-AUD-ID > WS-HIGH-ID
               MOVE SORT-AUD-ID TO WS-HIGH-ID
           END-IF.
           RELEASE SORT-AUD-RECORD.
      ******************************************************************
       AUDIT-OUT.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
           PERFORM AUDIT-LOOP UNTIL SORT-EOF-SWITCH = 'Y'.
           IF WS-GROUP-OPEN-SW = 'Y'
               PERFORM FINISH-ID
           END-IF.
      ******************************************************************
       AUDIT-LOOP.
           IF WS-GROUP-OPEN-SW = 'Y'
                   AND SORT-AUD-ID NOT = WS-CURR-ID
               PERFORM FINISH-ID
           END-IF.
           IF WS-GROUP-OPEN-SW = 'N'
               PERFORM START-ID
           END-IF.
           EVALUATE SORT-AUD-KIND
               WHEN '1'
                   ADD 1 TO WS-GRP-MASTER-CNT
               WHEN '2'
                   ADD 1 TO WS-GRP-ARCH-CNT
               WHEN '3'
                   ADD 1 TO WS-GRP-ADDED-CNT
               WHEN '4'
                   PERFORM CHECK-NOTE-SEQUENCE
               WHEN '5'
                   ADD 1 TO WS-GRP-RSLT-CNT
           END-EVALUATE.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       START-ID.
           MOVE 'Y' TO WS-GROUP-OPEN-SW.
           MOVE SORT-AUD-ID TO WS-CURR-ID.
           MOVE ZERO TO WS-GRP-MASTER-CNT.
           MOVE ZERO TO WS-GRP-ARCH-CNT.
           MOVE ZERO TO WS-GRP-ADDED-CNT.
           MOVE ZERO TO WS-GRP-LIVE-NOTE-CNT.
           MOVE ZERO TO WS-GRP-ARCH-NOTE-CNT.
           MOVE ZERO TO WS-GRP-RSLT-CNT.
           MOVE ZERO TO WS-GRP-LAST-SEQ.
      ******************************************************************
      * TLOGMAINT numbers a record's note lines 1, 2, 3 ... and
      * TLOGPURG/TLOGREST move them between the live and archive
      * files whole, so across both files the lines for one ID must
      * run from 1 with no line missing and none repeated.
       CHECK-NOTE-SEQUENCE.
           IF SORT-AUD-SOURCE = 'L'
               ADD 1 TO WS-GRP-LIVE-NOTE-CNT
           ELSE
               ADD 1 TO WS-GRP-ARCH-NOTE-CNT
           END-IF.
           COMPUTE WS-GRP-NEXT-SEQ = WS-GRP-LAST-SEQ + 1.
           IF SORT-AUD-SEQ = WS-GRP-LAST-SEQ
                   AND WS-GRP-LAST-SEQ > ZERO
               MOVE SORT-AUD-SEQ TO WS-EDIT-SEQ
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING 'LINE ' DELIMITED BY SIZE
                      WS-EDIT-SEQ DELIMITED BY SIZE
                      ' APPEARS MORE THAN ONCE' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               MOVE 'DUPLICATE NOTE LINE NUMBER' TO PRB-TEXT-OUT
               PERFORM WRITE-NOTE-PROBLEM
           ELSE
               IF SORT-AUD-SEQ NOT = WS-GRP-NEXT-SEQ
                   MOVE WS-GRP-NEXT-SEQ TO WS-EDIT-SEQ
                   MOVE SORT-AUD-SEQ TO WS-EDIT-SEQ-2
                   MOVE SPACES TO PRB-DETAIL-OUT
                   STRING 'EXPECTED LINE ' DELIMITED BY SIZE
                          WS-EDIT-SEQ DELIMITED BY SIZE
                          ', FOUND ' DELIMITED BY SIZE
                          WS-EDIT-SEQ-2 DELIMITED BY SIZE
                       INTO PRB-DETAIL-OUT
                   END-STRING
                   MOVE 'NOTE LINE SEQUENCE GAP' TO PRB-TEXT-OUT
                   PERFORM WRITE-NOTE-PROBLEM
               END-IF
           END-IF.
           MOVE SORT-AUD-SEQ TO WS-GRP-LAST-SEQ.
      ******************************************************************
       WRITE-NOTE-PROBLEM.
           IF SORT-AUD-SOURCE = 'L'
               MOVE 'TLOGNOTE' TO PRB-FILE-OUT
           ELSE
               MOVE 'TLOGARCN' TO PRB-FILE-OUT
           END-IF.
           MOVE WS-CURR-ID TO PRB-ID-OUT.
           ADD 1 TO WS-NOTE-SEQ-COUNT.
           PERFORM WRITE-PROBLEM-LINE.
      ******************************************************************
       FINISH-ID.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           MOVE WS-CURR-ID TO PRB-ID-OUT.
           IF WS-GRP-MASTER-CNT > ZERO AND WS-GRP-ARCH-CNT > ZERO
               MOVE 'TLOGARCH' TO PRB-FILE-OUT
               MOVE 'ID ON BOTH MASTER AND ARCHIVE' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               ADD 1 TO WS-BOTH-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           IF WS-GRP-ARCH-CNT > 1
               MOVE WS-GRP-ARCH-CNT TO WS-EDIT-COUNT
               MOVE 'TLOGARCH' TO PRB-FILE-OUT
               MOVE 'ID ON ARCHIVE MORE THAN ONCE' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      ' ARCHIVE RECORDS' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               ADD 1 TO WS-DUP-ARCH-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           IF WS-GRP-MASTER-CNT = ZERO AND WS-GRP-ARCH-CNT = ZERO
               PERFORM CHECK-ORPHANS
           ELSE
               PERFORM CHECK-NOTE-SIDE
           END-IF.
           IF WS-GRP-MASTER-CNT > ZERO AND WS-GRP-ADDED-CNT = ZERO
                   AND WS-HIST-OPEN-SW = 'Y'
               MOVE 'TLOGHIST' TO PRB-FILE-OUT
               MOVE 'NO ADDED HISTORY ENTRY' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               ADD 1 TO WS-NO-ADDED-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
      ******************************************************************
       CHECK-ORPHANS.
           IF WS-GRP-LIVE-NOTE-CNT > ZERO
                   OR WS-GRP-ARCH-NOTE-CNT > ZERO
               COMPUTE WS-EDIT-COUNT = WS-GRP-LIVE-NOTE-CNT
                                     + WS-GRP-ARCH-NOTE-CNT
               IF WS-GRP-LIVE-NOTE-CNT > ZERO
                   MOVE 'TLOGNOTE' TO PRB-FILE-OUT
               ELSE
                   MOVE 'TLOGARCN' TO PRB-FILE-OUT
               END-IF
               MOVE 'NOTES FOR ID NOT ON ANY MASTER' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      ' NOTE LINES' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               ADD 1 TO WS-ORPHAN-NOTE-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           IF WS-GRP-RSLT-CNT > ZERO
               MOVE WS-GRP-RSLT-CNT TO WS-EDIT-COUNT
               MOVE 'TLOGRSLT' TO PRB-FILE-OUT
               MOVE 'RESULTS FOR ID NOT ON ANY MASTER'
                   TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      ' MEASUREMENTS' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               ADD 1 TO WS-ORPHAN-RSLT-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
      ******************************************************************
      * A live record's notes belong on TLOGNOTE and an archived
      * record's on TLOGARCN; lines left behind on the other file
      * mean a purge or restore stopped part way through. An ID on
      * both files has already been reported above.
       CHECK-NOTE-SIDE.
           IF WS-GRP-MASTER-CNT > ZERO AND WS-GRP-ARCH-CNT = ZERO
                   AND WS-GRP-ARCH-NOTE-CNT > ZERO
               MOVE WS-GRP-ARCH-NOTE-CNT TO WS-EDIT-COUNT
               MOVE 'TLOGARCN' TO PRB-FILE-OUT
               MOVE 'ARCHIVE NOTES FOR LIVE RECORD' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      ' NOTE LINES' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               ADD 1 TO WS-WRONG-NOTE-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           IF WS-GRP-ARCH-CNT > ZERO AND WS-GRP-MASTER-CNT = ZERO
                   AND WS-GRP-LIVE-NOTE-CNT > ZERO
               MOVE WS-GRP-LIVE-NOTE-CNT TO WS-EDIT-COUNT
               MOVE 'TLOGNOTE' TO PRB-FILE-OUT
               MOVE 'LIVE NOTES FOR ARCHIVED RECORD' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      ' NOTE LINES' DELIMITED BY SIZE
                   INTO PRB-DETAIL-OUT
               END-STRING
               ADD 1 TO WS-WRONG-NOTE-COUNT
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
      ******************************************************************
      * TLOGASGN hands out the number on TLOGNXID to the next
      * unnumbered add, so it must be above every ID already issued
      * or two tests would end up sharing a number.
       CHECK-NEXT-ID.
           MOVE ZERO TO WS-NEXT-ID.
           OPEN INPUT NXIDFILE
           IF WS-NXID-STATUS = '00'
               READ NXIDFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NXID-NEXT-ID NUMERIC
                           MOVE NXID-NEXT-ID TO WS-NEXT-ID
                       END-IF
               END-READ
               CLOSE NXIDFILE
           END-IF.
           MOVE SPACES TO PRB-ID-OUT.
           MOVE 'TLOGNXID' TO PRB-FILE-OUT.
           IF WS-NEXT-ID = ZERO
               MOVE 'NEXT-ID CONTROL MISSING OR ZERO' TO PRB-TEXT-OUT
               MOVE SPACES TO PRB-DETAIL-OUT
               ADD 1 TO WS-NXID-PROB-COUNT
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF WS-NEXT-ID NOT > WS-HIGH-ID
                   MOVE WS-NEXT-ID TO PRB-ID-OUT
                   MOVE 'NEXT-ID NOT ABOVE HIGHEST ID' TO PRB-TEXT-OUT
                   MOVE SPACES TO PRB-DETAIL-OUT
                   STRING 'HIGHEST ID IN USE IS ' DELIMITED BY SIZE
                          WS-HIGH-ID DELIMITED BY SIZE
                       INTO PRB-DETAIL-OUT
                   END-STRING
                   ADD 1 TO WS-NXID-PROB-COUNT
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE PROBLEM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND BALFILE
           MOVE 'TLOGAUDT' TO BAL-PROGRAM
           MOVE WS-BAL-RUN-DATE TO BAL-RUN-DATE
           MOVE 'MASTER-IN' TO BAL-COUNTER-NAME
           MOVE WS-MASTER-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'ARCHIVE-IN' TO BAL-COUNTER-NAME
           MOVE WS-ARCH-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'NOTES-IN' TO BAL-COUNTER-NAME
           MOVE WS-NOTE-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'ARCNOTES-IN' TO BAL-COUNTER-NAME
           MOVE WS-ARCN-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'RESULTS-IN' TO BAL-COUNTER-NAME
           MOVE WS-RSLT-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'HISTORY-IN' TO BAL-COUNTER-NAME
           MOVE WS-HIST-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'PROBLEMS' TO BAL-COUNTER-NAME
           MOVE WS-PROBLEM-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           CLOSE BALFILE.
      ******************************************************************
      * Double-run and out-of-order protection for the nightly
      * stream: a step that already wrote its END record to the
      * run-control file today, or whose predecessor step has not,
      * refuses to start with RETURN-CODE 12. A RESET record
      * written by TLOGRBCK after a rollback clears what went
      * before it for that night, so the stream can run again.
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-SELF-END-SW.
           MOVE 'N' TO WS-PRED-END-SW.
           MOVE 'N' TO RUNC-EOF-SWITCH.
           OPEN INPUT RUNCFILE
           IF WS-RUNC-STATUS = '00'
               READ RUNCFILE
                   AT END
                       MOVE 'Y' TO RUNC-EOF-SWITCH
               END-READ
               PERFORM SCAN-RUNC-RECORD
                   UNTIL RUNC-EOF-SWITCH = 'Y'
               CLOSE RUNCFILE
           END-IF
           IF WS-SELF-END-SW = 'Y'
               MOVE 'STEP ALREADY RAN TODAY' TO RUNC-ERR-TEXT
               PERFORM REFUSE-RUN
           END-IF
           IF WS-RUNC-PRED NOT = SPACES
                   AND WS-PRED-END-SW = 'N'
               MOVE 'PREDECESSOR NOT COMPLETE' TO RUNC-ERR-TEXT
               PERFORM REFUSE-RUN
           END-IF.
      ******************************************************************
       SCAN-RUNC-RECORD.
           IF RUNC-RUN-DATE = WS-BAL-RUN-DATE AND RUNC-EVENT-END
               IF RUNC-PROGRAM = WS-RUNC-SELF
                   MOVE 'Y' TO WS-SELF-END-SW
               END-IF
               IF RUNC-PROGRAM = WS-RUNC-PRED
                   MOVE 'Y' TO WS-PRED-END-SW
               END-IF
           END-IF
           IF RUNC-RUN-DATE = WS-BAL-RUN-DATE AND RUNC-EVENT-RESET
               MOVE 'N' TO WS-SELF-END-SW
               MOVE 'N' TO WS-PRED-END-SW
           END-IF
           READ RUNCFILE
               AT END
                   MOVE 'Y' TO RUNC-EOF-SWITCH
           END-READ.
      ******************************************************************
       REFUSE-RUN.
           MOVE RUNC-ERROR-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE RPTFILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.
      ******************************************************************
       WRITE-RUN-START.
           OPEN EXTEND RUNCFILE
           MOVE WS-RUNC-SELF TO RUNC-PROGRAM
           MOVE WS-BAL-RUN-DATE TO RUNC-RUN-DATE
           MOVE 'START' TO RUNC-EVENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNC-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           MOVE ZERO TO RUNC-IN-COUNT
           MOVE ZERO TO RUNC-OUT-COUNT
           WRITE TLOG-RUNC-RECORD
           CLOSE RUNCFILE.
      ******************************************************************
       WRITE-RUN-END.
           OPEN EXTEND RUNCFILE
           MOVE WS-RUNC-SELF TO RUNC-PROGRAM
           MOVE WS-BAL-RUN-DATE TO RUNC-RUN-DATE
           MOVE 'END' TO RUNC-EVENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNC-TIME
           IF WS-PROBLEM-COUNT > ZERO
               MOVE 8 TO RUNC-RETURN-CODE
           ELSE
               MOVE ZERO TO RUNC-RETURN-CODE
           END-IF
           MOVE WS-MASTER-IN-COUNT TO RUNC-IN-COUNT
           MOVE WS-PROBLEM-COUNT TO RUNC-OUT-COUNT
           WRITE TLOG-RUNC-RECORD
           CLOSE RUNCFILE.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE WS-MASTER-IN-COUNT TO SUM-MASTER-OUT.
           MOVE WS-ARCH-IN-COUNT TO SUM-ARCH-OUT.
           MOVE WS-NOTE-IN-COUNT TO SUM-NOTE-OUT.
           MOVE WS-ARCN-IN-COUNT TO SUM-ARCN-OUT.
           MOVE WS-RSLT-IN-COUNT TO SUM-RSLT-OUT.
           MOVE WS-HIST-IN-COUNT TO SUM-HIST-OUT.
           MOVE WS-ORPHAN-NOTE-COUNT TO SUM-ORPHAN-NOTE-OUT.
           MOVE WS-ORPHAN-RSLT-COUNT TO SUM-ORPHAN-RSLT-OUT.
           MOVE WS-BOTH-COUNT TO SUM-BOTH-OUT.
           MOVE WS-DUP-ARCH-COUNT TO SUM-DUP-ARCH-OUT.
           MOVE WS-WRONG-NOTE-COUNT TO SUM-WRONG-NOTE-OUT.
           MOVE WS-NOTE-SEQ-COUNT TO SUM-NOTE-SEQ-OUT.
           MOVE WS-NO-ADDED-COUNT TO SUM-NO-ADDED-OUT.
           MOVE WS-NXID-PROB-COUNT TO SUM-NXID-OUT.
           MOVE WS-PROBLEM-COUNT TO SUM-PROBLEM-OUT.
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
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-7 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-8 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-9 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-10 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-11 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-12 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-13 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-14 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-15 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
