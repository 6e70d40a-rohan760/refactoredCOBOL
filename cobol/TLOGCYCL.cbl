      ******************************************************************
      * PROGRAM-ID : TLOGCYCL
      * Cycle-time and target-date compliance report for the HAYNIE
      * R&D Test Log (TLOG). Reads a one-record parm file (CYCLPARM:
      * a from and a to date, the same pattern as ASOFPARM) and
      * replays the TLOGHIST change history record by record to find
      * every test resolved within that range. For each one it
      * measures the days from the ADDED entry to the resolution, the
      * days the test spent in each of OPEN, INPROG and BLOCKED along
      * the way - every STATUS or RESTORED entry closes out the time
      * spent in the status it names as the old value - and whether
      * the resolution came on or before TEST-TARGET-DATE. A test
      * reopened and resolved again in the range is measured to its
      * last resolution. The category, engineer, priority and target
      * date reported are those on the record now: the live master,
      * or the TLOGARCH archive for tests TLOGPURG has since moved
      * out, so last month's work still counts after the purge. Both
      * are merged into the history sort ahead of each record's
      * entries, so one pass answers the whole range. A test with no
      * ADDED entry (loaded before the history file began) or no
      * longer on either file (deleted) has nothing to measure
      * against and is only counted. The measured tests are then
      * summarized by TEST-CATEGORY, by TEST-ASSIGNED-ENGR, by
      * TEST-PRIORITY and overall - count, average and 50th/90th
      * percentile days to resolve (nearest rank), average days in
      * each active status, and the share resolved on time of those
      * that carried a target date - on CYCLRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGCYCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO TLOGHIST.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT ARCHFILE ASSIGN TO TLOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RPTFILE ASSIGN TO CYCLRPT.
           SELECT PARMFILE ASSIGN TO CYCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK.
           SELECT STATFILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD ARCHFILE
           RECORDING MODE F.

       01  ARCH-RECORD.
           05  ARCH-RECORD-ID          PIC 9(6).
           05  ARCH-CATEGORY           PIC X(28).
           05  FILLER                  PIC X(1236).
           05  ARCH-STATUS             PIC X(8).
           05  ARCH-ASSIGNED-ENGR      PIC X(28).
           05  ARCH-TARGET-DATE-NUM    PIC 9(8).
           05  ARCH-PRIORITY           PIC X(1).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-FROM-DATE          PIC 9(8).
           05  PARM-TO-DATE            PIC 9(8).
      ******************************************************************
      * Kind '1' is the record image from the master or archive and
      * sorts ahead of the record's kind '2' history entries, which
      * keep their file order through the release sequence.
       SD SORTFILE.

       01  SORT-CYC-RECORD.
           05  SORT-CYC-ID             PIC 9(6).
           05  SORT-CYC-KIND           PIC X(1).
           05  SORT-CYC-SEQ            PIC 9(9).
           05  SORT-CYC-DATE           PIC 9(8).
           05  SORT-CYC-FIELD          PIC X(10).
           05  SORT-CYC-OLD            PIC X(8).
           05  SORT-CYC-NEW            PIC X(8).
           05  SORT-CYC-CATEGORY       PIC X(28).
           05  SORT-CYC-ENGR           PIC X(28).
           05  SORT-CYC-PRIORITY       PIC X(1).
           05  SORT-CYC-TARGET         PIC 9(8).
      ******************************************************************
       SD STATFILE.

       01  STAT-RECORD.
           05  STAT-GROUP              PIC X(28).
           05  STAT-CYCLE-DAYS         PIC 9(5).
           05  STAT-OPEN-DAYS          PIC 9(5).
           05  STAT-INPROG-DAYS        PIC 9(5).
           05  STAT-BLOCKED-DAYS       PIC 9(5).
           05  STAT-TARGET-SW          PIC X(1).
           05  STAT-ONTIME-SW          PIC X(1).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  HIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  ARCH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  STAT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-GROUP-OPEN-SW        PIC X(1) VALUE 'N'.
           05  WS-IMAGE-SW             PIC X(1) VALUE 'N'.
           05  WS-RESOLVED-SW          PIC X(1) VALUE 'N'.
           05  WS-STAT-OPEN-SW         PIC X(1) VALUE 'N'.
           05  WS-RESOLVED-OVFL-SW     PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RELEASE-SEQ              PIC 9(9) VALUE ZERO.
      * Replay state for the record in hand.
       01  WS-REPLAY-FIELDS.
           05  WS-CURR-ID              PIC 9(6) VALUE ZERO.
           05  WS-ADDED-DATE           PIC 9(8) VALUE ZERO.
           05  WS-ADDED-INT            PIC 9(7) VALUE ZERO.
           05  WS-STATUS-INT           PIC 9(7) VALUE ZERO.
           05  WS-EVENT-INT            PIC 9(7) VALUE ZERO.
           05  WS-ELAPSED-DAYS         PIC S9(5) VALUE ZERO.
           05  WS-RUN-OPEN-DAYS        PIC 9(5) VALUE ZERO.
           05  WS-RUN-INPROG-DAYS      PIC 9(5) VALUE ZERO.
           05  WS-RUN-BLOCKED-DAYS     PIC 9(5) VALUE ZERO.
           05  WS-IMG-CATEGORY         PIC X(28) VALUE SPACES.
           05  WS-IMG-ENGR             PIC X(28) VALUE SPACES.
           05  WS-IMG-PRIORITY         PIC X(1) VALUE SPACE.
           05  WS-IMG-TARGET           PIC 9(8) VALUE ZERO.
           05  WS-RES-DATE             PIC 9(8) VALUE ZERO.
           05  WS-RES-CYCLE-DAYS       PIC 9(5) VALUE ZERO.
           05  WS-RES-OPEN-DAYS        PIC 9(5) VALUE ZERO.
           05  WS-RES-INPROG-DAYS      PIC 9(5) VALUE ZERO.
           05  WS-RES-BLOCKED-DAYS     PIC 9(5) VALUE ZERO.
       01  WS-RESOLVED-TABLE-CONTROL.
           05  WS-RESOLVED-MAX         PIC 9(4) VALUE 5000.
           05  WS-RESOLVED-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RS-IDX               PIC 9(4) VALUE ZERO.
       01  WS-RESOLVED-TABLE.
           05  WS-RESOLVED-ENTRY       OCCURS 5000 TIMES.
               10  WS-RS-CATEGORY          PIC X(28).
               10  WS-RS-ENGR              PIC X(28).
               10  WS-RS-PRIORITY          PIC X(1).
               10  WS-RS-CYCLE-DAYS        PIC 9(5).
               10  WS-RS-OPEN-DAYS         PIC 9(5).
               10  WS-RS-INPROG-DAYS       PIC 9(5).
               10  WS-RS-BLOCKED-DAYS      PIC 9(5).
               10  WS-RS-TARGET-SW         PIC X(1).
               10  WS-RS-ONTIME-SW         PIC X(1).
      * 1 = category, 2 = engineer, 3 = priority, 4 = all tests.
       01  WS-DIMENSION                PIC 9(1) VALUE ZERO.
       01  WS-STAT-ACCUM.
           05  WS-CURR-GROUP           PIC X(28) VALUE SPACES.
           05  WS-GRP-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-GRP-CYCLE-SUM        PIC 9(9) VALUE ZERO.
           05  WS-GRP-OPEN-SUM         PIC 9(9) VALUE ZERO.
           05  WS-GRP-INPROG-SUM       PIC 9(9) VALUE ZERO.
           05  WS-GRP-BLOCKED-SUM      PIC 9(9) VALUE ZERO.
           05  WS-GRP-TARGET-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-GRP-ONTIME-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-PCT-RANK             PIC 9(6) VALUE ZERO.
           05  WS-AVG-WORK             PIC 9(5)V9 VALUE ZERO.
           05  WS-PCT-WORK             PIC 9(3)V9 VALUE ZERO.
       01  WS-PCT-TABLE.
           05  WS-PCT-DAYS             PIC 9(5)
               OCCURS 5000 TIMES.
       01  WS-COUNTERS.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-MEASURED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NOADD-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-NOIMAGE-COUNT        PIC 9(6) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG CYCLE TIME / TARGET COMPLIANCE REPORT'.
       01  RANGE-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'RESOLVED FROM:  '.
           05  RNG-FROM-OUT.
               10  RNG-FROM-YEAR       PIC X(4).
               10  FILLER              PIC X
                   VALUE '-'.
               10  RNG-FROM-MONTH      PIC X(2).
               10  FILLER              PIC X
                   VALUE '-'.
               10  RNG-FROM-DAY        PIC X(2).
           05  FILLER                  PIC X(6)
               VALUE '  TO  '.
           05  RNG-TO-OUT.
               10  RNG-TO-YEAR         PIC X(4).
               10  FILLER              PIC X
                   VALUE '-'.
               10  RNG-TO-MONTH        PIC X(2).
               10  FILLER              PIC X
                   VALUE '-'.
               10  RNG-TO-DAY          PIC X(2).
       01  SECTION-LINE.
           05  FILLER                  PIC X(4)
               VALUE '=== '.
           05  SECTION-TITLE-OUT       PIC X(30).
       01  COLUMN-LINE-1.
           05  FILLER                  PIC X(30)
               VALUE  SPACES.
           05  FILLER                  PIC X(8)
               VALUE  'RESOLVED'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(24)
               VALUE  '---- DAYS TO RESOLVE ---'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(26)
               VALUE  '--- AVG DAYS IN STATUS ---'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(26)
               VALUE  '---- TARGET COMPLIANCE ---'.
       01  COLUMN-LINE-2.
           05  FILLER                  PIC X(30)
               VALUE  'GROUP'.
           05  FILLER                  PIC X(8)
               VALUE  '   COUNT'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(8)
               VALUE  ' AVERAGE'.
           05  FILLER                  PIC X(8)
               VALUE  '     P50'.
           05  FILLER                  PIC X(8)
               VALUE  '     P90'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '     OPEN'.
           05  FILLER                  PIC X(8)
               VALUE  '  INPROG'.
           05  FILLER                  PIC X(9)
               VALUE  '  BLOCKED'.
           05  FILLER                  PIC X(2)
               VALUE  SPACES.
           05  FILLER                  PIC X(8)
               VALUE  'TARGETED'.
           05  FILLER                  PIC X(9)
               VALUE  '  ON TIME'.
           05  FILLER                  PIC X(9)
               VALUE  '  PCT OK'.
       01  GROUP-LINE.
           05  GRP-NAME-OUT            PIC X(28).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GRP-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  GRP-AVG-OUT             PIC ZZ,ZZ9.9.
           05  GRP-P50-OUT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  GRP-P90-OUT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  GRP-OPEN-OUT            PIC ZZ,ZZ9.9.
           05  GRP-INPROG-OUT          PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  GRP-BLOCKED-OUT         PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  GRP-TARGET-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GRP-ONTIME-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  GRP-PCT-OUT             PIC ZZ9.9.
       01  OVFL-LINE.
           05  FILLER                  PIC X(31)
               VALUE '*** RESOLVED TESTS EXCEED TABLE'.
           05  FILLER                  PIC X(30)
               VALUE ' - FIGURES ARE INCOMPLETE ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'HISTORY RECORDS READ :'.
           05  SUM-READ-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'RECORDS REPLAYED     :'.
           05  SUM-RECORDS-OUT         PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'RESOLVED IN RANGE    :'.
           05  SUM-MEASURED-OUT        PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'NO ADDED ENTRY       :'.
           05  SUM-NOADD-OUT           PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'NOT ON MASTER/ARCHIVE:'.
           05  SUM-NOIMAGE-OUT         PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           PERFORM READ-PARM
           PERFORM PRINT-TITLE
           SORT SORTFILE
               ON ASCENDING KEY SORT-CYC-ID
                                SORT-CYC-KIND
                                SORT-CYC-SEQ
               INPUT PROCEDURE IS REPLAY-FEED
               OUTPUT PROCEDURE IS REPLAY-OUT
           MOVE 'BY CATEGORY' TO SECTION-TITLE-OUT
           MOVE 1 TO WS-DIMENSION
           PERFORM PRINT-DIMENSION
           MOVE 'BY ASSIGNED ENGINEER' TO SECTION-TITLE-OUT
           MOVE 2 TO WS-DIMENSION
           PERFORM PRINT-DIMENSION
           MOVE 'BY PRIORITY' TO SECTION-TITLE-OUT
           MOVE 3 TO WS-DIMENSION
           PERFORM PRINT-DIMENSION
           MOVE 'ALL RESOLVED TESTS' TO SECTION-TITLE-OUT
           MOVE 4 TO WS-DIMENSION
           PERFORM PRINT-DIMENSION
           PERFORM PRINT-SUMMARY
           CLOSE RPTFILE
           STOP RUN.
      ******************************************************************
      * A missing from date reaches back to the start of the history;
      * a missing to date runs to the end of it.
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM-DATE NUMERIC
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE NUMERIC
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
      ******************************************************************
       REPLAY-FEED.
           OPEN INPUT HISTFILE
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ
           PERFORM HISTORY-FEED-LOOP UNTIL HIST-EOF-SWITCH = 'Y'
           CLOSE HISTFILE
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
           END-IF.
      ******************************************************************
      * Only the entries that move a record through its lifecycle
      * are needed for the replay.
       HISTORY-FEED-LOOP.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF HIST-FIELD-NAME = 'ADDED'
                   OR HIST-FIELD-NAME = 'STATUS'
                   OR HIST-FIELD-NAME = 'RESTORED'
               ADD 1 TO WS-RELEASE-SEQ
               MOVE SPACES TO SORT-CYC-RECORD
               MOVE HIST-RECORD-ID TO SORT-CYC-ID
               MOVE '2' TO SORT-CYC-KIND
               MOVE WS-RELEASE-SEQ TO SORT-CYC-SEQ
               MOVE HIST-RUN-DATE-NUM TO SORT-CYC-DATE
               MOVE HIST-FIELD-NAME TO SORT-CYC-FIELD
               MOVE HIST-OLD-VALUE (1:8) TO SORT-CYC-OLD
               MOVE HIST-NEW-VALUE (1:8) TO SORT-CYC-NEW
               MOVE ZERO TO SORT-CYC-TARGET
               RELEASE SORT-CYC-RECORD
           END-IF
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
      ******************************************************************
       MASTER-FEED-LOOP.
           MOVE SPACES TO SORT-CYC-RECORD.
           MOVE TEST-RECORD-ID TO SORT-CYC-ID.
           MOVE '1' TO SORT-CYC-KIND.
           MOVE ZERO TO SORT-CYC-SEQ.
           MOVE ZERO TO SORT-CYC-DATE.
           MOVE TEST-CATEGORY TO SORT-CYC-CATEGORY.
           MOVE TEST-ASSIGNED-ENGR TO SORT-CYC-ENGR.
           MOVE TEST-PRIORITY TO SORT-CYC-PRIORITY.
           MOVE TEST-TARGET-DATE-NUM TO SORT-CYC-TARGET.
           RELEASE SORT-CYC-RECORD.
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
       ARCHIVE-FEED-LOOP.
           MOVE SPACES TO SORT-CYC-RECORD.
           MOVE ARCH-RECORD-ID TO SORT-CYC-ID.
           MOVE '1' TO SORT-CYC-KIND.
           MOVE ZERO TO SORT-CYC-SEQ.
           MOVE ZERO TO SORT-CYC-DATE.
           MOVE ARCH-CATEGORY TO SORT-CYC-CATEGORY.
           MOVE ARCH-ASSIGNED-ENGR TO SORT-CYC-ENGR.
           MOVE ARCH-PRIORITY TO SORT-CYC-PRIORITY.
           MOVE ARCH-TARGET-DATE-NUM TO SORT-CYC-TARGET.
           RELEASE SORT-CYC-RECORD.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
      ******************************************************************
       REPLAY-OUT.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
           PERFORM REPLAY-LOOP UNTIL SORT-EOF-SWITCH = 'Y'.
           IF WS-GROUP-OPEN-SW = 'Y'
               PERFORM FINISH-RECORD
           END-IF.
      ******************************************************************
       REPLAY-LOOP.
           IF WS-GROUP-OPEN-SW = 'Y'
                   AND SORT-CYC-ID NOT = WS-CURR-ID
               PERFORM FINISH-RECORD
           END-IF.
           IF WS-GROUP-OPEN-SW = 'N'
               PERFORM START-RECORD
           END-IF.
           IF SORT-CYC-KIND = '1'
               IF WS-IMAGE-SW = 'N'
                   MOVE 'Y' TO WS-IMAGE-SW
                   MOVE SORT-CYC-CATEGORY TO WS-IMG-CATEGORY
                   MOVE SORT-CYC-ENGR TO WS-IMG-ENGR
                   MOVE SORT-CYC-PRIORITY TO WS-IMG-PRIORITY
                   MOVE SORT-CYC-TARGET TO WS-IMG-TARGET
               END-IF
           ELSE
               PERFORM REPLAY-EVENT
           END-IF.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       START-RECORD.
           MOVE 'Y' TO WS-GROUP-OPEN-SW.
           MOVE SORT-CYC-ID TO WS-CURR-ID.
           MOVE 'N' TO WS-IMAGE-SW.
           MOVE 'N' TO WS-RESOLVED-SW.
           MOVE ZERO TO WS-ADDED-DATE.
           MOVE ZERO TO WS-ADDED-INT.
           MOVE ZERO TO WS-STATUS-INT.
           MOVE ZERO TO WS-RUN-OPEN-DAYS.
           MOVE ZERO TO WS-RUN-INPROG-DAYS.
           MOVE ZERO TO WS-RUN-BLOCKED-DAYS.
      ******************************************************************
      * Each STATUS or RESTORED entry closes out the time spent in
      * the status it names as the old value, since the previous
      * change or the ADDED entry. A move to RESOLVED inside the
      * range is the measured resolution (the last one wins).
       REPLAY-EVENT.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(SORT-CYC-DATE).
           IF SORT-CYC-FIELD = 'ADDED'
               MOVE SORT-CYC-DATE TO WS-ADDED-DATE
               MOVE WS-EVENT-INT TO WS-ADDED-INT
               MOVE WS-EVENT-INT TO WS-STATUS-INT
               MOVE ZERO TO WS-RUN-OPEN-DAYS
               MOVE ZERO TO WS-RUN-INPROG-DAYS
               MOVE ZERO TO WS-RUN-BLOCKED-DAYS
               MOVE 'N' TO WS-RESOLVED-SW
           ELSE
               IF WS-ADDED-DATE > ZERO
                   COMPUTE WS-ELAPSED-DAYS =
                       WS-EVENT-INT - WS-STATUS-INT
                   IF WS-ELAPSED-DAYS < ZERO
                       MOVE ZERO TO WS-ELAPSED-DAYS
                   END-IF
                   EVALUATE SORT-CYC-OLD
                       WHEN 'OPEN'
                           ADD WS-ELAPSED-DAYS TO WS-RUN-OPEN-DAYS
                       WHEN 'INPROG'
                           ADD WS-ELAPSED-DAYS TO WS-RUN-INPROG-DAYS
                       WHEN 'BLOCKED'
                           ADD WS-ELAPSED-DAYS TO WS-RUN-BLOCKED-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE WS-EVENT-INT TO WS-STATUS-INT
                   IF SORT-CYC-NEW = 'RESOLVED'
                           AND SORT-CYC-DATE >= WS-FROM-DATE
                           AND SORT-CYC-DATE <= WS-TO-DATE
                       PERFORM NOTE-RESOLUTION
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       NOTE-RESOLUTION.
           MOVE 'Y' TO WS-RESOLVED-SW.
           MOVE SORT-CYC-DATE TO WS-RES-DATE.
           COMPUTE WS-RES-CYCLE-DAYS = WS-EVENT-INT - WS-ADDED-INT.
           MOVE WS-RUN-OPEN-DAYS TO WS-RES-OPEN-DAYS.
           MOVE WS-RUN-INPROG-DAYS TO WS-RES-INPROG-DAYS.
           MOVE WS-RUN-BLOCKED-DAYS TO WS-RES-BLOCKED-DAYS.
      ******************************************************************
       FINISH-RECORD.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           ADD 1 TO WS-RECORDS-COUNT.
           IF WS-ADDED-DATE = ZERO
               ADD 1 TO WS-NOADD-COUNT
           ELSE
           IF WS-IMAGE-SW = 'N'
               ADD 1 TO WS-NOIMAGE-COUNT
           ELSE
           IF WS-RESOLVED-SW = 'Y'
               PERFORM STORE-RESOLVED
           END-IF
           END-IF
           END-IF.
      ******************************************************************
       STORE-RESOLVED.
           IF WS-RESOLVED-COUNT < WS-RESOLVED-MAX
               ADD 1 TO WS-RESOLVED-COUNT
               ADD 1 TO WS-MEASURED-COUNT
               MOVE WS-IMG-CATEGORY
                   TO WS-RS-CATEGORY (WS-RESOLVED-COUNT)
               IF WS-IMG-ENGR = SPACES
                   MOVE '(UNASSIGNED)'
                       TO WS-RS-ENGR (WS-RESOLVED-COUNT)
               ELSE
                   MOVE WS-IMG-ENGR TO WS-RS-ENGR (WS-RESOLVED-COUNT)
               END-IF
               MOVE WS-IMG-PRIORITY
                   TO WS-RS-PRIORITY (WS-RESOLVED-COUNT)
               MOVE WS-RES-CYCLE-DAYS
                   TO WS-RS-CYCLE-DAYS (WS-RESOLVED-COUNT)
               MOVE WS-RES-OPEN-DAYS
                   TO WS-RS-OPEN-DAYS (WS-RESOLVED-COUNT)
               MOVE WS-RES-INPROG-DAYS
                   TO WS-RS-INPROG-DAYS (WS-RESOLVED-COUNT)
               MOVE WS-RES-BLOCKED-DAYS
                   TO WS-RS-BLOCKED-DAYS (WS-RESOLVED-COUNT)
               MOVE 'N' TO WS-RS-TARGET-SW (WS-RESOLVED-COUNT)
               MOVE 'N' TO WS-RS-ONTIME-SW (WS-RESOLVED-COUNT)
               IF WS-IMG-TARGET NUMERIC AND WS-IMG-TARGET > ZERO
                   MOVE 'Y' TO WS-RS-TARGET-SW (WS-RESOLVED-COUNT)
                   IF WS-RES-DATE <= WS-IMG-TARGET
                       MOVE 'Y' TO WS-RS-ONTIME-SW (WS-RESOLVED-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-RESOLVED-OVFL-SW
           END-IF.
      ******************************************************************
      * Each summary section re-sorts the measured tests on the
      * section's grouping and their days to resolve, so the control
      * break sees each group's values in ascending order and can
      * read the percentiles straight off them.
       PRINT-DIMENSION.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE COLUMN-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE COLUMN-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'N' TO STAT-EOF-SWITCH.
           MOVE 'N' TO WS-STAT-OPEN-SW.
           SORT STATFILE
               ON ASCENDING KEY STAT-GROUP
                                STAT-CYCLE-DAYS
               INPUT PROCEDURE IS STAT-FEED
               OUTPUT PROCEDURE IS STAT-OUT.
      ******************************************************************
       STAT-FEED.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RESOLVED-COUNT
               PERFORM RELEASE-STAT-RECORD
           END-PERFORM.
      ******************************************************************
       RELEASE-STAT-RECORD.
           EVALUATE WS-DIMENSION
               WHEN 1
                   MOVE WS-RS-CATEGORY (WS-RS-IDX) TO STAT-GROUP
               WHEN 2
                   MOVE WS-RS-ENGR (WS-RS-IDX) TO STAT-GROUP
               WHEN 3
                   EVALUATE WS-RS-PRIORITY (WS-RS-IDX)
                       WHEN '1'
                           MOVE '1 - CRITICAL' TO STAT-GROUP
                       WHEN '2'
                           MOVE '2 - STANDARD' TO STAT-GROUP
                       WHEN '3'
                           MOVE '3 - ROUTINE' TO STAT-GROUP
                       WHEN OTHER
                           MOVE '(NO PRIORITY)' TO STAT-GROUP
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'ALL TESTS' TO STAT-GROUP
           END-EVALUATE.
           MOVE WS-RS-CYCLE-DAYS (WS-RS-IDX) TO STAT-CYCLE-DAYS.
           MOVE WS-RS-OPEN-DAYS (WS-RS-IDX) TO STAT-OPEN-DAYS.
           MOVE WS-RS-INPROG-DAYS (WS-RS-IDX) TO STAT-INPROG-DAYS.
           MOVE WS-RS-BLOCKED-DAYS (WS-RS-IDX) TO STAT-BLOCKED-DAYS.
           MOVE WS-RS-TARGET-SW (WS-RS-IDX) TO STAT-TARGET-SW.
           MOVE WS-RS-ONTIME-SW (WS-RS-IDX) TO STAT-ONTIME-SW.
           RELEASE STAT-RECORD.
      ******************************************************************
       STAT-OUT.
           RETURN STATFILE
               AT END
                   MOVE 'Y' TO STAT-EOF-SWITCH
           END-RETURN.
           PERFORM STAT-LOOP UNTIL STAT-EOF-SWITCH = 'Y'.
           IF WS-STAT-OPEN-SW = 'Y'
               PERFORM PRINT-GROUP-LINE
           END-IF.
      ******************************************************************
       STAT-LOOP.
           IF WS-STAT-OPEN-SW = 'Y'
                   AND STAT-GROUP NOT = WS-CURR-GROUP
               PERFORM PRINT-GROUP-LINE
           END-IF.
           IF WS-STAT-OPEN-SW = 'N'
               MOVE 'Y' TO WS-STAT-OPEN-SW
               MOVE STAT-GROUP TO WS-CURR-GROUP
               MOVE ZERO TO WS-GRP-COUNT
               MOVE ZERO TO WS-GRP-CYCLE-SUM
               MOVE ZERO TO WS-GRP-OPEN-SUM
               MOVE ZERO TO WS-GRP-INPROG-SUM
               MOVE ZERO TO WS-GRP-BLOCKED-SUM
               MOVE ZERO TO WS-GRP-TARGET-COUNT
               MOVE ZERO TO WS-GRP-ONTIME-COUNT
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE STAT-CYCLE-DAYS TO WS-PCT-DAYS (WS-GRP-COUNT).
           ADD STAT-CYCLE-DAYS TO WS-GRP-CYCLE-SUM.
           ADD STAT-OPEN-DAYS TO WS-GRP-OPEN-SUM.
           ADD STAT-INPROG-DAYS TO WS-GRP-INPROG-SUM.
           ADD STAT-BLOCKED-DAYS TO WS-GRP-BLOCKED-SUM.
           IF STAT-TARGET-SW = 'Y'
               ADD 1 TO WS-GRP-TARGET-COUNT
               IF STAT-ONTIME-SW = 'Y'
                   ADD 1 TO WS-GRP-ONTIME-COUNT
               END-IF
           END-IF.
           RETURN STATFILE
               AT END
                   MOVE 'Y' TO STAT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
      * Percentiles are nearest-rank: the Nth percentile is the value
      * at position N% of the count, rounded up.
       PRINT-GROUP-LINE.
           MOVE 'N' TO WS-STAT-OPEN-SW.
           MOVE WS-CURR-GROUP TO GRP-NAME-OUT.
           MOVE WS-GRP-COUNT TO GRP-COUNT-OUT.
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-GRP-CYCLE-SUM / WS-GRP-COUNT.
           MOVE WS-AVG-WORK TO GRP-AVG-OUT.
           COMPUTE WS-PCT-RANK = (WS-GRP-COUNT * 50 + 99) / 100.
           MOVE WS-PCT-DAYS (WS-PCT-RANK) TO GRP-P50-OUT.
           COMPUTE WS-PCT-RANK = (WS-GRP-COUNT * 90 + 99) / 100.
           MOVE WS-PCT-DAYS (WS-PCT-RANK) TO GRP-P90-OUT.
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-GRP-OPEN-SUM / WS-GRP-COUNT.
           MOVE WS-AVG-WORK TO GRP-OPEN-OUT.
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-GRP-INPROG-SUM / WS-GRP-COUNT.
           MOVE WS-AVG-WORK TO GRP-INPROG-OUT.
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-GRP-BLOCKED-SUM / WS-GRP-COUNT.
           MOVE WS-AVG-WORK TO GRP-BLOCKED-OUT.
           MOVE WS-GRP-TARGET-COUNT TO GRP-TARGET-OUT.
           MOVE WS-GRP-ONTIME-COUNT TO GRP-ONTIME-OUT.
           IF WS-GRP-TARGET-COUNT > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-GRP-ONTIME-COUNT * 100 / WS-GRP-TARGET-COUNT
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO GRP-PCT-OUT.
           MOVE GROUP-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-FROM-DATE (1:4) TO RNG-FROM-YEAR.
           MOVE WS-FROM-DATE (5:2) TO RNG-FROM-MONTH.
           MOVE WS-FROM-DATE (7:2) TO RNG-FROM-DAY.
           MOVE WS-TO-DATE (1:4) TO RNG-TO-YEAR.
           MOVE WS-TO-DATE (5:2) TO RNG-TO-MONTH.
           MOVE WS-TO-DATE (7:2) TO RNG-TO-DAY.
           MOVE RANGE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-RESOLVED-OVFL-SW = 'Y'
               MOVE OVFL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE WS-HIST-READ-COUNT TO SUM-READ-OUT.
           MOVE WS-RECORDS-COUNT TO SUM-RECORDS-OUT.
           MOVE WS-MEASURED-COUNT TO SUM-MEASURED-OUT.
           MOVE WS-NOADD-COUNT TO SUM-NOADD-OUT.
           MOVE WS-NOIMAGE-COUNT TO SUM-NOIMAGE-OUT.
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
      ******************************************************************
