      ******************************************************************
      * PROGRAM-ID : TLOGCAPR
      * Measurement capability and drift report for the HAYNIE R&D
      * Test Log (TLOG). Reads every reading on the keyed results
      * file (TLOGRSLT, layout in TLOGRSLT.cpy) and takes each
      * reading's TEST-CATEGORY and TEST-GROUP from its test - the
      * live master whatever the test's status, or the TLOGARCH
      * archive for tests TLOGPURG has since moved out - merged in
      * one sort on the record ID, the way TLOGCYCL joins the
      * history to its tests. Readings whose test is on neither file
      * are only counted. The joined readings go to a work file
      * (CAPRWORK) and are re-sorted by category, group, measurement
      * name (RSLT-MEAS-NAME) and stamp date, the same two-sort
      * pattern TLOGSUSU uses. For each measurement within each
      * category/group the report (CAPRRPT) shows the number of
      * readings, the mean, the sample standard deviation, the
      * lowest and highest reading, the share that failed their
      * limits (RSLT-PASS-FAIL) and the process capability index
      * Cpk - the distance from the mean to the nearer specification
      * limit over three standard deviations, using RSLT-LOW-LIMIT
      * and RSLT-HIGH-LIMIT as given on the latest reading, or the
      * one limit given when only one is. Cpk is not shown without a
      * limit or without spread in the readings.
      * Drift: the mean of the most recent readings (by stamp date)
      * is compared with the long-run mean of all the measurement's
      * readings, as printed; a move of more than the set number of
      * standard deviations flags the line DRIFT. Both come from a
      * one-record parm file (CAPRPARM): the number of recent
      * readings (two digits, default 5) and the limit in standard
      * deviations (two digits, one decimal place, default 2.0). A
      * measurement is only judged once it has at least twice the
      * recent number of readings, so the recent ones are never the
      * larger part of the long run. Every reading behind a flagged
      * measurement is written to a comma-delimited extract
      * (CAPRCSV, a header row first, text fields quoted, the same
      * convention as the DATALOOP CSV output) for the engineers to
      * chart. Up to 5000 readings per measurement are held for the
      * extract; the statistics always cover them all, and a flagged
      * measurement with more is reported as an incomplete extract.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGCAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSLTFILE ASSIGN TO TLOGRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT ARCHFILE ASSIGN TO TLOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RPTFILE ASSIGN TO CAPRRPT.
           SELECT CSVFILE ASSIGN TO CAPRCSV.
           SELECT PARMFILE ASSIGN TO CAPRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WORKFILE ASSIGN TO CAPRWORK.
           SELECT SORTFILE ASSIGN TO SORTWK.
           SELECT SORTKEYS ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD RSLTFILE.

       COPY TLOGRSLT.
      ******************************************************************
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD ARCHFILE
           RECORDING MODE F.

       01  ARCH-RECORD.
           05  ARCH-RECORD-ID          PIC 9(6).
           05  ARCH-CATEGORY           PIC X(28).
           05  ARCH-GROUP              PIC X(28).
           05  FILLER                  PIC X(1253).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD CSVFILE
           RECORDING MODE V.

       01  CSV-RECORD                  PIC X(250).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-RECENT-COUNT       PIC 9(2).
           05  PARM-DRIFT-SIGMA        PIC 9(1)V9(1).
      ******************************************************************
       FD WORKFILE
           RECORDING MODE F.

       01  WORK-RECORD.
           05  WORK-CATEGORY           PIC X(28).
           05  WORK-GROUP              PIC X(28).
           05  WORK-RESULT             PIC X(80).
      ******************************************************************
      * Kind '1' is the master image and kind '2' the archive image;
      * both sort ahead of the record's kind '3' readings.
       SD SORTFILE.

       01  SORT-JN-RECORD.
           05  SORT-JN-ID              PIC 9(6).
           05  SORT-JN-KIND            PIC X(1).
           05  SORT-JN-CATEGORY        PIC X(28).
           05  SORT-JN-GROUP           PIC X(28).
           05  SORT-JN-RESULT          PIC X(80).
      ******************************************************************
      * Same layout as WORK-RECORD, the reading spelled out as in
      * TLOGRSLT.cpy.
       SD SORTKEYS.

       01  SKEY-RECORD.
           05  SKEY-CATEGORY           PIC X(28).
           05  SKEY-GROUP              PIC X(28).
           05  SKEY-RESULT.
               10  SKEY-RECORD-ID      PIC 9(6).
               10  SKEY-MEAS-NAME      PIC X(20).
               10  SKEY-VALUE          PIC S9(7)V9(4).
               10  SKEY-UNITS          PIC X(10).
               10  SKEY-LOW-LIMIT      PIC S9(7)V9(4).
               10  SKEY-HIGH-LIMIT     PIC S9(7)V9(4).
               10  SKEY-LOW-GIVEN      PIC X(1).
               10  SKEY-HIGH-GIVEN     PIC X(1).
               10  SKEY-PASS-FAIL      PIC X(1).
               10  SKEY-STAMP-DATE     PIC 9(8).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RSLT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  ARCH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SKEY-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-IMAGE-SW             PIC X(1) VALUE 'N'.
           05  WS-SD-SW                PIC X(1) VALUE 'N'.
           05  WS-CPK-SW               PIC X(1) VALUE 'N'.
           05  WS-RECENT-SW            PIC X(1) VALUE 'N'.
           05  WS-DRIFT-SW             PIC X(1) VALUE 'N'.
           05  WS-RD-OVFL-SW           PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RSLT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RECENT-COUNT         PIC 9(2) VALUE 5.
           05  WS-DRIFT-SIGMA          PIC 9(1)V9(1) VALUE 2.0.
           05  WS-JUDGE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-JOIN-FIELDS.
           05  WS-CURR-ID              PIC 9(6) VALUE ZERO.
           05  WS-IMG-CATEGORY         PIC X(28) VALUE SPACES.
           05  WS-IMG-GROUP            PIC X(28) VALUE SPACES.
      * Accumulators for the measurement in hand. The limits and
      * units are those of the latest reading seen.
       01  WS-MEAS-FIELDS.
           05  WS-CURR-CATEGORY        PIC X(28) VALUE LOW-VALUES.
           05  WS-CURR-GROUP           PIC X(28) VALUE LOW-VALUES.
           05  WS-CURR-MEAS-NAME       PIC X(20) VALUE SPACES.
           05  WS-MS-UNITS             PIC X(10) VALUE SPACES.
           05  WS-MS-LOW-LIMIT         PIC S9(7)V9(4) VALUE ZERO.
           05  WS-MS-HIGH-LIMIT        PIC S9(7)V9(4) VALUE ZERO.
           05  WS-MS-LOW-GIVEN         PIC X(1) VALUE 'N'.
           05  WS-MS-HIGH-GIVEN        PIC X(1) VALUE 'N'.
           05  WS-MS-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-MS-FAIL-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-MS-SUM               PIC S9(14)V9(4) VALUE ZERO.
           05  WS-MS-SUMSQ             PIC S9(21)V9(8) VALUE ZERO.
           05  WS-MS-MIN               PIC S9(7)V9(4) VALUE ZERO.
           05  WS-MS-MAX               PIC S9(7)V9(4) VALUE ZERO.
           05  WS-MS-MEAN              PIC S9(7)V9(6) VALUE ZERO.
           05  WS-MS-SQ-TERM           PIC S9(21)V9(8) VALUE ZERO.
           05  WS-MS-DIVISOR           PIC 9(7) VALUE ZERO.
           05  WS-MS-VARIANCE          PIC S9(14)V9(8) VALUE ZERO.
           05  WS-MS-STDDEV            PIC S9(7)V9(6) VALUE ZERO.
           05  WS-MS-FAIL-PCT          PIC 9(3)V9(1) VALUE ZERO.
           05  WS-MS-CPK-DIST          PIC S9(8)V9(6) VALUE ZERO.
           05  WS-MS-CPK-SPREAD        PIC S9(8)V9(6) VALUE ZERO.
           05  WS-MS-CPK               PIC S9(4)V9(2) VALUE ZERO.
           05  WS-MS-RECENT-SUM        PIC S9(10)V9(4) VALUE ZERO.
           05  WS-MS-RECENT-MEAN       PIC S9(7)V9(6) VALUE ZERO.
           05  WS-MS-SHIFT             PIC S9(8)V9(6) VALUE ZERO.
      * The last WS-RECENT-COUNT readings, kept round-robin.
       01  WS-RECENT-CONTROL.
           05  WS-RING-IDX             PIC 9(2) VALUE ZERO.
           05  WS-RG-IDX               PIC 9(2) VALUE ZERO.
       01  WS-RECENT-TABLE.
           05  WS-RECENT-VALUE         PIC S9(7)V9(4)
               OCCURS 99 TIMES.
      * Every reading of the measurement in hand, for the extract.
       01  WS-READING-CONTROL.
           05  WS-RD-MAX               PIC 9(4) VALUE 5000.
           05  WS-RD-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-RD-IDX               PIC 9(4) VALUE ZERO.
       01  WS-READING-TABLE.
           05  WS-RD-RESULT            PIC X(80)
               OCCURS 5000 TIMES.
       01  WS-CSV-READING.
           05  WS-CR-RECORD-ID         PIC 9(6).
           05  WS-CR-MEAS-NAME         PIC X(20).
           05  WS-CR-VALUE             PIC S9(7)V9(4).
           05  WS-CR-UNITS             PIC X(10).
           05  WS-CR-LOW-LIMIT         PIC S9(7)V9(4).
           05  WS-CR-HIGH-LIMIT        PIC S9(7)V9(4).
           05  WS-CR-LOW-GIVEN         PIC X(1).
           05  WS-CR-HIGH-GIVEN        PIC X(1).
           05  WS-CR-PASS-FAIL         PIC X(1).
           05  WS-CR-STAMP-DATE.
               10  WS-CR-STAMP-YEAR    PIC 9(4).
               10  WS-CR-STAMP-MONTH   PIC 9(2).
               10  WS-CR-STAMP-DAY     PIC 9(2).
       01  WS-CSV-EDIT-FIELDS.
           05  WS-CSV-VALUE-ED         PIC -(7)9.9(4).
           05  WS-CSV-LOW-ED           PIC -(7)9.9(4).
           05  WS-CSV-HIGH-ED          PIC -(7)9.9(4).
           05  WS-CSV-LOW-TEXT         PIC X(13).
           05  WS-CSV-HIGH-TEXT        PIC X(13).
       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ANALYSED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-MEASURE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DRIFT-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-CSV-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-CSV-SHORT-COUNT      PIC 9(7) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG MEASUREMENT CAPABILITY / DRIFT REPORT'.
       01  PARM-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'RECENT READINGS: '.
           05  PRM-RECENT-OUT          PIC Z9.
           05  FILLER                  PIC X(16)
               VALUE '   DRIFT LIMIT: '.
           05  PRM-SIGMA-OUT           PIC 9.9.
           05  FILLER                  PIC X(8)
               VALUE ' STD DEV'.
       01  HEADER-3.
           05  FILLER                  PIC X(22)
               VALUE  'MEASUREMENT'.
           05  FILLER                  PIC X(11)
               VALUE  'UNITS'.
           05  FILLER                  PIC X(9)
               VALUE  '  COUNT'.
           05  FILLER                  PIC X(14)
               VALUE  '         MEAN'.
           05  FILLER                  PIC X(14)
               VALUE  '      STD DEV'.
           05  FILLER                  PIC X(14)
               VALUE  '          MIN'.
           05  FILLER                  PIC X(15)
               VALUE  '          MAX'.
           05  FILLER                  PIC X(7)
               VALUE  'FAIL %'.
           05  FILLER                  PIC X(10)
               VALUE  '     CPK'.
           05  FILLER                  PIC X(15)
               VALUE  '  RECENT MEAN'.
           05  FILLER                  PIC X(5)
               VALUE  'FLAG'.
       01  HEADER-4.
           05  FILLER                  PIC X(22)
               VALUE '--------------------'.
           05  FILLER                  PIC X(11)
               VALUE '----------'.
           05  FILLER                  PIC X(9)
               VALUE '-------'.
           05  FILLER                  PIC X(14)
               VALUE '-------------'.
           05  FILLER                  PIC X(14)
               VALUE '-------------'.
           05  FILLER                  PIC X(14)
               VALUE '-------------'.
           05  FILLER                  PIC X(15)
               VALUE '-------------'.
           05  FILLER                  PIC X(7)
               VALUE '-----'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(15)
               VALUE '-------------'.
           05  FILLER                  PIC X(5)
               VALUE '-----'.
       01  GROUP-HEADING-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'CATEGORY: '.
           05  GHD-CATEGORY-OUT        PIC X(28).
           05  FILLER                  PIC X(9)
               VALUE '  GROUP: '.
           05  GHD-GROUP-OUT           PIC X(28).
       01  MEASURE-LINE.
           05  MSL-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-UNITS-OUT           PIC X(10).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  MSL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-MEAN-OUT            PIC -(7)9.9(4).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  MSL-SD-OUT              PIC -(7)9.9(4).
           05  MSL-SD-NA REDEFINES MSL-SD-OUT
                                       PIC X(13).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  MSL-MIN-OUT             PIC -(7)9.9(4).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  MSL-MAX-OUT             PIC -(7)9.9(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-FAIL-PCT-OUT        PIC ZZ9.9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-CPK-OUT             PIC -(4)9.99.
           05  MSL-CPK-NA REDEFINES MSL-CPK-OUT
                                       PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-RECENT-OUT          PIC -(7)9.9(4).
           05  MSL-RECENT-NA REDEFINES MSL-RECENT-OUT
                                       PIC X(13).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSL-FLAG-OUT            PIC X(5).
       01  CSV-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CATEGORY,GROUP,MEASUREMENT,ID,DATE,VALUE'.
           05  FILLER                  PIC X(40)
               VALUE ',UNITS,LOW LIMIT,HIGH LIMIT,PASS/FAIL'.
       01  CSV-SHORT-LINE.
           05  FILLER                  PIC X(34)
               VALUE '*** FLAGGED MEASUREMENTS EXCEEDING'.
           05  FILLER                  PIC X(34)
               VALUE ' THE READING TABLE - EXTRACT IS IN'.
           05  FILLER                  PIC X(16)
               VALUE 'COMPLETE FOR:  '.
           05  CSV-SHORT-OUT           PIC ZZZ,ZZ9.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'RESULTS READ         :'.
           05  SUM-READ-OUT            PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'NOT ON MASTER/ARCHIVE:'.
           05  SUM-ORPHAN-OUT          PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'READINGS ANALYSED    :'.
           05  SUM-ANALYSED-OUT        PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'MEASUREMENTS REPORTED:'.
           05  SUM-MEASURE-OUT         PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'DRIFT FLAGGED        :'.
           05  SUM-DRIFT-OUT           PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'CSV READINGS WRITTEN :'.
           05  SUM-CSV-OUT             PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           OPEN OUTPUT CSVFILE
           PERFORM READ-PARM
           PERFORM PRINT-TITLE
           PERFORM WRITE-CSV-HEADER
           OPEN OUTPUT WORKFILE
           SORT SORTFILE
               ON ASCENDING KEY SORT-JN-ID
                                SORT-JN-KIND
               INPUT PROCEDURE IS JOIN-FEED
               OUTPUT PROCEDURE IS JOIN-OUT
           CLOSE WORKFILE
           SORT SORTKEYS
               ON ASCENDING KEY SKEY-CATEGORY
                                SKEY-GROUP
                                SKEY-MEAS-NAME
                                SKEY-STAMP-DATE
                                SKEY-RECORD-ID
               USING WORKFILE
               OUTPUT PROCEDURE IS MEASURE-OUT
           PERFORM PRINT-SUMMARY
           CLOSE RPTFILE CSVFILE
           STOP RUN.
      ******************************************************************
      * A missing or zero parm field takes the default.
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RECENT-COUNT NUMERIC
                               AND PARM-RECENT-COUNT > ZERO
                           MOVE PARM-RECENT-COUNT TO WS-RECENT-COUNT
                       END-IF
                       IF PARM-DRIFT-SIGMA NUMERIC
                               AND PARM-DRIFT-SIGMA > ZERO
                           MOVE PARM-DRIFT-SIGMA TO WS-DRIFT-SIGMA
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           COMPUTE WS-JUDGE-COUNT = WS-RECENT-COUNT * 2.
      ******************************************************************
       JOIN-FEED.
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
           MOVE SPACES TO SORT-JN-RECORD.
           MOVE TEST-RECORD-ID TO SORT-JN-ID.
           MOVE '1' TO SORT-JN-KIND.
           MOVE TEST-CATEGORY TO SORT-JN-CATEGORY.
           MOVE TEST-GROUP TO SORT-JN-GROUP.
           RELEASE SORT-JN-RECORD.
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
       ARCHIVE-FEED-LOOP.
           MOVE SPACES TO SORT-JN-RECORD.
           MOVE ARCH-RECORD-ID TO SORT-JN-ID.
           MOVE '2' TO SORT-JN-KIND.
           MOVE ARCH-CATEGORY TO SORT-JN-CATEGORY.
           MOVE ARCH-GROUP TO SORT-JN-GROUP.
           RELEASE SORT-JN-RECORD.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
      ******************************************************************
       RESULT-FEED-LOOP.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO SORT-JN-RECORD.
           MOVE RSLT-RECORD-ID TO SORT-JN-ID.
           MOVE '3' TO SORT-JN-KIND.
           MOVE TLOG-RESULT-RECORD TO SORT-JN-RESULT.
           RELEASE SORT-JN-RECORD.
           READ RSLTFILE
               AT END
                   MOVE 'Y' TO RSLT-EOF-SWITCH
           END-READ.
      ******************************************************************
       JOIN-OUT.
           PERFORM RETURN-JOINED.
           PERFORM JOIN-RECORD UNTIL SORT-EOF-SWITCH = 'Y'.
      ******************************************************************
       JOIN-RECORD.
           MOVE SORT-JN-ID TO WS-CURR-ID.
           MOVE 'N' TO WS-IMAGE-SW.
           PERFORM JOIN-ENTRY
               UNTIL SORT-EOF-SWITCH = 'Y'
                  OR SORT-JN-ID NOT = WS-CURR-ID.
      ******************************************************************
      * The live master wins over an archive copy of the same test.
       JOIN-ENTRY.
           IF SORT-JN-KIND = '3'
               IF WS-IMAGE-SW = 'Y'
                   MOVE WS-IMG-CATEGORY TO WORK-CATEGORY
                   MOVE WS-IMG-GROUP TO WORK-GROUP
                   MOVE SORT-JN-RESULT TO WORK-RESULT
                   WRITE WORK-RECORD
                   ADD 1 TO WS-ANALYSED-COUNT
               ELSE
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
           ELSE
               IF WS-IMAGE-SW = 'N'
                   MOVE 'Y' TO WS-IMAGE-SW
                   MOVE SORT-JN-CATEGORY TO WS-IMG-CATEGORY
                   MOVE SORT-JN-GROUP TO WS-IMG-GROUP
               END-IF
           END-IF.
           PERFORM RETURN-JOINED.
      ******************************************************************
       RETURN-JOINED.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       MEASURE-OUT.
           PERFORM RETURN-KEYED.
           PERFORM MEASURE-GROUP UNTIL SKEY-EOF-SWITCH = 'Y'.
      ******************************************************************
       MEASURE-GROUP.
           IF SKEY-CATEGORY NOT = WS-CURR-CATEGORY
                   OR SKEY-GROUP NOT = WS-CURR-GROUP
               MOVE SKEY-CATEGORY TO WS-CURR-CATEGORY
               MOVE SKEY-GROUP TO WS-CURR-GROUP
               PERFORM PRINT-GROUP-HEADING
           END-IF.
           MOVE SKEY-MEAS-NAME TO WS-CURR-MEAS-NAME.
           MOVE ZERO TO WS-MS-COUNT WS-MS-FAIL-COUNT WS-MS-SUM
                        WS-MS-SUMSQ WS-MS-MIN WS-MS-MAX
                        WS-RING-IDX WS-RD-COUNT.
           MOVE 'N' TO WS-RD-OVFL-SW.
           PERFORM ACCUMULATE-READING
               UNTIL SKEY-EOF-SWITCH = 'Y'
                  OR SKEY-CATEGORY NOT = WS-CURR-CATEGORY
                  OR SKEY-GROUP NOT = WS-CURR-GROUP
                  OR SKEY-MEAS-NAME NOT = WS-CURR-MEAS-NAME.
           PERFORM FINISH-MEASUREMENT.
      ******************************************************************
       ACCUMULATE-READING.
           ADD 1 TO WS-MS-COUNT.
           ADD SKEY-VALUE TO WS-MS-SUM.
           COMPUTE WS-MS-SUMSQ = WS-MS-SUMSQ + SKEY-VALUE * SKEY-VALUE.
           IF WS-MS-COUNT = 1 OR SKEY-VALUE < WS-MS-MIN
               MOVE SKEY-VALUE TO WS-MS-MIN
           END-IF.
           IF WS-MS-COUNT = 1 OR SKEY-VALUE > WS-MS-MAX
               MOVE SKEY-VALUE TO WS-MS-MAX
           END-IF.
           IF SKEY-PASS-FAIL = 'F'
               ADD 1 TO WS-MS-FAIL-COUNT
           END-IF.
           MOVE SKEY-UNITS TO WS-MS-UNITS.
           MOVE SKEY-LOW-LIMIT TO WS-MS-LOW-LIMIT.
           MOVE SKEY-HIGH-LIMIT TO WS-MS-HIGH-LIMIT.
           MOVE SKEY-LOW-GIVEN TO WS-MS-LOW-GIVEN.
           MOVE SKEY-HIGH-GIVEN TO WS-MS-HIGH-GIVEN.
           ADD 1 TO WS-RING-IDX.
           IF WS-RING-IDX > WS-RECENT-COUNT
               MOVE 1 TO WS-RING-IDX
           END-IF.
           MOVE SKEY-VALUE TO WS-RECENT-VALUE (WS-RING-IDX).
           IF WS-RD-COUNT < WS-RD-MAX
               ADD 1 TO WS-RD-COUNT
               MOVE SKEY-RESULT TO WS-RD-RESULT (WS-RD-COUNT)
           ELSE
               MOVE 'Y' TO WS-RD-OVFL-SW
           END-IF.
           PERFORM RETURN-KEYED.
      ******************************************************************
       FINISH-MEASUREMENT.
           ADD 1 TO WS-MEASURE-COUNT.
           COMPUTE WS-MS-MEAN ROUNDED = WS-MS-SUM / WS-MS-COUNT.
           COMPUTE WS-MS-FAIL-PCT ROUNDED =
               WS-MS-FAIL-COUNT * 100 / WS-MS-COUNT.
           MOVE 'N' TO WS-SD-SW.
           MOVE ZERO TO WS-MS-STDDEV.
      * Sample variance from the running sums, a step at a time so
      * no intermediate result outgrows the fields.
           IF WS-MS-COUNT > 1
               MOVE 'Y' TO WS-SD-SW
               COMPUTE WS-MS-SQ-TERM ROUNDED =
                   WS-MS-SUM * WS-MS-SUM / WS-MS-COUNT
               COMPUTE WS-MS-DIVISOR = WS-MS-COUNT - 1
               COMPUTE WS-MS-VARIANCE ROUNDED =
                   (WS-MS-SUMSQ - WS-MS-SQ-TERM) / WS-MS-DIVISOR
               IF WS-MS-VARIANCE > ZERO
                   COMPUTE WS-MS-STDDEV ROUNDED =
                       FUNCTION SQRT(WS-MS-VARIANCE)
               END-IF
           END-IF.
           PERFORM COMPUTE-CAPABILITY.
           PERFORM CHECK-DRIFT.
           PERFORM PRINT-MEASURE-LINE.
           IF WS-DRIFT-SW = 'Y'
               PERFORM WRITE-CSV-LINE
                   VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-OVFL-SW = 'Y'
                   ADD 1 TO WS-CSV-SHORT-COUNT
               END-IF
           END-IF.
      ******************************************************************
      * Cpk is the distance from the mean to the nearer limit in
      * units of three standard deviations; with one limit given,
      * the distance to that limit. A mean outside the limits gives
      * a negative index.
       COMPUTE-CAPABILITY.
           MOVE 'N' TO WS-CPK-SW.
           IF WS-MS-STDDEV > ZERO
               EVALUATE TRUE
                   WHEN WS-MS-LOW-GIVEN = 'Y'
                           AND WS-MS-HIGH-GIVEN = 'Y'
                       MOVE 'Y' TO WS-CPK-SW
                       COMPUTE WS-MS-CPK-DIST =
                           WS-MS-HIGH-LIMIT - WS-MS-MEAN
                       IF WS-MS-MEAN - WS-MS-LOW-LIMIT
                               < WS-MS-CPK-DIST
                           COMPUTE WS-MS-CPK-DIST =
                               WS-MS-MEAN - WS-MS-LOW-LIMIT
                       END-IF
                   WHEN WS-MS-HIGH-GIVEN = 'Y'
                       MOVE 'Y' TO WS-CPK-SW
                       COMPUTE WS-MS-CPK-DIST =
                           WS-MS-HIGH-LIMIT - WS-MS-MEAN
                   WHEN WS-MS-LOW-GIVEN = 'Y'
                       MOVE 'Y' TO WS-CPK-SW
                       COMPUTE WS-MS-CPK-DIST =
                           WS-MS-MEAN - WS-MS-LOW-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-CPK-SW = 'Y'
               COMPUTE WS-MS-CPK-SPREAD = 3 * WS-MS-STDDEV
               COMPUTE WS-MS-CPK ROUNDED =
                   WS-MS-CPK-DIST / WS-MS-CPK-SPREAD
                   ON SIZE ERROR
                       IF WS-MS-CPK-DIST < ZERO
                           MOVE -9999.99 TO WS-MS-CPK
                       ELSE
                           MOVE 9999.99 TO WS-MS-CPK
                       END-IF
               END-COMPUTE
           END-IF.
      ******************************************************************
      * The ring holds the last WS-RECENT-COUNT readings once the
      * measurement has at least WS-JUDGE-COUNT of them.
       CHECK-DRIFT.
           MOVE 'N' TO WS-RECENT-SW.
           MOVE 'N' TO WS-DRIFT-SW.
           IF WS-MS-COUNT NOT < WS-JUDGE-COUNT
               MOVE 'Y' TO WS-RECENT-SW
               MOVE ZERO TO WS-MS-RECENT-SUM
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RECENT-COUNT
                   ADD WS-RECENT-VALUE (WS-RG-IDX) TO WS-MS-RECENT-SUM
               END-PERFORM
               COMPUTE WS-MS-RECENT-MEAN ROUNDED =
                   WS-MS-RECENT-SUM / WS-RECENT-COUNT
               COMPUTE WS-MS-SHIFT = WS-MS-RECENT-MEAN - WS-MS-MEAN
               IF WS-MS-SHIFT < ZERO
                   COMPUTE WS-MS-SHIFT = ZERO - WS-MS-SHIFT
               END-IF
               IF WS-MS-STDDEV > ZERO
                       AND WS-MS-SHIFT > WS-DRIFT-SIGMA * WS-MS-STDDEV
                   MOVE 'Y' TO WS-DRIFT-SW
                   ADD 1 TO WS-DRIFT-COUNT
               END-IF
           END-IF.
      ******************************************************************
       RETURN-KEYED.
           RETURN SORTKEYS
               AT END
                   MOVE 'Y' TO SKEY-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       PRINT-GROUP-HEADING.
           MOVE WS-CURR-CATEGORY TO GHD-CATEGORY-OUT.
           MOVE WS-CURR-GROUP TO GHD-GROUP-OUT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE GROUP-HEADING-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-MEASURE-LINE.
           MOVE WS-CURR-MEAS-NAME TO MSL-NAME-OUT.
           MOVE WS-MS-UNITS TO MSL-UNITS-OUT.
           MOVE WS-MS-COUNT TO MSL-COUNT-OUT.
           MOVE WS-MS-MEAN TO MSL-MEAN-OUT.
           IF WS-SD-SW = 'Y'
               MOVE WS-MS-STDDEV TO MSL-SD-OUT
           ELSE
               MOVE '          N/A' TO MSL-SD-NA
           END-IF.
           MOVE WS-MS-MIN TO MSL-MIN-OUT.
           MOVE WS-MS-MAX TO MSL-MAX-OUT.
           MOVE WS-MS-FAIL-PCT TO MSL-FAIL-PCT-OUT.
           IF WS-CPK-SW = 'Y'
               MOVE WS-MS-CPK TO MSL-CPK-OUT
           ELSE
               MOVE '     N/A' TO MSL-CPK-NA
           END-IF.
           IF WS-RECENT-SW = 'Y'
               MOVE WS-MS-RECENT-MEAN TO MSL-RECENT-OUT
           ELSE
               MOVE SPACES TO MSL-RECENT-NA
           END-IF.
           IF WS-DRIFT-SW = 'Y'
               MOVE 'DRIFT' TO MSL-FLAG-OUT
           ELSE
               MOVE SPACES TO MSL-FLAG-OUT
           END-IF.
           MOVE MEASURE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       WRITE-CSV-HEADER.
           MOVE CSV-HEADER-LINE TO CSV-RECORD.
           WRITE CSV-RECORD.
      ******************************************************************
       WRITE-CSV-LINE.
           MOVE WS-RD-RESULT (WS-RD-IDX) TO WS-CSV-READING.
           MOVE WS-CR-VALUE TO WS-CSV-VALUE-ED.
           MOVE SPACES TO WS-CSV-LOW-TEXT WS-CSV-HIGH-TEXT.
           IF WS-CR-LOW-GIVEN = 'Y'
               MOVE WS-CR-LOW-LIMIT TO WS-CSV-LOW-ED
               MOVE WS-CSV-LOW-ED TO WS-CSV-LOW-TEXT
           END-IF.
           IF WS-CR-HIGH-GIVEN = 'Y'
               MOVE WS-CR-HIGH-LIMIT TO WS-CSV-HIGH-ED
               MOVE WS-CSV-HIGH-ED TO WS-CSV-HIGH-TEXT
           END-IF.
           MOVE SPACES TO CSV-RECORD.
           STRING
                   '"'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURR-CATEGORY)
                                               DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURR-GROUP)
                                               DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CR-MEAS-NAME)
                                               DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   WS-CR-RECORD-ID             DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   WS-CR-STAMP-YEAR            DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-CR-STAMP-MONTH           DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-CR-STAMP-DAY             DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-VALUE-ED)
                                               DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CR-UNITS)  DELIMITED BY SIZE
                   '"'                         DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-LOW-TEXT)
                                               DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-HIGH-TEXT)
                                               DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   WS-CR-PASS-FAIL             DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.
           ADD 1 TO WS-CSV-COUNT.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECENT-COUNT TO PRM-RECENT-OUT.
           MOVE WS-DRIFT-SIGMA TO PRM-SIGMA-OUT.
           MOVE PARM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-CSV-SHORT-COUNT > ZERO
               MOVE WS-CSV-SHORT-COUNT TO CSV-SHORT-OUT
               MOVE CSV-SHORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE WS-READ-COUNT TO SUM-READ-OUT.
           MOVE WS-ORPHAN-COUNT TO SUM-ORPHAN-OUT.
           MOVE WS-ANALYSED-COUNT TO SUM-ANALYSED-OUT.
           MOVE WS-MEASURE-COUNT TO SUM-MEASURE-OUT.
           MOVE WS-DRIFT-COUNT TO SUM-DRIFT-OUT.
           MOVE WS-CSV-COUNT TO SUM-CSV-OUT.
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
      ******************************************************************
