      ******************************************************************
      * PROGRAM-ID : TLOGDEPR
      * Test dependency report for the HAYNIE R&D Test Log (TLOG).
      * Reads the TLOG master front to back and, for every active
      * test that has "blocked by" links on the TLOGLINK file (layout
      * in TLOGLINK.cpy, maintained by TLOGMAINT 'L' and 'U'
      * transactions), prints the test followed by its full blocker
      * chain - each test it waits on, then each test that one waits
      * on, indented a step per level, down to the root blockers that
      * wait on nothing. Every blocker in the chain is looked up on
      * the master for its status and subject; a blocker no longer on
      * the master has been archived by TLOGPURG or deleted, and
      * counts as finished. A BLOCKED test whose direct blockers are
      * all RESOLVED, CLOSED or gone is flagged READY TO UNBLOCK so it
      * does not sit in BLOCKED after the work it waited on is done;
      * TLOGNOTF mails the same tests to their engineers. A BLOCKED
      * test with no link on file is listed as well, since nothing
      * says what it is waiting on. The link file is held in a table
      * for the chain walk; links beyond the table, and chains deeper
      * or wider than the walk can hold, are cut short with a warning
      * on the report (DEPRPT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGDEPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT LKUPFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKUP-RECORD-ID
               FILE STATUS IS WS-LKUP-STATUS.
           SELECT LINKFILE ASSIGN TO TLOGLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT RPTFILE ASSIGN TO DEPRPT.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD LKUPFILE.

       01  LKUP-RECORD.
           05  LKUP-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(120).
           05  LKUP-SUBJECT            PIC X(66).
           05  FILLER                  PIC X(1078).
           05  LKUP-STATUS             PIC X(8).
               88  LKUP-STATUS-ACTIVE      VALUE 'OPEN'
                                                 'INPROG'
                                                 'BLOCKED'.
           05  FILLER                  PIC X(37).
      ******************************************************************
       FD LINKFILE.

       COPY TLOGLINK.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  LINK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-LINK-OVFL-SW         PIC X(1) VALUE 'N'.
           05  WS-CHAIN-CUT-SW         PIC X(1) VALUE 'N'.
           05  WS-ON-MASTER-SW         PIC X(1) VALUE 'N'.
           05  WS-ALL-DONE-SW          PIC X(1) VALUE 'N'.
       01  WS-FILE-CONTROL.
           05  WS-LINK-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LKUP-STATUS          PIC X(2) VALUE SPACES.
       01  WS-LINK-TABLE-CONTROL.
           05  WS-LINK-MAX             PIC 9(4) VALUE 5000.
           05  WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-LK-IDX               PIC 9(4) VALUE ZERO.
           05  WS-LK-FIRST             PIC 9(4) VALUE ZERO.
           05  WS-LK-LAST              PIC 9(4) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY           OCCURS 5000 TIMES.
               10  WS-LK-RECORD-ID         PIC 9(6).
               10  WS-LK-BLOCKER-ID        PIC 9(6).
       01  WS-STACK-CONTROL.
           05  WS-STACK-MAX            PIC 9(4) VALUE 500.
           05  WS-STACK-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-STACK-TABLE.
           05  WS-STACK-ENTRY          OCCURS 500 TIMES.
               10  WS-ST-RECORD-ID         PIC 9(6).
               10  WS-ST-DEPTH             PIC 9(2).
       01  WS-CHAIN-FIELDS.
           05  WS-FIND-ID              PIC 9(6) VALUE ZERO.
           05  WS-CURR-BLOCKER         PIC 9(6) VALUE ZERO.
           05  WS-CURR-DEPTH           PIC 9(2) VALUE ZERO.
           05  WS-PUSH-DEPTH           PIC 9(2) VALUE ZERO.
           05  WS-DEPTH-MAX            PIC 9(2) VALUE 20.
           05  WS-INDENT-POS           PIC 9(3) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-LINK-READ-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-WAITING-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-READY-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-NOLINK-COUNT         PIC 9(6) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG DEPENDENCY (BLOCKER CHAIN) REPORT'.
       01  DEPENDENT-LINE.
           05  FILLER                  PIC X(6)
               VALUE 'TEST: '.
           05  DEP-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DEP-STATUS-OUT          PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DEP-ENGR-OUT            PIC X(28).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DEP-SUBJECT-OUT         PIC X(66).
       01  CHAIN-LINE.
           05  FILLER                  PIC X(11)
               VALUE 'BLOCKED BY '.
           05  CHN-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CHN-STATUS-OUT          PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CHN-FLAG-OUT            PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CHN-SUBJECT-OUT         PIC X(66).
       01  READY-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE '*** READY TO UNBLOCK - ALL BLOCKERS FINISHED '.
           05  FILLER                  PIC X(3)
               VALUE '***'.
       01  NOLINK-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE '*** BLOCKED - NO BLOCKER ON FILE ***'.
       01  LINK-WARN-LINE.
           05  FILLER                  PIC X(27)
               VALUE '*** LINK FILE EXCEEDS TABLE'.
           05  FILLER                  PIC X(31)
               VALUE ' - CHAINS MAY BE INCOMPLETE ***'.
       01  CHAIN-WARN-LINE.
           05  FILLER                  PIC X(30)
               VALUE '*** CHAIN TOO DEEP OR TOO WIDE'.
           05  FILLER                  PIC X(28)
               VALUE ' - SOME CHAINS CUT SHORT ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'LINKS READ           :'.
           05  SUM-LINKS-OUT           PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'ACTIVE TESTS READ    :'.
           05  SUM-ACTIVE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS WITH BLOCKERS  :'.
           05  SUM-WAITING-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'READY TO UNBLOCK     :'.
           05  SUM-READY-OUT           PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'BLOCKED, NO LINK     :'.
           05  SUM-NOLINK-OUT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           OPEN INPUT INFILE
           OPEN INPUT LKUPFILE
           PERFORM LOAD-LINK-TABLE
           PERFORM PRINT-TITLE
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ
           PERFORM DEPENDENCY-LOOP UNTIL TLOG-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           CLOSE INFILE LKUPFILE RPTFILE
           STOP RUN.
      ******************************************************************
      * The link file is optional - before the first link is keyed
      * only the BLOCKED-with-no-link section has anything to say.
       LOAD-LINK-TABLE.
           OPEN INPUT LINKFILE
           IF WS-LINK-STATUS = '00'
               READ LINKFILE
                   AT END
                       MOVE 'Y' TO LINK-EOF-SWITCH
               END-READ
               PERFORM LOAD-LINK-ENTRY
                   UNTIL LINK-EOF-SWITCH = 'Y'
               CLOSE LINKFILE
           END-IF.
      ******************************************************************
       LOAD-LINK-ENTRY.
           ADD 1 TO WS-LINK-READ-COUNT
           IF WS-LINK-COUNT < WS-LINK-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE LINK-RECORD-ID TO WS-LK-RECORD-ID (WS-LINK-COUNT)
               MOVE LINK-BLOCKER-ID
                   TO WS-LK-BLOCKER-ID (WS-LINK-COUNT)
           ELSE
               MOVE 'Y' TO WS-LINK-OVFL-SW
           END-IF
           READ LINKFILE
               AT END
                   MOVE 'Y' TO LINK-EOF-SWITCH
           END-READ.
      ******************************************************************
       DEPENDENCY-LOOP.
           IF TEST-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE TEST-RECORD-ID TO WS-FIND-ID
               PERFORM FIND-LINK-RANGE
               IF WS-LK-FIRST > ZERO
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM PRINT-DEPENDENT
               ELSE
                   IF TEST-STATUS-BLOCKED
                       ADD 1 TO WS-NOLINK-COUNT
                       PERFORM PRINT-NO-LINK
                   END-IF
               END-IF
           END-IF
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
      * The link table is in key order, so a test's blockers sit
      * together; WS-LK-FIRST is left zero when it has none.
       FIND-LINK-RANGE.
           MOVE ZERO TO WS-LK-FIRST.
           MOVE ZERO TO WS-LK-LAST.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-RECORD-ID (WS-LK-IDX) = WS-FIND-ID
                   IF WS-LK-FIRST = ZERO
                       MOVE WS-LK-IDX TO WS-LK-FIRST
                   END-IF
                   MOVE WS-LK-IDX TO WS-LK-LAST
               END-IF
           END-PERFORM.
      ******************************************************************
       PRINT-DEPENDENT.
           PERFORM FILL-DEPENDENT-LINE.
           PERFORM CHECK-DIRECT-BLOCKERS.
           MOVE ZERO TO WS-STACK-COUNT.
           MOVE 1 TO WS-PUSH-DEPTH.
           PERFORM PUSH-BLOCKERS.
           PERFORM WALK-CHAIN UNTIL WS-STACK-COUNT = ZERO.
           IF WS-ALL-DONE-SW = 'Y' AND TEST-STATUS-BLOCKED
               MOVE READY-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               ADD 1 TO WS-READY-COUNT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-NO-LINK.
           PERFORM FILL-DEPENDENT-LINE.
           MOVE NOLINK-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       FILL-DEPENDENT-LINE.
           MOVE TEST-RECORD-ID TO DEP-ID-OUT.
           MOVE TEST-STATUS TO DEP-STATUS-OUT.
           IF TEST-ASSIGNED-ENGR = SPACES
               MOVE '(UNASSIGNED)' TO DEP-ENGR-OUT
           ELSE
               MOVE TEST-ASSIGNED-ENGR TO DEP-ENGR-OUT
           END-IF.
           MOVE TEST-SUBJECT TO DEP-SUBJECT-OUT.
           MOVE DEPENDENT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
      * A test is ready to unblock once every test it waits on
      * directly is RESOLVED, CLOSED or off the master altogether.
       CHECK-DIRECT-BLOCKERS.
           MOVE 'Y' TO WS-ALL-DONE-SW.
           PERFORM VARYING WS-LK-IDX FROM WS-LK-FIRST BY 1
                   UNTIL WS-LK-IDX > WS-LK-LAST
               MOVE WS-LK-BLOCKER-ID (WS-LK-IDX) TO WS-CURR-BLOCKER
               PERFORM LOOKUP-BLOCKER
               IF WS-ON-MASTER-SW = 'Y' AND LKUP-STATUS-ACTIVE
                   MOVE 'N' TO WS-ALL-DONE-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      * Blockers go on the stack highest ID first so they come off,
      * and print, in ascending order under their waiting test.
       PUSH-BLOCKERS.
           PERFORM VARYING WS-LK-IDX FROM WS-LK-LAST BY -1
                   UNTIL WS-LK-IDX < WS-LK-FIRST
               IF WS-STACK-COUNT < WS-STACK-MAX
                   ADD 1 TO WS-STACK-COUNT
                   MOVE WS-LK-BLOCKER-ID (WS-LK-IDX)
                       TO WS-ST-RECORD-ID (WS-STACK-COUNT)
                   MOVE WS-PUSH-DEPTH TO WS-ST-DEPTH (WS-STACK-COUNT)
               ELSE
                   MOVE 'Y' TO WS-CHAIN-CUT-SW
               END-IF
           END-PERFORM.
      ******************************************************************
       WALK-CHAIN.
           MOVE WS-ST-RECORD-ID (WS-STACK-COUNT) TO WS-CURR-BLOCKER.
           MOVE WS-ST-DEPTH (WS-STACK-COUNT) TO WS-CURR-DEPTH.
           SUBTRACT 1 FROM WS-STACK-COUNT.
           PERFORM LOOKUP-BLOCKER.
           MOVE WS-CURR-BLOCKER TO WS-FIND-ID.
           PERFORM FIND-LINK-RANGE.
           PERFORM PRINT-CHAIN-LINE.
           IF WS-LK-FIRST > ZERO
               IF WS-CURR-DEPTH < WS-DEPTH-MAX
                   COMPUTE WS-PUSH-DEPTH = WS-CURR-DEPTH + 1
                   PERFORM PUSH-BLOCKERS
               ELSE
                   MOVE 'Y' TO WS-CHAIN-CUT-SW
               END-IF
           END-IF.
      ******************************************************************
       LOOKUP-BLOCKER.
           MOVE 'Y' TO WS-ON-MASTER-SW.
           MOVE WS-CURR-BLOCKER TO LKUP-RECORD-ID.
           READ LKUPFILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-SW
           END-READ.
      ******************************************************************
      * A blocker with nothing of its own to wait on is the root of
      * its chain; one off the master was archived or deleted.
       PRINT-CHAIN-LINE.
           MOVE WS-CURR-BLOCKER TO CHN-ID-OUT.
           IF WS-ON-MASTER-SW = 'Y'
               MOVE LKUP-STATUS TO CHN-STATUS-OUT
               MOVE LKUP-SUBJECT TO CHN-SUBJECT-OUT
           ELSE
               MOVE '--------' TO CHN-STATUS-OUT
               MOVE 'NOT ON MASTER - ARCHIVED OR DELETED'
                   TO CHN-SUBJECT-OUT
           END-IF.
           IF WS-LK-FIRST = ZERO
               MOVE 'ROOT BLOCKER' TO CHN-FLAG-OUT
           ELSE
               MOVE SPACES TO CHN-FLAG-OUT
           END-IF.
           COMPUTE WS-INDENT-POS = (WS-CURR-DEPTH * 2) + 1.
           MOVE SPACES TO RPT-RECORD.
           MOVE CHAIN-LINE TO RPT-RECORD (WS-INDENT-POS:).
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE WS-LINK-READ-COUNT TO SUM-LINKS-OUT.
           MOVE WS-ACTIVE-COUNT TO SUM-ACTIVE-OUT.
           MOVE WS-WAITING-COUNT TO SUM-WAITING-OUT.
           MOVE WS-READY-COUNT TO SUM-READY-OUT.
           MOVE WS-NOLINK-COUNT TO SUM-NOLINK-OUT.
           IF WS-LINK-OVFL-SW = 'Y'
               MOVE LINK-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-CHAIN-CUT-SW = 'Y'
               MOVE CHAIN-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
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
      ******************************************************************
