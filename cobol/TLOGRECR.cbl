      ******************************************************************
      * PROGRAM-ID : TLOGRECR
      * Recurring-test step for the nightly HAYNIE R&D Test Log
      * (TLOG) stream, run after TLOGSUSR and ahead of TLOGASGN.
      * Reads the recurring-test schedule (TLOGSCHD, layout in
      * TLOGSCHR.cpy, maintained by TLOGRMNT) and, for every active
      * entry whose next-due date has arrived, writes an 'A'
      * transaction raised from the entry's template to RECRTRAN:
      * record ID zero, so TLOGASGN gives the new test the next
      * number; status OPEN; the entry's engineer as both author and
      * assigned engineer (TLOGMAINT fills the email from the staff
      * file); the entry's priority; and a target date the entry's
      * lead time after tonight. RECRTRAN is concatenated after
      * TLOGTRAN, behind the intake rows, so TLOGASGN's positional
      * pairing of assigned IDs with the intake journal is not
      * disturbed. An occurrence is skipped, and listed as such, when
      * the master still holds an active (OPEN, INPROG or BLOCKED)
      * test with the same category, group and subject - the last
      * occurrence is not finished, and raising another would only
      * pile up duplicates. Raised or skipped, the entry's due date
      * is moved on by its frequency until it is past tonight, so a
      * missed night raises one test, not several. The updated
      * schedule is written as a new generation (TLOGSCHN, the same
      * handoff pattern as TLOGNEW/TLOG) and every due entry is
      * listed on the recurring-test report (RECRRPT). Due entries
      * beyond the in-storage table are left due for the next night
      * and listed as DEFERRED. The schedule file is optional - with
      * none on hand nothing is raised. The transactions name
      * TLOGRECR as their submitter, so TLOGRECR needs the add right
      * on the submitter authorization file (TLOGAUTH) for the
      * categories the schedule raises tests in.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGRECR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHFILE ASSIGN TO TLOGSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHIN-ENTRY-ID
               FILE STATUS IS WS-SCH-STATUS.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT TRANOUT ASSIGN TO RECRTRAN.
           SELECT SCHOUT ASSIGN TO TLOGSCHN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHOUT-ENTRY-ID.
           SELECT RPTFILE ASSIGN TO RECRRPT.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHFILE.

       01  SCHIN-RECORD.
           05  SCHIN-ENTRY-ID          PIC 9(6).
           05  FILLER                  PIC X(190).
      ******************************************************************
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD TRANOUT
           RECORDING MODE F.

       01  TRANOUT-RECORD              PIC X(1324).
      ******************************************************************
       FD SCHOUT.

       01  SCHOUT-RECORD.
           05  SCHOUT-ENTRY-ID         PIC 9(6).
           05  FILLER                  PIC X(190).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD RUNCFILE
           RECORDING MODE F.

       COPY TLOGRUNC.
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGSCHR.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  SCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SCH-OPEN-SW          PIC X(1) VALUE 'N'.
       01  WS-SCH-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-INT         PIC 9(7) VALUE ZERO.
           05  WS-WORK-DATE-INT        PIC 9(7) VALUE ZERO.
           05  WS-STEP-DAYS            PIC 9(3) VALUE ZERO.
           05  WS-STEP-MONTHS          PIC 9(2) VALUE ZERO.
           05  WS-MONTH-TOTAL          PIC 9(2) VALUE ZERO.
           05  WS-DUE-WAS              PIC 9(8) VALUE ZERO.
           05  WS-TARGET-DATE          PIC 9(8) VALUE ZERO.
           05  WS-DATE-DIGITS.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
           05  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
      * Due entries, loaded on the first pass over the schedule and
      * marked on the pass over the master when an active test from
      * the last occurrence is still on file.
       01  WS-DUE-CONTROL.
           05  WS-DUE-MAX              PIC 9(4) VALUE 500.
           05  WS-DUE-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-DUE-USED             PIC 9(4) VALUE ZERO.
           05  WS-DUE-IDX              PIC 9(4) VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY            OCCURS 500 TIMES.
               10  WS-DUE-CATEGORY         PIC X(28).
               10  WS-DUE-GROUP            PIC X(28).
               10  WS-DUE-SUBJECT          PIC X(66).
               10  WS-DUE-ACTIVE-ID        PIC 9(6).
       01  WS-COUNTERS.
           05  WS-SCH-IN-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-DUE-FOUND-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-RAISED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-DEFERRED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RAISE-NOTE.
           05  FILLER                  PIC X(37)
               VALUE 'RAISED FROM RECURRING SCHEDULE ENTRY '.
           05  WS-NOTE-ENTRY           PIC 9(6).
           05  FILLER                  PIC X(6)
               VALUE ' - DUE'.
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  WS-NOTE-DUE             PIC 9(8).
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGRECR'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGSUSR'.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SELF-END-SW          PIC X(1) VALUE 'N'.
           05  WS-PRED-END-SW          PIC X(1) VALUE 'N'.
       01  RUNC-ERROR-LINE.
           05  FILLER                  PIC X(18)
               VALUE '*** RUN CONTROL - '.
           05  RUNC-ERR-TEXT           PIC X(24).
           05  FILLER                  PIC X(4)
               VALUE ' ***'.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'RECURRING TEST REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ENTRY'.
           05  FILLER                  PIC X(10)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(10)
               VALUE  'DUE'.
           05  FILLER                  PIC X(10)
               VALUE  'NEXT DUE'.
           05  FILLER                  PIC X(10)
               VALUE  'TARGET'.
           05  FILLER                  PIC X(8)
               VALUE  'ACTIVE'.
           05  FILLER                  PIC X(40)
               VALUE  'SUBJECT'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(40)
               VALUE '----------------------------------------'.
       01  DUE-LINE.
           05  DUE-ENTRY-OUT           PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-ACTION-OUT          PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-NEXT-OUT            PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-TARGET-OUT          PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-ACTIVE-OUT          PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  DUE-SUBJECT-OUT         PIC X(40).
       01  NO-SCHEDULE-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** NO SCHEDULE FILE ON HAND ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'SCHEDULE ENTRIES READ:'.
           05  SUM-IN-OUT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES DUE          :'.
           05  SUM-DUE-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS RAISED         :'.
           05  SUM-RAISED-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'SKIPPED - STILL OPEN :'.
           05  SUM-SKIPPED-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'DEFERRED - TABLE FULL:'.
           05  SUM-DEFERRED-OUT        PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           PERFORM SET-RUN-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM PRINT-TITLE
           PERFORM LOAD-DUE-ENTRIES
           IF WS-DUE-COUNT > ZERO
               PERFORM CHECK-ACTIVE-TESTS
           END-IF
           OPEN OUTPUT TRANOUT
           OPEN OUTPUT SCHOUT
           IF WS-SCH-OPEN-SW = 'Y'
               PERFORM RAISE-DUE-ENTRIES
           ELSE
               MOVE NO-SCHEDULE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-RUN-END
           CLOSE TRANOUT SCHOUT RPTFILE
           STOP RUN.
      ******************************************************************
       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      ******************************************************************
      * First pass over the schedule: the entries due tonight, in
      * entry order, up to the size of the table.
       LOAD-DUE-ENTRIES.
           MOVE 'N' TO WS-SCH-OPEN-SW.
           MOVE 'N' TO SCH-EOF-SWITCH.
           OPEN INPUT SCHFILE
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN-SW
               PERFORM READ-SCH
               PERFORM LOAD-DUE-LOOP UNTIL SCH-EOF-SWITCH = 'Y'
               CLOSE SCHFILE
           END-IF.
      ******************************************************************
       LOAD-DUE-LOOP.
           MOVE SCHIN-RECORD TO TLOG-SCHEDULE-RECORD.
           IF SCHR-ACTIVE
                   AND SCHR-NEXT-DUE-NUM NOT > WS-RUN-DATE-NUM
                   AND WS-DUE-COUNT < WS-DUE-MAX
               ADD 1 TO WS-DUE-COUNT
               MOVE SCHR-CATEGORY TO WS-DUE-CATEGORY (WS-DUE-COUNT)
               MOVE SCHR-GROUP TO WS-DUE-GROUP (WS-DUE-COUNT)
               MOVE SCHR-SUBJECT TO WS-DUE-SUBJECT (WS-DUE-COUNT)
               MOVE ZERO TO WS-DUE-ACTIVE-ID (WS-DUE-COUNT)
           END-IF.
           PERFORM READ-SCH.
      ******************************************************************
       READ-SCH.
           READ SCHFILE
               AT END
                   MOVE 'Y' TO SCH-EOF-SWITCH
           END-READ.
      ******************************************************************
      * An active test on the master with a due entry's category,
      * group and subject is the last occurrence, still unfinished.
       CHECK-ACTIVE-TESTS.
           OPEN INPUT INFILE
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ
           PERFORM CHECK-ACTIVE-LOOP UNTIL TLOG-EOF-SWITCH = 'Y'
           CLOSE INFILE.
      ******************************************************************
       CHECK-ACTIVE-LOOP.
           IF TEST-STATUS-ACTIVE
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   IF WS-DUE-CATEGORY (WS-DUE-IDX) = TEST-CATEGORY
                           AND WS-DUE-GROUP (WS-DUE-IDX) = TEST-GROUP
                           AND WS-DUE-SUBJECT (WS-DUE-IDX)
                               = TEST-SUBJECT
                       MOVE TEST-RECORD-ID
                           TO WS-DUE-ACTIVE-ID (WS-DUE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
      * Second pass: the schedule is read again in the same order,
      * so the Nth due entry met here is the Nth entry in the table.
       RAISE-DUE-ENTRIES.
           MOVE 'N' TO SCH-EOF-SWITCH.
           OPEN INPUT SCHFILE
           PERFORM READ-SCH
           PERFORM RAISE-LOOP UNTIL SCH-EOF-SWITCH = 'Y'
           CLOSE SCHFILE.
      ******************************************************************
       RAISE-LOOP.
           ADD 1 TO WS-SCH-IN-COUNT.
           MOVE SCHIN-RECORD TO TLOG-SCHEDULE-RECORD.
           IF SCHR-ACTIVE
                   AND SCHR-NEXT-DUE-NUM NOT > WS-RUN-DATE-NUM
               ADD 1 TO WS-DUE-FOUND-COUNT
               MOVE SCHR-NEXT-DUE-NUM TO WS-DUE-WAS
               MOVE SPACES TO DUE-TARGET-OUT
               MOVE SPACES TO DUE-ACTIVE-OUT
               IF WS-DUE-USED < WS-DUE-COUNT
                   ADD 1 TO WS-DUE-USED
                   IF WS-DUE-ACTIVE-ID (WS-DUE-USED) = ZERO
                       PERFORM RAISE-TEST
                   ELSE
                       MOVE 'SKIPPED' TO DUE-ACTION-OUT
                       MOVE WS-DUE-ACTIVE-ID (WS-DUE-USED)
                           TO DUE-ACTIVE-OUT
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM ADVANCE-DUE-DATE
                       UNTIL SCHR-NEXT-DUE-NUM > WS-RUN-DATE-NUM
               ELSE
                   MOVE 'DEFERRED' TO DUE-ACTION-OUT
                   ADD 1 TO WS-DEFERRED-COUNT
               END-IF
               PERFORM WRITE-DUE-LINE
           END-IF.
           MOVE TLOG-SCHEDULE-RECORD TO SCHOUT-RECORD.
           WRITE SCHOUT-RECORD.
           PERFORM READ-SCH.
      ******************************************************************
       RAISE-TEST.
           COMPUTE WS-WORK-DATE-INT = WS-RUN-DATE-INT + SCHR-LEAD-DAYS.
           COMPUTE WS-TARGET-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT).
           MOVE SPACES TO TLOG-TRANSACTION.
           MOVE 'A' TO TRAN-CODE.
           MOVE ZERO TO TRAN-RECORD-ID.
           MOVE SCHR-CATEGORY TO TRAN-CATEGORY.
           MOVE SCHR-GROUP TO TRAN-GROUP.
           MOVE SCHR-ENGINEER TO TRAN-AUTHOR.
           MOVE WS-RUN-DATE TO TRAN-DATE.
           MOVE SCHR-SUBJECT TO TRAN-SUBJECT.
           MOVE SCHR-ENTRY-ID TO WS-NOTE-ENTRY.
           MOVE WS-DUE-WAS TO WS-NOTE-DUE.
           MOVE WS-RAISE-NOTE TO TRAN-NOTE-1.
           MOVE 'OPEN' TO TRAN-STATUS.
           MOVE SCHR-ENGINEER TO TRAN-ASSIGNED-ENGR.
           MOVE WS-TARGET-DATE TO TRAN-TARGET-DATE-NUM.
           MOVE SCHR-PRIORITY TO TRAN-PRIORITY.
           MOVE 'TLOGRECR' TO TRAN-SUBMITTER.
           MOVE TLOG-TRANSACTION TO TRANOUT-RECORD.
           WRITE TRANOUT-RECORD.
           MOVE WS-RUN-DATE-NUM TO SCHR-LAST-RAISED-DATE.
           MOVE 'RAISED' TO DUE-ACTION-OUT.
           MOVE WS-TARGET-DATE TO DUE-TARGET-OUT.
           ADD 1 TO WS-RAISED-COUNT.
      ******************************************************************
      * Daily and weekly entries step by days; monthly, quarterly
      * and yearly entries step by months and land on the anchor
      * day, or the last day of a month too short for it.
       ADVANCE-DUE-DATE.
           EVALUATE TRUE
               WHEN SCHR-FREQ-DAILY
                   MOVE 1 TO WS-STEP-DAYS
                   PERFORM ADD-DAYS-TO-DUE
               WHEN SCHR-FREQ-WEEKLY
                   MOVE 7 TO WS-STEP-DAYS
                   PERFORM ADD-DAYS-TO-DUE
               WHEN SCHR-FREQ-MONTHLY
                   MOVE 1 TO WS-STEP-MONTHS
                   PERFORM ADD-MONTHS-TO-DUE
               WHEN SCHR-FREQ-QUARTERLY
                   MOVE 3 TO WS-STEP-MONTHS
                   PERFORM ADD-MONTHS-TO-DUE
               WHEN OTHER
                   MOVE 12 TO WS-STEP-MONTHS
                   PERFORM ADD-MONTHS-TO-DUE
           END-EVALUATE.
      ******************************************************************
       ADD-DAYS-TO-DUE.
           COMPUTE WS-WORK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SCHR-NEXT-DUE-NUM)
               + WS-STEP-DAYS.
           COMPUTE SCHR-NEXT-DUE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT).
      ******************************************************************
       ADD-MONTHS-TO-DUE.
           MOVE SCHR-DUE-YEAR TO WS-DATE-YEAR.
           COMPUTE WS-MONTH-TOTAL = SCHR-DUE-MONTH + WS-STEP-MONTHS.
           IF WS-MONTH-TOTAL > 12
               SUBTRACT 12 FROM WS-MONTH-TOTAL
               ADD 1 TO WS-DATE-YEAR
           END-IF.
           MOVE WS-MONTH-TOTAL TO WS-DATE-MONTH.
           IF SCHR-ANCHOR-DAY < 1 OR SCHR-ANCHOR-DAY > 31
               MOVE SCHR-DUE-DAY TO SCHR-ANCHOR-DAY
           END-IF.
           MOVE SCHR-ANCHOR-DAY TO WS-DATE-DAY.
           PERFORM SET-MONTH-DAYS.
           IF WS-DATE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DAY
           END-IF.
           MOVE WS-DATE-DIGITS TO SCHR-NEXT-DUE.
      ******************************************************************
       SET-MONTH-DAYS.
           EVALUATE WS-DATE-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-DATE-YEAR BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-DATE-YEAR BY 100
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-DATE-YEAR BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-MONTH-DAYS
           END-EVALUATE.
      ******************************************************************
       WRITE-DUE-LINE.
           MOVE SCHR-ENTRY-ID TO DUE-ENTRY-OUT.
           MOVE WS-DUE-WAS TO DUE-DATE-OUT.
           MOVE SCHR-NEXT-DUE-NUM TO DUE-NEXT-OUT.
           MOVE SCHR-SUBJECT TO DUE-SUBJECT-OUT.
           MOVE DUE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
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
           IF RUNC-RUN-DATE = WS-RUN-DATE-NUM AND RUNC-EVENT-END
               IF RUNC-PROGRAM = WS-RUNC-SELF
                   MOVE 'Y' TO WS-SELF-END-SW
               END-IF
               IF RUNC-PROGRAM = WS-RUNC-PRED
                   MOVE 'Y' TO WS-PRED-END-SW
               END-IF
           END-IF
           IF RUNC-RUN-DATE = WS-RUN-DATE-NUM AND RUNC-EVENT-RESET
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
           MOVE WS-RUN-DATE-NUM TO RUNC-RUN-DATE
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
           MOVE WS-RUN-DATE-NUM TO RUNC-RUN-DATE
           MOVE 'END' TO RUNC-EVENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNC-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           MOVE WS-SCH-IN-COUNT TO RUNC-IN-COUNT
           MOVE WS-RAISED-COUNT TO RUNC-OUT-COUNT
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
           MOVE WS-SCH-IN-COUNT TO SUM-IN-OUT.
           MOVE WS-DUE-FOUND-COUNT TO SUM-DUE-OUT.
           MOVE WS-RAISED-COUNT TO SUM-RAISED-OUT.
           MOVE WS-SKIPPED-COUNT TO SUM-SKIPPED-OUT.
           MOVE WS-DEFERRED-COUNT TO SUM-DEFERRED-OUT.
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
