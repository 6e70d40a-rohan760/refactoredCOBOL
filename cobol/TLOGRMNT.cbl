      ******************************************************************
      * PROGRAM-ID : TLOGRMNT
      * Maintenance program for the recurring-test schedule file
      * (TLOGSCHD, layout in TLOGSCHR.cpy) of the HAYNIE R&D Test Log
      * (TLOG). Matches a sorted add/change/delete transaction file
      * (SCHTRAN), keyed on the schedule entry number in ascending
      * order, against the current schedule and writes a new schedule
      * file (TLOGSCHN) with the transactions applied - the same
      * sequential master-file update pattern TLOGSMNT uses for
      * TLOGSTF. An add must carry the category, group, subject,
      * engineer, a frequency of 'D', 'W', 'M', 'Q' or 'Y', and a
      * real calendar next-due date; a blank priority comes in as
      * '2' (standard), a blank lead time as zero days and a blank
      * status as active. A change replaces only the fields it
      * carries, so an entry is paused with a change carrying status
      * 'I' and nothing else; a change of due date also resets the
      * anchor day of the month. Duplicate adds, changes and deletes
      * of entries not on file, and any field that fails its check,
      * are rejected on the activity report (SCHMRPT) with counts.
      * The old schedule file is optional (first load starts from an
      * empty file).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHFILE ASSIGN TO TLOGSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHIN-ENTRY-ID
               FILE STATUS IS WS-SCH-STATUS.
           SELECT TRANFILE ASSIGN TO SCHTRAN.
           SELECT SCHOUT ASSIGN TO TLOGSCHN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHOUT-ENTRY-ID.
           SELECT RPTFILE ASSIGN TO SCHMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD SCHFILE.

       01  SCHIN-RECORD.
           05  SCHIN-ENTRY-ID          PIC 9(6).
           05  FILLER                  PIC X(190).
      ******************************************************************
       FD TRANFILE
           RECORDING MODE F.

       01  SCHEDULE-TRANSACTION.
           05  RTRAN-CODE              PIC X(1).
               88  RTRAN-CODE-ADD          VALUE 'A'.
               88  RTRAN-CODE-CHANGE       VALUE 'C'.
               88  RTRAN-CODE-DELETE       VALUE 'D'.
           05  RTRAN-ENTRY-ID          PIC 9(6).
           05  RTRAN-CATEGORY          PIC X(28).
           05  RTRAN-GROUP             PIC X(28).
           05  RTRAN-SUBJECT           PIC X(66).
           05  RTRAN-ENGINEER          PIC X(28).
           05  RTRAN-PRIORITY          PIC X(1).
               88  RTRAN-PRI-VALID         VALUE '1' '2' '3'.
           05  RTRAN-FREQUENCY         PIC X(1).
               88  RTRAN-FREQ-VALID        VALUE 'D' 'W' 'M' 'Q' 'Y'.
           05  RTRAN-LEAD-DAYS         PIC X(3).
           05  RTRAN-LEAD-DAYS-NUM REDEFINES RTRAN-LEAD-DAYS
                                       PIC 9(3).
           05  RTRAN-NEXT-DUE          PIC X(8).
           05  RTRAN-STATUS            PIC X(1).
               88  RTRAN-STATUS-VALID      VALUE 'A' 'I'.
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

       WORKING-STORAGE SECTION.
       COPY TLOGSCHR.
      ******************************************************************
       01  SWITCHES.
           05  SCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SCH-OPEN-SW          PIC X(1) VALUE 'N'.
           05  WS-FIELDS-OK-SW         PIC X(1) VALUE 'Y'.
           05  WS-DATE-OK-SW           PIC X(1) VALUE 'Y'.
       01  WS-SCH-CONTROL.
           05  WS-SCH-STATUS           PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-ADD-ID              PIC 9(6) VALUE ZERO.
       01  WS-DATE-FIELDS.
           05  WS-DATE-DIGITS.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
           05  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-SCH-IN-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SCH-OUT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TRAN-LOG-FIELDS.
           05  WS-TRAN-ACTION          PIC X(10) VALUE SPACES.
           05  WS-TRAN-REASON          PIC X(30) VALUE SPACES.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'RECURRING TEST SCHEDULE MAINTENANCE REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(8)
               VALUE  'ENTRY'.
           05  FILLER                  PIC X(12)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(32)
               VALUE  'REASON'.
           05  FILLER                  PIC X(4)
               VALUE  'FQ'.
           05  FILLER                  PIC X(10)
               VALUE  'NEXT DUE'.
           05  FILLER                  PIC X(40)
               VALUE  'SUBJECT'.
       01  HEADER-4.
           05  FILLER                  PIC X(4)
               VALUE '----'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
           05  FILLER                  PIC X(32)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(4)
               VALUE '--'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(40)
               VALUE '----------------------------------------'.
       01  TRAN-LOG-LINE.
           05  RLOG-CODE-OUT           PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  RLOG-ENTRY-OUT          PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RLOG-ACTION-OUT         PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RLOG-REASON-OUT         PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RLOG-FREQ-OUT           PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  RLOG-DUE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RLOG-SUBJECT-OUT        PIC X(40).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES CARRIED IN   :'.
           05  SUM-IN-OUT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES ADDED        :'.
           05  SUM-ADD-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES CHANGED      :'.
           05  SUM-CHANGE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES DELETED      :'.
           05  SUM-DELETE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'TRANS REJECTED       :'.
           05  SUM-REJECT-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES WRITTEN      :'.
           05  SUM-OUT-OUT             PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT TRANFILE
           OPEN OUTPUT SCHOUT
           OPEN OUTPUT RPTFILE
           PERFORM OPEN-SCH-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           PERFORM READ-SCH
           PERFORM READ-TRAN
           PERFORM PROCESS-RECORDS
               UNTIL SCH-EOF-SWITCH = 'Y' AND TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           IF WS-SCH-OPEN-SW = 'Y'
               CLOSE SCHFILE
           END-IF
           CLOSE TRANFILE SCHOUT RPTFILE
           STOP RUN.
      ******************************************************************
       OPEN-SCH-FILE.
           MOVE 'N' TO WS-SCH-OPEN-SW.
           OPEN INPUT SCHFILE
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN-SW
           ELSE
               MOVE 'Y' TO SCH-EOF-SWITCH
           END-IF.
      ******************************************************************
       PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN SCH-EOF-SWITCH = 'Y'
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN TRAN-EOF-SWITCH = 'Y'
                   PERFORM COPY-SCH-RECORD
                   PERFORM READ-SCH
               WHEN SCHIN-ENTRY-ID < RTRAN-ENTRY-ID
                   PERFORM COPY-SCH-RECORD
                   PERFORM READ-SCH
               WHEN SCHIN-ENTRY-ID > RTRAN-ENTRY-ID
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN OTHER
                   PERFORM APPLY-TRAN-MATCHED
                   PERFORM READ-SCH
                   PERFORM READ-TRAN
           END-EVALUATE.
      ******************************************************************
       READ-SCH.
           IF WS-SCH-OPEN-SW = 'Y'
               READ SCHFILE
                   AT END
                       MOVE 'Y' TO SCH-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SCH-IN-COUNT
               END-READ
           END-IF.
      ******************************************************************
       READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.
      ******************************************************************
       COPY-SCH-RECORD.
           MOVE SCHIN-RECORD TO SCHOUT-RECORD.
           WRITE SCHOUT-RECORD.
           ADD 1 TO WS-SCH-OUT-COUNT.
      ******************************************************************
      * Two adds of the same new entry both take this path, so the
      * last entry added is remembered and the duplicate rejected -
      * the same guard TLOGSMNT keeps with WS-LAST-ADD-NAME.
       APPLY-TRAN-NO-MASTER.
           IF RTRAN-CODE-ADD
               IF RTRAN-ENTRY-ID = WS-LAST-ADD-ID
                       AND WS-ADD-COUNT > ZERO
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD IN TRAN FILE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM CHECK-ADD-FIELDS
                   IF WS-FIELDS-OK-SW = 'N'
                       MOVE 'REJECTED' TO WS-TRAN-ACTION
                       PERFORM WRITE-TRAN-LOG
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-ADDED-ENTRY
                       MOVE TLOG-SCHEDULE-RECORD TO SCHOUT-RECORD
                       WRITE SCHOUT-RECORD
                       ADD 1 TO WS-SCH-OUT-COUNT
                       ADD 1 TO WS-ADD-COUNT
                       MOVE RTRAN-ENTRY-ID TO WS-LAST-ADD-ID
                       MOVE 'ADDED' TO WS-TRAN-ACTION
                       MOVE SPACES TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                   END-IF
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-TRAN-ACTION
               MOVE 'ENTRY NOT ON FILE' TO WS-TRAN-REASON
               PERFORM WRITE-TRAN-LOG
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      ******************************************************************
       APPLY-TRAN-MATCHED.
           EVALUATE TRUE
               WHEN RTRAN-CODE-DELETE
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               WHEN RTRAN-CODE-CHANGE
                   PERFORM CHECK-CHANGE-FIELDS
                   IF WS-FIELDS-OK-SW = 'N'
                       PERFORM COPY-SCH-RECORD
                       MOVE 'REJECTED' TO WS-TRAN-ACTION
                       PERFORM WRITE-TRAN-LOG
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-CHANGED-ENTRY
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED' TO WS-TRAN-ACTION
                       MOVE SPACES TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                   END-IF
               WHEN OTHER
                   PERFORM COPY-SCH-RECORD
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD - ENTRY EXISTS' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
      ******************************************************************
      * An add carries the whole template; the first failing field
      * gives the reject reason.
       CHECK-ADD-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK-SW.
           MOVE SPACES TO WS-TRAN-REASON.
           EVALUATE TRUE
               WHEN RTRAN-ENTRY-ID NOT NUMERIC
                       OR RTRAN-ENTRY-ID = ZERO
                   MOVE 'INVALID ENTRY NUMBER' TO WS-TRAN-REASON
               WHEN RTRAN-CATEGORY = SPACES
                       OR RTRAN-GROUP = SPACES
                   MOVE 'BLANK CATEGORY OR GROUP' TO WS-TRAN-REASON
               WHEN RTRAN-SUBJECT = SPACES
                   MOVE 'BLANK SUBJECT' TO WS-TRAN-REASON
               WHEN RTRAN-ENGINEER = SPACES
                   MOVE 'BLANK ENGINEER' TO WS-TRAN-REASON
               WHEN NOT RTRAN-FREQ-VALID
                   MOVE 'INVALID FREQUENCY' TO WS-TRAN-REASON
               WHEN OTHER
                   PERFORM CHECK-OPTIONAL-FIELDS
           END-EVALUATE.
           IF WS-FIELDS-OK-SW = 'Y' AND WS-TRAN-REASON = SPACES
               MOVE RTRAN-NEXT-DUE TO WS-DATE-DIGITS
               PERFORM VALIDATE-DUE-DATE
               IF WS-DATE-OK-SW = 'N'
                   MOVE 'INVALID NEXT DUE DATE' TO WS-TRAN-REASON
               END-IF
           END-IF.
           IF WS-TRAN-REASON NOT = SPACES
               MOVE 'N' TO WS-FIELDS-OK-SW
           END-IF.
      ******************************************************************
      * A change carries only the fields being changed; each one it
      * does carry must pass the same check an add gets.
       CHECK-CHANGE-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK-SW.
           MOVE SPACES TO WS-TRAN-REASON.
           IF RTRAN-FREQUENCY NOT = SPACE
                   AND NOT RTRAN-FREQ-VALID
               MOVE 'INVALID FREQUENCY' TO WS-TRAN-REASON
           ELSE
               PERFORM CHECK-OPTIONAL-FIELDS
           END-IF.
           IF WS-TRAN-REASON = SPACES
                   AND RTRAN-NEXT-DUE NOT = SPACES
               MOVE RTRAN-NEXT-DUE TO WS-DATE-DIGITS
               PERFORM VALIDATE-DUE-DATE
               IF WS-DATE-OK-SW = 'N'
                   MOVE 'INVALID NEXT DUE DATE' TO WS-TRAN-REASON
               END-IF
           END-IF.
           IF WS-TRAN-REASON NOT = SPACES
               MOVE 'N' TO WS-FIELDS-OK-SW
           END-IF.
      ******************************************************************
       CHECK-OPTIONAL-FIELDS.
           EVALUATE TRUE
               WHEN RTRAN-PRIORITY NOT = SPACE
                       AND NOT RTRAN-PRI-VALID
                   MOVE 'INVALID PRIORITY VALUE' TO WS-TRAN-REASON
               WHEN RTRAN-LEAD-DAYS NOT = SPACES
                       AND RTRAN-LEAD-DAYS NOT NUMERIC
                   MOVE 'INVALID LEAD TIME' TO WS-TRAN-REASON
               WHEN RTRAN-STATUS NOT = SPACE
                       AND NOT RTRAN-STATUS-VALID
                   MOVE 'INVALID STATUS VALUE' TO WS-TRAN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * Proves the due date is a real calendar date, February leap
      * years included - the same test TLOGINTK applies to lab dates.
       VALIDATE-DUE-DATE.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-DATE-DIGITS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF.
           IF WS-DATE-OK-SW = 'Y' AND WS-DATE-YEAR < 1900
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF.
           IF WS-DATE-OK-SW = 'Y'
                   AND (WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12)
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF.
           IF WS-DATE-OK-SW = 'Y'
               PERFORM SET-MONTH-DAYS
               IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-MONTH-DAYS
                   MOVE 'N' TO WS-DATE-OK-SW
               END-IF
           END-IF.
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
       BUILD-ADDED-ENTRY.
           MOVE SPACES TO TLOG-SCHEDULE-RECORD.
           MOVE RTRAN-ENTRY-ID TO SCHR-ENTRY-ID.
           MOVE RTRAN-CATEGORY TO SCHR-CATEGORY.
           MOVE RTRAN-GROUP TO SCHR-GROUP.
           MOVE RTRAN-SUBJECT TO SCHR-SUBJECT.
           MOVE RTRAN-ENGINEER TO SCHR-ENGINEER.
           IF RTRAN-PRIORITY = SPACE
               MOVE '2' TO SCHR-PRIORITY
           ELSE
               MOVE RTRAN-PRIORITY TO SCHR-PRIORITY
           END-IF.
           MOVE RTRAN-FREQUENCY TO SCHR-FREQUENCY.
           IF RTRAN-LEAD-DAYS = SPACES
               MOVE ZERO TO SCHR-LEAD-DAYS
           ELSE
               MOVE RTRAN-LEAD-DAYS-NUM TO SCHR-LEAD-DAYS
           END-IF.
           MOVE RTRAN-NEXT-DUE TO SCHR-NEXT-DUE.
           MOVE SCHR-DUE-DAY TO SCHR-ANCHOR-DAY.
           IF RTRAN-STATUS = SPACE
               MOVE 'A' TO SCHR-STATUS
           ELSE
               MOVE RTRAN-STATUS TO SCHR-STATUS
           END-IF.
           MOVE ZERO TO SCHR-LAST-RAISED-DATE.
           MOVE WS-RUN-DATE TO SCHR-ADDED-DATE.
           MOVE WS-RUN-DATE TO SCHR-CHANGED-DATE.
      ******************************************************************
       BUILD-CHANGED-ENTRY.
           MOVE SCHIN-RECORD TO TLOG-SCHEDULE-RECORD.
           IF RTRAN-CATEGORY NOT = SPACES
               MOVE RTRAN-CATEGORY TO SCHR-CATEGORY
           END-IF.
           IF RTRAN-GROUP NOT = SPACES
               MOVE RTRAN-GROUP TO SCHR-GROUP
           END-IF.
           IF RTRAN-SUBJECT NOT = SPACES
               MOVE RTRAN-SUBJECT TO SCHR-SUBJECT
           END-IF.
           IF RTRAN-ENGINEER NOT = SPACES
               MOVE RTRAN-ENGINEER TO SCHR-ENGINEER
           END-IF.
           IF RTRAN-PRIORITY NOT = SPACE
               MOVE RTRAN-PRIORITY TO SCHR-PRIORITY
           END-IF.
           IF RTRAN-FREQUENCY NOT = SPACE
               MOVE RTRAN-FREQUENCY TO SCHR-FREQUENCY
           END-IF.
           IF RTRAN-LEAD-DAYS NOT = SPACES
               MOVE RTRAN-LEAD-DAYS-NUM TO SCHR-LEAD-DAYS
           END-IF.
           IF RTRAN-NEXT-DUE NOT = SPACES
               MOVE RTRAN-NEXT-DUE TO SCHR-NEXT-DUE
               MOVE SCHR-DUE-DAY TO SCHR-ANCHOR-DAY
           END-IF.
           IF RTRAN-STATUS NOT = SPACE
               MOVE RTRAN-STATUS TO SCHR-STATUS
           END-IF.
           MOVE WS-RUN-DATE TO SCHR-CHANGED-DATE.
           MOVE TLOG-SCHEDULE-RECORD TO SCHOUT-RECORD.
           WRITE SCHOUT-RECORD.
           ADD 1 TO WS-SCH-OUT-COUNT.
      ******************************************************************
       WRITE-TRAN-LOG.
           MOVE RTRAN-CODE TO RLOG-CODE-OUT.
           MOVE RTRAN-ENTRY-ID TO RLOG-ENTRY-OUT.
           MOVE WS-TRAN-ACTION TO RLOG-ACTION-OUT.
           MOVE WS-TRAN-REASON TO RLOG-REASON-OUT.
           MOVE RTRAN-FREQUENCY TO RLOG-FREQ-OUT.
           MOVE RTRAN-NEXT-DUE TO RLOG-DUE-OUT.
           MOVE RTRAN-SUBJECT TO RLOG-SUBJECT-OUT.
           MOVE TRAN-LOG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
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
           MOVE WS-ADD-COUNT TO SUM-ADD-OUT.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGE-OUT.
           MOVE WS-DELETE-COUNT TO SUM-DELETE-OUT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-OUT.
           MOVE WS-SCH-OUT-COUNT TO SUM-OUT-OUT.
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
      ******************************************************************
