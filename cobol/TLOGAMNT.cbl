      ******************************************************************
      * PROGRAM-ID : TLOGAMNT
      * Maintenance program for the submitter authorization file
      * (TLOGAUTH, layout in TLOGAUTR.cpy) of the HAYNIE R&D Test Log
      * (TLOG). Matches a sorted add/change/delete transaction file
      * (AUTHTRAN), keyed on submitter ID and category in ascending
      * order, against the current authorization file and writes a
      * new one (TLOGAUTN) with the transactions applied - the same
      * sequential master-file update pattern TLOGSMNT uses for
      * TLOGSTF. Each entry grants or withholds the add, change,
      * close and delete rights for one submitter in one category
      * ('*' for every category). An add with a blank right
      * withholds it; a change replaces only the rights it carries,
      * so a right is taken away with a change carrying 'N' for it
      * and nothing else. The old file is optional (first load
      * starts from an empty file). Duplicate adds, changes and
      * deletes of entries not on file, blank submitters or
      * categories, and rights other than 'Y' or 'N' are rejected on
      * the activity report (AUTHMRPT) with counts.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHFILE ASSIGN TO TLOGAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT TRANFILE ASSIGN TO AUTHTRAN.
           SELECT AUTHOUT ASSIGN TO TLOGAUTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-OUT-KEY.
           SELECT RPTFILE ASSIGN TO AUTHMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD AUTHFILE.

       COPY TLOGAUTR.
      ******************************************************************
       FD TRANFILE
           RECORDING MODE F.

       01  AUTH-TRANSACTION.
           05  ATRAN-CODE              PIC X(1).
               88  ATRAN-CODE-ADD          VALUE 'A'.
               88  ATRAN-CODE-CHANGE       VALUE 'C'.
               88  ATRAN-CODE-DELETE       VALUE 'D'.
           05  ATRAN-KEY.
               10  ATRAN-SUBMITTER     PIC X(8).
               10  ATRAN-CATEGORY      PIC X(28).
           05  ATRAN-RIGHTS.
               10  ATRAN-ADD           PIC X(1).
                   88  ATRAN-ADD-VALID     VALUE 'Y' 'N' ' '.
               10  ATRAN-CHANGE        PIC X(1).
                   88  ATRAN-CHANGE-VALID  VALUE 'Y' 'N' ' '.
               10  ATRAN-CLOSE         PIC X(1).
                   88  ATRAN-CLOSE-VALID   VALUE 'Y' 'N' ' '.
               10  ATRAN-DELETE        PIC X(1).
                   88  ATRAN-DELETE-VALID  VALUE 'Y' 'N' ' '.
      ******************************************************************
       FD AUTHOUT.

       01  AUTHOUT-RECORD.
           05  AUTH-OUT-KEY.
               10  AUTH-OUT-SUBMITTER  PIC X(8).
               10  AUTH-OUT-CATEGORY   PIC X(28).
           05  AUTH-OUT-ADD            PIC X(1).
           05  AUTH-OUT-CHANGE         PIC X(1).
           05  AUTH-OUT-CLOSE          PIC X(1).
           05  AUTH-OUT-DELETE         PIC X(1).
           05  AUTH-OUT-ADDED-DATE     PIC 9(8).
           05  AUTH-OUT-CHANGED-DATE   PIC 9(8).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  AUTH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-AUTH-OPEN-SW         PIC X(1) VALUE 'N'.
       01  WS-AUTH-CONTROL.
           05  WS-AUTH-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-REF-IN-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REF-OUT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TRAN-LOG-FIELDS.
           05  WS-TRAN-ACTION          PIC X(10) VALUE SPACES.
           05  WS-TRAN-REASON          PIC X(30) VALUE SPACES.
       01  WS-LAST-ADD-KEY             PIC X(36) VALUE SPACES.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'SUBMITTER AUTHORIZATION MAINTENANCE REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(12)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(32)
               VALUE  'REASON'.
           05  FILLER                  PIC X(10)
               VALUE  'SUBMITTER'.
           05  FILLER                  PIC X(30)
               VALUE  'CATEGORY'.
           05  FILLER                  PIC X(8)
               VALUE  'A C X D'.
       01  HEADER-4.
           05  FILLER                  PIC X(4)
               VALUE '----'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
           05  FILLER                  PIC X(32)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(30)
               VALUE '----------------------------'.
           05  FILLER                  PIC X(8)
               VALUE '-------'.
       01  TRAN-LOG-LINE.
           05  ALOG-CODE-OUT           PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  ALOG-ACTION-OUT         PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ALOG-REASON-OUT         PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ALOG-SUBMITTER-OUT      PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ALOG-CATEGORY-OUT       PIC X(28).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ALOG-ADD-OUT            PIC X(1).
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  ALOG-CHANGE-OUT         PIC X(1).
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  ALOG-CLOSE-OUT          PIC X(1).
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  ALOG-DELETE-OUT         PIC X(1).
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
           OPEN OUTPUT AUTHOUT
           OPEN OUTPUT RPTFILE
           PERFORM OPEN-AUTH-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           PERFORM READ-AUTH
           PERFORM READ-TRAN
           PERFORM PROCESS-RECORDS
               UNTIL AUTH-EOF-SWITCH = 'Y' AND TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           IF WS-AUTH-OPEN-SW = 'Y'
               CLOSE AUTHFILE
           END-IF
           CLOSE TRANFILE AUTHOUT RPTFILE
           STOP RUN.
      ******************************************************************
       OPEN-AUTH-FILE.
           MOVE 'N' TO WS-AUTH-OPEN-SW.
           OPEN INPUT AUTHFILE
           IF WS-AUTH-STATUS = '00'
               MOVE 'Y' TO WS-AUTH-OPEN-SW
           ELSE
               MOVE 'Y' TO AUTH-EOF-SWITCH
           END-IF.
      ******************************************************************
       PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN AUTH-EOF-SWITCH = 'Y'
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN TRAN-EOF-SWITCH = 'Y'
                   PERFORM COPY-AUTH-RECORD
                   PERFORM READ-AUTH
               WHEN AUTH-KEY < ATRAN-KEY
                   PERFORM COPY-AUTH-RECORD
                   PERFORM READ-AUTH
               WHEN AUTH-KEY > ATRAN-KEY
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN OTHER
                   PERFORM APPLY-TRAN-MATCHED
                   PERFORM READ-AUTH
                   PERFORM READ-TRAN
           END-EVALUATE.
      ******************************************************************
       READ-AUTH.
           IF WS-AUTH-OPEN-SW = 'Y'
               READ AUTHFILE
                   AT END
                       MOVE 'Y' TO AUTH-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REF-IN-COUNT
               END-READ
           END-IF.
      ******************************************************************
       READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.
      ******************************************************************
       COPY-AUTH-RECORD.
           MOVE AUTH-SUBMITTER TO AUTH-OUT-SUBMITTER.
           MOVE AUTH-CATEGORY TO AUTH-OUT-CATEGORY.
           MOVE AUTH-ADD TO AUTH-OUT-ADD.
           MOVE AUTH-CHANGE TO AUTH-OUT-CHANGE.
           MOVE AUTH-CLOSE TO AUTH-OUT-CLOSE.
           MOVE AUTH-DELETE TO AUTH-OUT-DELETE.
           MOVE AUTH-ADDED-DATE-NUM TO AUTH-OUT-ADDED-DATE.
           MOVE AUTH-CHANGED-DATE-NUM TO AUTH-OUT-CHANGED-DATE.
           WRITE AUTHOUT-RECORD.
           ADD 1 TO WS-REF-OUT-COUNT.
      ******************************************************************
      * Two adds of the same new entry both take this path, so the
      * last key added is remembered and the duplicate rejected -
      * the same guard TLOGSMNT keeps with WS-LAST-ADD-NAME.
       APPLY-TRAN-NO-MASTER.
           IF ATRAN-CODE-ADD
               IF ATRAN-KEY = WS-LAST-ADD-KEY
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD IN TRAN FILE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF ATRAN-SUBMITTER = SPACES
                       OR ATRAN-CATEGORY = SPACES
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'BLANK SUBMITTER OR CATEGORY' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF NOT ATRAN-ADD-VALID
                       OR NOT ATRAN-CHANGE-VALID
                       OR NOT ATRAN-CLOSE-VALID
                       OR NOT ATRAN-DELETE-VALID
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'INVALID RIGHT VALUE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE ATRAN-SUBMITTER TO AUTH-OUT-SUBMITTER
                   MOVE ATRAN-CATEGORY TO AUTH-OUT-CATEGORY
                   MOVE 'N' TO AUTH-OUT-ADD
                   MOVE 'N' TO AUTH-OUT-CHANGE
                   MOVE 'N' TO AUTH-OUT-CLOSE
                   MOVE 'N' TO AUTH-OUT-DELETE
                   PERFORM APPLY-TRAN-RIGHTS
                   MOVE WS-RUN-DATE TO AUTH-OUT-ADDED-DATE
                   MOVE WS-RUN-DATE TO AUTH-OUT-CHANGED-DATE
                   WRITE AUTHOUT-RECORD
                   ADD 1 TO WS-REF-OUT-COUNT
                   ADD 1 TO WS-ADD-COUNT
                   MOVE ATRAN-KEY TO WS-LAST-ADD-KEY
                   MOVE 'ADDED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               END-IF
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
               WHEN ATRAN-CODE-DELETE
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               WHEN ATRAN-CODE-CHANGE
                   IF NOT ATRAN-ADD-VALID
                           OR NOT ATRAN-CHANGE-VALID
                           OR NOT ATRAN-CLOSE-VALID
                           OR NOT ATRAN-DELETE-VALID
                       PERFORM COPY-AUTH-RECORD
                       MOVE 'REJECTED' TO WS-TRAN-ACTION
                       MOVE 'INVALID RIGHT VALUE' TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-CHANGED-AUTH
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED' TO WS-TRAN-ACTION
                       MOVE SPACES TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                   END-IF
               WHEN OTHER
                   PERFORM COPY-AUTH-RECORD
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD - ENTRY EXISTS' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
      ******************************************************************
       BUILD-CHANGED-AUTH.
           MOVE AUTH-SUBMITTER TO AUTH-OUT-SUBMITTER.
           MOVE AUTH-CATEGORY TO AUTH-OUT-CATEGORY.
           MOVE AUTH-ADD TO AUTH-OUT-ADD.
           MOVE AUTH-CHANGE TO AUTH-OUT-CHANGE.
           MOVE AUTH-CLOSE TO AUTH-OUT-CLOSE.
           MOVE AUTH-DELETE TO AUTH-OUT-DELETE.
           MOVE AUTH-ADDED-DATE-NUM TO AUTH-OUT-ADDED-DATE.
           PERFORM APPLY-TRAN-RIGHTS.
           MOVE WS-RUN-DATE TO AUTH-OUT-CHANGED-DATE.
           WRITE AUTHOUT-RECORD.
           ADD 1 TO WS-REF-OUT-COUNT.
      ******************************************************************
       APPLY-TRAN-RIGHTS.
           IF ATRAN-ADD NOT = SPACE
               MOVE ATRAN-ADD TO AUTH-OUT-ADD
           END-IF.
           IF ATRAN-CHANGE NOT = SPACE
               MOVE ATRAN-CHANGE TO AUTH-OUT-CHANGE
           END-IF.
           IF ATRAN-CLOSE NOT = SPACE
               MOVE ATRAN-CLOSE TO AUTH-OUT-CLOSE
           END-IF.
           IF ATRAN-DELETE NOT = SPACE
               MOVE ATRAN-DELETE TO AUTH-OUT-DELETE
           END-IF.
      ******************************************************************
       WRITE-TRAN-LOG.
           MOVE ATRAN-CODE TO ALOG-CODE-OUT.
           MOVE WS-TRAN-ACTION TO ALOG-ACTION-OUT.
           MOVE WS-TRAN-REASON TO ALOG-REASON-OUT.
           MOVE ATRAN-SUBMITTER TO ALOG-SUBMITTER-OUT.
           MOVE ATRAN-CATEGORY TO ALOG-CATEGORY-OUT.
           MOVE ATRAN-ADD TO ALOG-ADD-OUT.
           MOVE ATRAN-CHANGE TO ALOG-CHANGE-OUT.
           MOVE ATRAN-CLOSE TO ALOG-CLOSE-OUT.
           MOVE ATRAN-DELETE TO ALOG-DELETE-OUT.
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
           MOVE WS-REF-IN-COUNT TO SUM-IN-OUT.
           MOVE WS-ADD-COUNT TO SUM-ADD-OUT.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGE-OUT.
           MOVE WS-DELETE-COUNT TO SUM-DELETE-OUT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-OUT.
           MOVE WS-REF-OUT-COUNT TO SUM-OUT-OUT.
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
