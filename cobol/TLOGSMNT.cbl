      ******************************************************************
      * PROGRAM-ID : TLOGSMNT
      * Maintenance program for the engineer/staff reference file
      * (TLOGSTF, layout in TLOGSTFR.cpy) of the HAYNIE R&D Test Log
      * (TLOG). Matches a sorted add/change/delete transaction file
      * (STFTRAN), keyed on the staff name in ascending order,
      * against the current reference file and writes a new
      * reference file (TLOGSTFN) with the transactions applied -
      * the same sequential master-file update pattern TLOGCMNT uses
      * for TLOGCAT. An add with a blank status comes in active; a
      * change replaces only the fields it carries, so a leaver is
      * made inactive with a change carrying status 'I' and nothing
      * else. People are made inactive rather than deleted while
      * any history still names them. The old reference file is
      * optional (first load starts from an empty file). Duplicate
      * adds, changes and deletes of names not on file, and status
      * values other than 'A' or 'I', are rejected on the activity
      * report (STFMRPT) with counts.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STFFILE ASSIGN TO TLOGSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STFR-NAME
               FILE STATUS IS WS-STF-STATUS.
           SELECT TRANFILE ASSIGN TO STFTRAN.
           SELECT STFOUT ASSIGN TO TLOGSTFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STFR-OUT-NAME.
           SELECT RPTFILE ASSIGN TO STFMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       FD TRANFILE
           RECORDING MODE F.

       01  STAFF-TRANSACTION.
           05  STRAN-CODE              PIC X(1).
               88  STRAN-CODE-ADD          VALUE 'A'.
               88  STRAN-CODE-CHANGE       VALUE 'C'.
               88  STRAN-CODE-DELETE       VALUE 'D'.
           05  STRAN-NAME              PIC X(28).
           05  STRAN-EMAIL             PIC X(28).
           05  STRAN-DEPT              PIC X(28).
           05  STRAN-MANAGER           PIC X(28).
           05  STRAN-STATUS            PIC X(1).
               88  STRAN-STATUS-VALID      VALUE 'A' 'I'.
      ******************************************************************
       FD STFOUT.

       01  STFOUT-RECORD.
           05  STFR-OUT-NAME           PIC X(28).
           05  STFR-OUT-EMAIL          PIC X(28).
           05  STFR-OUT-DEPT           PIC X(28).
           05  STFR-OUT-MANAGER        PIC X(28).
           05  STFR-OUT-STATUS         PIC X(1).
           05  STFR-OUT-ADDED-DATE     PIC 9(8).
           05  STFR-OUT-CHANGED-DATE   PIC 9(8).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  STF-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-STF-OPEN-SW          PIC X(1) VALUE 'N'.
       01  WS-STF-CONTROL.
           05  WS-STF-STATUS           PIC X(2) VALUE SPACES.
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
       01  WS-LAST-ADD-NAME            PIC X(28) VALUE SPACES.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'STAFF REFERENCE MAINTENANCE REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(12)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(32)
               VALUE  'REASON'.
           05  FILLER                  PIC X(30)
               VALUE  'NAME'.
           05  FILLER                  PIC X(4)
               VALUE  'ST'.
           05  FILLER                  PIC X(28)
               VALUE  'MANAGER'.
       01  HEADER-4.
           05  FILLER                  PIC X(4)
               VALUE '----'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
           05  FILLER                  PIC X(32)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(30)
               VALUE '------------------------------'.
           05  FILLER                  PIC X(4)
               VALUE '----'.
           05  FILLER                  PIC X(28)
               VALUE '----------------------------'.
       01  TRAN-LOG-LINE.
           05  SLOG-CODE-OUT           PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  SLOG-ACTION-OUT         PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-REASON-OUT         PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-NAME-OUT           PIC X(28).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-STATUS-OUT         PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  SLOG-MANAGER-OUT        PIC X(28).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'STAFF CARRIED IN     :'.
           05  SUM-IN-OUT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'STAFF ADDED          :'.
           05  SUM-ADD-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'STAFF CHANGED        :'.
           05  SUM-CHANGE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'STAFF DELETED        :'.
           05  SUM-DELETE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'TRANS REJECTED       :'.
           05  SUM-REJECT-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'STAFF WRITTEN        :'.
           05  SUM-OUT-OUT             PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT TRANFILE
           OPEN OUTPUT STFOUT
           OPEN OUTPUT RPTFILE
           PERFORM OPEN-STF-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           PERFORM READ-STF
           PERFORM READ-TRAN
           PERFORM PROCESS-RECORDS
               UNTIL STF-EOF-SWITCH = 'Y' AND TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           IF WS-STF-OPEN-SW = 'Y'
               CLOSE STFFILE
           END-IF
           CLOSE TRANFILE STFOUT RPTFILE
           STOP RUN.
      ******************************************************************
       OPEN-STF-FILE.
           MOVE 'N' TO WS-STF-OPEN-SW.
           OPEN INPUT STFFILE
           IF WS-STF-STATUS = '00'
               MOVE 'Y' TO WS-STF-OPEN-SW
           ELSE
               MOVE 'Y' TO STF-EOF-SWITCH
           END-IF.
      ******************************************************************
       PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN STF-EOF-SWITCH = 'Y'
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN TRAN-EOF-SWITCH = 'Y'
                   PERFORM COPY-STF-RECORD
                   PERFORM READ-STF
               WHEN STFR-NAME < STRAN-NAME
                   PERFORM COPY-STF-RECORD
                   PERFORM READ-STF
               WHEN STFR-NAME > STRAN-NAME
                   PERFORM APPLY-TRAN-NO-MASTER
                   PERFORM READ-TRAN
               WHEN OTHER
                   PERFORM APPLY-TRAN-MATCHED
                   PERFORM READ-STF
                   PERFORM READ-TRAN
           END-EVALUATE.
      ******************************************************************
       READ-STF.
           IF WS-STF-OPEN-SW = 'Y'
               READ STFFILE
                   AT END
                       MOVE 'Y' TO STF-EOF-SWITCH
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
       COPY-STF-RECORD.
           MOVE STFR-NAME TO STFR-OUT-NAME.
           MOVE STFR-EMAIL TO STFR-OUT-EMAIL.
           MOVE STFR-DEPT TO STFR-OUT-DEPT.
           MOVE STFR-MANAGER TO STFR-OUT-MANAGER.
           MOVE STFR-STATUS TO STFR-OUT-STATUS.
           MOVE STFR-ADDED-DATE-NUM TO STFR-OUT-ADDED-DATE.
           MOVE STFR-CHANGED-DATE-NUM TO STFR-OUT-CHANGED-DATE.
           WRITE STFOUT-RECORD.
           ADD 1 TO WS-REF-OUT-COUNT.
      ******************************************************************
      * Two adds of the same new name both take this path, so the
      * last name added is remembered and the duplicate rejected -
      * the same guard TLOGCMNT keeps with WS-LAST-ADD-KEY.
       APPLY-TRAN-NO-MASTER.
           IF STRAN-CODE-ADD
               IF STRAN-NAME = WS-LAST-ADD-NAME
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD IN TRAN FILE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF STRAN-NAME = SPACES
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'BLANK STAFF NAME' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF STRAN-STATUS NOT = SPACE
                       AND NOT STRAN-STATUS-VALID
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'INVALID STATUS VALUE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE STRAN-NAME TO STFR-OUT-NAME
                   MOVE STRAN-EMAIL TO STFR-OUT-EMAIL
                   MOVE STRAN-DEPT TO STFR-OUT-DEPT
                   MOVE STRAN-MANAGER TO STFR-OUT-MANAGER
                   IF STRAN-STATUS = SPACE
                       MOVE 'A' TO STFR-OUT-STATUS
                   ELSE
                       MOVE STRAN-STATUS TO STFR-OUT-STATUS
                   END-IF
                   MOVE WS-RUN-DATE TO STFR-OUT-ADDED-DATE
                   MOVE WS-RUN-DATE TO STFR-OUT-CHANGED-DATE
                   WRITE STFOUT-RECORD
                   ADD 1 TO WS-REF-OUT-COUNT
                   ADD 1 TO WS-ADD-COUNT
                   MOVE STRAN-NAME TO WS-LAST-ADD-NAME
                   MOVE 'ADDED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-TRAN-ACTION
               MOVE 'NAME NOT ON FILE' TO WS-TRAN-REASON
               PERFORM WRITE-TRAN-LOG
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      ******************************************************************
       APPLY-TRAN-MATCHED.
           EVALUATE TRUE
               WHEN STRAN-CODE-DELETE
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               WHEN STRAN-CODE-CHANGE
                   IF STRAN-STATUS NOT = SPACE
                           AND NOT STRAN-STATUS-VALID
                       PERFORM COPY-STF-RECORD
                       MOVE 'REJECTED' TO WS-TRAN-ACTION
                       MOVE 'INVALID STATUS VALUE' TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-CHANGED-STAFF
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED' TO WS-TRAN-ACTION
                       MOVE SPACES TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                   END-IF
               WHEN OTHER
                   PERFORM COPY-STF-RECORD
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD - NAME EXISTS' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
      ******************************************************************
       BUILD-CHANGED-STAFF.
           MOVE STFR-NAME TO STFR-OUT-NAME.
           MOVE STFR-EMAIL TO STFR-OUT-EMAIL.
           MOVE STFR-DEPT TO STFR-OUT-DEPT.
           MOVE STFR-MANAGER TO STFR-OUT-MANAGER.
           MOVE STFR-STATUS TO STFR-OUT-STATUS.
           MOVE STFR-ADDED-DATE-NUM TO STFR-OUT-ADDED-DATE.
           IF STRAN-EMAIL NOT = SPACES
               MOVE STRAN-EMAIL TO STFR-OUT-EMAIL
           END-IF.
           IF STRAN-DEPT NOT = SPACES
               MOVE STRAN-DEPT TO STFR-OUT-DEPT
           END-IF.
           IF STRAN-MANAGER NOT = SPACES
               MOVE STRAN-MANAGER TO STFR-OUT-MANAGER
           END-IF.
           IF STRAN-STATUS NOT = SPACE
               MOVE STRAN-STATUS TO STFR-OUT-STATUS
           END-IF.
           MOVE WS-RUN-DATE TO STFR-OUT-CHANGED-DATE.
           WRITE STFOUT-RECORD.
           ADD 1 TO WS-REF-OUT-COUNT.
      ******************************************************************
       WRITE-TRAN-LOG.
           MOVE STRAN-CODE TO SLOG-CODE-OUT.
           MOVE WS-TRAN-ACTION TO SLOG-ACTION-OUT.
           MOVE WS-TRAN-REASON TO SLOG-REASON-OUT.
           MOVE STRAN-NAME TO SLOG-NAME-OUT.
           MOVE STRAN-STATUS TO SLOG-STATUS-OUT.
           MOVE STRAN-MANAGER TO SLOG-MANAGER-OUT.
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
