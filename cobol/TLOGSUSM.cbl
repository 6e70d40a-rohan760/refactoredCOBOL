      ******************************************************************
      * PROGRAM-ID : TLOGSUSM
      * Maintenance program for the suspense file (TLOGSUSP, layout
      * in TLOGSUSP.cpy) of rejected HAYNIE R&D Test Log (TLOG)
      * transactions. Matches a sorted correct/cancel transaction
      * file (SUSMTRAN), keyed on the suspense item key (first-reject
      * date and sequence number, as listed on the aging and update
      * reports) in ascending order, against the current suspense
      * file and writes a new suspense file (TLOGSUSN) with the
      * transactions applied - the same sequential master-file update
      * pattern TLOGSMNT uses for TLOGSTF. A correction ('C') carries
      * the whole corrected transaction image, which replaces the one
      * in suspense; the retry count goes back to zero so the item
      * gets its full number of tries again, and it waits for the
      * next nightly recycle (TLOGSUSR). The corrected image carries
      * its own TRAN-SUBMITTER, so the item is then authorized and
      * journaled as sent by whoever corrected it, and an item
      * rejected as not authorized can be put right by someone who
      * is. A cancellation ('X') drops the item from suspense for
      * good. Items not on file, codes other than 'C' or 'X', and
      * corrections with a blank image are rejected on the activity
      * report (SUSMRPT) with counts. Run by day, never between
      * TLOGSUSR and TLOGSUSU in the nightly stream.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGSUSM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPFILE ASSIGN TO TLOGSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT TRANFILE ASSIGN TO SUSMTRAN.
           SELECT SUSPOUT ASSIGN TO TLOGSUSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSN-KEY.
           SELECT RPTFILE ASSIGN TO SUSMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPFILE.

       COPY TLOGSUSP.
      ******************************************************************
       FD TRANFILE
           RECORDING MODE F.

       01  SUSPENSE-TRANSACTION.
           05  SSTRAN-CODE             PIC X(1).
               88  SSTRAN-CODE-CORRECT     VALUE 'C'.
               88  SSTRAN-CODE-CANCEL      VALUE 'X'.
           05  SSTRAN-KEY.
               10  SSTRAN-FIRST-DATE       PIC 9(8).
               10  SSTRAN-ITEM-SEQ         PIC 9(5).
           05  SSTRAN-TRAN-IMAGE       PIC X(1324).
      ******************************************************************
       FD SUSPOUT.

       01  SUSN-RECORD.
           05  SUSN-KEY                PIC X(13).
           05  FILLER                  PIC X(1365).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  SUSP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SUSP-OPEN-SW         PIC X(1) VALUE 'N'.
       01  WS-SUSP-CONTROL.
           05  WS-SUSP-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-SUSP-IN-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-SUSP-OUT-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-CORRECT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-CANCEL-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TRAN-LOG-FIELDS.
           05  WS-TRAN-ACTION          PIC X(10) VALUE SPACES.
           05  WS-TRAN-REASON          PIC X(30) VALUE SPACES.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG SUSPENSE MAINTENANCE REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(16)
               VALUE  'SUSPENSE ITEM'.
           05  FILLER                  PIC X(12)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(32)
               VALUE  'REASON'.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(4)
               VALUE  'TC'.
       01  HEADER-4.
           05  FILLER                  PIC X(4)
               VALUE '----'.
           05  FILLER                  PIC X(16)
               VALUE '--------------'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
           05  FILLER                  PIC X(32)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(4)
               VALUE '--'.
       01  TRAN-LOG-LINE.
           05  SLOG-CODE-OUT           PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  SLOG-DATE-OUT           PIC 9(8).
           05  FILLER                  PIC X
               VALUE '-'.
           05  SLOG-SEQ-OUT            PIC 9(5).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-ACTION-OUT         PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-REASON-OUT         PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-ID-OUT             PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SLOG-TRAN-CODE-OUT      PIC X(1).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS CARRIED IN     :'.
           05  SUM-IN-OUT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS CORRECTED      :'.
           05  SUM-CORRECT-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS CANCELLED      :'.
           05  SUM-CANCEL-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'TRANS REJECTED       :'.
           05  SUM-REJECT-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS WRITTEN        :'.
           05  SUM-OUT-OUT             PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT TRANFILE
           OPEN OUTPUT SUSPOUT
           OPEN OUTPUT RPTFILE
           PERFORM OPEN-SUSP-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           PERFORM READ-SUSP
           PERFORM READ-TRAN
           PERFORM PROCESS-RECORDS
               UNTIL SUSP-EOF-SWITCH = 'Y' AND TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           IF WS-SUSP-OPEN-SW = 'Y'
               CLOSE SUSPFILE
           END-IF
           CLOSE TRANFILE SUSPOUT RPTFILE
           STOP RUN.
      ******************************************************************
       OPEN-SUSP-FILE.
           MOVE 'N' TO WS-SUSP-OPEN-SW.
           OPEN INPUT SUSPFILE
           IF WS-SUSP-STATUS = '00'
               MOVE 'Y' TO WS-SUSP-OPEN-SW
           ELSE
               MOVE 'Y' TO SUSP-EOF-SWITCH
           END-IF.
      ******************************************************************
       PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN SUSP-EOF-SWITCH = 'Y'
                   PERFORM APPLY-TRAN-NO-ITEM
                   PERFORM READ-TRAN
               WHEN TRAN-EOF-SWITCH = 'Y'
                   PERFORM COPY-SUSP-RECORD
                   PERFORM READ-SUSP
               WHEN SUSP-KEY < SSTRAN-KEY
                   PERFORM COPY-SUSP-RECORD
                   PERFORM READ-SUSP
               WHEN SUSP-KEY > SSTRAN-KEY
                   PERFORM APPLY-TRAN-NO-ITEM
                   PERFORM READ-TRAN
               WHEN OTHER
                   PERFORM APPLY-TRAN-MATCHED
                   PERFORM READ-SUSP
                   PERFORM READ-TRAN
           END-EVALUATE.
      ******************************************************************
       READ-SUSP.
           IF WS-SUSP-OPEN-SW = 'Y'
               READ SUSPFILE
                   AT END
                       MOVE 'Y' TO SUSP-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SUSP-IN-COUNT
               END-READ
           END-IF.
      ******************************************************************
       READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.
      ******************************************************************
       COPY-SUSP-RECORD.
           MOVE TLOG-SUSPENSE-RECORD TO SUSN-RECORD.
           WRITE SUSN-RECORD.
           ADD 1 TO WS-SUSP-OUT-COUNT.
      ******************************************************************
       APPLY-TRAN-NO-ITEM.
           MOVE SSTRAN-TRAN-IMAGE TO TLOG-TRANSACTION.
           MOVE 'REJECTED' TO WS-TRAN-ACTION.
           MOVE 'ITEM NOT IN SUSPENSE' TO WS-TRAN-REASON.
           PERFORM WRITE-TRAN-LOG.
           ADD 1 TO WS-REJECT-COUNT.
      ******************************************************************
       APPLY-TRAN-MATCHED.
           EVALUATE TRUE
               WHEN SSTRAN-CODE-CANCEL
                   MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE 'CANCELLED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
               WHEN SSTRAN-CODE-CORRECT
                   IF SSTRAN-TRAN-IMAGE = SPACES
                       MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION
                       PERFORM COPY-SUSP-RECORD
                       MOVE 'REJECTED' TO WS-TRAN-ACTION
                       MOVE 'BLANK CORRECTED TRANSACTION'
                           TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE SSTRAN-TRAN-IMAGE TO SUSP-TRAN-IMAGE
                       MOVE SSTRAN-TRAN-IMAGE TO TLOG-TRANSACTION
                       MOVE ZERO TO SUSP-RETRY-COUNT
                       MOVE WS-RUN-DATE TO SUSP-LAST-DATE
                       MOVE 'CORRECTED - AWAITING RETRY'
                           TO SUSP-REASON
                       PERFORM COPY-SUSP-RECORD
                       ADD 1 TO WS-CORRECT-COUNT
                       MOVE 'CORRECTED' TO WS-TRAN-ACTION
                       MOVE SPACES TO WS-TRAN-REASON
                       PERFORM WRITE-TRAN-LOG
                   END-IF
               WHEN OTHER
                   MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION
                   PERFORM COPY-SUSP-RECORD
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'INVALID TRANSACTION CODE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
      ******************************************************************
       WRITE-TRAN-LOG.
           MOVE SSTRAN-CODE TO SLOG-CODE-OUT.
           MOVE SSTRAN-FIRST-DATE TO SLOG-DATE-OUT.
           MOVE SSTRAN-ITEM-SEQ TO SLOG-SEQ-OUT.
           MOVE WS-TRAN-ACTION TO SLOG-ACTION-OUT.
           MOVE WS-TRAN-REASON TO SLOG-REASON-OUT.
           MOVE TRAN-RECORD-ID TO SLOG-ID-OUT.
           MOVE TRAN-CODE TO SLOG-TRAN-CODE-OUT.
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
           MOVE WS-SUSP-IN-COUNT TO SUM-IN-OUT.
           MOVE WS-CORRECT-COUNT TO SUM-CORRECT-OUT.
           MOVE WS-CANCEL-COUNT TO SUM-CANCEL-OUT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-OUT.
           MOVE WS-SUSP-OUT-COUNT TO SUM-OUT-OUT.
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
