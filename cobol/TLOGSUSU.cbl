      ******************************************************************
      * PROGRAM-ID : TLOGSUSU
      * Suspense update step for the nightly HAYNIE R&D Test Log
      * (TLOG) stream, run after TLOGMAINT. Brings the suspense file
      * (TLOGSUSP, layout in TLOGSUSP.cpy) up to date with the night's
      * maintenance run: it reads the items TLOGSUSR fed back into the
      * run (SUSPPEND) and every transaction TLOGMAINT rejected
      * (MAINTREJ), and sorts the two together on the transaction
      * image, the recycled item ahead of the reject. A reject that
      * matches a recycled item is that item failing again - its
      * retry count goes up by one and it takes the new reject reason
      * and date. A recycled item with no matching reject went
      * through and is cleared from suspense. A reject with no
      * recycled item behind it is a new arrival and is given a key of
      * tonight's date and the next free sequence number for the day.
      * The results are re-sorted into key order for the new suspense
      * generation (TLOGSUSN, the same handoff pattern as TLOGNEW/
      * TLOG) and the update report (SUSURPT), which lists every item
      * and what became of it. The pending, reject, cleared,
      * suspended and written counts go to the control-total file
      * (TLOGBAL) for TLOGBALC to prove - the rejects taken in must
      * equal TLOGMAINT's REJECTED count, and the suspense written
      * must equal the items pending less those cleared plus the new
      * ones. Corrections and cancellations (TLOGSUSM) are run by day
      * against TLOGSUSP, never between TLOGSUSR and this step.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGSUSU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO SUSPPEND.
           SELECT REJFILE ASSIGN TO MAINTREJ.
           SELECT WORKFILE ASSIGN TO SUSPWORK.
           SELECT OUTFILE ASSIGN TO TLOGSUSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSN-KEY
               FILE STATUS IS WS-SUSN-STATUS.
           SELECT RPTFILE ASSIGN TO SUSURPT.
           SELECT BALFILE ASSIGN TO TLOGBAL.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK.
           SELECT SORTKEYS ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD PENDFILE
           RECORDING MODE F.

       COPY TLOGSUSP.
      ******************************************************************
       FD REJFILE
           RECORDING MODE F.

       01  REJ-RECORD.
           05  REJ-KEY                 PIC X(13).
           05  REJ-LAST-DATE           PIC 9(8).
           05  REJ-RETRY-COUNT         PIC 9(3).
           05  REJ-REASON              PIC X(30).
           05  REJ-TRAN-IMAGE          PIC X(1324).
      ******************************************************************
       FD WORKFILE
           RECORDING MODE F.

       01  WORK-RECORD.
           05  WORK-ACTION             PIC X(1).
           05  WORK-SUSP-RECORD        PIC X(1378).
      ******************************************************************
       FD OUTFILE.

       01  SUSN-RECORD.
           05  SUSN-KEY                PIC X(13).
           05  FILLER                  PIC X(1365).
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
       SD SORTFILE.

       01  SORT-MATCH-RECORD.
           05  SORT-TRAN-IMAGE         PIC X(1324).
           05  SORT-KIND               PIC X(1).
           05  SORT-FIRST-DATE         PIC 9(8).
           05  SORT-ITEM-SEQ           PIC 9(5).
           05  SORT-LAST-DATE          PIC 9(8).
           05  SORT-RETRY-COUNT        PIC 9(3).
           05  SORT-REASON             PIC X(30).
      ******************************************************************
       SD SORTKEYS.

       01  SORT-KEY-RECORD.
           05  SKEY-ACTION             PIC X(1).
           05  SKEY-SUSP-RECORD.
               10  SKEY-KEY.
                   15  SKEY-FIRST-DATE PIC 9(8).
                   15  SKEY-ITEM-SEQ   PIC 9(5).
               10  FILLER              PIC X(1365).
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  PEND-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  REJ-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-SUSN-STATUS              PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-NEXT-SEQ                 PIC 9(5) VALUE ZERO.
       01  WS-CURR-IMAGE               PIC X(1324) VALUE SPACES.
      * Recycled items sharing one transaction image, held until the
      * rejects for that image have been paired off against them.
       01  WS-HELD-CONTROL.
           05  WS-HELD-MAX             PIC 9(3) VALUE 100.
           05  WS-HELD-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-HELD-USED            PIC 9(3) VALUE ZERO.
           05  WS-HELD-IDX             PIC 9(3) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY           OCCURS 100 TIMES.
               10  WS-HELD-FIRST-DATE      PIC 9(8).
               10  WS-HELD-ITEM-SEQ        PIC 9(5).
               10  WS-HELD-LAST-DATE       PIC 9(8).
               10  WS-HELD-RETRY-COUNT     PIC 9(3).
               10  WS-HELD-REASON          PIC X(30).
       01  WS-COUNTERS.
           05  WS-PEND-IN-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-REJ-IN-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-CLEAR-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-NEW-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-RETAIN-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUSP-OUT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGSUSU'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGMAINT'.
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
               VALUE  'TEST LOG SUSPENSE UPDATE REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(16)
               VALUE  'SUSPENSE ITEM'.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(14)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(9)
               VALUE  'TRIES'.
           05  FILLER                  PIC X(30)
               VALUE  'REJECT REASON'.
       01  HEADER-4.
           05  FILLER                  PIC X(16)
               VALUE '--------------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(4)
               VALUE '--'.
           05  FILLER                  PIC X(14)
               VALUE '------------'.
           05  FILLER                  PIC X(9)
               VALUE '-------'.
           05  FILLER                  PIC X(30)
               VALUE '------------------------------'.
       01  ITEM-LINE.
           05  ITM-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X
               VALUE '-'.
           05  ITM-SEQ-OUT             PIC 9(5).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-CODE-OUT            PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  ITM-ACTION-OUT          PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-TRIES-OUT           PIC ZZ9.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  ITM-REASON-OUT          PIC X(30).
       01  OPEN-ERROR-LINE.
           05  FILLER                  PIC X(38)
               VALUE '*** TLOGSUSN OPEN FAILED - STATUS '.
           05  OPEN-ERR-STATUS         PIC X(2).
           05  FILLER                  PIC X(4)
               VALUE ' ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'RECYCLED ITEMS READ  :'.
           05  SUM-PEND-OUT            PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'MAINTENANCE REJECTS  :'.
           05  SUM-REJ-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS CLEARED        :'.
           05  SUM-CLEAR-OUT           PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS FAILED AGAIN   :'.
           05  SUM-FAILED-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'NEW ITEMS SUSPENDED  :'.
           05  SUM-NEW-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS RETAINED       :'.
           05  SUM-RETAIN-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                  PIC X(22)
               VALUE  'SUSPENSE ITEMS OUT   :'.
           05  SUM-SUSP-OUT            PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM PRINT-TITLE
           OPEN OUTPUT WORKFILE
           SORT SORTFILE
               ON ASCENDING KEY SORT-TRAN-IMAGE
                                SORT-KIND
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS MATCH-FEED
               OUTPUT PROCEDURE IS MATCH-OUT
           CLOSE WORKFILE
           OPEN OUTPUT OUTFILE
           IF WS-SUSN-STATUS NOT = '00'
               MOVE WS-SUSN-STATUS TO OPEN-ERR-STATUS
               MOVE OPEN-ERROR-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               CLOSE RPTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORTKEYS
               ON ASCENDING KEY SKEY-KEY
               USING WORKFILE
               OUTPUT PROCEDURE IS WRITE-SUSPENSE
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RUN-END
           CLOSE OUTFILE RPTFILE
           STOP RUN.
      ******************************************************************
      * Recycled items go in as kind 1 and rejects as kind 2, so that
      * within one transaction image the items waiting to be paired
      * are returned first. The next free sequence number for items
      * first suspended tonight is taken from the recycled items
      * already keyed on tonight's date (a rerun of the stream).
       MATCH-FEED.
           OPEN INPUT PENDFILE
           READ PENDFILE
               AT END
                   MOVE 'Y' TO PEND-EOF-SWITCH
           END-READ
           PERFORM PEND-FEED-LOOP UNTIL PEND-EOF-SWITCH = 'Y'.
           CLOSE PENDFILE.
           OPEN INPUT REJFILE
           READ REJFILE
               AT END
                   MOVE 'Y' TO REJ-EOF-SWITCH
           END-READ
           PERFORM REJ-FEED-LOOP UNTIL REJ-EOF-SWITCH = 'Y'.
           CLOSE REJFILE.
      ******************************************************************
       PEND-FEED-LOOP.
           ADD 1 TO WS-PEND-IN-COUNT.
           IF SUSP-FIRST-DATE = WS-RUN-DATE
                   AND SUSP-ITEM-SEQ > WS-NEXT-SEQ
               MOVE SUSP-ITEM-SEQ TO WS-NEXT-SEQ
           END-IF.
           MOVE SUSP-TRAN-IMAGE TO SORT-TRAN-IMAGE.
           MOVE '1' TO SORT-KIND.
           MOVE SUSP-FIRST-DATE TO SORT-FIRST-DATE.
           MOVE SUSP-ITEM-SEQ TO SORT-ITEM-SEQ.
           MOVE SUSP-LAST-DATE TO SORT-LAST-DATE.
           MOVE SUSP-RETRY-COUNT TO SORT-RETRY-COUNT.
           MOVE SUSP-REASON TO SORT-REASON.
           RELEASE SORT-MATCH-RECORD.
           READ PENDFILE
               AT END
                   MOVE 'Y' TO PEND-EOF-SWITCH
           END-READ.
      ******************************************************************
       REJ-FEED-LOOP.
           ADD 1 TO WS-REJ-IN-COUNT.
           MOVE REJ-TRAN-IMAGE TO SORT-TRAN-IMAGE.
           MOVE '2' TO SORT-KIND.
           MOVE WS-RUN-DATE TO SORT-FIRST-DATE.
           MOVE ZERO TO SORT-ITEM-SEQ.
           MOVE WS-RUN-DATE TO SORT-LAST-DATE.
           MOVE ZERO TO SORT-RETRY-COUNT.
           MOVE REJ-REASON TO SORT-REASON.
           RELEASE SORT-MATCH-RECORD.
           READ REJFILE
               AT END
                   MOVE 'Y' TO REJ-EOF-SWITCH
           END-READ.
      ******************************************************************
       MATCH-OUT.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
           IF SORT-EOF-SWITCH = 'N'
               MOVE SORT-TRAN-IMAGE TO WS-CURR-IMAGE
           END-IF.
           PERFORM MATCH-LOOP UNTIL SORT-EOF-SWITCH = 'Y'.
           PERFORM FINISH-IMAGE.
      ******************************************************************
       MATCH-LOOP.
           IF SORT-TRAN-IMAGE NOT = WS-CURR-IMAGE
               PERFORM FINISH-IMAGE
               MOVE SORT-TRAN-IMAGE TO WS-CURR-IMAGE
           END-IF.
           IF SORT-KIND = '1'
               PERFORM HOLD-RECYCLED-ITEM
           ELSE
               PERFORM MATCH-REJECT
           END-IF.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
      * More recycled copies of one image than the table holds is
      * not expected; any beyond it are kept in suspense unchanged
      * and listed as RETAINED rather than guessed at.
       HOLD-RECYCLED-ITEM.
           IF WS-HELD-COUNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-COUNT
               MOVE SORT-FIRST-DATE
                   TO WS-HELD-FIRST-DATE (WS-HELD-COUNT)
               MOVE SORT-ITEM-SEQ TO WS-HELD-ITEM-SEQ (WS-HELD-COUNT)
               MOVE SORT-LAST-DATE
                   TO WS-HELD-LAST-DATE (WS-HELD-COUNT)
               MOVE SORT-RETRY-COUNT
                   TO WS-HELD-RETRY-COUNT (WS-HELD-COUNT)
               MOVE SORT-REASON TO WS-HELD-REASON (WS-HELD-COUNT)
           ELSE
               MOVE SORT-FIRST-DATE TO SUSP-FIRST-DATE
               MOVE SORT-ITEM-SEQ TO SUSP-ITEM-SEQ
               MOVE SORT-LAST-DATE TO SUSP-LAST-DATE
               MOVE SORT-RETRY-COUNT TO SUSP-RETRY-COUNT
               MOVE SORT-REASON TO SUSP-REASON
               MOVE 'R' TO WORK-ACTION
               PERFORM WRITE-WORK-RECORD
               ADD 1 TO WS-RETAIN-COUNT
           END-IF.
      ******************************************************************
       MATCH-REJECT.
           IF WS-HELD-USED < WS-HELD-COUNT
               ADD 1 TO WS-HELD-USED
               MOVE WS-HELD-FIRST-DATE (WS-HELD-USED)
                   TO SUSP-FIRST-DATE
               MOVE WS-HELD-ITEM-SEQ (WS-HELD-USED) TO SUSP-ITEM-SEQ
               COMPUTE SUSP-RETRY-COUNT =
                   WS-HELD-RETRY-COUNT (WS-HELD-USED) + 1
               MOVE 'F' TO WORK-ACTION
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-RUN-DATE TO SUSP-FIRST-DATE
               MOVE WS-NEXT-SEQ TO SUSP-ITEM-SEQ
               MOVE ZERO TO SUSP-RETRY-COUNT
               MOVE 'S' TO WORK-ACTION
               ADD 1 TO WS-NEW-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO SUSP-LAST-DATE.
           MOVE SORT-REASON TO SUSP-REASON.
           PERFORM WRITE-WORK-RECORD.
      ******************************************************************
      * Recycled items no reject was paired with went through
      * TLOGMAINT tonight and leave suspense.
       FINISH-IMAGE.
           COMPUTE WS-HELD-IDX = WS-HELD-USED + 1.
           PERFORM CLEAR-HELD-ITEM
               UNTIL WS-HELD-IDX > WS-HELD-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO WS-HELD-USED.
      ******************************************************************
       CLEAR-HELD-ITEM.
           MOVE WS-HELD-FIRST-DATE (WS-HELD-IDX) TO SUSP-FIRST-DATE.
           MOVE WS-HELD-ITEM-SEQ (WS-HELD-IDX) TO SUSP-ITEM-SEQ.
           MOVE WS-HELD-LAST-DATE (WS-HELD-IDX) TO SUSP-LAST-DATE.
           MOVE WS-HELD-RETRY-COUNT (WS-HELD-IDX) TO SUSP-RETRY-COUNT.
           MOVE WS-HELD-REASON (WS-HELD-IDX) TO SUSP-REASON.
           MOVE 'C' TO WORK-ACTION.
           PERFORM WRITE-WORK-RECORD.
           ADD 1 TO WS-CLEAR-COUNT.
           ADD 1 TO WS-HELD-IDX.
      ******************************************************************
       WRITE-WORK-RECORD.
           MOVE WS-CURR-IMAGE TO SUSP-TRAN-IMAGE.
           MOVE TLOG-SUSPENSE-RECORD TO WORK-SUSP-RECORD.
           WRITE WORK-RECORD.
      ******************************************************************
      * Every item is listed in key order; all but the cleared ones
      * are written to the new suspense generation.
       WRITE-SUSPENSE.
           MOVE 'N' TO SORT-EOF-SWITCH.
           RETURN SORTKEYS
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
           PERFORM WRITE-SUSPENSE-LOOP UNTIL SORT-EOF-SWITCH = 'Y'.
      ******************************************************************
       WRITE-SUSPENSE-LOOP.
           MOVE SKEY-SUSP-RECORD TO TLOG-SUSPENSE-RECORD.
           MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION.
           EVALUATE SKEY-ACTION
               WHEN 'C'
                   MOVE 'CLEARED' TO ITM-ACTION-OUT
               WHEN 'F'
                   MOVE 'RETRY FAILED' TO ITM-ACTION-OUT
               WHEN 'S'
                   MOVE 'SUSPENDED' TO ITM-ACTION-OUT
               WHEN OTHER
                   MOVE 'RETAINED' TO ITM-ACTION-OUT
           END-EVALUATE.
           IF SKEY-ACTION NOT = 'C'
               MOVE TLOG-SUSPENSE-RECORD TO SUSN-RECORD
               WRITE SUSN-RECORD
               ADD 1 TO WS-SUSP-OUT-COUNT
           END-IF.
           MOVE SUSP-FIRST-DATE TO ITM-DATE-OUT.
           MOVE SUSP-ITEM-SEQ TO ITM-SEQ-OUT.
           MOVE TRAN-RECORD-ID TO ITM-ID-OUT.
           MOVE TRAN-CODE TO ITM-CODE-OUT.
           MOVE SUSP-RETRY-COUNT TO ITM-TRIES-OUT.
           MOVE SUSP-REASON TO ITM-REASON-OUT.
           MOVE ITEM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           RETURN SORTKEYS
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND BALFILE
           MOVE 'TLOGSUSU' TO BAL-PROGRAM
           MOVE WS-RUN-DATE TO BAL-RUN-DATE
           MOVE 'PENDING-IN' TO BAL-COUNTER-NAME
           MOVE WS-PEND-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'REJECTS-IN' TO BAL-COUNTER-NAME
           MOVE WS-REJ-IN-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'CLEARED' TO BAL-COUNTER-NAME
           MOVE WS-CLEAR-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'SUSPENDED' TO BAL-COUNTER-NAME
           MOVE WS-NEW-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'SUSPENSE-OUT' TO BAL-COUNTER-NAME
           MOVE WS-SUSP-OUT-COUNT TO BAL-COUNT
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
           IF RUNC-RUN-DATE = WS-RUN-DATE AND RUNC-EVENT-END
               IF RUNC-PROGRAM = WS-RUNC-SELF
                   MOVE 'Y' TO WS-SELF-END-SW
               END-IF
               IF RUNC-PROGRAM = WS-RUNC-PRED
                   MOVE 'Y' TO WS-PRED-END-SW
               END-IF
           END-IF
           IF RUNC-RUN-DATE = WS-RUN-DATE AND RUNC-EVENT-RESET
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
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
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
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE 'END' TO RUNC-EVENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNC-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           COMPUTE RUNC-IN-COUNT = WS-PEND-IN-COUNT + WS-REJ-IN-COUNT
           MOVE WS-SUSP-OUT-COUNT TO RUNC-OUT-COUNT
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
           MOVE WS-PEND-IN-COUNT TO SUM-PEND-OUT.
           MOVE WS-REJ-IN-COUNT TO SUM-REJ-OUT.
           MOVE WS-CLEAR-COUNT TO SUM-CLEAR-OUT.
           MOVE WS-FAILED-COUNT TO SUM-FAILED-OUT.
           MOVE WS-NEW-COUNT TO SUM-NEW-OUT.
           MOVE WS-RETAIN-COUNT TO SUM-RETAIN-OUT.
           MOVE WS-SUSP-OUT-COUNT TO SUM-SUSP-OUT.
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
      ******************************************************************
