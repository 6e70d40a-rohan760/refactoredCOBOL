      ******************************************************************
      * PROGRAM-ID : TLOGSUSR
      * Suspense recycle step for the nightly HAYNIE R&D Test Log
      * (TLOG) stream, run after TLOGINTK and ahead of TLOGASGN.
      * Reads the suspense file (TLOGSUSP, layout in TLOGSUSP.cpy) of
      * transactions TLOGMAINT rejected on earlier nights and feeds
      * each one back into tonight's run: its transaction image is
      * written to SUSPTRAN, which is concatenated ahead of the new
      * TLOGTRAN so that a retried transaction is applied before a
      * new one for the same record (TLOGASGN sorts WITH DUPLICATES
      * IN ORDER, and a recycled transaction already carries its
      * record ID, so the intake pairing TLOGASGN does is not
      * disturbed). Many rejects succeed once an earlier add or
      * status change has gone through. Every item fed back is also
      * written unchanged to SUSPPEND, which TLOGSUSU reads after
      * TLOGMAINT to tell the items that went through from the ones
      * rejected again. An item that has already been retried the
      * number of times given on the one-record parm file
      * (SUSPPARM, default 5) is expired instead: it is not fed back,
      * it drops out of suspense, and it is listed on the recycle
      * report (SUSRRPT) beside the items recycled, so nothing leaves
      * suspense without a line on paper. The suspense file is
      * optional - the first night there is nothing to recycle.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGSUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPFILE ASSIGN TO TLOGSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT TRANOUT ASSIGN TO SUSPTRAN.
           SELECT PENDFILE ASSIGN TO SUSPPEND.
           SELECT RPTFILE ASSIGN TO SUSRRPT.
           SELECT PARMFILE ASSIGN TO SUSPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPFILE.

       COPY TLOGSUSP.
      ******************************************************************
       FD TRANOUT
           RECORDING MODE F.

       01  TRANOUT-RECORD              PIC X(1324).
      ******************************************************************
       FD PENDFILE
           RECORDING MODE F.

       01  PEND-RECORD                 PIC X(1378).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-MAX-TRIES          PIC 9(3).
      ******************************************************************
       FD RUNCFILE
           RECORDING MODE F.

       COPY TLOGRUNC.
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  SUSP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SUSP-OPEN-SW         PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SUSP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-MAX-TRIES            PIC 9(3) VALUE 5.
       01  WS-COUNTERS.
           05  WS-SUSP-IN-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-RECYCLE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-EXPIRE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGSUSR'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGINTK'.
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
               VALUE  'TEST LOG SUSPENSE RECYCLE REPORT'.
       01  TRIES-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'EXPIRE AFTER TRIES   :'.
           05  TRIES-OUT               PIC ZZ9.
       01  HEADER-3.
           05  FILLER                  PIC X(16)
               VALUE  'SUSPENSE ITEM'.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(12)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(9)
               VALUE  'TRIES'.
           05  FILLER                  PIC X(30)
               VALUE  'LAST REJECT REASON'.
       01  HEADER-4.
           05  FILLER                  PIC X(16)
               VALUE '--------------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(4)
               VALUE '--'.
           05  FILLER                  PIC X(12)
               VALUE '----------'.
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
           05  ITM-ACTION-OUT          PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-TRIES-OUT           PIC ZZ9.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  ITM-REASON-OUT          PIC X(30).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'SUSPENSE ITEMS READ  :'.
           05  SUM-IN-OUT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS RECYCLED       :'.
           05  SUM-RECYCLE-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS EXPIRED        :'.
           05  SUM-EXPIRE-OUT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM READ-PARM
           PERFORM PRINT-TITLE
           OPEN OUTPUT TRANOUT
           OPEN OUTPUT PENDFILE
           PERFORM OPEN-SUSP-FILE
           PERFORM READ-SUSP
           PERFORM RECYCLE-LOOP UNTIL SUSP-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-RUN-END
           IF WS-SUSP-OPEN-SW = 'Y'
               CLOSE SUSPFILE
           END-IF
           CLOSE TRANOUT PENDFILE RPTFILE
           STOP RUN.
      ******************************************************************
      * A missing or zero parm keeps the default number of tries.
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MAX-TRIES NUMERIC
                               AND PARM-MAX-TRIES > ZERO
                           MOVE PARM-MAX-TRIES TO WS-MAX-TRIES
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.
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
       RECYCLE-LOOP.
           MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION.
           IF SUSP-RETRY-COUNT NOT < WS-MAX-TRIES
               MOVE 'EXPIRED' TO ITM-ACTION-OUT
               ADD 1 TO WS-EXPIRE-COUNT
           ELSE
               MOVE SUSP-TRAN-IMAGE TO TRANOUT-RECORD
               WRITE TRANOUT-RECORD
               MOVE TLOG-SUSPENSE-RECORD TO PEND-RECORD
               WRITE PEND-RECORD
               MOVE 'RECYCLED' TO ITM-ACTION-OUT
               ADD 1 TO WS-RECYCLE-COUNT
           END-IF.
           PERFORM WRITE-ITEM-LINE.
           PERFORM READ-SUSP.
      ******************************************************************
       WRITE-ITEM-LINE.
           MOVE SUSP-FIRST-DATE TO ITM-DATE-OUT.
           MOVE SUSP-ITEM-SEQ TO ITM-SEQ-OUT.
           MOVE TRAN-RECORD-ID TO ITM-ID-OUT.
           MOVE TRAN-CODE TO ITM-CODE-OUT.
           MOVE SUSP-RETRY-COUNT TO ITM-TRIES-OUT.
           MOVE SUSP-REASON TO ITM-REASON-OUT.
           MOVE ITEM-LINE TO RPT-RECORD.
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
           MOVE WS-SUSP-IN-COUNT TO RUNC-IN-COUNT
           MOVE WS-RECYCLE-COUNT TO RUNC-OUT-COUNT
           WRITE TLOG-RUNC-RECORD
           CLOSE RUNCFILE.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-MAX-TRIES TO TRIES-OUT.
           MOVE TRIES-LINE TO RPT-RECORD.
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
           MOVE WS-RECYCLE-COUNT TO SUM-RECYCLE-OUT.
           MOVE WS-EXPIRE-COUNT TO SUM-EXPIRE-OUT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
