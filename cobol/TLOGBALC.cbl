      * PROGRAM-ID : TLOGBALC
      * End-of-stream balancing program for the nightly HAYNIE R&D
      * Test Log stream. Reads the control-total file (TLOGBAL, layout
      * in TLOGBAL.cpy) that TLOGBKUP, TLOGEDIT, TLOGMAINT, TLOGSUSU,
      * the Test Log Report run, TLOGRECON and TLOGAUDT each write
      * their record counts to, and proves the arithmetic:
      *     TLOGBKUP   MASTER-OUT = TLOGEDIT READ
      *     TLOGEDIT   READ       = ACCEPTED + REJECTED
      *     TLOGMAINT  MASTER-OUT = MASTER-IN + ADDED - DELETED
      *     TLOGSUSU   REJECTS-IN = TLOGMAINT REJECTED
      *     TLOGSUSU   SUSPENSE-OUT = PENDING-IN - CLEARED + SUSPENDED
      *     TLOGRPT    CSV-OUT    = FILTERED
      *     TLOGRECON  SNAP-OUT   = TLOG-IN
      *     TLOGAUDT   MASTER-IN  = TLOGRECON TLOG-IN
      * Every check is listed on the balancing report; any check that
      * fails - including a step that never wrote its control records
      * - is flagged *** OUT OF BALANCE *** and the program ends with
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGBALC'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGAUDT'.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SELF-END-SW          PIC X(1) VALUE 'N'.
           05  WS-PRED-END-SW          PIC X(1) VALUE 'N'.
                   MOVE 'Y' TO BAL-EOF-SWITCH
           END-READ
           PERFORM LOAD-LOOP UNTIL BAL-EOF-SWITCH = 'Y'
           PERFORM CHECK-BACKUP-STEP
           PERFORM CHECK-EDIT-STEP
           PERFORM CHECK-MAINT-STEP
           PERFORM CHECK-SUSPENSE-STEP
           PERFORM CHECK-REPORT-STEP
           PERFORM CHECK-RECON-STEP
           PERFORM CHECK-AUDIT-STEP
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-RUN-END
           CLOSE BALFILE RPTFILE
           IF WS-FIND-FOUND-SW = 'N'
               MOVE 'Y' TO WS-MISSING-SW
           END-IF.
      ******************************************************************
      * Nothing touches the master between the backup and the edit,
      * so the edit must read every record the backup took.
       CHECK-BACKUP-STEP.
           MOVE 'N' TO WS-MISSING-SW.
           MOVE 'TLOGEDIT' TO WS-FIND-PROGRAM.
           MOVE 'READ' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'TLOGBKUP' TO WS-FIND-PROGRAM.
           MOVE 'MASTER-OUT' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-LEFT-VALUE.
           MOVE 'MASTER-OUT = EDIT READ' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
      ******************************************************************
       CHECK-EDIT-STEP.
           MOVE 'N' TO WS-MISSING-SW.
           SUBTRACT WS-FIND-VALUE FROM WS-RIGHT-VALUE.
           MOVE 'MASTER-OUT = IN + ADD - DEL' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
      ******************************************************************
      * Every transaction TLOGMAINT rejected must reach the suspense
      * update, and the new suspense file must hold what was pending
      * less what cleared plus what was newly suspended.
       CHECK-SUSPENSE-STEP.
           MOVE 'N' TO WS-MISSING-SW.
           MOVE 'TLOGMAINT' TO WS-FIND-PROGRAM.
           MOVE 'REJECTED' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'TLOGSUSU' TO WS-FIND-PROGRAM.
           MOVE 'REJECTS-IN' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-LEFT-VALUE.
           MOVE 'REJECTS-IN = MAINT REJECTED' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
           MOVE 'N' TO WS-MISSING-SW.
           MOVE 'SUSPENSE-OUT' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-LEFT-VALUE.
           MOVE 'PENDING-IN' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'CLEARED' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           SUBTRACT WS-FIND-VALUE FROM WS-RIGHT-VALUE.
           MOVE 'SUSPENDED' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           ADD WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'SUSP-OUT = PEND - CLR + SUSP' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
      ******************************************************************
       CHECK-REPORT-STEP.
           MOVE 'N' TO WS-MISSING-SW.
           MOVE WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'SNAP-OUT = MASTER IN' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
      ******************************************************************
      * The audit reads the same master TLOGRECON snapshotted, so
      * the two steps' master counts must agree.
       CHECK-AUDIT-STEP.
           MOVE 'N' TO WS-MISSING-SW.
           MOVE 'TLOGRECON' TO WS-FIND-PROGRAM.
           MOVE 'TLOG-IN' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-RIGHT-VALUE.
           MOVE 'TLOGAUDT' TO WS-FIND-PROGRAM.
           MOVE 'MASTER-IN' TO WS-FIND-NAME.
           PERFORM FIND-COUNTER.
           MOVE WS-FIND-VALUE TO WS-LEFT-VALUE.
           MOVE 'MASTER-IN = RECON MASTER IN' TO CHK-TEXT-OUT.
           PERFORM WRITE-CHECK-RESULT.
      ******************************************************************
       WRITE-CHECK-RESULT.
           MOVE 'Y' TO WS-CHECK-OK-SW.
      * Double-run and out-of-order protection for the nightly
      * stream: a step that already wrote its END record to the
      * run-control file today, or whose predecessor step has not,
      * refuses to start with RETURN-CODE 12. A RESET record
      * written by TLOGRBCK after a rollback clears what went
      * before it for that night, so the stream can run again.
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-SELF-END-SW.
           MOVE 'N' TO WS-PRED-END-SW.
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
