      * transaction outcome printed on the activity report is also
      * journaled machine-readably to the disposition file (MAINTDSP,
      * layout in TLOGDISP.cpy) so TLOGACK can acknowledge lab-
      * sourced rows back to the lab system. Test dependencies live
      * in the TLOGLINK file (layout in TLOGLINK.cpy), carried
      * forward to TLOGLNKN beside the master the same way as the
      * notes: an 'L' transaction records that the test is blocked
      * by the test in TRAN-BLOCKER-ID, and a 'U' transaction removes
      * that link. A link is refused when the blocker is the test
      * itself, is on neither the master (as it stood at the start
      * of the run) nor the TLOGARCH archive, is already linked, or
      * would close a circle back to the waiting test; a deleted
      * test's own links are dropped with it. An add or change that
      * assigns the work to an engineer who is not on the engineer/
      * staff reference file (TLOGSTF, layout in TLOGSTFR.cpy,
      * maintained by TLOGSMNT), or who is inactive there, is
      * rejected; an add with a blank email, or a change that leaves
      * a record with none, takes the author's address from the
      * staff file. The staff file is optional and the checks are
      * skipped until it is first loaded, as TLOGEDIT does. Every
      * rejected transaction is also written, whole and with its
      * reject reason, to MAINTREJ (layout in TLOGSUSP.cpy), from
      * which TLOGSUSU builds the suspense file that TLOGSUSR feeds
      * back into the next night's run, so a reject is retried
      * rather than lost. Every transaction names its submitter
      * (TRAN-SUBMITTER), which is checked against the submitter
      * authorization file (TLOGAUTH, layout in TLOGAUTR.cpy,
      * maintained by TLOGAMNT) for the test's category: an add
      * needs the add right, a change, note, link or unlink the
      * change right, a change to CLOSED the close right as well,
      * and a delete the delete right. A transaction with no
      * submitter, or one its submitter may not send, is rejected
      * with its own reason; the authorization file is optional and
      * the check is skipped until it is first loaded, as the staff
      * check is. The submitter is written onto every TLOGHIST
      * entry the transaction produces.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT LINKFILE ASSIGN TO TLOGLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT LINKOUT ASSIGN TO TLOGLNKN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-OUT-KEY.
           SELECT LKUPFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKUP-RECORD-ID
               FILE STATUS IS WS-LKUP-STATUS.
           SELECT ARCHFILE ASSIGN TO TLOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STFFILE ASSIGN TO TLOGSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STFR-NAME
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT REJFILE ASSIGN TO MAINTREJ.
           SELECT AUTHFILE ASSIGN TO TLOGAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY TLOGRUNC.
      ******************************************************************
       FD LINKFILE.

       COPY TLOGLINK.
      ******************************************************************
       FD LINKOUT.

       01  LINKOUT-RECORD.
           05  LINK-OUT-KEY.
               10  LINK-OUT-RECORD-ID  PIC 9(6).
               10  LINK-OUT-BLOCKER-ID PIC 9(6).
           05  LINK-OUT-DATE           PIC 9(8).
      ******************************************************************
       FD LKUPFILE.

       01  LKUP-RECORD.
           05  LKUP-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(1309).
      ******************************************************************
       FD ARCHFILE
           RECORDING MODE F.

       01  ARCH-RECORD.
           05  ARCH-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(1309).
      ******************************************************************
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       FD REJFILE
           RECORDING MODE F.

       COPY TLOGSUSP.
      ******************************************************************
       FD AUTHFILE.

       COPY TLOGAUTR.
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOG
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  NOTE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-NOTE-OPEN-SW         PIC X(1) VALUE 'N'.
           05  LINK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-LINK-OPEN-SW         PIC X(1) VALUE 'N'.
           05  WS-LINK-OVFL-SW         PIC X(1) VALUE 'N'.
           05  WS-LINK-VALID-SW        PIC X(1) VALUE 'N'.
           05  WS-BLOCKER-FOUND-SW     PIC X(1) VALUE 'N'.
           05  WS-CYCLE-SW             PIC X(1) VALUE 'N'.
           05  ARCH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  STAFF-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-STAFF-OPEN-SW        PIC X(1) VALUE 'N'.
           05  WS-STAFF-FOUND-SW       PIC X(1) VALUE 'N'.
           05  WS-STAFF-OVFL-SW        PIC X(1) VALUE 'N'.
           05  AUTH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-AUTH-OPEN-SW         PIC X(1) VALUE 'N'.
           05  WS-AUTH-FOUND-SW        PIC X(1) VALUE 'N'.
           05  WS-AUTH-OVFL-SW         PIC X(1) VALUE 'N'.
           05  WS-AUTH-VALID-SW        PIC X(1) VALUE 'Y'.
       01  WS-AUTH-CONTROL.
           05  WS-AUTH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-AUTH-MAX             PIC 9(4) VALUE 2000.
           05  WS-AUTH-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-AU-IDX               PIC 9(4) VALUE ZERO.
           05  WS-AU-HIT               PIC 9(4) VALUE ZERO.
           05  WS-AUTH-RIGHT           PIC X(1) VALUE SPACE.
           05  WS-AUTH-WORK-CATEGORY   PIC X(28) VALUE SPACES.
           05  WS-AUTH-REASON          PIC X(30) VALUE SPACES.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY           OCCURS 2000 TIMES.
               10  WS-AU-SUBMITTER         PIC X(8).
               10  WS-AU-CATEGORY          PIC X(28).
               10  WS-AU-ADD               PIC X(1).
               10  WS-AU-CHANGE            PIC X(1).
               10  WS-AU-CLOSE             PIC X(1).
               10  WS-AU-DELETE            PIC X(1).
       01  WS-STAFF-CONTROL.
           05  WS-STAFF-STATUS         PIC X(2) VALUE SPACES.
           05  WS-STAFF-MAX            PIC 9(4) VALUE 1000.
           05  WS-STAFF-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-SF-IDX               PIC 9(4) VALUE ZERO.
           05  WS-SF-HIT               PIC 9(4) VALUE ZERO.
           05  WS-WORK-STAFF-NAME      PIC X(28) VALUE SPACES.
       01  WS-STAFF-TABLE.
           05  WS-STAFF-ENTRY          OCCURS 1000 TIMES.
               10  WS-SF-NAME              PIC X(28).
               10  WS-SF-EMAIL             PIC X(28).
               10  WS-SF-STATUS            PIC X(1).
       01  WS-NOTE-CONTROL.
           05  WS-NOTE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SYNC-ID              PIC 9(6) VALUE ZERO.
           05  WS-LAST-NOTE-SEQ        PIC 9(4) VALUE ZERO.
       01  WS-LINK-CONTROL.
           05  WS-LINK-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LKUP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LINK-SYNC-ID         PIC 9(6) VALUE ZERO.
       01  WS-LINK-TABLE-CONTROL.
           05  WS-LINK-MAX             PIC 9(4) VALUE 5000.
           05  WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-LK-IDX               PIC 9(4) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY           OCCURS 5000 TIMES.
               10  WS-LK-RECORD-ID         PIC 9(6).
               10  WS-LK-BLOCKER-ID        PIC 9(6).
       01  WS-CHAIN-TABLE-CONTROL.
           05  WS-CHAIN-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-CH-IDX               PIC 9(4) VALUE ZERO.
           05  WS-CH-SCAN              PIC 9(4) VALUE ZERO.
           05  WS-CH-FOUND-SW          PIC X(1) VALUE 'N'.
       01  WS-CHAIN-TABLE.
           05  WS-CH-RECORD-ID         PIC 9(6)
               OCCURS 5000 TIMES.
       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-MASTER-OUT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-LAST-ADD-ID          PIC 9(6) VALUE ZERO.
           05  WS-TRAN-SEQ             PIC 9(6) VALUE ZERO.
           05  WS-LINK-ADD-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-UNLINK-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-UNAUTH-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TRAN-LOG-FIELDS.
           05  WS-TRAN-ACTION          PIC X(10) VALUE SPACES.
           05  WS-TRAN-REASON          PIC X(30) VALUE SPACES.
               VALUE  'ACTION'.
           05  FILLER                  PIC X(32)
               VALUE  'REASON'.
           05  FILLER                  PIC X(10)
               VALUE  'SUBMITTER'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '--------'.
               VALUE '------------'.
           05  FILLER                  PIC X(32)
               VALUE '--------------------------------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
       01  TRAN-LOG-LINE.
           05  TLOG-ID-OUT             PIC X(6).
           05  FILLER                  PIC X(2)
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  TLOG-REASON-OUT         PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  TLOG-SUBMITTER-OUT      PIC X(8).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'TRANSACTIONS APPLIED :'.
           05  FILLER                  PIC X(22)
               VALUE  'RECORDS DELETED      :'.
           05  SUM-DELETE-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'LINKS ADDED          :'.
           05  SUM-LINK-ADD-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'LINKS REMOVED        :'.
           05  SUM-UNLINK-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'NOT AUTHORIZED       :'.
           05  SUM-UNAUTH-OUT          PIC ZZZ,ZZ9.
       01  LINK-WARN-LINE.
           05  FILLER                  PIC X(27)
               VALUE '*** LINK FILE EXCEEDS TABLE'.
           05  FILLER                  PIC X(32)
               VALUE ' - CIRCULAR CHECK INCOMPLETE ***'.
       01  STAFF-WARN-LINE.
           05  FILLER                  PIC X(26)
               VALUE '*** STAFF REFERENCE EXCEED'.
           05  FILLER                  PIC X(30)
               VALUE 'S TABLE - CHECK SKIPPED ***'.
       01  AUTH-WARN-LINE.
           05  FILLER                  PIC X(26)
               VALUE '*** AUTHORIZATION FILE EXC'.
           05  FILLER                  PIC X(30)
               VALUE 'EEDS TABLE - CHECK SKIPPED ***'.

       LINKAGE SECTION.

           OPEN EXTEND HISTFILE
           OPEN OUTPUT NOTEOUT
           OPEN OUTPUT DISPFILE
           OPEN OUTPUT LINKOUT
           OPEN INPUT LKUPFILE
           OPEN OUTPUT REJFILE
           PERFORM WRITE-RUN-START
           PERFORM OPEN-NOTE-FILE
           PERFORM LOAD-LINK-TABLE
           PERFORM OPEN-LINK-FILE
           PERFORM LOAD-STAFF
           PERFORM LOAD-AUTH
           PERFORM PRINT-TITLE
           PERFORM READ-MASTER
           PERFORM READ-TRAN
           PERFORM READ-NOTE
           PERFORM READ-LINK
           PERFORM PROCESS-RECORDS
               UNTIL MASTER-EOF-SWITCH = 'Y' AND TRAN-EOF-SWITCH = 'Y'
           PERFORM COPY-REMAINING-NOTES
           PERFORM COPY-REMAINING-LINKS
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RUN-END
           IF WS-NOTE-OPEN-SW = 'Y'
               CLOSE NOTEFILE
           END-IF
           IF WS-LINK-OPEN-SW = 'Y'
               CLOSE LINKFILE
           END-IF
           CLOSE INFILE TRANFILE OUTFILE RPTFILE HISTFILE NOTEOUT
                 DISPFILE LINKOUT LKUPFILE REJFILE
           STOP RUN.
      ******************************************************************
       PROCESS-RECORDS.
                   PERFORM READ-TRAN
               WHEN TRAN-EOF-SWITCH = 'Y'
                   PERFORM CARRY-NOTES-FORWARD
                   PERFORM CARRY-LINKS-FORWARD
                   PERFORM COPY-MASTER-RECORD
                   PERFORM READ-MASTER
               WHEN TEST-RECORD-ID < TRAN-RECORD-ID
                   PERFORM CARRY-NOTES-FORWARD
                   PERFORM CARRY-LINKS-FORWARD
                   PERFORM COPY-MASTER-RECORD
                   PERFORM READ-MASTER
               WHEN TEST-RECORD-ID > TRAN-RECORD-ID
      ******************************************************************
       APPLY-TRAN-NO-MASTER.
           IF TRAN-CODE-ADD
               MOVE 'Y' TO WS-STATUS-VALID-SW
               PERFORM CHECK-ENGINEER-VALUE
               MOVE 'Y' TO WS-AUTH-VALID-SW
               MOVE 'A' TO WS-AUTH-RIGHT
               MOVE TRAN-CATEGORY TO WS-AUTH-WORK-CATEGORY
               PERFORM CHECK-SUBMITTER
               IF TRAN-STATUS-CLOSED
                   MOVE 'X' TO WS-AUTH-RIGHT
                   PERFORM CHECK-SUBMITTER
               END-IF
               IF TRAN-RECORD-ID = ZERO
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'RECORD ID NOT ASSIGNED' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF WS-AUTH-VALID-SW = 'N'
                   PERFORM REJECT-UNAUTHORIZED
               ELSE
               IF TRAN-RECORD-ID = WS-LAST-ADD-ID
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   MOVE 'DUPLICATE ADD IN TRAN FILE' TO WS-TRAN-REASON
                   MOVE 'INVALID PRIORITY VALUE' TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF WS-STATUS-VALID-SW = 'N'
                   MOVE 'REJECTED' TO WS-TRAN-ACTION
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE TRAN-RECORD-ID TO WS-SYNC-ID
                   PERFORM SYNC-NOTES-LOW
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-TRAN-ACTION
               MOVE 'NO MATCHING MASTER RECORD' TO WS-TRAN-REASON
       APPLY-TRAN-MATCHED-MASTER.
           MOVE TEST-RECORD-ID TO WS-SYNC-ID.
           PERFORM SYNC-NOTES-LOW.
           MOVE TEST-RECORD-ID TO WS-LINK-SYNC-ID.
           PERFORM SYNC-LINKS-LOW.
           PERFORM CHECK-SUBMITTER-MATCHED.
           EVALUATE TRUE
               WHEN WS-AUTH-VALID-SW = 'N'
                   PERFORM COPY-NOTES-EQUAL
                   PERFORM COPY-MASTER-RECORD
                   PERFORM REJECT-UNAUTHORIZED
               WHEN TRAN-CODE-CHANGE
                   PERFORM CHECK-STATUS-TRANSITION
                   IF WS-STATUS-VALID-SW = 'Y'
                       PERFORM CHECK-PRIORITY-VALUE
                   END-IF
                   IF WS-STATUS-VALID-SW = 'Y'
                       PERFORM CHECK-ENGINEER-VALUE
                   END-IF
                   IF WS-STATUS-VALID-SW = 'Y'
                       PERFORM COPY-NOTES-EQUAL
                       PERFORM BUILD-CHANGED-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN TRAN-CODE-DELETE
                   PERFORM SKIP-NOTES-EQUAL
                   PERFORM SKIP-LINKS-EQUAL
                   PERFORM DROP-RECORD-LINKS
                   MOVE 'DELETED' TO WS-TRAN-ACTION
                   MOVE SPACES TO WS-TRAN-REASON
                   PERFORM WRITE-TRAN-LOG
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-DELETE-COUNT
               WHEN TRAN-CODE-LINK
                   PERFORM APPLY-LINK-TRAN
               WHEN TRAN-CODE-UNLINK
                   PERFORM APPLY-UNLINK-TRAN
               WHEN OTHER
                   PERFORM COPY-NOTES-EQUAL
                   PERFORM COPY-MASTER-RECORD
                   PERFORM WRITE-TRAN-LOG
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           PERFORM COPY-LINKS-EQUAL.
      ******************************************************************
      * The status lifecycle is OPEN, INPROG, BLOCKED, RESOLVED,
      * CLOSED. A change transaction may only move a record along a
               MOVE 'N' TO WS-STATUS-VALID-SW
               MOVE 'INVALID PRIORITY VALUE' TO WS-TRAN-REASON
           END-IF.
      ******************************************************************
      * Work may only be handed to an engineer who is on the staff
      * file and still active. A blank engineer leaves the record
      * unassigned (or, on a change, unchanged) and is not checked.
       CHECK-ENGINEER-VALUE.
           IF TRAN-ASSIGNED-ENGR NOT = SPACES
                   AND WS-STAFF-OPEN-SW = 'Y'
               MOVE TRAN-ASSIGNED-ENGR TO WS-WORK-STAFF-NAME
               PERFORM LOOKUP-STAFF
               IF WS-STAFF-FOUND-SW = 'N'
                   MOVE 'N' TO WS-STATUS-VALID-SW
                   MOVE 'ENGINEER NOT ON STAFF FILE' TO WS-TRAN-REASON
               ELSE
                   IF WS-SF-STATUS (WS-SF-HIT) NOT = 'A'
                       MOVE 'N' TO WS-STATUS-VALID-SW
                       MOVE 'ENGINEER INACTIVE' TO WS-TRAN-REASON
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Against a test already on the master the rights are judged
      * in the test's own category; a change that moves the test to
      * another category needs the change right there too, and a
      * change that closes it needs the close right as well.
       CHECK-SUBMITTER-MATCHED.
           MOVE 'Y' TO WS-AUTH-VALID-SW.
           MOVE TEST-CATEGORY TO WS-AUTH-WORK-CATEGORY.
           EVALUATE TRUE
               WHEN TRAN-CODE-DELETE
                   MOVE 'D' TO WS-AUTH-RIGHT
                   PERFORM CHECK-SUBMITTER
               WHEN TRAN-CODE-CHANGE
                   MOVE 'C' TO WS-AUTH-RIGHT
                   PERFORM CHECK-SUBMITTER
                   IF TRAN-CATEGORY NOT = SPACES
                           AND TRAN-CATEGORY NOT = TEST-CATEGORY
                       MOVE TRAN-CATEGORY TO WS-AUTH-WORK-CATEGORY
                       PERFORM CHECK-SUBMITTER
                       MOVE TEST-CATEGORY TO WS-AUTH-WORK-CATEGORY
                   END-IF
                   IF TRAN-STATUS-CLOSED AND NOT TEST-STATUS-CLOSED
                       MOVE 'X' TO WS-AUTH-RIGHT
                       PERFORM CHECK-SUBMITTER
                   END-IF
               WHEN TRAN-CODE-NOTE
               WHEN TRAN-CODE-LINK
               WHEN TRAN-CODE-UNLINK
                   MOVE 'C' TO WS-AUTH-RIGHT
                   PERFORM CHECK-SUBMITTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * Checks one right (WS-AUTH-RIGHT: A add, C change, X close,
      * D delete) in one category, leaving WS-AUTH-VALID-SW alone
      * when it is already 'N' so the first refusal is the one
      * reported. The submitter's entry for the exact category is
      * used ahead of a '*' entry for every category.
       CHECK-SUBMITTER.
           IF WS-AUTH-VALID-SW = 'Y'
                   AND WS-AUTH-OPEN-SW = 'Y'
               IF TRAN-SUBMITTER = SPACES
                   MOVE 'N' TO WS-AUTH-VALID-SW
                   MOVE 'NO SUBMITTER ID' TO WS-AUTH-REASON
               ELSE
                   PERFORM LOOKUP-AUTH
                   IF WS-AUTH-FOUND-SW = 'N'
                       MOVE 'N' TO WS-AUTH-VALID-SW
                   ELSE
                       EVALUATE WS-AUTH-RIGHT
                           WHEN 'A'
                               IF WS-AU-ADD (WS-AU-HIT) NOT = 'Y'
                                   MOVE 'N' TO WS-AUTH-VALID-SW
                               END-IF
                           WHEN 'C'
                               IF WS-AU-CHANGE (WS-AU-HIT) NOT = 'Y'
                                   MOVE 'N' TO WS-AUTH-VALID-SW
                               END-IF
                           WHEN 'X'
                               IF WS-AU-CLOSE (WS-AU-HIT) NOT = 'Y'
                                   MOVE 'N' TO WS-AUTH-VALID-SW
                               END-IF
                           WHEN 'D'
                               IF WS-AU-DELETE (WS-AU-HIT) NOT = 'Y'
                                   MOVE 'N' TO WS-AUTH-VALID-SW
                               END-IF
                       END-EVALUATE
                   END-IF
                   IF WS-AUTH-VALID-SW = 'N'
                       EVALUATE WS-AUTH-RIGHT
                           WHEN 'A'
                               MOVE 'NOT AUTHORIZED TO ADD'
                                   TO WS-AUTH-REASON
                           WHEN 'C'
                               MOVE 'NOT AUTHORIZED TO CHANGE'
                                   TO WS-AUTH-REASON
                           WHEN 'X'
                               MOVE 'NOT AUTHORIZED TO CLOSE'
                                   TO WS-AUTH-REASON
                           WHEN 'D'
                               MOVE 'NOT AUTHORIZED TO DELETE'
                                   TO WS-AUTH-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       REJECT-UNAUTHORIZED.
           MOVE 'REJECTED' TO WS-TRAN-ACTION.
           MOVE WS-AUTH-REASON TO WS-TRAN-REASON.
           PERFORM WRITE-TRAN-LOG.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-UNAUTH-COUNT.
      ******************************************************************
       BUILD-ADDED-RECORD.
           MOVE TRAN-RECORD-ID TO NEW-TEST-RECORD-ID.
           MOVE TRAN-GROUP TO NEW-TEST-GROUP.
           MOVE TRAN-AUTHOR TO NEW-TEST-AUTHOR.
           MOVE TRAN-EMAIL TO NEW-TEST-EMAIL.
           IF NEW-TEST-EMAIL = SPACES
               PERFORM FILL-EMAIL-FROM-STAFF
           END-IF.
           MOVE TRAN-DATE TO NEW-TEST-DATE.
           MOVE TRAN-SUBJECT TO NEW-TEST-SUBJECT.
           MOVE SPACES TO NEW-TEST-NOTES.
               END-IF
               MOVE TRAN-PRIORITY TO NEW-TEST-PRIORITY
           END-IF.
           IF NEW-TEST-EMAIL = SPACES
               PERFORM FILL-EMAIL-FROM-STAFF
               IF NEW-TEST-EMAIL NOT = SPACES
                   MOVE 'EMAIL' TO HIST-FIELD-NAME
                   MOVE SPACES TO HIST-OLD-VALUE
                   MOVE NEW-TEST-EMAIL TO HIST-NEW-VALUE
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
           END-IF.
           MOVE HRD-NEW-TEST-TRACKING-RECORD TO OUTFILE-RECORD.
           WRITE OUTFILE-RECORD.
           ADD 1 TO WS-MASTER-OUT-COUNT.
      ******************************************************************
       FILL-EMAIL-FROM-STAFF.
           IF NEW-TEST-AUTHOR NOT = SPACES
                   AND WS-STAFF-OPEN-SW = 'Y'
               MOVE NEW-TEST-AUTHOR TO WS-WORK-STAFF-NAME
               PERFORM LOOKUP-STAFF
               IF WS-STAFF-FOUND-SW = 'Y'
                   MOVE WS-SF-EMAIL (WS-SF-HIT) TO NEW-TEST-EMAIL
               END-IF
           END-IF.
      ******************************************************************
      * The staff file is loaded and guarded the same way TLOGEDIT
      * loads the category reference: optional, and switched off
      * rather than half-loaded when it outgrows the table.
       LOAD-STAFF.
           MOVE 'N' TO WS-STAFF-OPEN-SW.
           OPEN INPUT STFFILE
           IF WS-STAFF-STATUS = '00'
               MOVE 'Y' TO WS-STAFF-OPEN-SW
               READ STFFILE
                   AT END
                       MOVE 'Y' TO STAFF-EOF-SWITCH
               END-READ
               PERFORM LOAD-STAFF-ENTRY
                   UNTIL STAFF-EOF-SWITCH = 'Y'
               CLOSE STFFILE
           END-IF
           IF WS-STAFF-OVFL-SW = 'Y'
               MOVE 'N' TO WS-STAFF-OPEN-SW
           END-IF.
      ******************************************************************
       LOAD-STAFF-ENTRY.
           IF WS-STAFF-COUNT < WS-STAFF-MAX
               ADD 1 TO WS-STAFF-COUNT
               MOVE STFR-NAME TO WS-SF-NAME (WS-STAFF-COUNT)
               MOVE STFR-EMAIL TO WS-SF-EMAIL (WS-STAFF-COUNT)
               MOVE STFR-STATUS TO WS-SF-STATUS (WS-STAFF-COUNT)
           ELSE
               MOVE 'Y' TO WS-STAFF-OVFL-SW
           END-IF
           READ STFFILE
               AT END
                   MOVE 'Y' TO STAFF-EOF-SWITCH
           END-READ.
      ******************************************************************
       LOOKUP-STAFF.
           MOVE 'N' TO WS-STAFF-FOUND-SW.
           MOVE ZERO TO WS-SF-HIT.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-STAFF-COUNT
                   OR WS-STAFF-FOUND-SW = 'Y'
               IF WS-SF-NAME (WS-SF-IDX) = WS-WORK-STAFF-NAME
                   MOVE 'Y' TO WS-STAFF-FOUND-SW
                   MOVE WS-SF-IDX TO WS-SF-HIT
               END-IF
           END-PERFORM.
      ******************************************************************
      * The authorization file is loaded and guarded the same way as
      * the staff file: optional, and switched off rather than
      * half-loaded when it outgrows the table.
       LOAD-AUTH.
           MOVE 'N' TO WS-AUTH-OPEN-SW.
           OPEN INPUT AUTHFILE
           IF WS-AUTH-STATUS = '00'
               MOVE 'Y' TO WS-AUTH-OPEN-SW
               READ AUTHFILE
                   AT END
                       MOVE 'Y' TO AUTH-EOF-SWITCH
               END-READ
               PERFORM LOAD-AUTH-ENTRY
                   UNTIL AUTH-EOF-SWITCH = 'Y'
               CLOSE AUTHFILE
           END-IF
           IF WS-AUTH-OVFL-SW = 'Y'
               MOVE 'N' TO WS-AUTH-OPEN-SW
           END-IF.
      ******************************************************************
       LOAD-AUTH-ENTRY.
           IF WS-AUTH-COUNT < WS-AUTH-MAX
               ADD 1 TO WS-AUTH-COUNT
               MOVE AUTH-SUBMITTER TO WS-AU-SUBMITTER (WS-AUTH-COUNT)
               MOVE AUTH-CATEGORY TO WS-AU-CATEGORY (WS-AUTH-COUNT)
               MOVE AUTH-ADD TO WS-AU-ADD (WS-AUTH-COUNT)
               MOVE AUTH-CHANGE TO WS-AU-CHANGE (WS-AUTH-COUNT)
               MOVE AUTH-CLOSE TO WS-AU-CLOSE (WS-AUTH-COUNT)
               MOVE AUTH-DELETE TO WS-AU-DELETE (WS-AUTH-COUNT)
           ELSE
               MOVE 'Y' TO WS-AUTH-OVFL-SW
           END-IF
           READ AUTHFILE
               AT END
                   MOVE 'Y' TO AUTH-EOF-SWITCH
           END-READ.
      ******************************************************************
       LOOKUP-AUTH.
           MOVE 'N' TO WS-AUTH-FOUND-SW.
           MOVE ZERO TO WS-AU-HIT.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND-SW = 'Y'
               IF WS-AU-SUBMITTER (WS-AU-IDX) = TRAN-SUBMITTER
                       AND WS-AU-CATEGORY (WS-AU-IDX)
                           = WS-AUTH-WORK-CATEGORY
                   MOVE 'Y' TO WS-AUTH-FOUND-SW
                   MOVE WS-AU-IDX TO WS-AU-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND-SW = 'Y'
               IF WS-AU-SUBMITTER (WS-AU-IDX) = TRAN-SUBMITTER
                       AND WS-AU-CATEGORY (WS-AU-IDX) = '*'
                   MOVE 'Y' TO WS-AUTH-FOUND-SW
                   MOVE WS-AU-IDX TO WS-AU-HIT
               END-IF
           END-PERFORM.
      ******************************************************************
       WRITE-HISTORY-RECORD.
           MOVE TRAN-RECORD-ID TO HIST-RECORD-ID.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE-NUM.
           MOVE TRAN-CODE TO HIST-TRAN-CODE.
           MOVE TRAN-SUBMITTER TO HIST-SUBMITTER.
           WRITE TLOG-HISTORY-RECORD.
      ******************************************************************
      * The notes continuation file rides beside the master through
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
           END-PERFORM.
      ******************************************************************
      * The link file rides beside the master the same way as the
      * notes. It is also read once up front into a table of every
      * link on file, kept current as links are added and removed,
      * which the circular-link check walks; a file too big for the
      * table is still carried forward whole, but the check can only
      * see the links that fit.
       LOAD-LINK-TABLE.
           MOVE ZERO TO WS-LINK-COUNT.
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
           MOVE 'N' TO LINK-EOF-SWITCH.
      ******************************************************************
       LOAD-LINK-ENTRY.
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
       OPEN-LINK-FILE.
           MOVE 'N' TO WS-LINK-OPEN-SW.
           OPEN INPUT LINKFILE
           IF WS-LINK-STATUS = '00'
               MOVE 'Y' TO WS-LINK-OPEN-SW
           ELSE
               MOVE 'Y' TO LINK-EOF-SWITCH
           END-IF.
      ******************************************************************
       READ-LINK.
           IF WS-LINK-OPEN-SW = 'Y'
               READ LINKFILE
                   AT END
                       MOVE 'Y' TO LINK-EOF-SWITCH
               END-READ
           END-IF.
      ******************************************************************
       CARRY-LINKS-FORWARD.
           MOVE TEST-RECORD-ID TO WS-LINK-SYNC-ID.
           PERFORM SYNC-LINKS-LOW.
           PERFORM COPY-LINKS-EQUAL.
      ******************************************************************
       SYNC-LINKS-LOW.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
                   OR LINK-RECORD-ID >= WS-LINK-SYNC-ID
               PERFORM COPY-LINK-RECORD
               PERFORM READ-LINK
           END-PERFORM.
      ******************************************************************
       COPY-LINKS-EQUAL.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
                   OR LINK-RECORD-ID NOT = WS-LINK-SYNC-ID
               PERFORM COPY-LINK-RECORD
               PERFORM READ-LINK
           END-PERFORM.
      ******************************************************************
      * Copies the record's links that sort ahead of the blocker on
      * the transaction, leaving the file positioned where that
      * blocker's link is or would be.
       COPY-LINKS-BELOW.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
                   OR LINK-RECORD-ID NOT = WS-LINK-SYNC-ID
                   OR LINK-BLOCKER-ID >= TRAN-BLOCKER-ID
               PERFORM COPY-LINK-RECORD
               PERFORM READ-LINK
           END-PERFORM.
      ******************************************************************
       SKIP-LINKS-EQUAL.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
                   OR LINK-RECORD-ID NOT = WS-LINK-SYNC-ID
               PERFORM READ-LINK
           END-PERFORM.
      ******************************************************************
       COPY-LINK-RECORD.
           MOVE TLOG-LINK-RECORD TO LINKOUT-RECORD.
           WRITE LINKOUT-RECORD.
      ******************************************************************
       COPY-REMAINING-LINKS.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
               PERFORM COPY-LINK-RECORD
               PERFORM READ-LINK
           END-PERFORM.
      ******************************************************************
       APPLY-LINK-TRAN.
           PERFORM CHECK-LINK-BLOCKER.
           IF WS-LINK-VALID-SW = 'Y'
               PERFORM COPY-LINKS-BELOW
               IF LINK-EOF-SWITCH = 'N'
                       AND LINK-RECORD-ID = TRAN-RECORD-ID
                       AND LINK-BLOCKER-ID = TRAN-BLOCKER-ID
                   MOVE 'N' TO WS-LINK-VALID-SW
                   MOVE 'LINK ALREADY ON FILE' TO WS-TRAN-REASON
               END-IF
           END-IF.
           PERFORM COPY-NOTES-EQUAL.
           PERFORM COPY-MASTER-RECORD.
           IF WS-LINK-VALID-SW = 'Y'
               MOVE TRAN-RECORD-ID TO LINK-OUT-RECORD-ID
               MOVE TRAN-BLOCKER-ID TO LINK-OUT-BLOCKER-ID
               MOVE WS-RUN-DATE TO LINK-OUT-DATE
               WRITE LINKOUT-RECORD
               PERFORM ADD-LINK-ENTRY
               MOVE 'LINKED' TO WS-TRAN-ACTION
               MOVE SPACES TO WS-TRAN-REASON
               PERFORM WRITE-TRAN-LOG
               MOVE 'LINK' TO HIST-FIELD-NAME
               MOVE SPACES TO HIST-OLD-VALUE
               MOVE TRAN-BLOCKER-ID TO HIST-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-LINK-ADD-COUNT
           ELSE
               MOVE 'REJECTED' TO WS-TRAN-ACTION
               PERFORM WRITE-TRAN-LOG
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      ******************************************************************
       APPLY-UNLINK-TRAN.
           MOVE 'N' TO WS-LINK-VALID-SW.
           IF TRAN-BLOCKER-ID NOT NUMERIC
               MOVE 'INVALID BLOCKER ID' TO WS-TRAN-REASON
           ELSE
               PERFORM COPY-LINKS-BELOW
               IF LINK-EOF-SWITCH = 'N'
                       AND LINK-RECORD-ID = TRAN-RECORD-ID
                       AND LINK-BLOCKER-ID = TRAN-BLOCKER-ID
                   MOVE 'Y' TO WS-LINK-VALID-SW
                   PERFORM READ-LINK
               ELSE
                   MOVE 'LINK NOT ON FILE' TO WS-TRAN-REASON
               END-IF
           END-IF.
           PERFORM COPY-NOTES-EQUAL.
           PERFORM COPY-MASTER-RECORD.
           IF WS-LINK-VALID-SW = 'Y'
               PERFORM DROP-LINK-ENTRY
               MOVE 'UNLINKED' TO WS-TRAN-ACTION
               MOVE SPACES TO WS-TRAN-REASON
               PERFORM WRITE-TRAN-LOG
               MOVE 'UNLINK' TO HIST-FIELD-NAME
               MOVE TRAN-BLOCKER-ID TO HIST-OLD-VALUE
               MOVE SPACES TO HIST-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-UNLINK-COUNT
           ELSE
               MOVE 'REJECTED' TO WS-TRAN-ACTION
               PERFORM WRITE-TRAN-LOG
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      ******************************************************************
      * A blocker must be a real test - on the master as it stood at
      * the start of the run, or on the archive - and must not already
      * be waiting, directly or down its own chain, on the test being
      * linked.
       CHECK-LINK-BLOCKER.
           MOVE 'Y' TO WS-LINK-VALID-SW.
           IF TRAN-BLOCKER-ID NOT NUMERIC
                   OR TRAN-BLOCKER-ID = ZERO
               MOVE 'N' TO WS-LINK-VALID-SW
               MOVE 'INVALID BLOCKER ID' TO WS-TRAN-REASON
           ELSE
           IF TRAN-BLOCKER-ID = TRAN-RECORD-ID
               MOVE 'N' TO WS-LINK-VALID-SW
               MOVE 'CIRCULAR LINK' TO WS-TRAN-REASON
           ELSE
               PERFORM FIND-BLOCKER
               IF WS-BLOCKER-FOUND-SW = 'N'
                   MOVE 'N' TO WS-LINK-VALID-SW
                   MOVE 'BLOCKER NOT ON MASTER/ARCHIVE'
                       TO WS-TRAN-REASON
               ELSE
                   PERFORM CHECK-LINK-CYCLE
                   IF WS-CYCLE-SW = 'Y'
                       MOVE 'N' TO WS-LINK-VALID-SW
                       MOVE 'CIRCULAR LINK' TO WS-TRAN-REASON
                   END-IF
               END-IF
           END-IF
           END-IF.
      ******************************************************************
       FIND-BLOCKER.
           MOVE 'N' TO WS-BLOCKER-FOUND-SW.
           MOVE TRAN-BLOCKER-ID TO LKUP-RECORD-ID.
           READ LKUPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLOCKER-FOUND-SW
           END-READ.
           IF WS-BLOCKER-FOUND-SW = 'N'
               PERFORM SCAN-ARCHIVE
           END-IF.
      ******************************************************************
       SCAN-ARCHIVE.
           MOVE 'N' TO ARCH-EOF-SWITCH.
           OPEN INPUT ARCHFILE
           IF WS-ARCH-STATUS = '00'
               READ ARCHFILE
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-READ
               PERFORM SCAN-ARCHIVE-RECORD
                   UNTIL ARCH-EOF-SWITCH = 'Y'
               CLOSE ARCHFILE
           END-IF.
      ******************************************************************
       SCAN-ARCHIVE-RECORD.
           IF ARCH-RECORD-ID = TRAN-BLOCKER-ID
               MOVE 'Y' TO WS-BLOCKER-FOUND-SW
               MOVE 'Y' TO ARCH-EOF-SWITCH
           ELSE
               READ ARCHFILE
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-READ
           END-IF.
      ******************************************************************
      * Walks everything the new blocker is itself waiting on, chain
      * by chain; reaching the test being linked means the new link
      * would close a circle.
       CHECK-LINK-CYCLE.
           MOVE 'N' TO WS-CYCLE-SW.
           MOVE 1 TO WS-CHAIN-COUNT.
           MOVE TRAN-BLOCKER-ID TO WS-CH-RECORD-ID (1).
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHAIN-COUNT
                      OR WS-CYCLE-SW = 'Y'
               PERFORM FOLLOW-CHAIN-ENTRY
           END-PERFORM.
      ******************************************************************
       FOLLOW-CHAIN-ENTRY.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-RECORD-ID (WS-LK-IDX)
                       = WS-CH-RECORD-ID (WS-CH-IDX)
                   IF WS-LK-BLOCKER-ID (WS-LK-IDX) = TRAN-RECORD-ID
                       MOVE 'Y' TO WS-CYCLE-SW
                   ELSE
                       PERFORM ADD-CHAIN-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       ADD-CHAIN-ENTRY.
           MOVE 'N' TO WS-CH-FOUND-SW.
           PERFORM VARYING WS-CH-SCAN FROM 1 BY 1
                   UNTIL WS-CH-SCAN > WS-CHAIN-COUNT
               IF WS-CH-RECORD-ID (WS-CH-SCAN)
                       = WS-LK-BLOCKER-ID (WS-LK-IDX)
                   MOVE 'Y' TO WS-CH-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CH-FOUND-SW = 'N'
                   AND WS-CHAIN-COUNT < WS-LINK-MAX
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-LK-BLOCKER-ID (WS-LK-IDX)
                   TO WS-CH-RECORD-ID (WS-CHAIN-COUNT)
           END-IF.
      ******************************************************************
       ADD-LINK-ENTRY.
           IF WS-LINK-COUNT < WS-LINK-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE TRAN-RECORD-ID TO WS-LK-RECORD-ID (WS-LINK-COUNT)
               MOVE TRAN-BLOCKER-ID
                   TO WS-LK-BLOCKER-ID (WS-LINK-COUNT)
           ELSE
               MOVE 'Y' TO WS-LINK-OVFL-SW
           END-IF.
      ******************************************************************
      * A removed link is zeroed in place; no test has ID zero, so the
      * chain walk never follows it again.
       DROP-LINK-ENTRY.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-RECORD-ID (WS-LK-IDX) = TRAN-RECORD-ID
                       AND WS-LK-BLOCKER-ID (WS-LK-IDX)
                           = TRAN-BLOCKER-ID
                   MOVE ZERO TO WS-LK-RECORD-ID (WS-LK-IDX)
                   MOVE ZERO TO WS-LK-BLOCKER-ID (WS-LK-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
       DROP-RECORD-LINKS.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-RECORD-ID (WS-LK-IDX) = TRAN-RECORD-ID
                   MOVE ZERO TO WS-LK-RECORD-ID (WS-LK-IDX)
                   MOVE ZERO TO WS-LK-BLOCKER-ID (WS-LK-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
       WRITE-TRAN-LOG.
           MOVE TRAN-RECORD-ID TO TLOG-ID-OUT.
           MOVE TRAN-CODE TO TLOG-CODE-OUT.
           MOVE WS-TRAN-ACTION TO TLOG-ACTION-OUT.
           MOVE WS-TRAN-REASON TO TLOG-REASON-OUT.
           MOVE TRAN-SUBMITTER TO TLOG-SUBMITTER-OUT.
           MOVE TRAN-LOG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'TLOGMAINT' TO DISP-STEP.
           MOVE WS-TRAN-ACTION TO DISP-ACTION.
           MOVE WS-TRAN-REASON TO DISP-REASON.
           WRITE TLOG-DISP-RECORD.
           IF WS-TRAN-ACTION = 'REJECTED'
               PERFORM WRITE-SUSPENSE-REJECT
           END-IF.
      ******************************************************************
      * The suspense key is given by TLOGSUSU, which knows whether
      * the transaction is already in suspense; here it is only the
      * image, the reason and the date.
       WRITE-SUSPENSE-REJECT.
           MOVE WS-RUN-DATE TO SUSP-FIRST-DATE.
           MOVE ZERO TO SUSP-ITEM-SEQ.
           MOVE WS-RUN-DATE TO SUSP-LAST-DATE.
           MOVE ZERO TO SUSP-RETRY-COUNT.
           MOVE WS-TRAN-REASON TO SUSP-REASON.
           MOVE TLOG-TRANSACTION TO SUSP-TRAN-IMAGE.
           WRITE TLOG-SUSPENSE-RECORD.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND BALFILE
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
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-STAFF-OVFL-SW = 'Y'
               MOVE STAFF-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-AUTH-OVFL-SW = 'Y'
               MOVE AUTH-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           MOVE WS-APPLIED-COUNT TO SUM-APPLIED-OUT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-OUT.
           MOVE WS-DELETE-COUNT TO SUM-DELETE-OUT.
           MOVE WS-LINK-ADD-COUNT TO SUM-LINK-ADD-OUT.
           MOVE WS-UNLINK-COUNT TO SUM-UNLINK-OUT.
           MOVE WS-UNAUTH-COUNT TO SUM-UNAUTH-OUT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-5 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-6 TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-LINK-OVFL-SW = 'Y'
               MOVE LINK-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      ******************************************************************
