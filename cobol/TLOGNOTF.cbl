      * under the nightly run-control file (TLOGRUNC) behind
      * TLOGMAINT, so it notifies off the applied master and a
      * second run the same night refuses instead of re-mailing
      * everyone. A BLOCKED entry with "blocked by" links on the
      * TLOGLINK dependency file whose direct blockers are all
      * RESOLVED, CLOSED or off the master goes out as a READY TO
      * UNBLOCK item in the same message, every night until someone
      * moves it out of BLOCKED; those items do not pass through the
      * sent log, since the point is to keep asking. When an
      * escalated item goes out to an engineer, a copy goes to that
      * engineer's manager as named on the engineer/staff reference
      * file (TLOGSTF, layout in TLOGSTFR.cpy): the manager's own
      * message lists it as ESCALATED - CC with the engineer's name
      * beside it. The staff file is optional; without it, or for an
      * engineer with no manager on file, no copy is made.
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
           SELECT LKUPFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKUP-RECORD-ID
               FILE STATUS IS WS-LKUP-STATUS.
           SELECT STFFILE ASSIGN TO TLOGSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STFR-NAME
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK.

       DATA DIVISION.
           RECORDING MODE F.

       COPY TLOGRUNC.
      ******************************************************************
       FD LINKFILE.

       COPY TLOGLINK.
      ******************************************************************
       FD LKUPFILE.

       01  LKUP-RECORD.
           05  LKUP-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(1264).
           05  LKUP-STATUS             PIC X(8).
               88  LKUP-STATUS-ACTIVE      VALUE 'OPEN'
                                                 'INPROG'
                                                 'BLOCKED'.
           05  FILLER                  PIC X(37).
      ******************************************************************
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       SD SORTFILE.

           05  SORT-TARGET-DATE        PIC 9(8).
           05  SORT-AGE-DAYS           PIC 9(5).
           05  SORT-SUBJECT            PIC X(66).
           05  SORT-ENGR               PIC X(28).
      ******************************************************************

       WORKING-STORAGE SECTION.
           05  WS-NOTIFY-SW            PIC X(1) VALUE 'N'.
           05  WS-MSG-OPEN-SW          PIC X(1) VALUE 'N'.
           05  WS-PAST-TARGET-SW       PIC X(1) VALUE 'N'.
           05  LINK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-LINK-OVFL-SW         PIC X(1) VALUE 'N'.
           05  WS-HAS-LINK-SW          PIC X(1) VALUE 'N'.
           05  WS-ALL-DONE-SW          PIC X(1) VALUE 'N'.
           05  STAFF-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-STAFF-FOUND-SW       PIC X(1) VALUE 'N'.
           05  WS-STAFF-OVFL-SW        PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SENT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SENT-ENTRY           OCCURS 5000 TIMES.
               10  WS-SN-RECORD-ID         PIC 9(6).
               10  WS-SN-BUCKET            PIC X(1).
       01  WS-LINK-CONTROL.
           05  WS-LINK-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LKUP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LINK-MAX             PIC 9(4) VALUE 5000.
           05  WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-LK-IDX               PIC 9(4) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY           OCCURS 5000 TIMES.
               10  WS-LK-RECORD-ID         PIC 9(6).
               10  WS-LK-BLOCKER-ID        PIC 9(6).
       01  WS-STAFF-CONTROL.
           05  WS-STAFF-STATUS         PIC X(2) VALUE SPACES.
           05  WS-STAFF-MAX            PIC 9(4) VALUE 1000.
           05  WS-STAFF-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-SF-IDX               PIC 9(4) VALUE ZERO.
           05  WS-SF-HIT               PIC 9(4) VALUE ZERO.
       01  WS-STAFF-TABLE.
           05  WS-STAFF-ENTRY          OCCURS 1000 TIMES.
               10  WS-SF-NAME              PIC X(28).
               10  WS-SF-MANAGER           PIC X(28).
       01  WS-BREAK-CONTROL.
           05  WS-CURR-RECIPIENT       PIC X(28) VALUE SPACES.
       01  WS-COUNTERS.
           05  WS-NOTIFIED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-MESSAGE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-UNBLOCK-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-MGR-COPY-COUNT       PIC 9(6) VALUE ZERO.
       01  MSG-TO-LINE.
           05  FILLER                  PIC X(6)
               VALUE 'TO:   '.
       01  MSG-HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(18)
               VALUE  'REASON'.
           05  FILLER                  PIC X(12)
               VALUE  'TARGET'.
           05  FILLER                  PIC X(8)
               VALUE  'DAYS'.
           05  FILLER                  PIC X(68)
               VALUE  'SUBJECT'.
           05  FILLER                  PIC X(28)
               VALUE  'ENGINEER'.
       01  MSG-ITEM-LINE.
           05  MSG-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSG-REASON-OUT          PIC X(16).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSG-TARGET-OUT.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSG-SUBJECT-OUT         PIC X(66).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MSG-ENGR-OUT            PIC X(28).
       01  MSG-END-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'END OF MESSAGE'.
               VALUE '*** SENT LOG EXCEEDS TABLE'.
           05  FILLER                  PIC X(30)
               VALUE ' - ITEMS MAY RE-NOTIFY ***'.
       01  LINK-WARN-LINE.
           05  FILLER                  PIC X(27)
               VALUE '*** LINK FILE EXCEEDS TABLE'.
           05  FILLER                  PIC X(35)
               VALUE ' - UNBLOCK ITEMS MAY BE MISSED ***'.
       01  STAFF-WARN-LINE.
           05  FILLER                  PIC X(28)
               VALUE '*** STAFF FILE EXCEEDS TABLE'.
           05  FILLER                  PIC X(36)
               VALUE ' - MANAGER COPIES MAY BE MISSED ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'ACTIVE RECORDS READ  :'.
           05  FILLER                  PIC X(22)
               VALUE  'MESSAGES WRITTEN     :'.
           05  SUM-MESSAGE-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'READY TO UNBLOCK     :'.
           05  SUM-UNBLOCK-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                  PIC X(22)
               VALUE  'MANAGER COPIES       :'.
           05  SUM-MGR-COPY-OUT        PIC ZZZ,ZZ9.

       LINKAGE SECTION.

           OPEN INPUT INFILE
           OPEN OUTPUT EXTFILE
           OPEN OUTPUT SENTOUT
           OPEN INPUT LKUPFILE
           PERFORM WRITE-RUN-START
           PERFORM READ-PARM
           PERFORM LOAD-SENT-LOG
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-STAFF
           SORT SORTFILE
               ON ASCENDING KEY SORT-RECIPIENT
                                SORT-RECORD-ID
               OUTPUT PROCEDURE IS NOTIFY-OUT
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-RUN-END
           CLOSE INFILE EXTFILE RPTFILE SENTOUT LKUPFILE
           STOP RUN.
      ******************************************************************
       READ-PARM.
               AT END
                   MOVE 'Y' TO SENT-EOF-SWITCH
           END-READ.
      ******************************************************************
      * The link file is optional, like the sent log; with no links
      * on file there is nothing ready to unblock.
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
      * The staff file is optional, like the link file; with no
      * staff on file no manager copies are made.
       LOAD-STAFF.
           OPEN INPUT STFFILE
           IF WS-STAFF-STATUS = '00'
               READ STFFILE
                   AT END
                       MOVE 'Y' TO STAFF-EOF-SWITCH
               END-READ
               PERFORM LOAD-STAFF-ENTRY
                   UNTIL STAFF-EOF-SWITCH = 'Y'
               CLOSE STFFILE
           END-IF.
      ******************************************************************
       LOAD-STAFF-ENTRY.
           IF WS-STAFF-COUNT < WS-STAFF-MAX
               ADD 1 TO WS-STAFF-COUNT
               MOVE STFR-NAME TO WS-SF-NAME (WS-STAFF-COUNT)
               MOVE STFR-MANAGER TO WS-SF-MANAGER (WS-STAFF-COUNT)
           ELSE
               MOVE 'Y' TO WS-STAFF-OVFL-SW
           END-IF
           READ STFFILE
               AT END
                   MOVE 'Y' TO STAFF-EOF-SWITCH
           END-READ.
      ******************************************************************
       OVERDUE-FEED.
           READ INFILE
                   IF WS-NOTIFY-SW = 'Y'
                       PERFORM RELEASE-OVERDUE-ITEM
                       ADD 1 TO WS-NOTIFIED-COUNT
                       IF WS-ITEM-BUCKET = 'E'
                               AND TEST-ASSIGNED-ENGR NOT = SPACES
                           PERFORM RELEASE-MANAGER-COPY
                       END-IF
                   ELSE
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   END-IF
               END-IF
               IF TEST-STATUS-BLOCKED
                   PERFORM CHECK-READY-TO-UNBLOCK
                   IF WS-HAS-LINK-SW = 'Y' AND WS-ALL-DONE-SW = 'Y'
                       MOVE 'U' TO WS-ITEM-BUCKET
                       PERFORM RELEASE-OVERDUE-ITEM
                       ADD 1 TO WS-UNBLOCK-COUNT
                   END-IF
               END-IF
           END-IF
           READ INFILE
               AT END
           IF WS-SN-FOUND-BUCKET = 'T' AND WS-ITEM-BUCKET = 'T'
               MOVE 'N' TO WS-NOTIFY-SW
           END-IF.
      ******************************************************************
      * A blocked entry is ready to unblock when it has at least one
      * link and every test it waits on directly is RESOLVED, CLOSED,
      * or no longer on the master (archived or deleted).
       CHECK-READY-TO-UNBLOCK.
           MOVE 'N' TO WS-HAS-LINK-SW.
           MOVE 'Y' TO WS-ALL-DONE-SW.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-RECORD-ID (WS-LK-IDX) = TEST-RECORD-ID
                   MOVE 'Y' TO WS-HAS-LINK-SW
                   PERFORM CHECK-ONE-BLOCKER
               END-IF
           END-PERFORM.
      ******************************************************************
       CHECK-ONE-BLOCKER.
           MOVE WS-LK-BLOCKER-ID (WS-LK-IDX) TO LKUP-RECORD-ID.
           READ LKUPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LKUP-STATUS-ACTIVE
                       MOVE 'N' TO WS-ALL-DONE-SW
                   END-IF
           END-READ.
      ******************************************************************
       WRITE-SENT-OUT.
           MOVE TEST-RECORD-ID TO SENT-OUT-RECORD-ID.
           MOVE TEST-TARGET-DATE-NUM TO SORT-TARGET-DATE.
           MOVE WS-AGE-DAYS TO SORT-AGE-DAYS.
           MOVE TEST-SUBJECT TO SORT-SUBJECT.
           MOVE SPACES TO SORT-ENGR.
           RELEASE SORT-NOTF-RECORD.
      ******************************************************************
      * The copy rides in the manager's own message as bucket 'M',
      * carrying the engineer's name so the manager can see whose
      * item it is. An engineer listed as their own manager gets no
      * second copy.
       RELEASE-MANAGER-COPY.
           MOVE 'N' TO WS-STAFF-FOUND-SW.
           MOVE ZERO TO WS-SF-HIT.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-STAFF-COUNT
                   OR WS-STAFF-FOUND-SW = 'Y'
               IF WS-SF-NAME (WS-SF-IDX) = TEST-ASSIGNED-ENGR
                   MOVE 'Y' TO WS-STAFF-FOUND-SW
                   MOVE WS-SF-IDX TO WS-SF-HIT
               END-IF
           END-PERFORM.
           IF WS-STAFF-FOUND-SW = 'Y'
                   AND WS-SF-MANAGER (WS-SF-HIT) NOT = SPACES
                   AND WS-SF-MANAGER (WS-SF-HIT)
                       NOT = TEST-ASSIGNED-ENGR
               MOVE WS-SF-MANAGER (WS-SF-HIT) TO SORT-RECIPIENT
               MOVE 'N' TO SORT-UNASSIGNED-SW
               MOVE TEST-RECORD-ID TO SORT-RECORD-ID
               MOVE 'M' TO SORT-BUCKET
               MOVE SPACES TO SORT-EMAIL
               MOVE TEST-TARGET-DATE-NUM TO SORT-TARGET-DATE
               MOVE WS-AGE-DAYS TO SORT-AGE-DAYS
               MOVE TEST-SUBJECT TO SORT-SUBJECT
               MOVE TEST-ASSIGNED-ENGR TO SORT-ENGR
               RELEASE SORT-NOTF-RECORD
               ADD 1 TO WS-MGR-COPY-COUNT
           END-IF.
      ******************************************************************
       NOTIFY-OUT.
           RETURN SORTFILE
      ******************************************************************
       WRITE-MESSAGE-ITEM.
           MOVE SORT-RECORD-ID TO MSG-ID-OUT.
           EVALUATE SORT-BUCKET
               WHEN 'E'
                   MOVE 'ESCALATED' TO MSG-REASON-OUT
               WHEN 'U'
                   MOVE 'READY TO UNBLOCK' TO MSG-REASON-OUT
               WHEN 'M'
                   MOVE 'ESCALATED - CC' TO MSG-REASON-OUT
               WHEN OTHER
                   MOVE 'PAST TARGET' TO MSG-REASON-OUT
           END-EVALUATE.
           MOVE SORT-TARGET-DATE TO WS-TARGET-SPLIT-NUM.
           IF WS-TARGET-SPLIT-NUM = ZERO
               MOVE '    ' TO MSG-TGT-YEAR-OUT
           END-IF.
           MOVE SORT-AGE-DAYS TO MSG-DAYS-OUT.
           MOVE SORT-SUBJECT TO MSG-SUBJECT-OUT.
           MOVE SORT-ENGR TO MSG-ENGR-OUT.
           MOVE MSG-ITEM-LINE TO EXT-RECORD.
           WRITE EXT-RECORD.
      ******************************************************************
      * run-control file today, or whose predecessor step has not,
      * refuses to start with RETURN-CODE 12. Re-running this step
      * would re-mail every recipient their full overdue list, so it
      * carries the same guard as the file-handoff steps. A RESET
      * record written by TLOGRBCK after a rollback clears what
      * went before it for that night, so the stream can run again.
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-SELF-END-SW.
           MOVE 'N' TO WS-PRED-END-SW.
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
               MOVE SENT-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-LINK-OVFL-SW = 'Y'
               MOVE LINK-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-STAFF-OVFL-SW = 'Y'
               MOVE STAFF-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ACTIVE-COUNT TO SUM-ACTIVE-OUT.
           MOVE WS-NOTIFIED-COUNT TO SUM-NOTIFIED-OUT.
           MOVE WS-SUPPRESSED-COUNT TO SUM-SUPPRESSED-OUT.
           MOVE WS-MESSAGE-COUNT TO SUM-MESSAGE-OUT.
           MOVE WS-UNBLOCK-COUNT TO SUM-UNBLOCK-OUT.
           MOVE WS-MGR-COPY-COUNT TO SUM-MGR-COPY-OUT.
           MOVE SUMMARY-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-5 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-6 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-7 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
