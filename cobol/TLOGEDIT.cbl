      * TLOGCATR.cpy, maintained by TLOGCMNT); a pair not on the
      * reference is rejected. The reference file is optional - until
      * it is first loaded the pair check is skipped, the same
      * optional-file handling TLOGSUM uses for TLOGYEST. Active
      * work is also checked against the engineer/staff reference
      * file (TLOGSTF, layout in TLOGSTFR.cpy, maintained by
      * TLOGSMNT): an OPEN, INPROG or BLOCKED record assigned to an
      * engineer who is not on the file, or who is inactive, is
      * rejected, and a blank TEST-EMAIL is filled in on TLOGOK from
      * the author's staff entry. Resolved and closed work keeps the
      * name it was finished under. The staff file is optional in
      * the same way as the category reference.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CATR-KEY
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT STFFILE ASSIGN TO TLOGSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STFR-NAME
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       FD CATFILE.

       COPY TLOGCATR.
      ******************************************************************
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       FD RUNCFILE
           RECORDING MODE F.
           05  WS-CATREF-OPEN-SW       PIC X(1) VALUE 'N'.
           05  WS-CATREF-FOUND-SW      PIC X(1) VALUE 'N'.
           05  WS-CATREF-OVFL-SW       PIC X(1) VALUE 'N'.
           05  STAFF-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-STAFF-OPEN-SW        PIC X(1) VALUE 'N'.
           05  WS-STAFF-FOUND-SW       PIC X(1) VALUE 'N'.
           05  WS-STAFF-OVFL-SW        PIC X(1) VALUE 'N'.
       01  WS-CATREF-CONTROL.
           05  WS-CATREF-STATUS        PIC X(2) VALUE SPACES.
           05  WS-CATREF-MAX           PIC 9(4) VALUE 1000.
           05  WS-CATREF-ENTRY         OCCURS 1000 TIMES.
               10  WS-CR-CATEGORY          PIC X(28).
               10  WS-CR-GROUP             PIC X(28).
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
       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-GOOD-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-EMAIL-FILL-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-EDIT-CONTROL.
           05  WS-PREV-ID              PIC 9(6) VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
               VALUE '*** CATEGORY REFERENCE EXC'.
           05  FILLER                  PIC X(30)
               VALUE 'EEDS TABLE - CHECK SKIPPED ***'.
       01  STAFF-WARN-LINE.
           05  FILLER                  PIC X(26)
               VALUE '*** STAFF REFERENCE EXCEED'.
           05  FILLER                  PIC X(30)
               VALUE 'S TABLE - CHECK SKIPPED ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(18)
               VALUE  'RECORDS READ     :'.
           05  FILLER                  PIC X(18)
               VALUE  'RECORDS REJECTED :'.
           05  SUM-REJECT-OUT          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(18)
               VALUE  'EMAILS FILLED IN :'.
           05  SUM-EMAIL-OUT           PIC ZZZ,ZZ9.

       LINKAGE SECTION.

           OPEN OUTPUT GOODFILE
           PERFORM WRITE-RUN-START
           PERFORM LOAD-CATREF
           PERFORM LOAD-STAFF
           PERFORM PRINT-EXCP-TITLE
           READ INFILE
               AT END
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-VALID-SW = 'Y' AND WS-STAFF-OPEN-SW = 'Y'
                   AND TEST-STATUS-ACTIVE
                   AND TEST-ASSIGNED-ENGR NOT = SPACES
               MOVE TEST-ASSIGNED-ENGR TO WS-WORK-STAFF-NAME
               PERFORM LOOKUP-STAFF
               IF WS-STAFF-FOUND-SW = 'N'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ENGINEER NOT ON STAFF FILE'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SF-STATUS (WS-SF-HIT) NOT = 'A'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'ENGINEER INACTIVE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-SW = 'Y' AND TEST-YEAR = 0
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID YEAR' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ID OUT OF ASCENDING ORDER' TO WS-REJECT-REASON
           END-IF.
           IF WS-VALID-SW = 'Y' AND WS-STAFF-OPEN-SW = 'Y'
                   AND TEST-EMAIL = SPACES
                   AND TEST-AUTHOR NOT = SPACES
               MOVE TEST-AUTHOR TO WS-WORK-STAFF-NAME
               PERFORM LOOKUP-STAFF
               IF WS-STAFF-FOUND-SW = 'Y'
                       AND WS-SF-EMAIL (WS-SF-HIT) NOT = SPACES
                   MOVE WS-SF-EMAIL (WS-SF-HIT) TO TEST-EMAIL
                   ADD 1 TO WS-EMAIL-FILL-COUNT
               END-IF
           END-IF.
      ******************************************************************
       LOAD-CATREF.
           MOVE 'N' TO WS-CATREF-OPEN-SW.
                   MOVE 'Y' TO WS-CATREF-FOUND-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      * The staff file is loaded and guarded the same way as the
      * category reference: optional, and switched off rather than
      * half-loaded when it outgrows the table.
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
       WRITE-EXCEPTION.
           MOVE TEST-RECORD-ID TO EXCP-ID-OUT.
           MOVE EXCP-LINE TO EXCP-RECORD.
           WRITE EXCP-RECORD.
      ******************************************************************
      * TLOGBKUP opens the balancing file fresh at the head of the
      * stream; this step and every later one extends it.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND BALFILE
           MOVE 'TLOGEDIT' TO BAL-PROGRAM
           MOVE WS-RUN-DATE TO BAL-RUN-DATE
           MOVE 'READ' TO BAL-COUNTER-NAME
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
               MOVE CATREF-WARN-LINE TO EXCP-RECORD
               WRITE EXCP-RECORD
           END-IF.
           IF WS-STAFF-OVFL-SW = 'Y'
               MOVE STAFF-WARN-LINE TO EXCP-RECORD
               WRITE EXCP-RECORD
           END-IF.
           MOVE SPACES TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE HEADER-3 TO EXCP-RECORD.
           MOVE WS-READ-COUNT TO SUM-READ-OUT.
           MOVE WS-GOOD-COUNT TO SUM-GOOD-OUT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-OUT.
           MOVE WS-EMAIL-FILL-COUNT TO SUM-EMAIL-OUT.
           MOVE SPACES TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE SUMMARY-LINE TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE SUMMARY-LINE-3 TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE SUMMARY-LINE-4 TO EXCP-RECORD.
           WRITE EXCP-RECORD.
      ******************************************************************
