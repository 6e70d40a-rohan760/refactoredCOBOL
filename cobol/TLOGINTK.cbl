      * layout in TLOGCATR.cpy, maintained by TLOGCMNT), the same
      * check TLOGEDIT applies to the master; the reference file is
      * optional and the check is skipped until it is first loaded.
      * An engineer named in field 10 must be an active entry on the
      * engineer/staff reference file (TLOGSTF, layout in
      * TLOGSTFR.cpy, maintained by TLOGSMNT), and an add row that
      * leaves the email blank has it filled in from the author's
      * staff entry; the staff file is optional the same way.
      * Every inbound row, converted or rejected, is also journaled
      * to the machine-readable disposition file (INTKDISP, layout in
      * TLOGDISP.cpy) that TLOGACK matches against TLOGMAINT's
      * layout in TLOGRSLT.cpy) with a pass/fail flag computed
      * against the limits; a resubmitted measurement replaces the
      * stored one. Values carry an optional sign and decimal point,
      * up to seven integer and four decimal places. The results
      * file is updated in place, so this step runs only after
      * TLOGBKUP has taken the night's pre-update backup.
      * Every transaction built here carries the lab system's own
      * submitter ID (LABSYS) in TRAN-SUBMITTER, so TLOGMAINT checks
      * it against the authorization file (TLOGAUTH) like any keyed
      * transaction and TLOGHIST records the lab as the source.
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
           SELECT DISPFILE ASSIGN TO INTKDISP.
           SELECT RSLTFILE ASSIGN TO TLOGRSLT
               ORGANIZATION IS INDEXED
       FD TRANFILE
           RECORDING MODE F.

       01  TRANFILE-RECORD             PIC X(1324).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.
       01  SORT-TRAN-RECORD.
           05  SORT-TRAN-CODE          PIC X(1).
           05  SORT-TRAN-RECORD-ID     PIC 9(6).
           05  FILLER                  PIC X(1317).
      ******************************************************************
       FD CATFILE.

       COPY TLOGCATR.
      ******************************************************************
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       FD DISPFILE
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
           05  WS-CONVERTED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-LAB-LINE                 PIC X(2000).
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAB-SUBMITTER            PIC X(8) VALUE 'LABSYS'.
       01  WS-RSLT-CONTROL.
           05  WS-RSLT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-DECIMAL-PARSE.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGINTK'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGBKUP'.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SELF-END-SW          PIC X(1) VALUE 'N'.
           05  WS-PRED-END-SW          PIC X(1) VALUE 'N'.
               VALUE '*** CATEGORY REFERENCE EXC'.
           05  FILLER                  PIC X(30)
               VALUE 'EEDS TABLE - CHECK SKIPPED ***'.
       01  STAFF-WARN-LINE.
           05  FILLER                  PIC X(26)
               VALUE '*** STAFF REFERENCE EXCEED'.
           05  FILLER                  PIC X(30)
               VALUE 'S TABLE - CHECK SKIPPED ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'ROWS READ            :'.
           PERFORM WRITE-RUN-START
           PERFORM OPEN-RSLT-FILE
           PERFORM LOAD-CATREF
           PERFORM LOAD-STAFF
           PERFORM PRINT-TITLE
           SORT SORTFILE
               ON ASCENDING KEY SORT-TRAN-RECORD-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID PRIORITY VALUE' TO WS-REJECT-REASON
           END-IF.
           IF WS-VALID-SW = 'Y' AND WS-STAFF-OPEN-SW = 'Y'
                   AND WS-FIELD-COUNT >= 10
                   AND WS-FLD-TEXT (10) NOT = SPACES
               MOVE WS-FLD-TEXT (10) (1:28) TO WS-WORK-STAFF-NAME
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
           IF WS-VALID-SW = 'Y' AND WS-PARSE-POS <= WS-LINE-LEN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TOO MANY FIELDS' TO WS-REJECT-REASON
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
      * Accepts YYYYMMDD or YYYY-MM-DD and proves it is a real
      * calendar date, February leap years included.
       VALIDATE-DATE-FIELD.
      ******************************************************************
       BUILD-TRANSACTION.
           MOVE SPACES TO TLOG-TRANSACTION.
           MOVE WS-LAB-SUBMITTER TO TRAN-SUBMITTER.
           IF WS-FLD-TEXT (1) (1:1) = 'C'
               MOVE 'C' TO TRAN-CODE
           ELSE
           MOVE WS-FLD-TEXT (5) (1:28) TO TRAN-GROUP.
           MOVE WS-FLD-TEXT (6) (1:28) TO TRAN-AUTHOR.
           MOVE WS-FLD-TEXT (7) (1:28) TO TRAN-EMAIL.
           IF TRAN-CODE-ADD AND TRAN-EMAIL = SPACES
                   AND TRAN-AUTHOR NOT = SPACES
                   AND WS-STAFF-OPEN-SW = 'Y'
               MOVE TRAN-AUTHOR TO WS-WORK-STAFF-NAME
               PERFORM LOOKUP-STAFF
               IF WS-STAFF-FOUND-SW = 'Y'
                   MOVE WS-SF-EMAIL (WS-SF-HIT) TO TRAN-EMAIL
               END-IF
           END-IF.
           MOVE WS-FLD-TEXT (8) (1:66) TO TRAN-SUBJECT.
           IF WS-FIELD-COUNT >= 9
               MOVE WS-FLD-TEXT (9) (1:8) TO TRAN-STATUS
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
               MOVE CATREF-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-STAFF-OVFL-SW = 'Y'
               MOVE STAFF-WARN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
