      ******************************************************************
      * PROGRAM-ID : TLOGREAS
      * Bulk reassignment run for the HAYNIE R&D Test Log (TLOG).
      * Reads a one-record parm file (REASPARM, the same pattern as
      * the RESTPARM file TLOGREST reads) naming a departing engineer
      * and a successor, and writes one 'C' transaction per OPEN,
      * INPROG or BLOCKED test on the master assigned to the
      * departing engineer, moving it to the successor and appending
      * a note line that records the move. The transactions go to
      * REASTRAN in TLOGTRAN layout and TRAN-RECORD-ID order, to be
      * merged in behind the night's keyed transactions ahead of
      * TLOGASGN, so TLOGMAINT applies them - and journals each
      * ENGINEER change to TLOGHIST - like any other change. Both
      * names are proved against the engineer/staff reference file
      * (TLOGSTF, layout in TLOGSTFR.cpy) first: the departing
      * engineer must already have been made inactive there by
      * TLOGSMNT, and the successor must be active, otherwise
      * nothing is generated and the run ends with RETURN-CODE 8 (a
      * missing or blank parm ends with RETURN-CODE 12, as in
      * TLOGREST). Every test moved is listed on REASRPT. The
      * transactions name TLOGREAS as their submitter, so TLOGREAS
      * needs the change right on the submitter authorization file
      * (TLOGAUTH) for the categories it moves work in.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGREAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT STFFILE ASSIGN TO TLOGSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STFR-NAME
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT TRANFILE ASSIGN TO REASTRAN.
           SELECT RPTFILE ASSIGN TO REASRPT.
           SELECT PARMFILE ASSIGN TO REASPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE.

       COPY TLOG.
      ******************************************************************
       FD STFFILE.

       COPY TLOGSTFR.
      ******************************************************************
       FD TRANFILE
           RECORDING MODE F.

       01  TRANFILE-RECORD             PIC X(1324).
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-FROM-ENGR          PIC X(28).
           05  PARM-TO-ENGR            PIC X(28).
           05  FILLER                  PIC X(24).
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  TLOG-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-NAMES-OK-SW          PIC X(1) VALUE 'Y'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-STAFF-STATUS         PIC X(2) VALUE SPACES.
           05  WS-FROM-ENGR            PIC X(28) VALUE SPACES.
           05  WS-TO-ENGR              PIC X(28) VALUE SPACES.
       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-MOVED-COUNT          PIC 9(6) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG ENGINEER REASSIGNMENT REPORT'.
       01  FROM-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'FROM:       '.
           05  FROM-ENGR-OUT           PIC X(28).
       01  TO-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'TO:         '.
           05  TO-ENGR-OUT             PIC X(28).
       01  BADPARM-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** NO ENGINEER OR SUCCESSOR NAMED ***'.
       01  REFUSE-LINE.
           05  FILLER                  PIC X(4)
               VALUE '*** '.
           05  REFUSE-TEXT             PIC X(36).
           05  FILLER                  PIC X(30)
               VALUE ' - NOTHING GENERATED ***'.
       01  HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(10)
               VALUE  'STATUS'.
           05  FILLER                  PIC X(12)
               VALUE  'TARGET'.
           05  FILLER                  PIC X(66)
               VALUE  'SUBJECT'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '--------'.
           05  FILLER                  PIC X(10)
               VALUE '----------'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
           05  FILLER                  PIC X(66)
               VALUE ALL '-'.
       01  MOVED-LINE.
           05  MOV-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MOV-STATUS-OUT          PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MOV-TARGET-OUT.
               10  MOV-TGT-YEAR-OUT    PIC X(4).
               10  FILLER              PIC X
                   VALUE '-'.
               10  MOV-TGT-MONTH-OUT   PIC X(2).
               10  FILLER              PIC X
                   VALUE '-'.
               10  MOV-TGT-DAY-OUT     PIC X(2).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  MOV-SUBJECT-OUT         PIC X(66).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'MASTER RECORDS READ  :'.
           05  SUM-READ-OUT            PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'TESTS REASSIGNED     :'.
           05  SUM-MOVED-OUT           PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           PERFORM READ-PARM
           PERFORM PRINT-TITLE
           IF WS-FROM-ENGR = SPACES OR WS-TO-ENGR = SPACES
               MOVE BADPARM-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               CLOSE RPTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-STAFF-NAMES
           IF WS-NAMES-OK-SW = 'N'
               MOVE REFUSE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               CLOSE RPTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INFILE
           OPEN OUTPUT TRANFILE
           PERFORM PRINT-HEADINGS
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ
           PERFORM REASSIGN-LOOP UNTIL TLOG-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           CLOSE INFILE TRANFILE RPTFILE
           STOP RUN.
      ******************************************************************
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-FROM-ENGR TO WS-FROM-ENGR
                       MOVE PARM-TO-ENGR TO WS-TO-ENGR
               END-READ
               CLOSE PARMFILE
           END-IF.
      ******************************************************************
      * The departing engineer must be on the staff file and already
      * inactive - a run against someone still active is far more
      * likely a keying slip than a real departure - and the
      * successor must be active, or TLOGMAINT would reject every
      * transaction generated.
       CHECK-STAFF-NAMES.
           MOVE 'Y' TO WS-NAMES-OK-SW.
           OPEN INPUT STFFILE
           IF WS-STAFF-STATUS NOT = '00'
               MOVE 'N' TO WS-NAMES-OK-SW
               MOVE 'STAFF FILE NOT AVAILABLE' TO REFUSE-TEXT
           END-IF.
           IF WS-NAMES-OK-SW = 'Y' AND WS-FROM-ENGR = WS-TO-ENGR
               MOVE 'N' TO WS-NAMES-OK-SW
               MOVE 'SUCCESSOR SAME AS DEPARTING' TO REFUSE-TEXT
           END-IF.
           IF WS-NAMES-OK-SW = 'Y'
               MOVE WS-FROM-ENGR TO STFR-NAME
               READ STFFILE
                   INVALID KEY
                       MOVE 'N' TO WS-NAMES-OK-SW
                       MOVE 'DEPARTING ENGINEER NOT ON STAFF'
                           TO REFUSE-TEXT
                   NOT INVALID KEY
                       IF STFR-ACTIVE
                           MOVE 'N' TO WS-NAMES-OK-SW
                           MOVE 'DEPARTING ENGINEER STILL ACTIVE'
                               TO REFUSE-TEXT
                       END-IF
               END-READ
           END-IF.
           IF WS-NAMES-OK-SW = 'Y'
               MOVE WS-TO-ENGR TO STFR-NAME
               READ STFFILE
                   INVALID KEY
                       MOVE 'N' TO WS-NAMES-OK-SW
                       MOVE 'SUCCESSOR NOT ON STAFF' TO REFUSE-TEXT
                   NOT INVALID KEY
                       IF NOT STFR-ACTIVE
                           MOVE 'N' TO WS-NAMES-OK-SW
                           MOVE 'SUCCESSOR INACTIVE' TO REFUSE-TEXT
                       END-IF
               END-READ
           END-IF.
           IF WS-STAFF-STATUS = '00' OR WS-STAFF-STATUS = '23'
               CLOSE STFFILE
           END-IF.
      ******************************************************************
       REASSIGN-LOOP.
           ADD 1 TO WS-READ-COUNT.
           IF TEST-STATUS-ACTIVE
                   AND TEST-ASSIGNED-ENGR = WS-FROM-ENGR
               PERFORM WRITE-REASSIGN-TRAN
               PERFORM WRITE-MOVED-LINE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
           READ INFILE
               AT END
                   MOVE 'Y' TO TLOG-EOF-SWITCH
           END-READ.
      ******************************************************************
      * A change transaction carries only what changes: blank text
      * fields and zero dates leave the master as it is.
       WRITE-REASSIGN-TRAN.
           MOVE SPACES TO TLOG-TRANSACTION.
           MOVE 'C' TO TRAN-CODE.
           MOVE TEST-RECORD-ID TO TRAN-RECORD-ID.
           MOVE ZEROS TO TRAN-DATE.
           MOVE ZERO TO TRAN-TARGET-DATE-NUM.
           MOVE WS-TO-ENGR TO TRAN-ASSIGNED-ENGR.
           STRING 'REASSIGNED FROM ' DELIMITED BY SIZE
                  WS-FROM-ENGR DELIMITED BY '  '
                  ' - NO LONGER ACTIVE' DELIMITED BY SIZE
               INTO TRAN-NOTE-1
           END-STRING.
           MOVE 'TLOGREAS' TO TRAN-SUBMITTER.
           MOVE TLOG-TRANSACTION TO TRANFILE-RECORD.
           WRITE TRANFILE-RECORD.
      ******************************************************************
       WRITE-MOVED-LINE.
           MOVE TEST-RECORD-ID TO MOV-ID-OUT.
           MOVE TEST-STATUS TO MOV-STATUS-OUT.
           IF TEST-TARGET-DATE-NUM NUMERIC
                   AND TEST-TARGET-DATE-NUM > ZERO
               MOVE TEST-TARGET-YEAR TO MOV-TGT-YEAR-OUT
               MOVE TEST-TARGET-MONTH TO MOV-TGT-MONTH-OUT
               MOVE TEST-TARGET-DAY TO MOV-TGT-DAY-OUT
           ELSE
               MOVE SPACES TO MOV-TGT-YEAR-OUT
               MOVE SPACES TO MOV-TGT-MONTH-OUT
               MOVE SPACES TO MOV-TGT-DAY-OUT
           END-IF.
           MOVE TEST-SUBJECT TO MOV-SUBJECT-OUT.
           MOVE MOVED-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-FROM-ENGR TO FROM-ENGR-OUT.
           MOVE FROM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TO-ENGR TO TO-ENGR-OUT.
           MOVE TO-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-HEADINGS.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE WS-READ-COUNT TO SUM-READ-OUT.
           MOVE WS-MOVED-COUNT TO SUM-MOVED-OUT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
