      ******************************************************************
      * PROGRAM-ID : TLOGRBCK
      * Rollback program for the HAYNIE R&D Test Log (TLOG), run on
      * request when a night's stream has to be undone. Restores one
      * generation of the pre-update backup TLOGBKUP takes at the
      * head of the stream (backup file TLOGBKUP, layout in
      * TLOGBKUP.cpy) as a set: the master to TLOGNEW, the notes to
      * TLOGNOTN, the results to TLOGRSLN, the links to TLOGLNKN,
      * the suspense file to TLOGSUSN, the recurring-test schedule
      * to TLOGSCHN and the next-ID control record to TLOGNXNW - the
      * same new generations the stream itself hands off - and cuts
      * the TLOGHIST change history back to the length it had when
      * the backup was taken, writing TLOGHSTN, so a rerun does not
      * journal the same changes twice. The generation wanted comes
      * from a one-record parm file (RBCKPARM); a zero or missing
      * parm restores the newest complete generation. Every count
      * restored is proved against the generation's own control
      * record and, when the control-total file (TLOGBAL) still
      * holds that generation's backup step, against TLOGBKUP's
      * counters there; the master count is also proved against
      * TLOGEDIT's READ count for the same night. The proof is
      * printed on the rollback report (RBCKRPT). When everything
      * balances a RESET record for the generation's night is
      * appended to the run-control file (TLOGRUNC), so the double-
      * run protection lets the stream run again; otherwise the run
      * control is left alone and the program ends with RETURN-CODE
      * 8. A generation not on the backup file, or no backup file
      * at all, ends with RETURN-CODE 12 and nothing restored. The
      * archive (TLOGARCH/TLOGARCN) is not part of the backup, so a
      * generation taken before a TLOGPURG or TLOGREST run cannot be
      * put back as a set: when the history being cut holds an
      * ARCHIVED or RESTORED entry, each such ID is listed, the run
      * control is left alone and the program ends with RETURN-CODE
      * 12 - the new generations written must not be handed on.
      * The category/group entries TLOGCMAP writes change only the
      * master and are cut back with it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGRBCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUPFILE ASSIGN TO TLOGBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT OUTFILE ASSIGN TO TLOGNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-RECORD-ID.
           SELECT NOTEOUT ASSIGN TO TLOGNOTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-OUT-KEY.
           SELECT RSLTOUT ASSIGN TO TLOGRSLN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLT-OUT-KEY.
           SELECT LINKOUT ASSIGN TO TLOGLNKN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-OUT-KEY.
           SELECT SUSPOUT ASSIGN TO TLOGSUSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSN-KEY.
           SELECT SCHOUT ASSIGN TO TLOGSCHN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHOUT-ENTRY-ID.
           SELECT NXIDOUT ASSIGN TO TLOGNXNW.
           SELECT HISTFILE ASSIGN TO TLOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTOUT ASSIGN TO TLOGHSTN.
           SELECT BALFILE ASSIGN TO TLOGBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT RPTFILE ASSIGN TO RBCKRPT.
           SELECT PARMFILE ASSIGN TO RBCKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNCFILE ASSIGN TO TLOGRUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BKUPFILE
           RECORDING MODE F.

       01  BKIN-RECORD                 PIC X(1391).
      ******************************************************************
       FD OUTFILE.

       01  OUTFILE-RECORD.
           05  OUT-RECORD-ID           PIC 9(6).
           05  FILLER                  PIC X(1309).
      ******************************************************************
       FD NOTEOUT.

       01  NOTEOUT-RECORD.
           05  NOTE-OUT-KEY            PIC X(10).
           05  FILLER                  PIC X(85).
      ******************************************************************
       FD RSLTOUT.

       01  RSLTOUT-RECORD.
           05  RSLT-OUT-KEY            PIC X(26).
           05  FILLER                  PIC X(54).
      ******************************************************************
       FD LINKOUT.

       01  LINKOUT-RECORD.
           05  LINK-OUT-KEY            PIC X(12).
           05  FILLER                  PIC X(8).
      ******************************************************************
       FD SUSPOUT.

       01  SUSN-RECORD.
           05  SUSN-KEY                PIC X(13).
           05  FILLER                  PIC X(1365).
      ******************************************************************
       FD SCHOUT.

       01  SCHOUT-RECORD.
           05  SCHOUT-ENTRY-ID         PIC 9(6).
           05  FILLER                  PIC X(190).
      ******************************************************************
       FD NXIDOUT
           RECORDING MODE F.

       01  NXIDOUT-RECORD.
           05  NXID-OUT-NEXT-ID        PIC 9(6).
      ******************************************************************
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD HISTOUT
           RECORDING MODE F.

       01  HISTOUT-RECORD              PIC X(187).
      ******************************************************************
       FD BALFILE
           RECORDING MODE F.

       COPY TLOGBAL.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-GENERATION         PIC 9(4).
      ******************************************************************
       FD RUNCFILE
           RECORDING MODE F.

       COPY TLOGRUNC.
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGBKUP.
      ******************************************************************
       01  SWITCHES.
           05  BKUP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  HIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  BAL-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  WS-BKUP-OPEN-SW         PIC X(1) VALUE 'N'.
           05  WS-GEN-FOUND-SW         PIC X(1) VALUE 'N'.
           05  WS-BAL-COVERS-SW        PIC X(1) VALUE 'N'.
           05  WS-EDIT-READ-SW         PIC X(1) VALUE 'N'.
           05  WS-BAL-GIVEN-SW         PIC X(1) VALUE 'N'.
       01  WS-FILE-STATUSES.
           05  WS-BKUP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-GENERATION-FIELDS.
           05  WS-WANTED-GEN           PIC 9(4) VALUE ZERO.
           05  WS-GEN                  PIC 9(4) VALUE ZERO.
           05  WS-GEN-DATE             PIC 9(8) VALUE ZERO.
           05  WS-GEN-TIME             PIC 9(6) VALUE ZERO.
      * What the generation's control record says was backed up.
       01  WS-BACKED-COUNTS.
           05  WS-BACKED-MASTER        PIC 9(9) VALUE ZERO.
           05  WS-BACKED-NOTE          PIC 9(9) VALUE ZERO.
           05  WS-BACKED-RESULT        PIC 9(9) VALUE ZERO.
           05  WS-BACKED-LINK          PIC 9(9) VALUE ZERO.
           05  WS-BACKED-SUSP          PIC 9(9) VALUE ZERO.
           05  WS-BACKED-SCHED         PIC 9(9) VALUE ZERO.
           05  WS-BACKED-NXID          PIC 9(9) VALUE ZERO.
           05  WS-BACKED-HIST          PIC 9(9) VALUE ZERO.
      * What TLOGBKUP wrote to the control-total file that night.
       01  WS-BAL-COUNTS.
           05  WS-BAL-GENERATION       PIC 9(9) VALUE ZERO.
           05  WS-BAL-MASTER           PIC 9(9) VALUE ZERO.
           05  WS-BAL-NOTE             PIC 9(9) VALUE ZERO.
           05  WS-BAL-RESULT           PIC 9(9) VALUE ZERO.
           05  WS-BAL-LINK             PIC 9(9) VALUE ZERO.
           05  WS-BAL-SUSP             PIC 9(9) VALUE ZERO.
           05  WS-BAL-SCHED            PIC 9(9) VALUE ZERO.
           05  WS-BAL-NXID             PIC 9(9) VALUE ZERO.
           05  WS-BAL-HIST             PIC 9(9) VALUE ZERO.
           05  WS-BAL-EDIT-READ        PIC 9(9) VALUE ZERO.
      * What was actually restored.
       01  WS-RESTORED-COUNTS.
           05  WS-REST-MASTER          PIC 9(9) VALUE ZERO.
           05  WS-REST-NOTE            PIC 9(9) VALUE ZERO.
           05  WS-REST-RESULT          PIC 9(9) VALUE ZERO.
           05  WS-REST-LINK            PIC 9(9) VALUE ZERO.
           05  WS-REST-SUSP            PIC 9(9) VALUE ZERO.
           05  WS-REST-SCHED           PIC 9(9) VALUE ZERO.
           05  WS-REST-NXID            PIC 9(9) VALUE ZERO.
           05  WS-REST-HIST            PIC 9(9) VALUE ZERO.
           05  WS-REST-TOTAL           PIC 9(9) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-BKUP-IN-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HIST-IN-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HIST-DROPPED         PIC 9(9) VALUE ZERO.
           05  WS-OOB-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-ARC-MOVE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-PROOF-FIELDS.
           05  WS-BACKED-VALUE         PIC 9(9) VALUE ZERO.
           05  WS-RESTORED-VALUE       PIC 9(9) VALUE ZERO.
           05  WS-BAL-VALUE            PIC 9(9) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'BACKUP GENERATION ROLLBACK REPORT'.
       01  GEN-INFO-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'GENERATION RESTORED: '.
           05  GEN-INFO-NUMBER         PIC 9(4).
           05  FILLER                  PIC X(12)
               VALUE '   TAKEN ON '.
           05  GEN-INFO-DATE           PIC 9(8).
           05  FILLER                  PIC X(4)
               VALUE ' AT '.
           05  GEN-INFO-TIME           PIC 9(6).
       01  HEADER-3.
           05  FILLER                  PIC X(18)
               VALUE  'FILE'.
           05  FILLER                  PIC X(13)
               VALUE  '    BACKED UP'.
           05  FILLER                  PIC X(13)
               VALUE  '     RESTORED'.
           05  FILLER                  PIC X(13)
               VALUE  '      TLOGBAL'.
           05  FILLER                  PIC X(24)
               VALUE  '  RESULT'.
       01  HEADER-4.
           05  FILLER                  PIC X(18)
               VALUE '----------------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(24)
               VALUE '  ----------------------'.
       01  PROOF-LINE.
           05  PRF-FILE-OUT            PIC X(16).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRF-BACKED-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRF-RESTORED-OUT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRF-BAL-OUT             PIC ZZZ,ZZZ,ZZ9.
           05  PRF-BAL-NONE REDEFINES PRF-BAL-OUT
                                       PIC X(11).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PRF-RESULT-OUT          PIC X(24).
       01  NOT-COVERED-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'TLOGBAL DOES NOT HOLD THIS GENERATION - '.
           05  FILLER                  PIC X(50)
               VALUE 'PROVED AGAINST THE BACKUP CONTROL RECORD ONLY'.
       01  NO-BACKUP-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** NO BACKUP FILE ON HAND ***'.
       01  NOT-FOUND-LINE.
           05  FILLER                  PIC X(15)
               VALUE '*** GENERATION '.
           05  NOT-FOUND-GEN           PIC 9(4).
           05  FILLER                  PIC X(40)
               VALUE ' NOT ON BACKUP FILE OR INCOMPLETE ***'.
       01  ARC-MOVE-LINE.
           05  FILLER                  PIC X(4)
               VALUE '*** '.
           05  ARC-MOVE-ID-OUT         PIC 9(6).
           05  FILLER                  PIC X(1)
               VALUE SPACE.
           05  ARC-MOVE-TYPE-OUT       PIC X(10).
           05  FILLER                  PIC X(4)
               VALUE ' ON '.
           05  ARC-MOVE-DATE-OUT       PIC 9(8).
           05  FILLER                  PIC X(40)
               VALUE ' AFTER THE BACKUP - ARCHIVE NOT RESTORED'.
           05  FILLER                  PIC X(4)
               VALUE ' ***'.
       01  ARC-STOP-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** ARCHIVE MOVED SINCE THE BACKUP - RUN'.
           05  FILLER                  PIC X(40)
               VALUE ' CONTROL NOT RESET, DO NOT USE THE NEW '.
           05  FILLER                  PIC X(16)
               VALUE 'GENERATIONS ***'.
       01  RESET-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'RUN CONTROL RESET FOR STREAM NIGHT '.
           05  RESET-DATE-OUT          PIC 9(8).
       01  NO-RESET-LINE.
           05  FILLER                  PIC X(60)
               VALUE '*** OUT OF BALANCE - RUN CONTROL NOT RESET ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'BACKUP RECORDS READ  :'.
           05  SUM-BKUP-IN-OUT         PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'RECORDS RESTORED     :'.
           05  SUM-RESTORED-OUT        PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'HISTORY RECORDS KEPT :'.
           05  SUM-HIST-KEPT-OUT       PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'HISTORY CUT BACK     :'.
           05  SUM-HIST-DROP-OUT       PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'CHECKS OUT OF BALANCE:'.
           05  SUM-OOB-OUT             PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'ARCHIVE MOVES CUT    :'.
           05  SUM-ARC-MOVE-OUT        PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           PERFORM READ-PARM
           PERFORM FIND-GENERATION
           IF WS-BKUP-OPEN-SW = 'N'
               MOVE NO-BACKUP-LINE TO RPT-RECORD
               PERFORM END-WITHOUT-RESTORE
           END-IF
           IF WS-GEN-FOUND-SW = 'N'
               MOVE WS-WANTED-GEN TO NOT-FOUND-GEN
               MOVE NOT-FOUND-LINE TO RPT-RECORD
               PERFORM END-WITHOUT-RESTORE
           END-IF
           MOVE WS-GEN TO GEN-INFO-NUMBER
           MOVE WS-GEN-DATE TO GEN-INFO-DATE
           MOVE WS-GEN-TIME TO GEN-INFO-TIME
           MOVE GEN-INFO-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM LOAD-BAL-COUNTERS
           PERFORM RESTORE-GENERATION
           PERFORM RESTORE-HISTORY
           PERFORM PROVE-COUNTS
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           EVALUATE TRUE
               WHEN WS-ARC-MOVE-COUNT > ZERO
                   MOVE ARC-STOP-LINE TO RPT-RECORD
               WHEN WS-OOB-COUNT = ZERO
                   PERFORM WRITE-RUN-RESET
                   MOVE WS-GEN-DATE TO RESET-DATE-OUT
                   MOVE RESET-LINE TO RPT-RECORD
               WHEN OTHER
                   MOVE NO-RESET-LINE TO RPT-RECORD
           END-EVALUATE
           WRITE RPT-RECORD
           PERFORM PRINT-SUMMARY
           CLOSE RPTFILE
           IF WS-OOB-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ARC-MOVE-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
       END-WITHOUT-RESTORE.
           WRITE RPT-RECORD
           CLOSE RPTFILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.
      ******************************************************************
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-GENERATION NUMERIC
                           MOVE PARM-GENERATION TO WS-WANTED-GEN
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.
      ******************************************************************
      * First pass: only a generation whose control record was
      * written is whole. With no generation asked for, the newest
      * whole one is taken.
       FIND-GENERATION.
           MOVE 'N' TO WS-BKUP-OPEN-SW.
           MOVE 'N' TO WS-GEN-FOUND-SW.
           MOVE 'N' TO BKUP-EOF-SWITCH.
           OPEN INPUT BKUPFILE
           IF WS-BKUP-STATUS = '00'
               MOVE 'Y' TO WS-BKUP-OPEN-SW
               PERFORM READ-BKUP
               PERFORM FIND-GEN-LOOP UNTIL BKUP-EOF-SWITCH = 'Y'
               CLOSE BKUPFILE
           END-IF.
      ******************************************************************
       FIND-GEN-LOOP.
           IF BKUP-TRAILER
               IF BKUP-GENERATION = WS-WANTED-GEN
                       OR (WS-WANTED-GEN = ZERO
                           AND BKUP-GENERATION > WS-GEN)
                   MOVE 'Y' TO WS-GEN-FOUND-SW
                   MOVE BKUP-GENERATION TO WS-GEN
                   MOVE BKUP-GEN-DATE TO WS-GEN-DATE
                   MOVE BKUP-GEN-TIME TO WS-GEN-TIME
                   MOVE BKUP-MASTER-COUNT TO WS-BACKED-MASTER
                   MOVE BKUP-NOTE-COUNT TO WS-BACKED-NOTE
                   MOVE BKUP-RESULT-COUNT TO WS-BACKED-RESULT
                   MOVE BKUP-LINK-COUNT TO WS-BACKED-LINK
                   MOVE BKUP-SUSP-COUNT TO WS-BACKED-SUSP
                   MOVE BKUP-SCHED-COUNT TO WS-BACKED-SCHED
                   MOVE BKUP-NXID-COUNT TO WS-BACKED-NXID
                   MOVE BKUP-HIST-COUNT TO WS-BACKED-HIST
               END-IF
           END-IF.
           PERFORM READ-BKUP.
      ******************************************************************
       READ-BKUP.
           READ BKUPFILE
               AT END
                   MOVE 'Y' TO BKUP-EOF-SWITCH
               NOT AT END
                   MOVE BKIN-RECORD TO TLOG-BACKUP-RECORD
           END-READ.
      ******************************************************************
      * The control-total file only ever holds the latest stream.
      * It covers the generation being restored when TLOGBKUP's
      * GENERATION counter there names it.
       LOAD-BAL-COUNTERS.
           MOVE 'N' TO BAL-EOF-SWITCH.
           OPEN INPUT BALFILE
           IF WS-BAL-STATUS = '00'
               READ BALFILE
                   AT END
                       MOVE 'Y' TO BAL-EOF-SWITCH
               END-READ
               PERFORM LOAD-BAL-LOOP UNTIL BAL-EOF-SWITCH = 'Y'
               CLOSE BALFILE
           END-IF.
           IF WS-BAL-GIVEN-SW = 'Y' AND WS-BAL-GENERATION = WS-GEN
               MOVE 'Y' TO WS-BAL-COVERS-SW
           ELSE
               MOVE 'N' TO WS-BAL-COVERS-SW
               MOVE 'N' TO WS-EDIT-READ-SW
               MOVE NOT-COVERED-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      ******************************************************************
       LOAD-BAL-LOOP.
           IF BAL-RUN-DATE = WS-GEN-DATE
                   AND BAL-PROGRAM = 'TLOGBKUP'
               MOVE 'Y' TO WS-BAL-GIVEN-SW
               EVALUATE BAL-COUNTER-NAME
                   WHEN 'GENERATION'
                       MOVE BAL-COUNT TO WS-BAL-GENERATION
                   WHEN 'MASTER-OUT'
                       MOVE BAL-COUNT TO WS-BAL-MASTER
                   WHEN 'NOTES-OUT'
                       MOVE BAL-COUNT TO WS-BAL-NOTE
                   WHEN 'RESULTS-OUT'
                       MOVE BAL-COUNT TO WS-BAL-RESULT
                   WHEN 'LINKS-OUT'
                       MOVE BAL-COUNT TO WS-BAL-LINK
                   WHEN 'SUSP-OUT'
                       MOVE BAL-COUNT TO WS-BAL-SUSP
                   WHEN 'SCHED-OUT'
                       MOVE BAL-COUNT TO WS-BAL-SCHED
                   WHEN 'NEXTID-OUT'
                       MOVE BAL-COUNT TO WS-BAL-NXID
                   WHEN 'HIST-LENGTH'
                       MOVE BAL-COUNT TO WS-BAL-HIST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF BAL-RUN-DATE = WS-GEN-DATE
                   AND BAL-PROGRAM = 'TLOGEDIT'
                   AND BAL-COUNTER-NAME = 'READ'
               MOVE 'Y' TO WS-EDIT-READ-SW
               MOVE BAL-COUNT TO WS-BAL-EDIT-READ
           END-IF.
           READ BALFILE
               AT END
                   MOVE 'Y' TO BAL-EOF-SWITCH
           END-READ.
      ******************************************************************
      * Second pass: every record of the generation goes back to the
      * new generation of the file it came from. The backup was
      * taken in key order, so the keyed files load in sequence.
       RESTORE-GENERATION.
           OPEN OUTPUT OUTFILE NOTEOUT RSLTOUT LINKOUT SUSPOUT
                       SCHOUT NXIDOUT
           MOVE 'N' TO BKUP-EOF-SWITCH.
           OPEN INPUT BKUPFILE
           PERFORM READ-BKUP
           PERFORM RESTORE-LOOP UNTIL BKUP-EOF-SWITCH = 'Y'
           CLOSE BKUPFILE
           CLOSE OUTFILE NOTEOUT RSLTOUT LINKOUT SUSPOUT
                 SCHOUT NXIDOUT.
      ******************************************************************
       RESTORE-LOOP.
           ADD 1 TO WS-BKUP-IN-COUNT.
           IF BKUP-GENERATION = WS-GEN
               EVALUATE TRUE
                   WHEN BKUP-MASTER
                       MOVE BKUP-IMAGE TO OUTFILE-RECORD
                       WRITE OUTFILE-RECORD
                       ADD 1 TO WS-REST-MASTER
                   WHEN BKUP-NOTE
                       MOVE BKUP-IMAGE TO NOTEOUT-RECORD
                       WRITE NOTEOUT-RECORD
                       ADD 1 TO WS-REST-NOTE
                   WHEN BKUP-RESULT
                       MOVE BKUP-IMAGE TO RSLTOUT-RECORD
                       WRITE RSLTOUT-RECORD
                       ADD 1 TO WS-REST-RESULT
                   WHEN BKUP-LINK
                       MOVE BKUP-IMAGE TO LINKOUT-RECORD
                       WRITE LINKOUT-RECORD
                       ADD 1 TO WS-REST-LINK
                   WHEN BKUP-SUSPENSE
                       MOVE BKUP-IMAGE TO SUSN-RECORD
                       WRITE SUSN-RECORD
                       ADD 1 TO WS-REST-SUSP
                   WHEN BKUP-SCHEDULE
                       MOVE BKUP-IMAGE TO SCHOUT-RECORD
                       WRITE SCHOUT-RECORD
                       ADD 1 TO WS-REST-SCHED
                   WHEN BKUP-NEXT-ID
                       MOVE BKUP-IMAGE TO NXIDOUT-RECORD
                       WRITE NXIDOUT-RECORD
                       ADD 1 TO WS-REST-NXID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-BKUP.
      ******************************************************************
      * The change history is appended to, never rewritten, so the
      * records past the length at backup time are the ones the
      * rolled-back nights added. An archive move among them means
      * the archive no longer matches the generation restored.
       RESTORE-HISTORY.
           MOVE 'N' TO HIST-EOF-SWITCH.
           OPEN OUTPUT HISTOUT
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               READ HISTFILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SWITCH
               END-READ
               PERFORM RESTORE-HISTORY-LOOP
                   UNTIL HIST-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
           END-IF.
           CLOSE HISTOUT.
      ******************************************************************
       RESTORE-HISTORY-LOOP.
           ADD 1 TO WS-HIST-IN-COUNT.
           IF WS-HIST-IN-COUNT NOT > WS-BACKED-HIST
               MOVE TLOG-HISTORY-RECORD TO HISTOUT-RECORD
               WRITE HISTOUT-RECORD
               ADD 1 TO WS-REST-HIST
           ELSE
               ADD 1 TO WS-HIST-DROPPED
               IF HIST-FIELD-NAME = 'ARCHIVED'
                       OR HIST-FIELD-NAME = 'RESTORED'
                   PERFORM WRITE-ARC-MOVE-LINE
               END-IF
           END-IF.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
      ******************************************************************
       WRITE-ARC-MOVE-LINE.
           ADD 1 TO WS-ARC-MOVE-COUNT.
           MOVE HIST-RECORD-ID TO ARC-MOVE-ID-OUT.
           MOVE HIST-FIELD-NAME TO ARC-MOVE-TYPE-OUT.
           MOVE HIST-RUN-DATE-NUM TO ARC-MOVE-DATE-OUT.
           MOVE ARC-MOVE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PROVE-COUNTS.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'TEST LOG MASTER' TO PRF-FILE-OUT.
           MOVE WS-BACKED-MASTER TO WS-BACKED-VALUE.
           MOVE WS-REST-MASTER TO WS-RESTORED-VALUE.
           MOVE WS-BAL-MASTER TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'NOTES' TO PRF-FILE-OUT.
           MOVE WS-BACKED-NOTE TO WS-BACKED-VALUE.
           MOVE WS-REST-NOTE TO WS-RESTORED-VALUE.
           MOVE WS-BAL-NOTE TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'RESULTS' TO PRF-FILE-OUT.
           MOVE WS-BACKED-RESULT TO WS-BACKED-VALUE.
           MOVE WS-REST-RESULT TO WS-RESTORED-VALUE.
           MOVE WS-BAL-RESULT TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'LINKS' TO PRF-FILE-OUT.
           MOVE WS-BACKED-LINK TO WS-BACKED-VALUE.
           MOVE WS-REST-LINK TO WS-RESTORED-VALUE.
           MOVE WS-BAL-LINK TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'SUSPENSE' TO PRF-FILE-OUT.
           MOVE WS-BACKED-SUSP TO WS-BACKED-VALUE.
           MOVE WS-REST-SUSP TO WS-RESTORED-VALUE.
           MOVE WS-BAL-SUSP TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'SCHEDULE' TO PRF-FILE-OUT.
           MOVE WS-BACKED-SCHED TO WS-BACKED-VALUE.
           MOVE WS-REST-SCHED TO WS-RESTORED-VALUE.
           MOVE WS-BAL-SCHED TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'NEXT-ID CONTROL' TO PRF-FILE-OUT.
           MOVE WS-BACKED-NXID TO WS-BACKED-VALUE.
           MOVE WS-REST-NXID TO WS-RESTORED-VALUE.
           MOVE WS-BAL-NXID TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'HISTORY LENGTH' TO PRF-FILE-OUT.
           MOVE WS-BACKED-HIST TO WS-BACKED-VALUE.
           MOVE WS-REST-HIST TO WS-RESTORED-VALUE.
           MOVE WS-BAL-HIST TO WS-BAL-VALUE.
           PERFORM WRITE-PROOF-LINE.
      * TLOGEDIT reads the master before anything updates it, so its
      * READ count is a second witness to the master backed up.
           IF WS-EDIT-READ-SW = 'Y'
               MOVE 'MASTER EDIT READ' TO PRF-FILE-OUT
               MOVE WS-BACKED-MASTER TO WS-BACKED-VALUE
               MOVE WS-REST-MASTER TO WS-RESTORED-VALUE
               MOVE WS-BAL-EDIT-READ TO WS-BAL-VALUE
               PERFORM WRITE-PROOF-LINE
           END-IF.
      ******************************************************************
       WRITE-PROOF-LINE.
           MOVE WS-BACKED-VALUE TO PRF-BACKED-OUT.
           MOVE WS-RESTORED-VALUE TO PRF-RESTORED-OUT.
           IF WS-BAL-COVERS-SW = 'Y'
               MOVE WS-BAL-VALUE TO PRF-BAL-OUT
           ELSE
               MOVE SPACES TO PRF-BAL-NONE
           END-IF.
           IF WS-RESTORED-VALUE NOT = WS-BACKED-VALUE
                   OR (WS-BAL-COVERS-SW = 'Y'
                       AND WS-BAL-VALUE NOT = WS-BACKED-VALUE)
               MOVE '*** OUT OF BALANCE ***' TO PRF-RESULT-OUT
               ADD 1 TO WS-OOB-COUNT
           ELSE
               MOVE 'IN BALANCE' TO PRF-RESULT-OUT
           END-IF.
           MOVE PROOF-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
      * The RESET is dated for the night the generation was taken,
      * which is the night whose stream is to run again.
       WRITE-RUN-RESET.
           COMPUTE WS-REST-TOTAL = WS-REST-MASTER + WS-REST-NOTE
               + WS-REST-RESULT + WS-REST-LINK + WS-REST-SUSP
               + WS-REST-SCHED + WS-REST-NXID.
           OPEN EXTEND RUNCFILE
           MOVE 'TLOGRBCK' TO RUNC-PROGRAM
           MOVE WS-GEN-DATE TO RUNC-RUN-DATE
           MOVE 'RESET' TO RUNC-EVENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNC-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           MOVE WS-REST-TOTAL TO RUNC-IN-COUNT
           MOVE WS-HIST-DROPPED TO RUNC-OUT-COUNT
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
      ******************************************************************
       PRINT-SUMMARY.
           COMPUTE WS-REST-TOTAL = WS-REST-MASTER + WS-REST-NOTE
               + WS-REST-RESULT + WS-REST-LINK + WS-REST-SUSP
               + WS-REST-SCHED + WS-REST-NXID.
           MOVE WS-BKUP-IN-COUNT TO SUM-BKUP-IN-OUT.
           MOVE WS-REST-TOTAL TO SUM-RESTORED-OUT.
           MOVE WS-REST-HIST TO SUM-HIST-KEPT-OUT.
           MOVE WS-HIST-DROPPED TO SUM-HIST-DROP-OUT.
           MOVE WS-OOB-COUNT TO SUM-OOB-OUT.
           MOVE WS-ARC-MOVE-COUNT TO SUM-ARC-MOVE-OUT.
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
