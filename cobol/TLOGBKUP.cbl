      ******************************************************************
      * PROGRAM-ID : TLOGBKUP
      * Pre-update backup step for the nightly HAYNIE R&D Test Log
      * (TLOG) stream, run at the head of the stream ahead of
      * TLOGINTK, before any step has updated anything. Copies the
      * files the stream replaces or updates in place - the master
      * (TLOG), notes (TLOGNOTE), results (TLOGRSLT), links
      * (TLOGLINK), suspense (TLOGSUSP), recurring-test schedule
      * (TLOGSCHD) and next-ID control (TLOGNXID) files - to the
      * backup file as one new numbered generation (layout in
      * TLOGBKUP.cpy), and records how long the TLOGHIST change
      * history was at the time, so TLOGRBCK can put the whole set
      * back as it stood before the night's updates. The newest
      * generations are carried forward from the old backup file
      * (TLOGBKUP) to the new one (TLOGBKNW, the same handoff pattern
      * as TLOGNEW/TLOG); how many are kept, tonight's included,
      * comes from a one-record parm file (BKUPPARM, default 7).
      * Older generations are dropped. Every file but the master is
      * optional - one not yet on hand is backed up as empty. The
      * generations kept and dropped and tonight's record counts are
      * listed on the backup report (BKUPRPT), and the counts are
      * written to the control-total file (TLOGBAL), which this step
      * opens fresh as the first step of the stream to write it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUPFILE ASSIGN TO TLOGBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT BKUPOUT ASSIGN TO TLOGBKNW.
           SELECT MASTFILE ASSIGN TO TLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT NOTEFILE ASSIGN TO TLOGNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT RSLTFILE ASSIGN TO TLOGRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT LINKFILE ASSIGN TO TLOGLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SUSPFILE ASSIGN TO TLOGSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SCHFILE ASSIGN TO TLOGSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHR-ENTRY-ID
               FILE STATUS IS WS-SCH-STATUS.
           SELECT NXIDFILE ASSIGN TO TLOGNXID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NXID-STATUS.
           SELECT HISTFILE ASSIGN TO TLOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RPTFILE ASSIGN TO BKUPRPT.
           SELECT BALFILE ASSIGN TO TLOGBAL.
           SELECT PARMFILE ASSIGN TO BKUPPARM
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
       FD BKUPOUT
           RECORDING MODE F.

       01  BKOUT-RECORD                PIC X(1391).
      ******************************************************************
       FD MASTFILE.

       COPY TLOG.
      ******************************************************************
       FD NOTEFILE.

       COPY TLOGNOTE.
      ******************************************************************
       FD RSLTFILE.

       COPY TLOGRSLT.
      ******************************************************************
       FD LINKFILE.

       COPY TLOGLINK.
      ******************************************************************
       FD SUSPFILE.

       COPY TLOGSUSP.
      ******************************************************************
       FD SCHFILE.

       COPY TLOGSCHR.
      ******************************************************************
       FD NXIDFILE
           RECORDING MODE F.

       01  NXID-RECORD.
           05  NXID-NEXT-ID            PIC 9(6).
      ******************************************************************
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD BALFILE
           RECORDING MODE F.

       COPY TLOGBAL.
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-KEEP-GENS          PIC 9(2).
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
           05  FILE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-BKUP-OPEN-SW         PIC X(1) VALUE 'N'.
           05  WS-ON-HAND-SW           PIC X(1) VALUE 'N'.
       01  WS-FILE-STATUSES.
           05  WS-BKUP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-NOTE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RSLT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LINK-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SUSP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SCH-STATUS           PIC X(2) VALUE SPACES.
           05  WS-NXID-STATUS          PIC X(2) VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-KEEP-GENS            PIC 9(2) VALUE 7.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(6) VALUE ZERO.
       01  WS-GENERATION-FIELDS.
           05  WS-LAST-GEN             PIC 9(4) VALUE ZERO.
           05  WS-NEW-GEN              PIC 9(4) VALUE ZERO.
           05  WS-KEEP-FROM            PIC S9(5) VALUE ZERO.
           05  WS-GEN-TOTAL            PIC 9(9) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-NOTE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-RESULT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-LINK-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-SUSP-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-SCHED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-NXID-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-HIST-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-OLD-IN-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-GENS-KEPT            PIC 9(4) VALUE ZERO.
           05  WS-GENS-DROPPED         PIC 9(4) VALUE ZERO.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGBKUP'.
           05  WS-RUNC-PRED            PIC X(9) VALUE SPACES.
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
               VALUE  'PRE-UPDATE BACKUP REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(6)
               VALUE  'GEN'.
           05  FILLER                  PIC X(10)
               VALUE  'DATE'.
           05  FILLER                  PIC X(8)
               VALUE  'TIME'.
           05  FILLER                  PIC X(13)
               VALUE  '       MASTER'.
           05  FILLER                  PIC X(13)
               VALUE  '  ALL RECORDS'.
           05  FILLER                  PIC X(10)
               VALUE  '  ACTION'.
       01  HEADER-4.
           05  FILLER                  PIC X(6)
               VALUE '----'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(10)
               VALUE '  -------'.
       01  GEN-LINE.
           05  GEN-NUMBER-OUT          PIC 9(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GEN-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GEN-TIME-OUT            PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GEN-MASTER-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GEN-TOTAL-OUT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  GEN-ACTION-OUT          PIC X(8).
       01  HEADER-5.
           05  FILLER                  PIC X(18)
               VALUE  'FILE'.
           05  FILLER                  PIC X(10)
               VALUE  'DATASET'.
           05  FILLER                  PIC X(13)
               VALUE  '      RECORDS'.
           05  FILLER                  PIC X(14)
               VALUE  '  NOTE'.
       01  HEADER-6.
           05  FILLER                  PIC X(18)
               VALUE '----------------'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(13)
               VALUE '  -----------'.
           05  FILLER                  PIC X(14)
               VALUE '  -----------'.
       01  FILE-LINE.
           05  FILE-NAME-OUT           PIC X(16).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILE-DATASET-OUT        PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILE-COUNT-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILE-NOTE-OUT           PIC X(12).
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'GENERATION WRITTEN   :'.
           05  SUM-GEN-OUT             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'RECORDS BACKED UP    :'.
           05  SUM-WRITTEN-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'GENERATIONS KEPT     :'.
           05  SUM-KEPT-OUT            PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'GENERATIONS DROPPED  :'.
           05  SUM-DROPPED-OUT         PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM PRINT-TITLE
           PERFORM READ-PARM
           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-LAST-GEN GIVING WS-NEW-GEN
           COMPUTE WS-KEEP-FROM = WS-NEW-GEN - WS-KEEP-GENS + 1
           OPEN OUTPUT BKUPOUT
           MOVE HEADER-3 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE HEADER-4 TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-BKUP-OPEN-SW = 'Y'
               PERFORM CARRY-OLD-GENERATIONS
           END-IF
           PERFORM BACKUP-MASTER
           PERFORM BACKUP-NOTES
           PERFORM BACKUP-RESULTS
           PERFORM BACKUP-LINKS
           PERFORM BACKUP-SUSPENSE
           PERFORM BACKUP-SCHEDULE
           PERFORM BACKUP-NEXT-ID
           PERFORM COUNT-HISTORY
           PERFORM WRITE-TRAILER
           PERFORM PRINT-FILE-COUNTS
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM PRINT-SUMMARY
           PERFORM WRITE-RUN-END
           CLOSE BKUPOUT RPTFILE
           STOP RUN.
      ******************************************************************
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-KEEP-GENS NUMERIC
                               AND PARM-KEEP-GENS > ZERO
                           MOVE PARM-KEEP-GENS TO WS-KEEP-GENS
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.
      ******************************************************************
      * First pass over the old backup file: the highest generation
      * number on it. Tonight's generation is the next one.
       FIND-LAST-GENERATION.
           MOVE 'N' TO WS-BKUP-OPEN-SW.
           MOVE 'N' TO BKUP-EOF-SWITCH.
           OPEN INPUT BKUPFILE
           IF WS-BKUP-STATUS = '00'
               MOVE 'Y' TO WS-BKUP-OPEN-SW
               PERFORM READ-BKUP
               PERFORM SCAN-GEN-LOOP UNTIL BKUP-EOF-SWITCH = 'Y'
               CLOSE BKUPFILE
           END-IF.
      ******************************************************************
       SCAN-GEN-LOOP.
           IF BKUP-GENERATION > WS-LAST-GEN
               MOVE BKUP-GENERATION TO WS-LAST-GEN
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
      * Second pass: the newest generations are copied across in the
      * order they were written; the rest are dropped. Each
      * generation is listed when its control record is reached.
       CARRY-OLD-GENERATIONS.
           MOVE 'N' TO BKUP-EOF-SWITCH.
           OPEN INPUT BKUPFILE
           PERFORM READ-BKUP
           PERFORM CARRY-LOOP UNTIL BKUP-EOF-SWITCH = 'Y'
           CLOSE BKUPFILE.
      ******************************************************************
       CARRY-LOOP.
           ADD 1 TO WS-OLD-IN-COUNT.
           IF BKUP-GENERATION NOT < WS-KEEP-FROM
               MOVE TLOG-BACKUP-RECORD TO BKOUT-RECORD
               WRITE BKOUT-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           IF BKUP-TRAILER
               IF BKUP-GENERATION NOT < WS-KEEP-FROM
                   MOVE 'KEPT' TO GEN-ACTION-OUT
                   ADD 1 TO WS-GENS-KEPT
               ELSE
                   MOVE 'DROPPED' TO GEN-ACTION-OUT
                   ADD 1 TO WS-GENS-DROPPED
               END-IF
               PERFORM WRITE-GEN-LINE
           END-IF.
           PERFORM READ-BKUP.
      ******************************************************************
       WRITE-GEN-LINE.
           COMPUTE WS-GEN-TOTAL = BKUP-MASTER-COUNT + BKUP-NOTE-COUNT
               + BKUP-RESULT-COUNT + BKUP-LINK-COUNT
               + BKUP-SUSP-COUNT + BKUP-SCHED-COUNT
               + BKUP-NXID-COUNT.
           MOVE BKUP-GENERATION TO GEN-NUMBER-OUT.
           MOVE BKUP-GEN-DATE TO GEN-DATE-OUT.
           MOVE BKUP-GEN-TIME TO GEN-TIME-OUT.
           MOVE BKUP-MASTER-COUNT TO GEN-MASTER-OUT.
           MOVE WS-GEN-TOTAL TO GEN-TOTAL-OUT.
           MOVE GEN-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       WRITE-IMAGE.
           MOVE WS-NEW-GEN TO BKUP-GENERATION.
           MOVE WS-RUN-DATE TO BKUP-GEN-DATE.
           MOVE TLOG-BACKUP-RECORD TO BKOUT-RECORD.
           WRITE BKOUT-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
      ******************************************************************
      * The master is the one file the stream cannot run without, so
      * it is opened the way every other step opens it.
       BACKUP-MASTER.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT MASTFILE
           READ MASTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ
           PERFORM BACKUP-MASTER-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
           CLOSE MASTFILE.
      ******************************************************************
       BACKUP-MASTER-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'M' TO BKUP-FILE-CODE.
           MOVE HRD-TEST-TRACKING-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-MASTER-COUNT.
           READ MASTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-NOTES.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT NOTEFILE
           IF WS-NOTE-STATUS = '00'
               READ NOTEFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-NOTES-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE NOTEFILE
           END-IF.
      ******************************************************************
       BACKUP-NOTES-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'N' TO BKUP-FILE-CODE.
           MOVE TLOG-NOTE-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-NOTE-COUNT.
           READ NOTEFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-RESULTS.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT RSLTFILE
           IF WS-RSLT-STATUS = '00'
               READ RSLTFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-RESULTS-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE RSLTFILE
           END-IF.
      ******************************************************************
       BACKUP-RESULTS-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'R' TO BKUP-FILE-CODE.
           MOVE TLOG-RESULT-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-RESULT-COUNT.
           READ RSLTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-LINKS.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT LINKFILE
           IF WS-LINK-STATUS = '00'
               READ LINKFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-LINKS-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE LINKFILE
           END-IF.
      ******************************************************************
       BACKUP-LINKS-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'L' TO BKUP-FILE-CODE.
           MOVE TLOG-LINK-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-LINK-COUNT.
           READ LINKFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-SUSPENSE.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT SUSPFILE
           IF WS-SUSP-STATUS = '00'
               READ SUSPFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-SUSPENSE-LOOP
                   UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE SUSPFILE
           END-IF.
      ******************************************************************
       BACKUP-SUSPENSE-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'S' TO BKUP-FILE-CODE.
           MOVE TLOG-SUSPENSE-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-SUSP-COUNT.
           READ SUSPFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-SCHEDULE.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT SCHFILE
           IF WS-SCH-STATUS = '00'
               READ SCHFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-SCHEDULE-LOOP
                   UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE SCHFILE
           END-IF.
      ******************************************************************
       BACKUP-SCHEDULE-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'C' TO BKUP-FILE-CODE.
           MOVE TLOG-SCHEDULE-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-SCHED-COUNT.
           READ SCHFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       BACKUP-NEXT-ID.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT NXIDFILE
           IF WS-NXID-STATUS = '00'
               READ NXIDFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM BACKUP-NEXT-ID-LOOP
                   UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE NXIDFILE
           END-IF.
      ******************************************************************
       BACKUP-NEXT-ID-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'X' TO BKUP-FILE-CODE.
           MOVE NXID-RECORD TO BKUP-IMAGE.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-NXID-COUNT.
           READ NXIDFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
      * The change history only ever grows, so its length is all a
      * rollback needs to cut it back to where it stood tonight.
       COUNT-HISTORY.
           MOVE 'N' TO FILE-EOF-SWITCH.
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               READ HISTFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM COUNT-HISTORY-LOOP UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
           END-IF.
      ******************************************************************
       COUNT-HISTORY-LOOP.
           ADD 1 TO WS-HIST-COUNT.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
      * The control record goes last, so a generation cut short by
      * a failure part way through is never taken for a whole one.
       WRITE-TRAILER.
           MOVE SPACES TO BKUP-IMAGE.
           MOVE 'T' TO BKUP-FILE-CODE.
           MOVE WS-RUN-TIME TO BKUP-GEN-TIME.
           MOVE WS-MASTER-COUNT TO BKUP-MASTER-COUNT.
           MOVE WS-NOTE-COUNT TO BKUP-NOTE-COUNT.
           MOVE WS-RESULT-COUNT TO BKUP-RESULT-COUNT.
           MOVE WS-LINK-COUNT TO BKUP-LINK-COUNT.
           MOVE WS-SUSP-COUNT TO BKUP-SUSP-COUNT.
           MOVE WS-SCHED-COUNT TO BKUP-SCHED-COUNT.
           MOVE WS-NXID-COUNT TO BKUP-NXID-COUNT.
           MOVE WS-HIST-COUNT TO BKUP-HIST-COUNT.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-GENS-KEPT.
           MOVE 'NEW' TO GEN-ACTION-OUT.
           PERFORM WRITE-GEN-LINE.
      ******************************************************************
       PRINT-FILE-COUNTS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-5 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-6 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'Y' TO WS-ON-HAND-SW.
           MOVE 'TEST LOG MASTER' TO FILE-NAME-OUT.
           MOVE 'TLOG' TO FILE-DATASET-OUT.
           MOVE WS-MASTER-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-NOTE-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'NOTES' TO FILE-NAME-OUT.
           MOVE 'TLOGNOTE' TO FILE-DATASET-OUT.
           MOVE WS-NOTE-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-RSLT-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'RESULTS' TO FILE-NAME-OUT.
           MOVE 'TLOGRSLT' TO FILE-DATASET-OUT.
           MOVE WS-RESULT-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-LINK-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'LINKS' TO FILE-NAME-OUT.
           MOVE 'TLOGLINK' TO FILE-DATASET-OUT.
           MOVE WS-LINK-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-SUSP-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'SUSPENSE' TO FILE-NAME-OUT.
           MOVE 'TLOGSUSP' TO FILE-DATASET-OUT.
           MOVE WS-SUSP-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-SCH-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'SCHEDULE' TO FILE-NAME-OUT.
           MOVE 'TLOGSCHD' TO FILE-DATASET-OUT.
           MOVE WS-SCHED-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-NXID-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'NEXT-ID CONTROL' TO FILE-NAME-OUT.
           MOVE 'TLOGNXID' TO FILE-DATASET-OUT.
           MOVE WS-NXID-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
           MOVE 'Y' TO WS-ON-HAND-SW.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'N' TO WS-ON-HAND-SW
           END-IF.
           MOVE 'HISTORY LENGTH' TO FILE-NAME-OUT.
           MOVE 'TLOGHIST' TO FILE-DATASET-OUT.
           MOVE WS-HIST-COUNT TO FILE-COUNT-OUT.
           PERFORM WRITE-FILE-LINE.
      ******************************************************************
       WRITE-FILE-LINE.
           IF WS-ON-HAND-SW = 'Y'
               MOVE SPACES TO FILE-NOTE-OUT
           ELSE
               MOVE 'NOT ON HAND' TO FILE-NOTE-OUT
           END-IF.
           MOVE FILE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
      * TLOGBKUP is the first step that writes the balancing file,
      * so it opens it fresh; every later step extends it. TLOGRBCK
      * proves a restored generation against these counts.
       WRITE-CONTROL-TOTALS.
           OPEN OUTPUT BALFILE
           MOVE 'TLOGBKUP' TO BAL-PROGRAM
           MOVE WS-RUN-DATE TO BAL-RUN-DATE
           MOVE 'GENERATION' TO BAL-COUNTER-NAME
           MOVE WS-NEW-GEN TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'MASTER-OUT' TO BAL-COUNTER-NAME
           MOVE WS-MASTER-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'NOTES-OUT' TO BAL-COUNTER-NAME
           MOVE WS-NOTE-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'RESULTS-OUT' TO BAL-COUNTER-NAME
           MOVE WS-RESULT-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'LINKS-OUT' TO BAL-COUNTER-NAME
           MOVE WS-LINK-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'SUSP-OUT' TO BAL-COUNTER-NAME
           MOVE WS-SUSP-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'SCHED-OUT' TO BAL-COUNTER-NAME
           MOVE WS-SCHED-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'NEXTID-OUT' TO BAL-COUNTER-NAME
           MOVE WS-NXID-COUNT TO BAL-COUNT
           WRITE TLOG-BAL-RECORD
           MOVE 'HIST-LENGTH' TO BAL-COUNTER-NAME
           MOVE WS-HIST-COUNT TO BAL-COUNT
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
           MOVE WS-OLD-IN-COUNT TO RUNC-IN-COUNT
           MOVE WS-WRITTEN-COUNT TO RUNC-OUT-COUNT
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
           MOVE WS-NEW-GEN TO SUM-GEN-OUT.
           MOVE WS-WRITTEN-COUNT TO SUM-WRITTEN-OUT.
           MOVE WS-GENS-KEPT TO SUM-KEPT-OUT.
           MOVE WS-GENS-DROPPED TO SUM-DROPPED-OUT.
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
      ******************************************************************
