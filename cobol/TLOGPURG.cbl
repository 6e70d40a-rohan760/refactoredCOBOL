      * notes move with it into the archive notes companion
      * (TLOGARCN, keyed like TLOGNOTE) where TLOGARCR prints them -
      * so a purged record's conclusions are no longer stranded in
      * the live notes file. Each archived record is also journaled
      * to TLOGHIST as an ARCHIVED entry (transaction code 'P'), the
      * counterpart of the RESTORED entry TLOGREST writes, so the
      * record's history - and the warehouse extract TLOGCDCX builds
      * from it - shows when it left the live master. The entry
      * names TLOGPURG as its submitter.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-RECORD-ID.
           SELECT ARCHFILE ASSIGN TO TLOGARCH.
           SELECT HISTFILE ASSIGN TO TLOGHIST.
           SELECT RPTFILE ASSIGN TO PURGRPT.
           SELECT PARMFILE ASSIGN TO PURGPARM
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE F.

       01  ARCHFILE-RECORD             PIC X(1315).
      ******************************************************************
       FD HISTFILE
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.
           05  WS-ARCN-STATUS          PIC X(2) VALUE SPACES.
           05  WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
           05  WS-SYNC-ID              PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-KEPT-COUNT           PIC 9(6) VALUE ZERO.
           OPEN INPUT INFILE
           OPEN OUTPUT OUTFILE
           OPEN EXTEND ARCHFILE
           OPEN EXTEND HISTFILE
           OPEN OUTPUT RPTFILE
           OPEN OUTPUT NOTEOUT
           PERFORM OPEN-NOTE-FILE
           PERFORM OPEN-ARCN-FILE
           PERFORM READ-PARM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM PRINT-TITLE
           READ INFILE
               AT END
               CLOSE NOTEFILE
           END-IF
           CLOSE INFILE OUTFILE ARCHFILE RPTFILE NOTEOUT ARCNFILE
                 HISTFILE
           STOP RUN.
      ******************************************************************
       READ-PARM.
           MOVE TEST-SUBJECT TO PRG-SUBJECT-OUT.
           MOVE PURGE-LOG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM WRITE-HISTORY-RECORD.
      ******************************************************************
       WRITE-HISTORY-RECORD.
           MOVE TEST-RECORD-ID TO HIST-RECORD-ID.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE-NUM.
           MOVE 'P' TO HIST-TRAN-CODE.
           MOVE 'ARCHIVED' TO HIST-FIELD-NAME.
           MOVE TEST-STATUS TO HIST-OLD-VALUE.
           MOVE 'ARCHIVED' TO HIST-NEW-VALUE.
           MOVE 'TLOGPURG' TO HIST-SUBMITTER.
           WRITE TLOG-HISTORY-RECORD.
      ******************************************************************
      * The live notes file is optional, the same handling TLOGMAINT
      * gives it. The archive notes companion is keyed and opened
