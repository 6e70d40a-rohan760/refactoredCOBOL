      ******************************************************************
      * PROGRAM-ID : TLOGCONV
      * One-shot layout conversion for the HAYNIE R&D Test Log (TLOG)
      * change-history file when the submitter ID (HIST-SUBMITTER,
      * layout in TLOGHIST.cpy) was added to the end of its record.
      * Copies the existing history (TLOGHIST, 179 bytes a record)
      * to a new generation (TLOGHSTN, 187 bytes) with the extra
      * eight bytes set to spaces - read as "not recorded" by
      * TLOGHRPT - in the same order, exactly as the nightly steps
      * hand a file on. A history file not yet created is reported
      * and skipped. The record count is listed on CONVRPT. Intended
      * to run once, after the new programs are installed and before
      * the first nightly stream that uses them.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO TLOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTOUT ASSIGN TO TLOGHSTN.
           SELECT RPTFILE ASSIGN TO CONVRPT.

       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE
           RECORDING MODE F.

       01  OLD-HIST-RECORD             PIC X(179).
      ******************************************************************
       FD HISTOUT
           RECORDING MODE F.

       COPY TLOGHIST.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  FILE-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
       01  WS-COUNTERS.
           05  WS-HIST-COUNT           PIC 9(9) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'SUBMITTER LAYOUT CONVERSION REPORT'.
       01  HEADER-3.
           05  FILLER                  PIC X(12)
               VALUE  'INPUT'.
           05  FILLER                  PIC X(12)
               VALUE  'OUTPUT'.
           05  FILLER                  PIC X(16)
               VALUE  'RECORDS COPIED'.
           05  FILLER                  PIC X(30)
               VALUE  'REMARKS'.
       01  HEADER-4.
           05  FILLER                  PIC X(12)
               VALUE '----------'.
           05  FILLER                  PIC X(12)
               VALUE '----------'.
           05  FILLER                  PIC X(16)
               VALUE '--------------'.
           05  FILLER                  PIC X(30)
               VALUE '------------------------------'.
       01  CONV-LINE.
           05  CONV-IN-OUT             PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CONV-OUT-OUT            PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CONV-COUNT-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(5)
               VALUE SPACES.
           05  CONV-REMARK-OUT         PIC X(30).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           PERFORM PRINT-TITLE
           PERFORM CONVERT-HISTORY
           CLOSE RPTFILE
           STOP RUN.
      ******************************************************************
       CONVERT-HISTORY.
           MOVE 'N' TO FILE-EOF-SWITCH.
           MOVE 'TLOGHIST' TO CONV-IN-OUT.
           MOVE 'TLOGHSTN' TO CONV-OUT-OUT.
           OPEN OUTPUT HISTOUT
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS = '00'
               READ HISTFILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-SWITCH
               END-READ
               PERFORM CONVERT-HISTORY-LOOP
                   UNTIL FILE-EOF-SWITCH = 'Y'
               CLOSE HISTFILE
               MOVE SPACES TO CONV-REMARK-OUT
           ELSE
               MOVE 'INPUT NOT FOUND - SKIPPED' TO CONV-REMARK-OUT
           END-IF
           CLOSE HISTOUT
           MOVE WS-HIST-COUNT TO CONV-COUNT-OUT
           PERFORM WRITE-CONV-LINE.
      ******************************************************************
       CONVERT-HISTORY-LOOP.
           MOVE SPACES TO TLOG-HISTORY-RECORD.
           MOVE OLD-HIST-RECORD TO TLOG-HISTORY-RECORD (1:179).
           WRITE TLOG-HISTORY-RECORD.
           ADD 1 TO WS-HIST-COUNT.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SWITCH
           END-READ.
      ******************************************************************
       WRITE-CONV-LINE.
           MOVE CONV-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
