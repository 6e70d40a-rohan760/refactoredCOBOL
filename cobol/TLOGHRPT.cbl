      * requested record ID comes from a one-record parm file
      * (HISPARM, the same pattern as the RUNPARM file the Test Log
      * Report reads); a zero or missing parm prints the full history
      * of every record. Each entry shows the submitter who made the
      * change (HIST-SUBMITTER) - "NOT RECORDED" for entries written
      * before submitters were kept.
      * The parm may also name a submitter and a run-date range
      * (from/to, YYYYMMDD, either end optional). When either is
      * given the report answers "who changed what": the entries in
      * range - for the one submitter, or for everyone when the
      * submitter is blank, and still for the one record when an ID
      * is given too - are sorted by submitter, run date and the
      * order applied, and printed grouped under each submitter with
      * a count of entries and of distinct records per submitter. A
      * from date after the to date is refused with RETURN-CODE 12.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO TLOGHIST.
           SELECT RPTFILE ASSIGN TO HISTRPT.
           SELECT SORTFILE ASSIGN TO SORTWK.
           SELECT PARMFILE ASSIGN TO HISPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       01  PARM-RECORD.
           05  PARM-RECORD-ID          PIC 9(6).
           05  PARM-SUBMITTER          PIC X(8).
           05  PARM-FROM-DATE          PIC 9(8).
           05  PARM-TO-DATE            PIC 9(8).
      ******************************************************************
       SD SORTFILE.

       01  SORT-HIST-RECORD.
           05  SORT-HST-SUBMITTER      PIC X(8).
           05  SORT-HST-DATE           PIC 9(8).
           05  SORT-HST-SEQ            PIC 9(9).
           05  SORT-HST-IMAGE          PIC X(187).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  HIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-BY-SUBMITTER-SW      PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-REQUEST-ID           PIC 9(6) VALUE ZERO.
           05  WS-REQUEST-SUBMITTER    PIC X(8) VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01  WS-SUBMITTER-CONTROL.
           05  WS-CURR-SUBMITTER       PIC X(8) VALUE SPACES.
           05  WS-SUB-ENTRY-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SUB-RECORD-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-SR-MAX               PIC 9(5) VALUE 5000.
           05  WS-SR-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-SR-IDX               PIC 9(5) VALUE ZERO.
           05  WS-SR-FOUND-SW          PIC X(1) VALUE 'N'.
       01  WS-SUB-RECORD-TABLE.
           05  WS-SR-RECORD-ID         PIC 9(6)
                                       OCCURS 5000 TIMES.
       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-PRINTED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-SUBMITTER-COUNT      PIC 9(6) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  REQUEST-ALL-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'REQUESTED ID: ALL RECORDS'.
       01  REQUEST-SUB-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'SUBMITTER   : '.
           05  REQ-SUB-OUT             PIC X(12).
           05  FILLER                  PIC X(13)
               VALUE '  RUN DATES: '.
           05  REQ-FROM-OUT            PIC 9(8).
           05  FILLER                  PIC X(4)
               VALUE ' TO '.
           05  REQ-TO-OUT              PIC 9(8).
       01  DATE-RANGE-ERROR-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'HISPARM FROM DATE IS AFTER THE TO DATE -'.
           05  FILLER                  PIC X(20)
               VALUE ' REPORT NOT PRODUCED'.
       01  SUBMITTER-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'SUBMITTER:  '.
           05  SUB-NAME-OUT            PIC X(12).
       01  SUBMITTER-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE  '  ENTRIES            :'.
           05  SUB-ENTRIES-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(25)
               VALUE  '    RECORDS CHANGED     :'.
           05  SUB-RECORDS-OUT         PIC ZZZ,ZZ9.
       01  HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
               VALUE  'DATE'.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(12)
               VALUE  'FIELD'.
           05  FILLER                  PIC X(12)
               VALUE  'SUBMITTER'.
       01  HEADER-4.
           05  FILLER                  PIC X(8)
               VALUE '--------'.
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE '--'.
           05  FILLER                  PIC X(12)
               VALUE '----------'.
           05  FILLER                  PIC X(12)
               VALUE '------------'.
       01  HIST-LINE.
           05  HST-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  HST-FIELD-OUT           PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  HST-SUBMITTER-OUT       PIC X(12).
       01  OLD-VALUE-LINE.
           05  FILLER                  PIC X(10)
               VALUE '   OLD:   '.
           05  FILLER                  PIC X(22)
               VALUE  'ENTRIES PRINTED      :'.
           05  SUM-PRINTED-OUT         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'SUBMITTERS REPORTED  :'.
           05  SUM-SUBMITTERS-OUT      PIC ZZZ,ZZ9.

       LINKAGE SECTION.

           OPEN INPUT HISTFILE
           OPEN OUTPUT RPTFILE
           PERFORM READ-PARM
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE DATE-RANGE-ERROR-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               CLOSE HISTFILE RPTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-TITLE
           IF WS-BY-SUBMITTER-SW = 'Y'
               SORT SORTFILE
                   ON ASCENDING KEY SORT-HST-SUBMITTER
                                    SORT-HST-DATE
                                    SORT-HST-SEQ
                   INPUT PROCEDURE IS SUBMITTER-FEED
                   OUTPUT PROCEDURE IS SUBMITTER-OUT
           ELSE
               READ HISTFILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SWITCH
               END-READ
               PERFORM HISTORY-LOOP UNTIL HIST-EOF-SWITCH = 'Y'
           END-IF
           PERFORM PRINT-SUMMARY
           CLOSE HISTFILE RPTFILE
           STOP RUN.
                       IF PARM-RECORD-ID NUMERIC
                           MOVE PARM-RECORD-ID TO WS-REQUEST-ID
                       END-IF
                       PERFORM READ-PARM-SUBMITTER
               END-READ
               CLOSE PARMFILE
           END-IF.
      ******************************************************************
       READ-PARM-SUBMITTER.
           IF PARM-SUBMITTER NOT = SPACES
               MOVE PARM-SUBMITTER TO WS-REQUEST-SUBMITTER
               MOVE 'Y' TO WS-BY-SUBMITTER-SW
           END-IF.
           IF PARM-FROM-DATE NUMERIC
                   AND PARM-FROM-DATE > ZERO
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE 'Y' TO WS-BY-SUBMITTER-SW
           END-IF.
           IF PARM-TO-DATE NUMERIC
                   AND PARM-TO-DATE > ZERO
               MOVE PARM-TO-DATE TO WS-TO-DATE
               MOVE 'Y' TO WS-BY-SUBMITTER-SW
           END-IF.
      ******************************************************************
       HISTORY-LOOP.
           ADD 1 TO WS-READ-COUNT.
           MOVE HIST-RUN-DAY TO HST-DAY-OUT.
           MOVE HIST-TRAN-CODE TO HST-CODE-OUT.
           MOVE HIST-FIELD-NAME TO HST-FIELD-OUT.
           IF HIST-SUBMITTER = SPACES
               MOVE 'NOT RECORDED' TO HST-SUBMITTER-OUT
           ELSE
               MOVE HIST-SUBMITTER TO HST-SUBMITTER-OUT
           END-IF.
           MOVE HIST-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF HIST-OLD-VALUE NOT = SPACES
               MOVE NEW-VALUE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      ******************************************************************
       SUBMITTER-FEED.
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
           PERFORM SUBMITTER-FEED-LOOP UNTIL HIST-EOF-SWITCH = 'Y'.
      ******************************************************************
       SUBMITTER-FEED-LOOP.
           ADD 1 TO WS-READ-COUNT.
           IF (WS-REQUEST-ID = ZERO
                   OR HIST-RECORD-ID = WS-REQUEST-ID)
               AND (WS-REQUEST-SUBMITTER = SPACES
                   OR HIST-SUBMITTER = WS-REQUEST-SUBMITTER)
               AND HIST-RUN-DATE-NUM NOT < WS-FROM-DATE
               AND HIST-RUN-DATE-NUM NOT > WS-TO-DATE
               MOVE HIST-SUBMITTER TO SORT-HST-SUBMITTER
               MOVE HIST-RUN-DATE-NUM TO SORT-HST-DATE
               MOVE WS-READ-COUNT TO SORT-HST-SEQ
               MOVE TLOG-HISTORY-RECORD TO SORT-HST-IMAGE
               RELEASE SORT-HIST-RECORD
           END-IF
           READ HISTFILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
      ******************************************************************
       SUBMITTER-OUT.
           MOVE 'N' TO SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED.
           PERFORM SUBMITTER-GROUP UNTIL SORT-EOF-SWITCH = 'Y'.
      ******************************************************************
       SUBMITTER-GROUP.
           MOVE SORT-HST-SUBMITTER TO WS-CURR-SUBMITTER.
           MOVE ZERO TO WS-SUB-ENTRY-COUNT WS-SUB-RECORD-COUNT
                        WS-SR-COUNT.
           ADD 1 TO WS-SUBMITTER-COUNT.
           IF WS-CURR-SUBMITTER = SPACES
               MOVE 'NOT RECORDED' TO SUB-NAME-OUT
           ELSE
               MOVE WS-CURR-SUBMITTER TO SUB-NAME-OUT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUBMITTER-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM SUBMITTER-ENTRY
               UNTIL SORT-EOF-SWITCH = 'Y'
                  OR SORT-HST-SUBMITTER NOT = WS-CURR-SUBMITTER.
           MOVE WS-SUB-ENTRY-COUNT TO SUB-ENTRIES-OUT.
           MOVE WS-SUB-RECORD-COUNT TO SUB-RECORDS-OUT.
           MOVE SUBMITTER-TOTAL-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       SUBMITTER-ENTRY.
           MOVE SORT-HST-IMAGE TO TLOG-HISTORY-RECORD.
           ADD 1 TO WS-SUB-ENTRY-COUNT.
           PERFORM COUNT-SUBMITTER-RECORD.
           PERFORM PRINT-HISTORY-ENTRY.
           PERFORM RETURN-SORTED.
      ******************************************************************
       COUNT-SUBMITTER-RECORD.
           MOVE 'N' TO WS-SR-FOUND-SW.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
                      OR WS-SR-FOUND-SW = 'Y'
               IF WS-SR-RECORD-ID (WS-SR-IDX) = HIST-RECORD-ID
                   MOVE 'Y' TO WS-SR-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-SR-FOUND-SW = 'N'
               ADD 1 TO WS-SUB-RECORD-COUNT
               IF WS-SR-COUNT < WS-SR-MAX
                   ADD 1 TO WS-SR-COUNT
                   MOVE HIST-RECORD-ID TO WS-SR-RECORD-ID (WS-SR-COUNT)
               END-IF
           END-IF.
      ******************************************************************
       RETURN-SORTED.
           RETURN SORTFILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
               MOVE REQUEST-LINE TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           IF WS-BY-SUBMITTER-SW = 'Y'
               IF WS-REQUEST-SUBMITTER = SPACES
                   MOVE 'ALL' TO REQ-SUB-OUT
               ELSE
                   MOVE WS-REQUEST-SUBMITTER TO REQ-SUB-OUT
               END-IF
               MOVE WS-FROM-DATE TO REQ-FROM-OUT
               MOVE WS-TO-DATE TO REQ-TO-OUT
               MOVE REQUEST-SUB-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SUMMARY-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-BY-SUBMITTER-SW = 'Y'
               MOVE WS-SUBMITTER-COUNT TO SUM-SUBMITTERS-OUT
               MOVE SUMMARY-LINE-3 TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      ******************************************************************
