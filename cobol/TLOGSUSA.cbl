      ******************************************************************
      * PROGRAM-ID : TLOGSUSA
      * Suspense aging report for the HAYNIE R&D Test Log (TLOG).
      * Reads the suspense file (TLOGSUSP, layout in TLOGSUSP.cpy) of
      * transactions TLOGMAINT has rejected and lists every item in
      * key order with its record ID, transaction code, the date it
      * was first rejected, the days it has waited since, the tries
      * used so far and the last reject reason. The number of tries
      * before an item expires comes from the same one-record parm
      * file TLOGSUSR reads (SUSPPARM, default 5); an item with one
      * try or none left is flagged *** LAST TRY *** so it can be
      * corrected or cancelled (TLOGSUSM) before the next recycle
      * drops it. The waits are bucketed (0-2, 3-7, 8-30, over 30
      * days) in the summary. The suspense file is optional - with
      * none on hand the report says so and shows zero counts.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGSUSA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPFILE ASSIGN TO TLOGSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RPTFILE ASSIGN TO SUSARPT.
           SELECT PARMFILE ASSIGN TO SUSPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPFILE.

       COPY TLOGSUSP.
      ******************************************************************
       FD RPTFILE
           RECORDING MODE V.

       01  RPT-RECORD                  PIC X(200).
      ******************************************************************
       FD PARMFILE
           RECORDING MODE F.

       01  PARM-RECORD.
           05  PARM-MAX-TRIES          PIC 9(3).
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY TLOGTRAN.
      ******************************************************************
       01  SWITCHES.
           05  SUSP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SUSP-OPEN-SW         PIC X(1) VALUE 'N'.
       01  WS-PARM-CONTROL.
           05  WS-PARM-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SUSP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-MAX-TRIES            PIC 9(3) VALUE 5.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-AGE-FIELDS.
           05  WS-RUN-DATE-INT         PIC 9(7) VALUE ZERO.
           05  WS-FIRST-DATE-INT       PIC 9(7) VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.
           05  WS-TRIES-LEFT           PIC S9(3) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-ITEM-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-LAST-TRY-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BUCKET-1-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BUCKET-2-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BUCKET-3-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BUCKET-4-COUNT       PIC 9(6) VALUE ZERO.
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-2.
           05  FILLER                  PIC X(100)
               VALUE  'TEST LOG SUSPENSE AGING REPORT'.
       01  TRIES-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'EXPIRE AFTER TRIES   :'.
           05  TRIES-OUT               PIC ZZ9.
       01  HEADER-3.
           05  FILLER                  PIC X(16)
               VALUE  'SUSPENSE ITEM'.
           05  FILLER                  PIC X(8)
               VALUE  'ID'.
           05  FILLER                  PIC X(4)
               VALUE  'CD'.
           05  FILLER                  PIC X(10)
               VALUE  'FIRST REJ'.
           05  FILLER                  PIC X(7)
               VALUE  '  DAYS'.
           05  FILLER                  PIC X(7)
               VALUE  ' TRIES'.
           05  FILLER                  PIC X(32)
               VALUE  'LAST REJECT REASON'.
       01  HEADER-4.
           05  FILLER                  PIC X(16)
               VALUE '--------------'.
           05  FILLER                  PIC X(8)
               VALUE '------'.
           05  FILLER                  PIC X(4)
               VALUE '--'.
           05  FILLER                  PIC X(10)
               VALUE '--------'.
           05  FILLER                  PIC X(7)
               VALUE ' -----'.
           05  FILLER                  PIC X(7)
               VALUE ' -----'.
           05  FILLER                  PIC X(32)
               VALUE '------------------------------'.
       01  ITEM-LINE.
           05  ITM-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X
               VALUE '-'.
           05  ITM-SEQ-OUT             PIC 9(5).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-ID-OUT              PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-CODE-OUT            PIC X(1).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  ITM-FIRST-OUT           PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-DAYS-OUT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  ITM-TRIES-OUT           PIC ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-REASON-OUT          PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ITM-FLAG-OUT            PIC X(16).
       01  NO-SUSPENSE-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** NO SUSPENSE FILE ON HAND ***'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(22)
               VALUE  'WAITING 0-2 DAYS     :'.
           05  SUM-BUCKET-1-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE  'WAITING 3-7 DAYS     :'.
           05  SUM-BUCKET-2-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(22)
               VALUE  'WAITING 8-30 DAYS    :'.
           05  SUM-BUCKET-3-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE  'WAITING OVER 30 DAYS :'.
           05  SUM-BUCKET-4-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE  'ITEMS ON LAST TRY    :'.
           05  SUM-LAST-TRY-OUT        PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                  PIC X(22)
               VALUE  'TOTAL SUSPENSE ITEMS :'.
           05  SUM-ITEM-OUT            PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT RPTFILE
           PERFORM SET-RUN-DATE
           PERFORM READ-PARM
           PERFORM PRINT-TITLE
           PERFORM OPEN-SUSP-FILE
           PERFORM READ-SUSP
           PERFORM AGING-LOOP UNTIL SUSP-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY
           IF WS-SUSP-OPEN-SW = 'Y'
               CLOSE SUSPFILE
           END-IF
           CLOSE RPTFILE
           STOP RUN.
      ******************************************************************
       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      ******************************************************************
      * A missing or zero parm keeps the default number of tries.
       READ-PARM.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MAX-TRIES NUMERIC
                               AND PARM-MAX-TRIES > ZERO
                           MOVE PARM-MAX-TRIES TO WS-MAX-TRIES
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.
      ******************************************************************
       OPEN-SUSP-FILE.
           MOVE 'N' TO WS-SUSP-OPEN-SW.
           OPEN INPUT SUSPFILE
           IF WS-SUSP-STATUS = '00'
               MOVE 'Y' TO WS-SUSP-OPEN-SW
           ELSE
               MOVE 'Y' TO SUSP-EOF-SWITCH
               MOVE NO-SUSPENSE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      ******************************************************************
       READ-SUSP.
           IF WS-SUSP-OPEN-SW = 'Y'
               READ SUSPFILE
                   AT END
                       MOVE 'Y' TO SUSP-EOF-SWITCH
               END-READ
           END-IF.
      ******************************************************************
       AGING-LOOP.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM COMPUTE-AGE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                   ADD 1 TO WS-BUCKET-1-COUNT
               WHEN WS-AGE-DAYS < 8
                   ADD 1 TO WS-BUCKET-2-COUNT
               WHEN WS-AGE-DAYS < 31
                   ADD 1 TO WS-BUCKET-3-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-4-COUNT
           END-EVALUATE.
           COMPUTE WS-TRIES-LEFT = WS-MAX-TRIES - SUSP-RETRY-COUNT.
           IF WS-TRIES-LEFT < 2
               MOVE '*** LAST TRY ***' TO ITM-FLAG-OUT
               ADD 1 TO WS-LAST-TRY-COUNT
           ELSE
               MOVE SPACES TO ITM-FLAG-OUT
           END-IF.
           MOVE SUSP-TRAN-IMAGE TO TLOG-TRANSACTION.
           MOVE SUSP-FIRST-DATE TO ITM-DATE-OUT.
           MOVE SUSP-ITEM-SEQ TO ITM-SEQ-OUT.
           MOVE TRAN-RECORD-ID TO ITM-ID-OUT.
           MOVE TRAN-CODE TO ITM-CODE-OUT.
           MOVE SUSP-FIRST-DATE TO ITM-FIRST-OUT.
           MOVE WS-AGE-DAYS TO ITM-DAYS-OUT.
           MOVE SUSP-RETRY-COUNT TO ITM-TRIES-OUT.
           MOVE SUSP-REASON TO ITM-REASON-OUT.
           MOVE ITEM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-SUSP.
      ******************************************************************
       COMPUTE-AGE.
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SUSP-FIRST-DATE).
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INT - WS-FIRST-DATE-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
      ******************************************************************
       PRINT-TITLE.
           MOVE HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-MAX-TRIES TO TRIES-OUT.
           MOVE TRIES-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
           WRITE RPT-RECORD.
      ******************************************************************
       PRINT-SUMMARY.
           MOVE WS-BUCKET-1-COUNT TO SUM-BUCKET-1-OUT.
           MOVE WS-BUCKET-2-COUNT TO SUM-BUCKET-2-OUT.
           MOVE WS-BUCKET-3-COUNT TO SUM-BUCKET-3-OUT.
           MOVE WS-BUCKET-4-COUNT TO SUM-BUCKET-4-OUT.
           MOVE WS-LAST-TRY-COUNT TO SUM-LAST-TRY-OUT.
           MOVE WS-ITEM-COUNT TO SUM-ITEM-OUT.
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
