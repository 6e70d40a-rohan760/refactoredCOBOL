      * in TLOGRUNC.cpy) that every instrumented step writes its
      * START and END records to, finds the most recent run date on
      * the file, and prints that night's stream step by step in its
      * scheduled order - TLOGBKUP, TLOGINTK, TLOGSUSR, TLOGRECR,
      * TLOGASGN, TLOGEDIT, TLOGMAINT, TLOGSUSU, TLOGNOTF, TLOGSUM,
      * TLOGRECON, TLOGAUDT, TLOGBALC - with each step's start and
      * end time, return code, and input/output counts. When the
      * night was rolled back by TLOGRBCK, only the events after its
      * RESET record are shown, with a line saying so. A step with a
      * START record but no END is flagged DID NOT FINISH; a step
      * with no records at all for the night is flagged DID NOT RUN;
      * a nonzero return code is flagged so the bad step stands out.
      * The file is read twice, once to find the latest date and
      * once to report it, so the report never needs the whole
      * history in storage.
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-RESET-SW             PIC X(1) VALUE 'N'.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LATEST-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RESET-TIME           PIC 9(6) VALUE ZERO.
       01  WS-STEP-CONTROL.
           05  WS-STEP-MAX             PIC 9(2) VALUE 13.
           05  WS-ST-IDX               PIC 9(2) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  FILLER                  PIC X(9) VALUE 'TLOGBKUP'.
           05  FILLER                  PIC X(9) VALUE 'TLOGINTK'.
           05  FILLER                  PIC X(9) VALUE 'TLOGSUSR'.
           05  FILLER                  PIC X(9) VALUE 'TLOGRECR'.
           05  FILLER                  PIC X(9) VALUE 'TLOGASGN'.
           05  FILLER                  PIC X(9) VALUE 'TLOGEDIT'.
           05  FILLER                  PIC X(9) VALUE 'TLOGMAINT'.
           05  FILLER                  PIC X(9) VALUE 'TLOGSUSU'.
           05  FILLER                  PIC X(9) VALUE 'TLOGNOTF'.
           05  FILLER                  PIC X(9) VALUE 'TLOGSUM'.
           05  FILLER                  PIC X(9) VALUE 'TLOGRECON'.
           05  FILLER                  PIC X(9) VALUE 'TLOGAUDT'.
           05  FILLER                  PIC X(9) VALUE 'TLOGBALC'.
       01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05  WS-STEP-NAME            PIC X(9)
               OCCURS 13 TIMES.
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY           OCCURS 13 TIMES.
               10  WS-ST-START-SW          PIC X(1).
               10  WS-ST-END-SW            PIC X(1).
               10  WS-ST-START-TIME        PIC 9(6).
       01  EMPTY-LINE.
           05  FILLER                  PIC X(40)
               VALUE '*** NO RUN CONTROL RECORDS ON FILE ***'.
       01  RESET-LINE.
           05  FILLER                  PIC X(31)
               VALUE 'STREAM ROLLED BACK BY TLOGRBCK '.
           05  RST-TIME-OUT.
               10  RST-HH              PIC X(2).
               10  FILLER              PIC X
                   VALUE ':'.
               10  RST-MM              PIC X(2).
               10  FILLER              PIC X
                   VALUE ':'.
               10  RST-SS              PIC X(2).
           05  FILLER                  PIC X(35)
               VALUE ' - STEPS SHOWN ARE FROM THE RERUN'.
       01  HEADER-3.
           05  FILLER                  PIC X(11)
               VALUE  'STEP'.
      ******************************************************************
      * A step rerun the same night overlays its earlier event - the
      * last writer wins, the same rule TLOGBALC applies to its
      * control counters. A rollback's RESET wipes the night's
      * events so far; the stream starts again from the top.
       LOAD-ONE-EVENT.
           IF RUNC-RUN-DATE = WS-LATEST-DATE AND RUNC-EVENT-RESET
               PERFORM INIT-STEP-TABLE
               MOVE 'Y' TO WS-RESET-SW
               MOVE RUNC-TIME TO WS-RESET-TIME
           END-IF
           IF RUNC-RUN-DATE = WS-LATEST-DATE
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STEP-MAX
           END-IF.
      ******************************************************************
       WRITE-STEP-LINES.
           IF WS-RESET-SW = 'Y'
               MOVE WS-RESET-TIME (1:2) TO RST-HH
               MOVE WS-RESET-TIME (3:2) TO RST-MM
               MOVE WS-RESET-TIME (5:2) TO RST-SS
               MOVE RESET-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE HEADER-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE HEADER-4 TO RPT-RECORD.
