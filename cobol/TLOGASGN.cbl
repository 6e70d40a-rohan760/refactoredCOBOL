      ******************************************************************
      * PROGRAM-ID : TLOGASGN
      * Record-ID assignment step for the HAYNIE R&D Test Log (TLOG)
      * nightly stream, run between TLOGRECR and TLOGMAINT. Reads the
      * combined transaction file (TLOGTRAN) and the stream-owned
      * next-ID control file (TLOGNXID, one record holding the next
      * unused TEST-RECORD-ID); every 'A' transaction that arrives
      * pairing cannot cover keeps ID zero and acknowledges PENDING
      * rather than guessing. A missing or zero control file ends the
      * step with RETURN-CODE 12 before anything is assigned; seeding
      * it is a one-time operations task. TLOGSUSR's SUSPTRAN of
      * recycled suspense items is concatenated ahead of TLOGTRAN;
      * those transactions already carry their record IDs, so they
      * take no part in the assignment or the intake pairing.
      * TLOGRECR's RECRTRAN of tests raised from the recurring
      * schedule is concatenated after TLOGTRAN; those zero-ID adds
      * are numbered here like any other but, coming behind the
      * intake rows, leave the pairing alone.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD TRANOUT
           RECORDING MODE F.

       01  TRANOUT-RECORD              PIC X(1324).
      ******************************************************************
       FD NXIDFILE
           RECORDING MODE F.
       01  SORT-TRAN-RECORD.
           05  SORT-TRAN-CODE          PIC X(1).
           05  SORT-TRAN-RECORD-ID     PIC 9(6).
           05  FILLER                  PIC X(1317).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  WS-RUNC-CONTROL.
           05  WS-RUNC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RUNC-SELF            PIC X(9) VALUE 'TLOGASGN'.
           05  WS-RUNC-PRED            PIC X(9) VALUE 'TLOGRECR'.
           05  RUNC-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SELF-END-SW          PIC X(1) VALUE 'N'.
           05  WS-PRED-END-SW          PIC X(1) VALUE 'N'.
      * stream: a step that already wrote its END record to the
      * run-control file today, or whose predecessor step has not,
      * refuses to start with RETURN-CODE 12. This step follows
      * TLOGRECR, which runs after TLOGSUSR and TLOGINTK, whose
      * TLOGTRAN output it reads. A RESET record written by
      * TLOGRBCK after a rollback clears what went before it for
      * that night, so the stream can run again.
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
