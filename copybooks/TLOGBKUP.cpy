      ******************************************************************
      * TLOGBKUP.cpy
      * Pre-update backup record for the HAYNIE R&D Test Log (TLOG).
      * TLOGBKUP copies the files the nightly stream replaces - the
      * master, notes, results, links, suspense, schedule and next-ID
      * files - to the backup file (TLOGBKUP) before the first step
      * that updates any of them, as one numbered generation. Each
      * record carries its generation number and date and a file code
      * saying which file the record image came from. Every
      * generation ends with a control record ('T') holding the run
      * time, the number of records taken from each file and the
      * length of the TLOGHIST change-history file at the time of the
      * backup; a generation without one is incomplete and is never
      * restored. TLOGRBCK restores a generation as a set.
      ******************************************************************
       01  TLOG-BACKUP-RECORD.
           05  BKUP-GENERATION              PIC 9(4).
           05  BKUP-GEN-DATE                PIC 9(8).
           05  BKUP-FILE-CODE               PIC X(1).
               88  BKUP-MASTER                  VALUE 'M'.
               88  BKUP-NOTE                    VALUE 'N'.
               88  BKUP-RESULT                  VALUE 'R'.
               88  BKUP-LINK                    VALUE 'L'.
               88  BKUP-SUSPENSE                VALUE 'S'.
               88  BKUP-SCHEDULE                VALUE 'C'.
               88  BKUP-NEXT-ID                 VALUE 'X'.
               88  BKUP-TRAILER                 VALUE 'T'.
           05  BKUP-IMAGE                   PIC X(1378).
           05  BKUP-CONTROLS REDEFINES BKUP-IMAGE.
               10  BKUP-GEN-TIME            PIC 9(6).
               10  BKUP-MASTER-COUNT        PIC 9(9).
               10  BKUP-NOTE-COUNT          PIC 9(9).
               10  BKUP-RESULT-COUNT        PIC 9(9).
               10  BKUP-LINK-COUNT          PIC 9(9).
               10  BKUP-SUSP-COUNT          PIC 9(9).
               10  BKUP-SCHED-COUNT         PIC 9(9).
               10  BKUP-NXID-COUNT          PIC 9(9).
               10  BKUP-HIST-COUNT          PIC 9(9).
               10  FILLER                   PIC X(1300).
      ******************************************************************
