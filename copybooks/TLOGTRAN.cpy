      * append-note transactions against the HAYNIE R&D Test Log
      * (TLOG). On an 'N' or 'C' transaction every non-blank
      * TRAN-NOTE line is appended to the TLOGNOTE continuation file
      * in order; existing note lines are never overwritten. An 'L'
      * (link) or 'U' (unlink) transaction records or removes a
      * "blocked by" dependency on the TLOGLINK file: TRAN-RECORD-ID
      * is the waiting test and TRAN-BLOCKER-ID, carried in the
      * subject area, is the test it waits on. TRAN-SUBMITTER names
      * whoever sent the transaction - the keying user's ID, or the
      * lab system's ID on rows TLOGINTK converts, or the name of
      * the program that raised it - and TLOGMAINT checks it
      * against the submitter authorization file (TLOGAUTH, layout
      * in TLOGAUTR.cpy) before applying anything.
      ******************************************************************
       01  TLOG-TRANSACTION.
           05  TRAN-CODE                    PIC X(1).
               88  TRAN-CODE-CHANGE             VALUE 'C'.
               88  TRAN-CODE-DELETE             VALUE 'D'.
               88  TRAN-CODE-NOTE               VALUE 'N'.
               88  TRAN-CODE-LINK               VALUE 'L'.
               88  TRAN-CODE-UNLINK             VALUE 'U'.
           05  TRAN-RECORD-ID                PIC 9(6).
           05  TRAN-CATEGORY                 PIC X(28).
           05  TRAN-GROUP                    PIC X(28).
               10  TRAN-MONTH                PIC 9(2).
               10  TRAN-DAY                  PIC 9(2).
           05  TRAN-SUBJECT                  PIC X(66).
           05  TRAN-LINK-DATA REDEFINES TRAN-SUBJECT.
               10  TRAN-BLOCKER-ID           PIC 9(6).
               10  FILLER                    PIC X(60).
           05  TRAN-NOTES.
               10  TRAN-NOTE-1               PIC X(77).
               10  TRAN-NOTE-2               PIC X(77).
               88  TRAN-PRI-STANDARD             VALUE '2'.
               88  TRAN-PRI-ROUTINE              VALUE '3'.
               88  TRAN-PRI-VALID                VALUE '1' '2' '3'.
           05  TRAN-SUBMITTER                PIC X(8).
      ******************************************************************
