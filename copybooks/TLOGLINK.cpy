      ******************************************************************
      * TLOGLINK.cpy
      * Test dependency link record for the HAYNIE R&D Test Log
      * (TLOG). One record per "blocked by" relationship, keyed on
      * the dependent test's TEST-RECORD-ID plus the TEST-RECORD-ID
      * of the test it is waiting on, so a test can wait on any
      * number of others. TLOGMAINT maintains the file from 'L'
      * (link) and 'U' (unlink) transactions and carries it forward
      * old-to-new beside the master (TLOGLINK in, TLOGLNKN out);
      * TLOGDEPR reports the blocker chains and TLOGNOTF mails the
      * dependents whose blockers have all been finished.
      ******************************************************************
       01  TLOG-LINK-RECORD.
           05  LINK-KEY.
               10  LINK-RECORD-ID           PIC 9(6).
               10  LINK-BLOCKER-ID          PIC 9(6).
           05  LINK-ADDED-DATE.
               10  LINK-ADDED-YEAR          PIC 9(4).
               10  LINK-ADDED-MONTH         PIC 9(2).
               10  LINK-ADDED-DAY           PIC 9(2).
           05  LINK-ADDED-DATE-NUM REDEFINES LINK-ADDED-DATE
                                            PIC 9(8).
      ******************************************************************
