      ******************************************************************
      * TLOGAUTR.cpy
      * Submitter authorization record for the HAYNIE R&D Test Log
      * (TLOG). One record per submitter ID and TEST-CATEGORY, keyed
      * on the pair, saying which kinds of transaction that
      * submitter may send for tests in that category: add, change
      * (including notes and links), close (a change that moves a
      * test to CLOSED, which needs the change right as well) and
      * delete. A category of '*' covers every category; an entry
      * for the exact category is used ahead of it. TLOGAMNT
      * maintains the file (TLOGAUTH); TLOGMAINT loads it and
      * rejects a transaction its submitter is not entitled to send.
      ******************************************************************
       01  TLOG-AUTH-RECORD.
           05  AUTH-KEY.
               10  AUTH-SUBMITTER           PIC X(8).
               10  AUTH-CATEGORY            PIC X(28).
                   88  AUTH-ALL-CATEGORIES      VALUE '*'.
           05  AUTH-RIGHTS.
               10  AUTH-ADD                 PIC X(1).
                   88  AUTH-ADD-ALLOWED         VALUE 'Y'.
               10  AUTH-CHANGE              PIC X(1).
                   88  AUTH-CHANGE-ALLOWED      VALUE 'Y'.
               10  AUTH-CLOSE               PIC X(1).
                   88  AUTH-CLOSE-ALLOWED       VALUE 'Y'.
               10  AUTH-DELETE              PIC X(1).
                   88  AUTH-DELETE-ALLOWED      VALUE 'Y'.
           05  AUTH-ADDED-DATE-NUM          PIC 9(8).
           05  AUTH-CHANGED-DATE-NUM        PIC 9(8).
      ******************************************************************
