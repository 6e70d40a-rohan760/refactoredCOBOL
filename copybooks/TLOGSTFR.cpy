      ******************************************************************
      * TLOGSTFR.cpy
      * Engineer/staff reference record for the HAYNIE R&D Test Log
      * (TLOG). One record per person, keyed on the name exactly as
      * it is keyed into TEST-AUTHOR and TEST-ASSIGNED-ENGR, with the
      * person's mail address, department, manager (itself a staff
      * name) and an active/inactive flag. TLOGSMNT maintains the
      * file (TLOGSTF); TLOGEDIT, TLOGINTK and TLOGMAINT load it to
      * reject work assigned to an unknown or inactive engineer and
      * to fill a blank TEST-EMAIL from the author's entry, TLOGNOTF
      * copies the manager on escalated work, and TLOGREAS moves a
      * departed engineer's open queue to a successor.
      ******************************************************************
       01  TLOG-STAFF-RECORD.
           05  STFR-NAME                    PIC X(28).
           05  STFR-EMAIL                   PIC X(28).
           05  STFR-DEPT                    PIC X(28).
           05  STFR-MANAGER                 PIC X(28).
           05  STFR-STATUS                  PIC X(1).
               88  STFR-ACTIVE                  VALUE 'A'.
               88  STFR-INACTIVE                VALUE 'I'.
               88  STFR-STATUS-VALID            VALUE 'A' 'I'.
           05  STFR-ADDED-DATE.
               10  STFR-ADDED-YEAR          PIC 9(4).
               10  STFR-ADDED-MONTH         PIC 9(2).
               10  STFR-ADDED-DAY           PIC 9(2).
           05  STFR-ADDED-DATE-NUM REDEFINES STFR-ADDED-DATE
                                            PIC 9(8).
           05  STFR-CHANGED-DATE-NUM        PIC 9(8).
      ******************************************************************
