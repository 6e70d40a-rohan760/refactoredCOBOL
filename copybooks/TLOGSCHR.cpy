      ******************************************************************
      * TLOGSCHR.cpy
      * Recurring-test schedule record for the HAYNIE R&D Test Log
      * (TLOG). One record per repeating test (monthly calibration,
      * quarterly regression check, annual certification and the
      * like), keyed on a schedule entry number, holding the template
      * the test is raised from - category, group, subject, default
      * assigned engineer and priority - with how often it repeats
      * ('D'aily, 'W'eekly, 'M'onthly, 'Q'uarterly, 'Y'early), the
      * lead time in days from raising to target date, and the date
      * it is next due. Monthly, quarterly and yearly entries fall on
      * the anchor day of the month, taken from the due date when it
      * is keyed, or the last day of a shorter month. TLOGRMNT
      * maintains the file (TLOGSCHD); TLOGRECR raises an add
      * transaction for each entry that has come due and moves the
      * due date on. An inactive entry is kept but never raised.
      ******************************************************************
       01  TLOG-SCHEDULE-RECORD.
           05  SCHR-ENTRY-ID                PIC 9(6).
           05  SCHR-CATEGORY                PIC X(28).
           05  SCHR-GROUP                   PIC X(28).
           05  SCHR-SUBJECT                 PIC X(66).
           05  SCHR-ENGINEER                PIC X(28).
           05  SCHR-PRIORITY                PIC X(1).
               88  SCHR-PRI-VALID               VALUE '1' '2' '3'.
           05  SCHR-FREQUENCY               PIC X(1).
               88  SCHR-FREQ-DAILY              VALUE 'D'.
               88  SCHR-FREQ-WEEKLY             VALUE 'W'.
               88  SCHR-FREQ-MONTHLY            VALUE 'M'.
               88  SCHR-FREQ-QUARTERLY          VALUE 'Q'.
               88  SCHR-FREQ-YEARLY             VALUE 'Y'.
               88  SCHR-FREQ-VALID              VALUE 'D' 'W' 'M'
                                                      'Q' 'Y'.
           05  SCHR-LEAD-DAYS               PIC 9(3).
           05  SCHR-NEXT-DUE.
               10  SCHR-DUE-YEAR            PIC 9(4).
               10  SCHR-DUE-MONTH           PIC 9(2).
               10  SCHR-DUE-DAY             PIC 9(2).
           05  SCHR-NEXT-DUE-NUM REDEFINES SCHR-NEXT-DUE
                                            PIC 9(8).
           05  SCHR-ANCHOR-DAY              PIC 9(2).
           05  SCHR-STATUS                  PIC X(1).
               88  SCHR-ACTIVE                  VALUE 'A'.
               88  SCHR-INACTIVE                VALUE 'I'.
               88  SCHR-STATUS-VALID            VALUE 'A' 'I'.
           05  SCHR-LAST-RAISED-DATE        PIC 9(8).
           05  SCHR-ADDED-DATE              PIC 9(8).
           05  SCHR-CHANGED-DATE            PIC 9(8).
      ******************************************************************
