      * its units, the low/high specification limits (zero when the
      * export gave none on that side), and a pass/fail flag computed
      * against the limits at intake. TLOGINQ prints a record's
      * measurements under its notes, TLOGRSLX lists every
      * out-of-limits measurement on an active test and TLOGCAPR
      * reports capability and drift for each measurement name.
      ******************************************************************
       01  TLOG-RESULT-RECORD.
           05  RSLT-KEY.
