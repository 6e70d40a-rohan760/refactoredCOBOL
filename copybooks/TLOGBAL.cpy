      * TLOGBAL.cpy
      * Control-total record layout for the nightly Test Log stream.
      * Each step of the stream writes its input/output record counts
      * here as it ends - TLOGBKUP (which opens the file fresh at the
      * head of the stream), then TLOGEDIT, TLOGMAINT, TLOGSUSU, the
      * Test Log Report run, TLOGRECON and TLOGAUDT (which extend
      * it). TLOGRBCK proves a restored backup generation against
      * TLOGBKUP's counts. TLOGBALC reads the file at the end of the
      * stream and proves the counts against each other, ending with
      * a bad return code when they disagree.
      ******************************************************************
       01  TLOG-BAL-RECORD.
           05  BAL-PROGRAM                  PIC X(9).
