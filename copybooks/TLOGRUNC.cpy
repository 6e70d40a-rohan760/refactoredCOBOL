      * END record for today (double-run protection) or if its
      * predecessor step does not (out-of-order protection). The file
      * accumulates across nights; TLOGOPSR reports the latest
      * night's stream step by step. TLOGRBCK, after restoring a
      * backup generation, appends a RESET record for the night the
      * generation was taken; a step scanning the file disregards
      * every END record for that night ahead of the RESET, so the
      * rolled-back stream can be run again.
      ******************************************************************
       01  TLOG-RUNC-RECORD.
           05  RUNC-PROGRAM             PIC X(9).
           05  RUNC-EVENT               PIC X(5).
               88  RUNC-EVENT-START         VALUE 'START'.
               88  RUNC-EVENT-END           VALUE 'END'.
               88  RUNC-EVENT-RESET         VALUE 'RESET'.
           05  RUNC-TIME                PIC 9(6).
           05  RUNC-RETURN-CODE         PIC 9(4).
           05  RUNC-IN-COUNT            PIC 9(9).
