      * with every matching record's TEST-CATEGORY and TEST-GROUP
      * replaced by the approved values. Every field actually changed
      * is journaled to the TLOGHIST change-history file with
      * transaction code 'R' and TLOGCMAP as the submitter, exactly
      * as TLOGMAINT journals a change, so the remap is on each
      * record's history like any other change. Each remapped
      * record is listed on an audit report (REMAPRPT) with before
      * and after values. Rules match on the exact old pair; records
      * matching no rule are copied through unchanged. Intended to
      * run once, after the approved reference file (TLOGCAT) is
      * first loaded and before TLOGEDIT starts enforcing it.
      ******************************************************************

       IDENTIFICATION DIVISION.
           MOVE TEST-RECORD-ID TO HIST-RECORD-ID.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE-NUM.
           MOVE 'R' TO HIST-TRAN-CODE.
           MOVE 'TLOGCMAP' TO HIST-SUBMITTER.
           WRITE TLOG-HISTORY-RECORD.
      ******************************************************************
       PRINT-TITLE.
