      * uses for the master), the record's archived continuation
      * notes move from the TLOGARCN companion back into the live
      * TLOGNOTE file, and a RESTORED entry is journaled to TLOGHIST
      * (transaction code 'R'), naming TLOGREST as its submitter, so
      * the reopening is on the record's history. If the ID already
      * exists on the live master the restore is refused and the
      * archive is left whole - a new test is never silently
      * clobbered - and an ID not on the archive is reported the
      * same way; both end with RETURN-CODE 8. What was restored is
      * listed on RESTRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
           MOVE 'RESTORED' TO HIST-FIELD-NAME
           MOVE WS-OLD-STATUS TO HIST-OLD-VALUE
           MOVE 'OPEN' TO HIST-NEW-VALUE
           MOVE 'TLOGREST' TO HIST-SUBMITTER
           WRITE TLOG-HISTORY-RECORD
           CLOSE HISTFILE.
      ******************************************************************
