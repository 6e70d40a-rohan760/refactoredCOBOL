      * Field-level change-history layout for the HAYNIE R&D Test Log
      * (TLOG). TLOGMAINT appends one record per field it actually
      * changed when applying a transaction, plus one ADDED or DELETED
      * record when a master record is created or removed. TLOGPURG
      * adds an ARCHIVED record ('P') when it moves a record to the
      * archive and TLOGREST a RESTORED record ('R') when it brings
      * one back. Records accumulate in the order applied, so a
      * front-to-back read of the file for one record ID is that
      * record's life story. HIST-SUBMITTER says who made the
      * change: the TRAN-SUBMITTER of the transaction TLOGMAINT
      * applied, or the name of the utility (TLOGPURG, TLOGREST,
      * TLOGCMAP) that wrote the entry. Entries written before
      * submitters were recorded carry spaces there.
      ******************************************************************
       01  TLOG-HISTORY-RECORD.
           05  HIST-RECORD-ID               PIC 9(6).
           05  HIST-FIELD-NAME              PIC X(10).
           05  HIST-OLD-VALUE               PIC X(77).
           05  HIST-NEW-VALUE               PIC X(77).
           05  HIST-SUBMITTER               PIC X(8).
      ******************************************************************
