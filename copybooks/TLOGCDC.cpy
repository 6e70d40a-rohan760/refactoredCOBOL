      ******************************************************************
      * TLOGCDC.cpy
      * Change-data-capture extract record for the HAYNIE R&D Test Log
      * (TLOG), written nightly by TLOGCDCX for the data warehouse.
      * Every extract starts with one header record ('H') and ends
      * with one trailer record ('T'), both carrying the extract
      * date, the extract sequence number and the range covered -
      * run dates and change-history positions - and, on the
      * trailer, the number of rows of each kind, so the receiving
      * side can prove the file arrived whole. In between:
      *   'D' test record rows, operation code 'A'dded, 'C'hanged,
      *       'D'eleted, 'P'urged to the archive or 'R'estored from
      *       it, with the full master record image (the archived
      *       image for a purge, blank for a delete);
      *   'N' continuation note rows (TLOGNOTE image), operation 'A';
      *   'M' measurement result rows (TLOGRSLT image), operation 'A'
      *       - a resubmitted measurement replaces the one stored
      *       under the same key.
      * CDC-EVENT-DATE is the run date of the latest change behind
      * a test row, or the stamp date of a note or result. The range
      * covers change-history positions CDC-FROM-HIST through
      * CDC-TO-HIST (FROM above TO when there was nothing new) and
      * notes and results stamped after CDC-FROM-DATE through
      * CDC-TO-DATE. CDC-FROM-DATE is the previous extract's date,
      * or the day before it when TLOGCDCX has had to pick up again
      * after a rollback, so that the notes and results stamped on
      * the previous extract's date are sent again.
      ******************************************************************
       01  TLOG-CDC-RECORD.
           05  CDC-REC-TYPE                 PIC X(1).
               88  CDC-HEADER                   VALUE 'H'.
               88  CDC-TEST-ROW                 VALUE 'D'.
               88  CDC-NOTE-ROW                 VALUE 'N'.
               88  CDC-RESULT-ROW               VALUE 'M'.
               88  CDC-TRAILER                  VALUE 'T'.
           05  CDC-OP-CODE                  PIC X(1).
               88  CDC-OP-ADD                   VALUE 'A'.
               88  CDC-OP-CHANGE                VALUE 'C'.
               88  CDC-OP-DELETE                VALUE 'D'.
               88  CDC-OP-ARCHIVE               VALUE 'P'.
               88  CDC-OP-RESTORE               VALUE 'R'.
           05  CDC-RECORD-ID                PIC 9(6).
           05  CDC-EVENT-DATE               PIC 9(8).
           05  CDC-IMAGE                    PIC X(1315).
           05  CDC-CONTROLS REDEFINES CDC-IMAGE.
               10  CDC-EXTRACT-DATE         PIC 9(8).
               10  CDC-EXTRACT-SEQ          PIC 9(6).
               10  CDC-FROM-DATE            PIC 9(8).
               10  CDC-TO-DATE              PIC 9(8).
               10  CDC-FROM-HIST            PIC 9(9).
               10  CDC-TO-HIST              PIC 9(9).
               10  CDC-ADD-COUNT            PIC 9(9).
               10  CDC-CHANGE-COUNT         PIC 9(9).
               10  CDC-DELETE-COUNT         PIC 9(9).
               10  CDC-ARCHIVE-COUNT        PIC 9(9).
               10  CDC-RESTORE-COUNT        PIC 9(9).
               10  CDC-NOTE-COUNT           PIC 9(9).
               10  CDC-RESULT-COUNT         PIC 9(9).
               10  CDC-ROW-COUNT            PIC 9(9).
               10  FILLER                   PIC X(1195).
      ******************************************************************
