      ******************************************************************
      * TLOGSUSP.cpy
      * Suspense record for transactions TLOGMAINT has rejected from
      * the HAYNIE R&D Test Log (TLOG) stream. TLOGMAINT writes every
      * reject it makes to MAINTREJ in this layout, carrying the full
      * transaction image and the reject reason; TLOGSUSU matches
      * those against the items TLOGSUSR fed back into the night's
      * run and writes the suspense file (TLOGSUSP), keyed on the
      * date the transaction was first rejected plus a sequence
      * number within that night. Each night TLOGSUSR feeds every
      * item back in ahead of the new TLOGTRAN and expires the ones
      * that have used up their tries; TLOGSUSM corrects or cancels
      * items by key and TLOGSUSA reports how long they have waited.
      ******************************************************************
       01  TLOG-SUSPENSE-RECORD.
           05  SUSP-KEY.
               10  SUSP-FIRST-DATE          PIC 9(8).
               10  SUSP-ITEM-SEQ            PIC 9(5).
           05  SUSP-LAST-DATE               PIC 9(8).
           05  SUSP-RETRY-COUNT             PIC 9(3).
           05  SUSP-REASON                  PIC X(30).
           05  SUSP-TRAN-IMAGE              PIC X(1324).
      ******************************************************************
