      *> STTXNREC - one NARRTXN maintenance request as ST-NARR-MAINT
      *> applies it. Only ST-NARR-APPROVE writes NARRTXN: every
      *> request on it was submitted by one user through
      *> ST-NARR-SUBMIT and released by a different one, and both IDs
      *> ride along into the MAINTAUD audit record.
       01  MAINT-TXN-RECORD.
           05  TXN-ACTION                PIC X(6).
           05  TXN-NARR-KEY              PIC X(16).
      *> TXN-BEFORE-DATA is the analyst's copy of the record as they
      *> saw it (UPDATE/DELETE only - ADD carries spaces there);
      *> TXN-AFTER-DATA is what the record should become (ADD/UPDATE
      *> only). The before-image is the optimistic lock: it must
      *> still match the cluster when the transaction lands or the
      *> transaction is rejected.
           05  TXN-BEFORE-DATA           PIC X(496).
           05  TXN-AFTER-DATA            PIC X(496).
           05  TXN-SUBMITTER-ID          PIC X(8).
           05  TXN-APPROVER-ID           PIC X(8).
