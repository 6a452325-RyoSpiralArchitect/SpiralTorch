      *> STPNDREC - one maintenance request waiting for a second pair
      *> of eyes, in ST.NARR.PENDING. ST-NARR-SUBMIT adds requests,
      *> ST-NARR-APPROVE takes them off as they are approved or
      *> declined, and ST-PEND-AGING lists the ones nobody has acted
      *> on. Each run reads the current generation (PENDIN) and writes
      *> the next (PENDOUT).
       01  PENDING-TXN-RECORD.
      *> Assigned at submission - the submit run's YYYYMMDDHHMMSS
      *> stamp and a four-digit sequence within the run. The approver
      *> names the request by this ID on their decision card.
           05  PEND-ID                   PIC X(18).
           05  PEND-SUBMITTER-ID         PIC X(8).
           05  PEND-SUBMIT-TIMESTAMP     PIC X(21).
      *> The request itself, in the NARRTXN shape ST-NARR-MAINT
      *> applies.
           05  PEND-ACTION               PIC X(6).
           05  PEND-NARR-KEY             PIC X(16).
           05  PEND-BEFORE-DATA          PIC X(496).
           05  PEND-AFTER-DATA           PIC X(496).
