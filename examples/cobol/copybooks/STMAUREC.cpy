      *> STMAUREC - ST.AUDIT.NARRMAINT, one record per maintenance
      *> transaction attempted, applied or not, with the full before
      *> and after images. This is the durable answer to "who changed
      *> narration X and what did it say before" long after the
      *> SYSOUT is gone. ST-NARR-MAINT writes the applies and bounces;
      *> ST-NARR-APPROVE writes the requests a second user declined.
       01  MAINT-AUDIT-RECORD.
           05  MAUD-TIMESTAMP            PIC X(21).
           05  MAUD-ACTION               PIC X(6).
           05  MAUD-NARR-KEY             PIC X(16).
           05  MAUD-OUTCOME              PIC X(8).
           05  MAUD-REASON               PIC X(40).
           05  MAUD-BEFORE-IMAGE         PIC X(512).
           05  MAUD-AFTER-IMAGE          PIC X(512).
      *> The analyst who submitted the request and the second user
      *> who approved or declined it.
           05  MAUD-SUBMITTER-ID         PIC X(8).
           05  MAUD-APPROVER-ID          PIC X(8).
