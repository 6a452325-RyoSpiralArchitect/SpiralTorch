      *> and resubmit.
      *> DELTAOUT record: a 1-byte action ('A' add, 'C' change with the
      *> new image, 'D' delete with the last-known image, 'T' trailer)
      *> followed by the 512-byte record. The trailer also names the
      *> OLDGEN and NEWGEN the delta was cut between, so ST-NARR-APPLY
      *> can prove it is applying the delta to the generation it was
      *> cut from.
      *> RETURN-CODE contract: 0 - delta produced and reconciled
      *> (including a legitimate empty delta); 8 - sequence break,
      *> reconciliation failure, or I/O error.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> NEW-DSN=/OLD-DSN= name the generations NEWGEN/OLDGEN point at
      *> - the same convention ST-NARR-LOOKUP's CLUSTER-DSN= follows -
      *> and are carried in the trailer. Code them as absolute names
      *> when the delta is to be applied to the KSDS: ST-NARR-APPLY
      *> refuses a delta whose OLD-DSN is not the generation the
      *> cluster was last loaded from.
       01  WS-DELTA-CONTROL.
           05  WS-NEW-DSN                 PIC X(64) VALUE SPACES.
           05  WS-OLD-DSN                 PIC X(64) VALUE SPACES.
      *> The trailer the downstream apply reconciles against - the
      *> action counts this run tallied, laid into the 512-byte data
      *> area behind the 'T' action code. NARRDLT is the eyecatcher a
      *> reader checks before trusting the numbers. The generation
      *> names follow the counts, so a reader that only knows the
      *> counts is unaffected.
       01  WS-TRAILER-DATA.
           05  WS-TRL-EYECATCHER          PIC X(8)  VALUE 'NARRDLT '.
           05  WS-TRL-ADD-COUNT           PIC 9(9)  VALUE ZEROES.
           05  WS-TRL-CHANGE-COUNT        PIC 9(9)  VALUE ZEROES.
           05  WS-TRL-DELETE-COUNT        PIC 9(9)  VALUE ZEROES.
           05  WS-TRL-TOTAL-COUNT         PIC 9(9)  VALUE ZEROES.
           05  WS-TRL-OLD-DSN             PIC X(64) VALUE SPACES.
           05  WS-TRL-NEW-DSN             PIC X(64) VALUE SPACES.
           05  FILLER                     PIC X(340) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE WS-CHANGE-COUNT TO WS-TRL-CHANGE-COUNT
               MOVE WS-DELETE-COUNT TO WS-TRL-DELETE-COUNT
               MOVE WS-DELTA-WRITTEN-COUNT TO WS-TRL-TOTAL-COUNT
               MOVE WS-OLD-DSN TO WS-TRL-OLD-DSN
               MOVE WS-NEW-DSN TO WS-TRL-NEW-DSN
               MOVE 'T' TO DELTA-ACTION
               MOVE WS-TRAILER-DATA TO DELTA-DATA
               WRITE DELTA-RECORD
