      *> STQHSREC - one line of feed quality history, appended to
      *> ST.AUDIT.QUALITY. ST-DATASET-WRITER writes a PENDING line for
      *> every feed record it quarantines, as it quarantines it;
      *> ST-NARR-REPAIR writes a line for every reject it dispositions,
      *> with the outcome it reported on REPRPT. The rejects files and
      *> the repair reports are looked at once and forgotten - this is
      *> what ST-FEED-SCORECARD trends them from.
       01  WS-QUALITY-HISTORY-RECORD.
      *> One stamp per writer route or repair run - lines sharing it
      *> came from the same pass over the rejects.
           05  QHS-RUN-TIMESTAMP          PIC X(21).
           05  QHS-PROGRAM                PIC X(17).
           05  QHS-TARGET-DSN             PIC X(64).
           05  QHS-REASON-CODE            PIC X(8).
      *> NARR-SOURCE-SYSTEM and NARR-BUSINESS-DATE off the feed record
      *> as it was quarantined; UNKNOWN when the feed left the source
      *> blank.
           05  QHS-SOURCE-SYSTEM          PIC X(8).
           05  QHS-BUSINESS-DATE          PIC X(8).
           05  QHS-NARR-KEY               PIC X(16).
      *> The ST-NARR-VERIFY rolling checksum of the 512-byte feed record
      *> as it was quarantined. A pending reject goes back to the
      *> quarantine shape byte for byte, so a later repair pass over it
      *> carries the same fingerprint - which is how its outcome is
      *> matched to the line that first recorded it.
           05  QHS-FINGERPRINT            PIC 9(9).
      *> PENDING from the writer; REPAIRED, DROPPED or PENDING from a
      *> repair run.
           05  QHS-OUTCOME                PIC X(8).
               88  QHS-IS-REPAIRED        VALUE 'REPAIRED'.
               88  QHS-IS-DROPPED         VALUE 'DROPPED '.
               88  QHS-IS-PENDING         VALUE 'PENDING '.
