      *> STOUTREC - one record per file generation released to the
      *> downstream teams, appended to ST.AUDIT.OUTBOUND by
      *> ST-NARR-VERIFY once the generation has verified clean. It is
      *> the shipping side of the pickup trail: what left, under which
      *> name, how many records and with what content checksum - the
      *> same rolling checksum ST-NARR-VERIFY holds the targets to, so
      *> a consumer can compute it on arrival and send it back.
      *> ST-PICKUP-RECON matches the acknowledgments against it, and
      *> ST-GDG-CLEANUP will not scratch a generation on it that a
      *> subscriber has not acknowledged.
      *> ST-NARR-MASK appends one more record per consumer-specific
      *> masked copy it cuts from a release: same file type, the
      *> masked copy's own name, count and checksum, and the consumer
      *> it was cut for. That consumer collects the masked copy in
      *> place of the release it was masked from.
       01  WS-OUTBOUND-RECORD.
           05  OUT-TIMESTAMP              PIC X(21).
      *> NARREXT - the flat extract fan-out; DELTAOUT - the
      *> ST-NARR-DELTA file. ST.CTL.CONSUMERS subscribes by this name.
           05  OUT-FILE-TYPE              PIC X(8).
               88  OUT-IS-EXTRACT         VALUE 'NARREXT '.
               88  OUT-IS-DELTA           VALUE 'DELTAOUT'.
           05  OUT-DATASET-DSN            PIC X(64).
      *> Physical records in the file as shipped - a delta's trailer
      *> included.
           05  OUT-RECORD-COUNT           PIC 9(9).
           05  OUT-CHECKSUM               PIC 9(9).
      *> The ST.DATA.NARRATION generation the file was cut from - the
      *> writer's TARGET-DSN for an extract, the delta's NEWGEN.
           05  OUT-SOURCE-DSN             PIC X(64).
      *> Blank on a release to every subscriber (ST-NARR-VERIFY); the
      *> one consumer a masked copy was cut for (ST-NARR-MASK).
           05  OUT-CONSUMER-ID            PIC X(8).
      *> On a masked copy, the OUT-DATASET-DSN of the release it was
      *> masked from; blank on a release.
           05  OUT-MASKED-FROM-DSN        PIC X(64).
