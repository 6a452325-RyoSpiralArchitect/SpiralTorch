      *> STKLDREC - one record per change of content of a narration
      *> KSDS, appended to ST.CTL.KSDSLOAD. ST-DATASET-WRITER writes a
      *> RELOAD record when its keyed route loads a cluster in full,
      *> naming the ST.DATA.NARRATION generation the same run wrote
      *> from the same feed; ST-NARR-APPLY writes a DELTA record when a
      *> ST-NARR-DELTA file has been applied and reconciled, naming the
      *> delta's NEWGEN. The latest record for a cluster is therefore
      *> the generation the cluster's content now equals - which is
      *> what ST-NARR-APPLY checks a delta's OLDGEN against before it
      *> touches the cluster.
       01  KSDS-LOAD-RECORD.
           05  KLD-TIMESTAMP              PIC X(21).
           05  KLD-CLUSTER-DSN            PIC X(64).
      *> The absolute generation name, or NARRFEED when the run that
      *> loaded the cluster wrote no generation - no delta can be cut
      *> against that, so none will be applied on top of it.
           05  KLD-SOURCE-GENERATION      PIC X(64).
           05  KLD-LOAD-TYPE              PIC X(6).
               88  KLD-IS-RELOAD          VALUE 'RELOAD'.
               88  KLD-IS-DELTA           VALUE 'DELTA '.
      *> RELOAD - records loaded; DELTA - changes applied.
           05  KLD-RECORD-COUNT           PIC 9(9).
           05  KLD-PROGRAM                PIC X(17).
