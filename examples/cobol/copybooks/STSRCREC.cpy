      *> STSRCREC - one record per upstream source system per target a
      *> ST-DATASET-WRITER route loaded, appended to ST.AUDIT.SOURCE
      *> right behind the STAUDREC record for the same target. The
      *> allocation trail only knows a generation's totals; this is
      *> what those totals were made of, NARR-SOURCE-SYSTEM by
      *> NARR-SOURCE-SYSTEM, so ST-CHARGEBACK can split a route's space
      *> across the systems that fed it.
       01  WS-SOURCE-USAGE-RECORD.
           05  SRCU-TIMESTAMP             PIC X(21).
      *> The AUDIT-TIMESTAMP of the ST.AUDIT.ALLOC record this breakdown
      *> belongs to - together with the DSN and target type it ties the
      *> two trails together even when a VSAM route loads the same
      *> cluster name every night.
           05  SRCU-AUDIT-TIMESTAMP       PIC X(21).
           05  SRCU-TARGET-DSN            PIC X(64).
      *> PRIMARY, VSAM or EXTRACT - as AUDIT-TARGET-TYPE.
           05  SRCU-TARGET-TYPE           PIC X(7).
      *> NARR-SOURCE-SYSTEM off the feed record; UNKNOWN when the feed
      *> left it blank.
           05  SRCU-SOURCE-SYSTEM         PIC X(8).
           05  SRCU-ACCEPTED-COUNT        PIC 9(9).
           05  SRCU-REJECTED-COUNT        PIC 9(9).
      *> Bytes this source's records took in the target - records the
      *> target actually took, times the fixed 512-byte record.
           05  SRCU-BYTES-WRITTEN         PIC 9(12).
