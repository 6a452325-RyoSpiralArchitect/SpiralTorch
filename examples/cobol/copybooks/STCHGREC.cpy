      *> STCHGREC - one record per source system per ST-CHARGEBACK run,
      *> appended to ST.AUDIT.CHARGEBACK. Each run reads the prior
      *> month's records back for the month-over-month change column,
      *> the way ST-ALLOC-REPORT reads ST.AUDIT.SUMMARY for its trend.
      *> A rerun for the same month appends a second set - only the
      *> set with the latest CHG-RUN-TIMESTAMP for a month is used.
       01  WS-CHARGEBACK-RECORD.
           05  CHG-MONTH                  PIC 9(6).
           05  CHG-SOURCE-SYSTEM          PIC X(8).
           05  CHG-COST-CENTRE            PIC X(10).
      *> Targets this source's records went into during the month.
           05  CHG-LOADS                  PIC 9(7).
           05  CHG-ACCEPTED-COUNT         PIC 9(9).
           05  CHG-REJECTED-COUNT         PIC 9(9).
      *> The source's proportional share of the routes' requested
      *> primary space (3390 geometry) and the bytes its records used.
           05  CHG-REQ-BYTES              PIC 9(15).
           05  CHG-USED-BYTES             PIC 9(15).
      *> Zero when the run carried no RATE-PER-GB= card.
           05  CHG-CHARGE-AMOUNT          PIC 9(9)V99.
           05  CHG-RUN-TIMESTAMP          PIC X(21).
