      *> Opens the cluster with dynamic access, STARTs at the requested
      *> key, and retrieves the matching records into a formatted
      *> inquiry report on LOOKRPT plus, when EXTRACT=Y, a 512-byte
      *> extract file on LOOKEXT for the requesting team to pick up -
      *> by way of ST-NARR-MASK, which masks it under that team's
      *> profile on ST.CTL.MASKPROF before it leaves.
      *> RETURN-CODE contract: 0 - records found; 4 - clean run but
      *> nothing in the requested range; 8 - bad request or I/O error.
       ENVIRONMENT DIVISION.
