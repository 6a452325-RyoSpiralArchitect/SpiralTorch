      *> STCCTREC - one line per upstream source system in
      *> ST.CTL.COSTCTR, the maintained table ST-CHARGEBACK bills each
      *> NARR-SOURCE-SYSTEM's share of the narration storage to. Same
      *> editable fixed-field layout as ST.CTL.POLICY: fields separated
      *> by a single blank, a leading '*' makes the line a comment.
      *> A source system the table does not name is billed to
      *> UNASSIGNED and flagged on the statement - adding its line here
      *> is the fix, not a deck change.
       01  WS-COST-CENTRE-RECORD.
           05  CCT-SOURCE-SYSTEM          PIC X(8).
           05  FILLER                     PIC X(1).
           05  CCT-COST-CENTRE            PIC X(10).
           05  FILLER                     PIC X(1).
           05  CCT-DESCRIPTION            PIC X(40).
