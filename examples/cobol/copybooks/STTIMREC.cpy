      *> STTIMREC - one line of batch-window timing, appended to
      *> ST.AUDIT.TIMING. ST-DATASET-WRITER writes a line per route per
      *> phase it runs (feed handshake, run-lock wait, allocation,
      *> payload write, INFO probe) and one STEP line for the whole
      *> run; ST-NARR-VERIFY, ST-GDG-CLEANUP and ST-AUDIT-RECON write a
      *> STEP line each. JES only ever recorded the job's start and
      *> end - this is what ST-BATCH-WINDOW builds each night's
      *> critical path and the cutoff forecast from.
       01  WS-TIMING-RECORD.
      *> The stamp the program run started under - every line one run
      *> writes carries the same value, which is how a writer's phase
      *> lines are tied back to its STEP line.
           05  TIM-RUN-TIMESTAMP          PIC X(21).
           05  TIM-PROGRAM                PIC X(17).
      *> The writer's route (the target as the deck names it, with the
      *> generation still relative), NARRFEED for the handshake, or the
      *> dataset the step worked on. Blank on the writer's STEP line,
      *> which spans every route.
           05  TIM-ROUTE                  PIC X(64).
           05  TIM-PHASE                  PIC X(9).
               88  TIM-IS-HANDSHAKE       VALUE 'HANDSHAKE'.
               88  TIM-IS-LOCK-WAIT       VALUE 'LOCKWAIT '.
               88  TIM-IS-ALLOCATION      VALUE 'ALLOC    '.
               88  TIM-IS-PAYLOAD         VALUE 'PAYLOAD  '.
               88  TIM-IS-INFO-PROBE      VALUE 'INFO     '.
               88  TIM-IS-STEP            VALUE 'STEP     '.
      *> YYYYMMDDHHMMSScc, the leading 16 bytes of FUNCTION
      *> CURRENT-DATE at the start and the end of the phase.
           05  TIM-START-STAMP            PIC X(16).
           05  TIM-END-STAMP              PIC X(16).
           05  TIM-ELAPSED-HUNDREDTHS     PIC 9(9).
      *> Records the phase moved - feed records for the handshake and
      *> the payload write, the step's own count for a STEP line, zero
      *> where the phase moves none - and the rate over the elapsed
      *> time, a phase under one hundredth counted as one.
           05  TIM-RECORD-COUNT           PIC 9(9).
           05  TIM-RECORDS-PER-SECOND     PIC 9(9).
