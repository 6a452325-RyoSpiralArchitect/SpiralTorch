           SELECT POLICY-FILE ASSIGN TO POLICY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT KSDS-LOAD-REGISTER ASSIGN TO KSDSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KSDSLOG-STATUS.
           SELECT SOURCE-USAGE-FILE ASSIGN TO SRCAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCAUDIT-STATUS.
           SELECT QUALITY-HISTORY ASSIGN TO QUALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALHIST-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *> ST-GDG-CLEANUP and ST-AUDIT-RECON, read once at start of run.
       COPY STPOLREC.

       FD  KSDS-LOAD-REGISTER.
      *> ST.CTL.KSDSLOAD - which generation each narration cluster's
      *> content was last loaded from, appended once per cluster this
      *> run loaded in full. ST-NARR-APPLY checks a delta's OLDGEN
      *> against it before applying the delta in place of a reload.
       COPY STKLDREC.
       FD  SOURCE-USAGE-FILE.
      *> ST.AUDIT.SOURCE - the per-source-system breakdown of each
      *> target's load, appended behind the target's ST.AUDIT.ALLOC
      *> record for the monthly storage chargeback.
       COPY STSRCREC.
       FD  QUALITY-HISTORY.
      *> ST.AUDIT.QUALITY - one PENDING line per quarantined feed
      *> record, kept for ST-FEED-SCORECARD long after the rejects file
      *> itself has been repaired and scratched.
       COPY STQHSREC.
       FD  TIMING-HISTORY.
      *> ST.AUDIT.TIMING - elapsed time and throughput per route per
      *> phase, and for the run as a whole, for the batch-window
      *> report.
       COPY STTIMREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-FEED-STATUS                 PIC XX VALUE '00'.
       01  WS-QUAR-STATUS                 PIC XX VALUE '00'.
       01  WS-QUAR-OPEN-SW                PIC X VALUE 'N'.
           88  WS-QUAR-IS-OPEN            VALUE 'Y'.
      *> The quality history rides along with the quarantine file -
      *> opened with it, closed with it, one line per reject stamped
      *> with the time the route's quarantine file was opened.
       01  WS-QUALHIST-STATUS             PIC XX VALUE '00'.
       01  WS-QUALHIST-OPEN-SW            PIC X VALUE 'N'.
           88  WS-QUALHIST-IS-OPEN        VALUE 'Y'.
       01  WS-QUALHIST-RUN-STAMP          PIC X(21) VALUE SPACES.
       01  WS-QUALHIST-FINGERPRINT        PIC 9(9) COMP VALUE ZERO.
       01  WS-QUALHIST-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-FEED-REJECT-SW              PIC X VALUE 'N'.
           88  WS-FEED-REJECT             VALUE 'Y'.
       01  WS-FEED-REJECT-REASON          PIC X(8) VALUE SPACES.
               10  WS-POL-ENTRY-LRECL     PIC 9(5).
       01  WS-POLICY-BASE-DSN        PIC X(44) VALUE SPACES.

      *> Cluster load register state. The generation a run writes and
      *> the cluster it loads come off the same feed in the same run,
      *> so the first GDG route of the run that loads completely names
      *> the generation every fully-loaded cluster now equals. The
      *> register is written once, after every route has run, since a
      *> deck may carry the KSDS route ahead of the GDG route.
       01  WS-KSDSLOG-STATUS         PIC XX VALUE '00'.
       01  WS-PRIMARY-IS-GDG-SW      PIC X VALUE 'N'.
           88  WS-PRIMARY-IS-GDG       VALUE 'Y'.
       01  WS-RUN-GENERATION-DSN     PIC X(64) VALUE SPACES.
      *> One entry per keyed route at most, so sized at WS-ROUTE-MAX.
       01  WS-KSDS-LOAD-TALLY        PIC 9(4) COMP VALUE ZERO.
       01  WS-KSDS-LOAD-IX           PIC 9(4) COMP VALUE ZERO.
       01  WS-KSDS-LOAD-TABLE.
           05  WS-KSDS-LOAD-ENTRY OCCURS 16 TIMES.
               10  WS-KSDS-LOADED-DSN     PIC X(64).
               10  WS-KSDS-LOADED-COUNT   PIC 9(9).

      *> Per-source-system tally for the route in hand, built in the
      *> payload pass off NARR-SOURCE-SYSTEM (offset 25 of the feed
      *> record) and written to ST.AUDIT.SOURCE once the route's audit
      *> records are out. A feed carrying more systems than the table
      *> holds lumps the remainder under *OTHER* rather than failing a
      *> load over a billing breakdown - the run says so, and the
      *> chargeback shows the lump for what it is.
       01  WS-SRCAUDIT-STATUS        PIC XX VALUE '00'.
       01  WS-SRC-TABLE-MAX          PIC 9(4) COMP VALUE 64.
       01  WS-SRC-TALLY              PIC 9(4) COMP VALUE ZERO.
       01  WS-SRC-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-SRC-FOUND-IX           PIC 9(4) COMP VALUE ZERO.
       01  WS-SRC-SYSTEM-WORK        PIC X(8) VALUE SPACES.
       01  WS-SRC-OVERFLOW-SW        PIC X VALUE 'N'.
           88  WS-SRC-OVERFLOW         VALUE 'Y'.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 64 TIMES.
               10  WS-SRC-SYSTEM          PIC X(8).
               10  WS-SRC-ACCEPTED        PIC 9(9) COMP.
               10  WS-SRC-REJECTED        PIC 9(9) COMP.
               10  WS-SRC-PRIMARY-BYTES   PIC 9(12) COMP.
               10  WS-SRC-EXTRACT-BYTES   PIC 9(12) COMP.
      *> The AUDIT-TIMESTAMP each of the route's audit records went out
      *> under, carried onto the breakdown records that follow them.
       01  WS-PRIMARY-AUDIT-STAMP    PIC X(21) VALUE SPACES.
       01  WS-EXTRACT-AUDIT-STAMP    PIC X(21) VALUE SPACES.

      *> Batch-window timing. The caller stamps WS-PHASE-START-STAMP
      *> through 0950 before a phase and stages the phase name, route
      *> and record count after it; 0960 works out the elapsed time and
      *> appends the line. ST.AUDIT.TIMING is opened on the first line
      *> and held to the end of the run - a failed open is reported
      *> once and the run carries on untimed.
       01  WS-TIMEHIST-STATUS        PIC XX VALUE '00'.
       01  WS-TIMEHIST-STATE-SW      PIC X VALUE 'N'.
           88  WS-TIMEHIST-IS-OPEN     VALUE 'Y'.
           88  WS-TIMEHIST-FAILED      VALUE 'F'.
       01  WS-TIMING-RUN-STAMP       PIC X(21) VALUE SPACES.
       01  WS-STEP-START-STAMP       PIC X(16) VALUE SPACES.
       01  WS-STEP-RECORD-COUNT      PIC 9(9) COMP VALUE ZERO.
       01  WS-PHASE-START-STAMP      PIC X(16) VALUE SPACES.
       01  WS-PHASE-END-STAMP        PIC X(16) VALUE SPACES.
       01  WS-PHASE-NAME-WORK        PIC X(9) VALUE SPACES.
       01  WS-PHASE-ROUTE-WORK       PIC X(64) VALUE SPACES.
       01  WS-PHASE-RECORD-COUNT     PIC 9(9) COMP VALUE ZERO.
       01  WS-PHASE-ELAPSED          PIC 9(9) COMP VALUE ZERO.
       01  WS-PHASE-START-HUNDREDTHS PIC 9(15) COMP VALUE ZERO.
      *> Hundredths since the start of the Gregorian calendar, so a
      *> phase that runs across midnight still subtracts cleanly.
       01  WS-STAMP-HUNDREDTHS       PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-WORK             PIC X(16) VALUE SPACES.
       01  WS-STAMP-WORK-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-WORK-DATE      PIC 9(8).
           05  WS-STAMP-WORK-HH        PIC 9(2).
           05  WS-STAMP-WORK-MM        PIC 9(2).
           05  WS-STAMP-WORK-SS        PIC 9(2).
           05  WS-STAMP-WORK-CC        PIC 9(2).

      *> Parameter area and return/reason codes for the dynamic
      *> allocation callable service.
       COPY STBPXDYN.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMING-RUN-STAMP
           MOVE WS-TIMING-RUN-STAMP(1:16) TO WS-STEP-START-STAMP
           PERFORM 0050-READ-CONTROL-CARD
           PERFORM 0020-LOAD-CHECKPOINT-TABLE
           PERFORM 0022-LOAD-POLICY-TABLE
      *> fail the whole run before 0850 writes a single record to any
      *> target.
           IF WS-HANDSHAKE-IS-ON
               PERFORM 0950-START-PHASE-TIMER
               PERFORM 0033-VALIDATE-FEED-HANDSHAKE
               MOVE 'HANDSHAKE' TO WS-PHASE-NAME-WORK
               MOVE 'NARRFEED' TO WS-PHASE-ROUTE-WORK
               MOVE WS-HS-PAYLOAD-COUNT TO WS-PHASE-RECORD-COUNT
               PERFORM 0960-WRITE-TIMING-RECORD
           END-IF
      *> A deck with no ROUTE-BEGIN/ROUTE-END blocks is the classic
      *> single-route run - the defaults (plus any overrides) become
                   VARYING WS-ROUTE-IX FROM 1 BY 1
                   UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
           END-IF
           IF WS-KSDS-LOAD-TALLY > 0
               PERFORM 0885-WRITE-KSDS-LOAD-REGISTER
           END-IF
      *> The whole run as one STEP line - it spans every route, so it
      *> names none, and carries the feed records the routes' payload
      *> passes dispositioned between them.
           MOVE WS-STEP-START-STAMP TO WS-PHASE-START-STAMP
           MOVE 'STEP' TO WS-PHASE-NAME-WORK
           MOVE SPACES TO WS-PHASE-ROUTE-WORK
           MOVE WS-STEP-RECORD-COUNT TO WS-PHASE-RECORD-COUNT
           PERFORM 0960-WRITE-TIMING-RECORD
           IF WS-TIMEHIST-IS-OPEN
               CLOSE TIMING-HISTORY
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: CLOSE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF
           IF WS-JOB-RETURN-CODE > RETURN-CODE
               MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
           END-IF
      *> lock is ours - two writers resolving (+1) at the same time
      *> land on the same generation, and the loser's checkpoint
      *> silently vanishes under the winner's.
           PERFORM 0950-START-PHASE-TIMER
           PERFORM 0025-ACQUIRE-RUN-LOCK
           MOVE 'LOCKWAIT' TO WS-PHASE-NAME-WORK
           MOVE ZERO TO WS-PHASE-RECORD-COUNT
           PERFORM 0955-WRITE-ROUTE-TIMING
           IF NOT WS-LOCK-ACQUIRED
               DISPLAY 'ST-DATASET-WRITER: skipping route ' WS-ROUTE-IX
                   ' - run lock not acquired for '
      *> and audit tail below must not run against a truncated command
      *> the audit record would then present as a clean allocation.
           IF NOT WS-ROUTE-FAILED
               PERFORM 0950-START-PHASE-TIMER
               PERFORM 0045-ISSUE-ALLOCATIONS
               MOVE 'ALLOC' TO WS-PHASE-NAME-WORK
               MOVE ZERO TO WS-PHASE-RECORD-COUNT
               PERFORM 0955-WRITE-ROUTE-TIMING
           END-IF

      *> The audit records are written after the payload pass, not
      *> allocated.
           IF NOT WS-ROUTE-FAILED
               PERFORM 0810-WRITE-CHECKPOINT-ALLOC
               PERFORM 0950-START-PHASE-TIMER
               PERFORM 0850-WRITE-NARRATION-PAYLOAD
               MOVE 'PAYLOAD' TO WS-PHASE-NAME-WORK
               COMPUTE WS-PHASE-RECORD-COUNT = WS-FEED-ACCEPTED-COUNT
                   + WS-FEED-REJECTED-COUNT
               ADD WS-PHASE-RECORD-COUNT TO WS-STEP-RECORD-COUNT
               PERFORM 0955-WRITE-ROUTE-TIMING
               PERFORM 0950-START-PHASE-TIMER
               PERFORM 0855-CAPTURE-SPACE-USED
               MOVE 'INFO' TO WS-PHASE-NAME-WORK
               MOVE ZERO TO WS-PHASE-RECORD-COUNT
               PERFORM 0955-WRITE-ROUTE-TIMING
               PERFORM 0800-WRITE-AUDIT-RECORD
               IF WS-EXTRACT-IS-ON AND NOT WS-IS-VSAM-MODE
                   PERFORM 0820-WRITE-EXTRACT-AUDIT-RECORD
               END-IF
               IF WS-SRC-TALLY > 0
                   PERFORM 0825-WRITE-SOURCE-USAGE
               END-IF
      *> 0850 can abandon the route mid-load (seen-key pool exhausted
      *> forces feed-EOF with WS-ROUTE-FAILED set) - the target then
      *> holds a partial load, and marking it COMPLETE here would hide
      *> so the rerun sees the partial generation and cleans it up.
               IF NOT WS-ROUTE-FAILED
                   PERFORM 0860-WRITE-CHECKPOINT-COMPLETE
                   PERFORM 0865-NOTE-LOAD-SOURCE
               END-IF
           END-IF
           PERFORM 0880-FREE-ROUTE-DDNAMES.
           MOVE 'N' TO WS-PRIMARY-READY-SW
           MOVE 'N' TO WS-EXTRACT-READY-SW
           MOVE 'N' TO WS-ROUTE-FAILED-SW
           MOVE 'N' TO WS-PRIMARY-IS-GDG-SW
           MOVE SPACES TO WS-DSORG
      *> The command areas must not leak across routes - a KSDS route
      *> whose cluster already exists builds no command at all, and
           MOVE ZERO TO WS-EXTRACT-BYTES-WRITTEN
           MOVE SPACES TO WS-USED-INFO-TEXT
           MOVE SPACES TO WS-EXTRACT-USED-INFO-TEXT
           MOVE ZERO TO WS-SRC-TALLY
           MOVE 'N' TO WS-SRC-OVERFLOW-SW
           MOVE SPACES TO WS-PRIMARY-AUDIT-STAMP
           MOVE SPACES TO WS-EXTRACT-AUDIT-STAMP
      *> The seen-key structure resets per route - zeroing the bucket
      *> heads is what empties it; the node pool needs no clearing
      *> since nothing points into it once the buckets are zero.
               DISPLAY 'ST-DATASET-WRITER: feed handshake good - business date '
                   WS-HS-HEADER-DATE ', ' WS-HS-PAYLOAD-COUNT
                   ' payload records, checksum ' WS-HS-CHECKSUM
      *> Logged so a good resend visibly closes the FEEDHSHK incident
      *> a failed transmission opened on the ops digest.
               MOVE 'NARRFEED' TO WS-EVENT-DSN
               MOVE 'FEEDHSOK' TO WS-EVENT-CODE-WORK
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'feed handshake good - business date ' DELIMITED BY SIZE
                   WS-HS-HEADER-DATE DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0034-CLASSIFY-HANDSHAKE-RECORD.
           END-IF

           IF WS-GDG-RELATIVE-TALLY > 0
               SET WS-PRIMARY-IS-GDG TO TRUE
               MOVE SPACES TO WS-INFO-CMD
               MOVE 1 TO WS-INFO-POINTER
               STRING
           MOVE WS-BYTES-WRITTEN TO AUDIT-BYTES-WRITTEN
           MOVE WS-USED-INFO-TEXT TO AUDIT-USED-INFO-TEXT
           MOVE WS-ALLOC-CMD TO AUDIT-ALLOC-CMD
           MOVE AUDIT-TIMESTAMP TO WS-PRIMARY-AUDIT-STAMP

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
           MOVE WS-EXTRACT-BYTES-WRITTEN TO AUDIT-BYTES-WRITTEN
           MOVE WS-EXTRACT-USED-INFO-TEXT TO AUDIT-USED-INFO-TEXT
           MOVE WS-EXTRACT-ALLOC-CMD TO AUDIT-ALLOC-CMD
           MOVE AUDIT-TIMESTAMP TO WS-EXTRACT-AUDIT-STAMP

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               END-IF
           END-IF.

       0825-WRITE-SOURCE-USAGE.
      *> One ST.AUDIT.SOURCE record per source system per target the
      *> payload pass wrote to, each stamped with the AUDIT-TIMESTAMP of
      *> the allocation record it breaks down. Rejects never reach a
      *> target, but they are carried on every record so the chargeback
      *> can show each system its quarantine count beside its space.
           OPEN EXTEND SOURCE-USAGE-FILE
           IF WS-SRCAUDIT-STATUS = '35'
               CLOSE SOURCE-USAGE-FILE
               OPEN OUTPUT SOURCE-USAGE-FILE
           END-IF
           IF WS-SRCAUDIT-STATUS NOT = '00'
               DISPLAY 'ST-DATASET-WRITER: OPEN failed for SRCAUDIT - file status ' WS-SRCAUDIT-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-TALLY
                   IF WS-PRIMARY-READY
                       MOVE SPACES TO WS-SOURCE-USAGE-RECORD
                       MOVE WS-PRIMARY-AUDIT-STAMP TO SRCU-AUDIT-TIMESTAMP
                       MOVE WS-TARGET-DSN TO SRCU-TARGET-DSN
                       IF WS-IS-VSAM-MODE
                           MOVE 'VSAM' TO SRCU-TARGET-TYPE
                       ELSE
                           MOVE 'PRIMARY' TO SRCU-TARGET-TYPE
                       END-IF
                       MOVE WS-SRC-PRIMARY-BYTES(WS-SRC-IX) TO SRCU-BYTES-WRITTEN
                       PERFORM 0826-WRITE-SOURCE-USAGE-RECORD
                   END-IF
                   IF WS-EXTRACT-READY
                       MOVE SPACES TO WS-SOURCE-USAGE-RECORD
                       MOVE WS-EXTRACT-AUDIT-STAMP TO SRCU-AUDIT-TIMESTAMP
                       MOVE WS-EXTRACT-TARGET-DSN TO SRCU-TARGET-DSN
                       MOVE 'EXTRACT' TO SRCU-TARGET-TYPE
                       MOVE WS-SRC-EXTRACT-BYTES(WS-SRC-IX) TO SRCU-BYTES-WRITTEN
                       PERFORM 0826-WRITE-SOURCE-USAGE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SOURCE-USAGE-FILE
               IF WS-SRCAUDIT-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: CLOSE failed for SRCAUDIT - file status ' WS-SRCAUDIT-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       0826-WRITE-SOURCE-USAGE-RECORD.
      *> The caller has staged the target fields; the counts come off
      *> the current WS-SRC-IX entry.
           MOVE FUNCTION CURRENT-DATE TO SRCU-TIMESTAMP
           MOVE WS-SRC-SYSTEM(WS-SRC-IX) TO SRCU-SOURCE-SYSTEM
           MOVE WS-SRC-ACCEPTED(WS-SRC-IX) TO SRCU-ACCEPTED-COUNT
           MOVE WS-SRC-REJECTED(WS-SRC-IX) TO SRCU-REJECTED-COUNT
           WRITE WS-SOURCE-USAGE-RECORD
           IF WS-SRCAUDIT-STATUS NOT = '00'
               DISPLAY 'ST-DATASET-WRITER: WRITE failed for SRCAUDIT - file status ' WS-SRCAUDIT-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           END-IF.

       0830-VALIDATE-FEED-RECORD.
      *> Decide whether the NARRFEED record just read may enter any
      *> target. The key region is the leading 16 bytes - the same
                   MOVE 8 TO WS-JOB-RETURN-CODE
               ELSE
                   SET WS-QUAR-IS-OPEN TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO WS-QUALHIST-RUN-STAMP
                   OPEN EXTEND QUALITY-HISTORY
                   IF WS-QUALHIST-STATUS = '35'
                       CLOSE QUALITY-HISTORY
                       OPEN OUTPUT QUALITY-HISTORY
                   END-IF
                   IF WS-QUALHIST-STATUS NOT = '00'
                       DISPLAY 'ST-DATASET-WRITER: OPEN failed for QUALHIST - file status ' WS-QUALHIST-STATUS
                       MOVE 8 TO WS-JOB-RETURN-CODE
                   ELSE
                       SET WS-QUALHIST-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

               IF WS-QUAR-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: WRITE failed for NARRREJ - file status ' WS-QUAR-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               ELSE
                   IF WS-QUALHIST-IS-OPEN
                       PERFORM 0846-WRITE-QUALITY-HISTORY
                   END-IF
               END-IF
           END-IF.

       0846-WRITE-QUALITY-HISTORY.
      *> Record the reject on ST.AUDIT.QUALITY as PENDING. The
      *> fingerprint is the rolling checksum of the record exactly as
      *> it went to quarantine, so ST-NARR-REPAIR can match its outcome
      *> back to this line.
           MOVE ZERO TO WS-QUALHIST-FINGERPRINT
           PERFORM VARYING WS-QUALHIST-IX FROM 1 BY 1
               UNTIL WS-QUALHIST-IX > 512
               COMPUTE WS-QUALHIST-FINGERPRINT = FUNCTION MOD(
                   WS-QUALHIST-FINGERPRINT * 17
                   + FUNCTION ORD(NARRATION-FEED-RECORD(WS-QUALHIST-IX:1))
                   WS-HS-CHECKSUM-MODULUS)
           END-PERFORM
           MOVE SPACES TO WS-QUALITY-HISTORY-RECORD
           MOVE WS-QUALHIST-RUN-STAMP TO QHS-RUN-TIMESTAMP
           MOVE 'ST-DATASET-WRITER' TO QHS-PROGRAM
           MOVE WS-TARGET-DSN TO QHS-TARGET-DSN
           MOVE WS-FEED-REJECT-REASON TO QHS-REASON-CODE
           MOVE NARRATION-FEED-RECORD(25:8) TO QHS-SOURCE-SYSTEM
           IF QHS-SOURCE-SYSTEM = SPACES
               MOVE 'UNKNOWN' TO QHS-SOURCE-SYSTEM
           END-IF
           MOVE NARRATION-FEED-RECORD(17:8) TO QHS-BUSINESS-DATE
           MOVE NARRATION-FEED-RECORD(1:16) TO QHS-NARR-KEY
           MOVE WS-QUALHIST-FINGERPRINT TO QHS-FINGERPRINT
           SET QHS-IS-PENDING TO TRUE
           WRITE WS-QUALITY-HISTORY-RECORD
           IF WS-QUALHIST-STATUS NOT = '00'
               DISPLAY 'ST-DATASET-WRITER: WRITE failed for QUALHIST - file status ' WS-QUALHIST-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           END-IF.

       0847-LOCATE-SOURCE-ENTRY.
      *> Point WS-SRC-IX at the tally entry for the feed record's
      *> source system, adding one on first sight. The last slot is
      *> held back for *OTHER* so a table-full feed still balances.
           MOVE NARRATION-FEED-RECORD(25:8) TO WS-SRC-SYSTEM-WORK
           IF WS-SRC-SYSTEM-WORK = SPACES
               MOVE 'UNKNOWN' TO WS-SRC-SYSTEM-WORK
           END-IF
           MOVE ZERO TO WS-SRC-FOUND-IX
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-TALLY OR WS-SRC-FOUND-IX > 0
               IF WS-SRC-SYSTEM(WS-SRC-IX) = WS-SRC-SYSTEM-WORK
                   MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND-IX = 0
               IF WS-SRC-TALLY >= WS-SRC-TABLE-MAX - 1
                   IF NOT WS-SRC-OVERFLOW
                       DISPLAY 'ST-DATASET-WRITER: feed carries more than '
                           WS-SRC-TABLE-MAX ' source systems - the rest are tallied as *OTHER*;'
                           ' raise WS-SRC-TABLE-MAX.'
                       SET WS-SRC-OVERFLOW TO TRUE
                   END-IF
                   MOVE '*OTHER*' TO WS-SRC-SYSTEM-WORK
                   PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                       UNTIL WS-SRC-IX > WS-SRC-TALLY OR WS-SRC-FOUND-IX > 0
                       IF WS-SRC-SYSTEM(WS-SRC-IX) = WS-SRC-SYSTEM-WORK
                           MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SRC-FOUND-IX = 0
               ADD 1 TO WS-SRC-TALLY
               MOVE WS-SRC-TALLY TO WS-SRC-FOUND-IX
               MOVE WS-SRC-SYSTEM-WORK TO WS-SRC-SYSTEM(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-ACCEPTED(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-REJECTED(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-PRIMARY-BYTES(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-EXTRACT-BYTES(WS-SRC-FOUND-IX)
           END-IF
           MOVE WS-SRC-FOUND-IX TO WS-SRC-IX.

       0810-WRITE-CHECKPOINT-ALLOC.
      *> Record that this target is now allocated but not yet written,
      *> so a rerun before the write phase finishes can tell this was
                               IF WS-ROUTE-FAILED
                                   CONTINUE
                               ELSE
                               PERFORM 0847-LOCATE-SOURCE-ENTRY
                               IF WS-FEED-REJECT
                                   ADD 1 TO WS-FEED-REJECTED-COUNT
                                   ADD 1 TO WS-SRC-REJECTED(WS-SRC-IX)
                                   PERFORM 0845-WRITE-QUARANTINE-RECORD
                               ELSE
                                   ADD 1 TO WS-FEED-ACCEPTED-COUNT
                                   ADD 1 TO WS-SRC-ACCEPTED(WS-SRC-IX)
                                   IF WS-PRIMARY-READY
                                       IF WS-IS-VSAM-MODE
                                           MOVE NARRATION-FEED-RECORD TO NARRATION-KSDS-RECORD
      *> other WRITE in this paragraph.
                                           IF WS-KSDS-STATUS = '00'
                                               ADD 1 TO WS-RECORD-COUNT
                                               ADD 512 TO WS-SRC-PRIMARY-BYTES(WS-SRC-IX)
                                           ELSE
                                               IF WS-KSDS-STATUS NOT = '21' AND WS-KSDS-STATUS NOT = '22'
                                                   AND WS-KSDS-STATUS NOT = '23' AND WS-KSDS-STATUS NOT = '24'
                                           WRITE NARRATION-OUTPUT-RECORD FROM NARRATION-FEED-RECORD
                                           IF WS-OUTPUT-STATUS = '00'
                                               ADD 1 TO WS-RECORD-COUNT
                                               ADD 512 TO WS-SRC-PRIMARY-BYTES(WS-SRC-IX)
                                           ELSE
                                               DISPLAY 'ST-DATASET-WRITER: WRITE failed for '
                                                   FUNCTION TRIM(WS-TARGET-DSN) ' - file status ' WS-OUTPUT-STATUS
                                       WRITE EXTRACT-OUTPUT-RECORD FROM NARRATION-FEED-RECORD
                                       IF WS-EXTRACT-OUTPUT-STATUS = '00'
                                           ADD 1 TO WS-EXTRACT-RECORD-COUNT
                                           ADD 512 TO WS-SRC-EXTRACT-BYTES(WS-SRC-IX)
                                       ELSE
                                           DISPLAY 'ST-DATASET-WRITER: WRITE failed for '
                                               FUNCTION TRIM(WS-EXTRACT-TARGET-DSN) ' - file status ' WS-EXTRACT-OUTPUT-STATUS
                       END-IF
                       MOVE 'N' TO WS-QUAR-OPEN-SW
                   END-IF
                   IF WS-QUALHIST-IS-OPEN
                       CLOSE QUALITY-HISTORY
                       IF WS-QUALHIST-STATUS NOT = '00'
                           DISPLAY 'ST-DATASET-WRITER: CLOSE failed for QUALHIST - file status ' WS-QUALHIST-STATUS
                           MOVE 8 TO WS-JOB-RETURN-CODE
                       END-IF
                       MOVE 'N' TO WS-QUALHIST-OPEN-SW
                   END-IF
                   DISPLAY 'ST-DATASET-WRITER: feed validation - '
                       WS-FEED-ACCEPTED-COUNT ' records accepted, '
                       WS-FEED-REJECTED-COUNT ' rejected to quarantine.'
               PERFORM 0870-REWRITE-CHECKPOINT
           END-IF.

       0865-NOTE-LOAD-SOURCE.
      *> Only a complete load counts - every accepted feed record in
      *> the target. A cluster that lost records to INVALID KEY is not
      *> the generation's equal, and a generation short of records is
      *> not one a delta can be cut from with any meaning.
           IF WS-PRIMARY-READY AND WS-RECORD-COUNT = WS-FEED-ACCEPTED-COUNT
               EVALUATE TRUE
                   WHEN WS-IS-VSAM-MODE
                       ADD 1 TO WS-KSDS-LOAD-TALLY
                       MOVE WS-TARGET-DSN TO WS-KSDS-LOADED-DSN(WS-KSDS-LOAD-TALLY)
                       MOVE WS-RECORD-COUNT TO WS-KSDS-LOADED-COUNT(WS-KSDS-LOAD-TALLY)
                   WHEN WS-PRIMARY-IS-GDG AND WS-RUN-GENERATION-DSN = SPACES
                       MOVE WS-TARGET-DSN TO WS-RUN-GENERATION-DSN
               END-EVALUATE
           END-IF.

       0870-REWRITE-CHECKPOINT.
      *> Fold WS-CHECKPOINT-RECORD into the in-storage checkpoint table
      *> - replacing this target's entry or appending a new one - and
                                 WS-DYN-INFO
           END-CALL.

       0885-WRITE-KSDS-LOAD-REGISTER.
      *> Append-only across runs, like ST.AUDIT.ALLOC - EXTEND attaches
      *> to the existing register and a first-ever run creates it. A
      *> run that wrote no generation records NARRFEED as the source,
      *> which no delta's OLDGEN will ever match.
           IF WS-RUN-GENERATION-DSN = SPACES
               MOVE 'NARRFEED' TO WS-RUN-GENERATION-DSN
           END-IF
           OPEN EXTEND KSDS-LOAD-REGISTER
           IF WS-KSDSLOG-STATUS = '35'
               CLOSE KSDS-LOAD-REGISTER
               OPEN OUTPUT KSDS-LOAD-REGISTER
           END-IF
           IF WS-KSDSLOG-STATUS NOT = '00'
               DISPLAY 'ST-DATASET-WRITER: OPEN failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           ELSE
               PERFORM VARYING WS-KSDS-LOAD-IX FROM 1 BY 1
                   UNTIL WS-KSDS-LOAD-IX > WS-KSDS-LOAD-TALLY
                   MOVE SPACES TO KSDS-LOAD-RECORD
                   MOVE FUNCTION CURRENT-DATE TO KLD-TIMESTAMP
                   MOVE WS-KSDS-LOADED-DSN(WS-KSDS-LOAD-IX) TO KLD-CLUSTER-DSN
                   MOVE WS-RUN-GENERATION-DSN TO KLD-SOURCE-GENERATION
                   SET KLD-IS-RELOAD TO TRUE
                   MOVE WS-KSDS-LOADED-COUNT(WS-KSDS-LOAD-IX) TO KLD-RECORD-COUNT
                   MOVE 'ST-DATASET-WRITER' TO KLD-PROGRAM
                   WRITE KSDS-LOAD-RECORD
                   IF WS-KSDSLOG-STATUS NOT = '00'
                       DISPLAY 'ST-DATASET-WRITER: WRITE failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
                       MOVE 8 TO WS-JOB-RETURN-CODE
                   ELSE
                       DISPLAY 'ST-DATASET-WRITER: '
                           FUNCTION TRIM(KLD-CLUSTER-DSN) ' recorded as loaded from '
                           FUNCTION TRIM(KLD-SOURCE-GENERATION)
                   END-IF
               END-PERFORM
               CLOSE KSDS-LOAD-REGISTER
               IF WS-KSDSLOG-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: CLOSE failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       0950-START-PHASE-TIMER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-PHASE-START-STAMP.

       0955-WRITE-ROUTE-TIMING.
      *> A phase of the route in hand - filed under the target as the
      *> deck names it, which stays the same from one night to the
      *> next where the resolved generation does not.
           MOVE WS-DATASET-NAME TO WS-PHASE-ROUTE-WORK
           PERFORM 0960-WRITE-TIMING-RECORD.

       0960-WRITE-TIMING-RECORD.
      *> Append one ST.AUDIT.TIMING line for the phase staged in the
      *> WS-PHASE-* fields, ending now.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-PHASE-END-STAMP
           MOVE WS-PHASE-START-STAMP TO WS-STAMP-WORK
           PERFORM 0965-STAMP-TO-HUNDREDTHS
           MOVE WS-STAMP-HUNDREDTHS TO WS-PHASE-START-HUNDREDTHS
           MOVE WS-PHASE-END-STAMP TO WS-STAMP-WORK
           PERFORM 0965-STAMP-TO-HUNDREDTHS
           IF WS-STAMP-HUNDREDTHS > WS-PHASE-START-HUNDREDTHS
               COMPUTE WS-PHASE-ELAPSED =
                   WS-STAMP-HUNDREDTHS - WS-PHASE-START-HUNDREDTHS
           ELSE
               MOVE ZERO TO WS-PHASE-ELAPSED
           END-IF
           IF NOT WS-TIMEHIST-IS-OPEN AND NOT WS-TIMEHIST-FAILED
               OPEN EXTEND TIMING-HISTORY
               IF WS-TIMEHIST-STATUS = '35'
                   CLOSE TIMING-HISTORY
                   OPEN OUTPUT TIMING-HISTORY
               END-IF
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: OPEN failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
                   SET WS-TIMEHIST-FAILED TO TRUE
               ELSE
                   SET WS-TIMEHIST-IS-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-TIMEHIST-IS-OPEN
               MOVE SPACES TO WS-TIMING-RECORD
               MOVE WS-TIMING-RUN-STAMP TO TIM-RUN-TIMESTAMP
               MOVE 'ST-DATASET-WRITER' TO TIM-PROGRAM
               MOVE WS-PHASE-ROUTE-WORK TO TIM-ROUTE
               MOVE WS-PHASE-NAME-WORK TO TIM-PHASE
               MOVE WS-PHASE-START-STAMP TO TIM-START-STAMP
               MOVE WS-PHASE-END-STAMP TO TIM-END-STAMP
               MOVE WS-PHASE-ELAPSED TO TIM-ELAPSED-HUNDREDTHS
               MOVE WS-PHASE-RECORD-COUNT TO TIM-RECORD-COUNT
               IF WS-PHASE-ELAPSED = 0
                   COMPUTE TIM-RECORDS-PER-SECOND = WS-PHASE-RECORD-COUNT * 100
               ELSE
                   COMPUTE TIM-RECORDS-PER-SECOND =
                       WS-PHASE-RECORD-COUNT * 100 / WS-PHASE-ELAPSED
               END-IF
               WRITE WS-TIMING-RECORD
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-DATASET-WRITER: WRITE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       0965-STAMP-TO-HUNDREDTHS.
           COMPUTE WS-STAMP-HUNDREDTHS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-WORK-DATE) * 8640000
               + WS-STAMP-WORK-HH * 360000
               + WS-STAMP-WORK-MM * 6000
               + WS-STAMP-WORK-SS * 100
               + WS-STAMP-WORK-CC.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields. Open-extend per event, like the audit
