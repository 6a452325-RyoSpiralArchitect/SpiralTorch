      *> site's configured retention/expiration, and uncatalogs and
      *> scratches generations that are past their date so the base
      *> does not silently fill up and roll off data still needed.
      *> Nothing is dispositioned that ST.CTL.HOLDS protects: a
      *> generation inside an open GEN hold's range, one carrying a
      *> narration under an open DATE or KEY hold, or one ST-ARCH-
      *> RESTORE brought back for a hold that is still open is kept
      *> and recorded in the manifest as HELD, with the hold's ID.
      *> Nor is a generation released to the downstream teams
      *> (ST.AUDIT.OUTBOUND) that a subscriber in ST.CTL.CONSUMERS has
      *> not yet acknowledged collecting with the released count and
      *> checksum - it is kept as UNACKED, with the consumer's ID.
      *> A subscriber ST-NARR-MASK cut a masked copy for owes its
      *> acknowledgment of that copy instead, and the copy, where it
      *> is itself a generation of the base, is kept until that one
      *> consumer has acknowledged it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
           SELECT POLICY-FILE ASSIGN TO POLICY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT RESTORE-REGISTER ASSIGN TO RESTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
           SELECT OUTBOUND-MANIFEST ASSIGN TO OUTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTMAN-STATUS.
           SELECT CONSUMER-FILE ASSIGN TO CONSUMRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMRS-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *> One record per generation this run dispositioned - the durable
      *> answer to "where did generation G0123V00 go" long after the
      *> catalog entry and the SYSOUT are gone.
       COPY STMANREC.

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> run.
       COPY STPOLREC.

       FD  HOLD-FILE.
      *> ST.CTL.HOLDS - the legal/audit holds, read once at start of
      *> run. No file at all means nothing is held.
       COPY STHLDREC.

       FD  RESTORE-REGISTER.
      *> ST.AUDIT.RESTORES - every copy ST-ARCH-RESTORE brought back,
      *> stamped with the hold it was restored for.
       COPY STRSTREC.

       FD  OUTBOUND-MANIFEST.
      *> ST.AUDIT.OUTBOUND - every generation released downstream.
       COPY STOUTREC.

       FD  CONSUMER-FILE.
      *> ST.CTL.CONSUMERS - who collects which released file.
       COPY STCNSREC.

       FD  ACK-FILE.
      *> The teams' pickup acknowledgments.
       COPY STACKREC.

       FD  TIMING-HISTORY.
      *> ST.AUDIT.TIMING - one STEP line per run, the elapsed time the
      *> batch-window report sets this step at in the nightly stream.
       COPY STTIMREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-GDGLIST-STATUS              PIC XX VALUE '00'.
       01  WS-POLICY-ARCHIVE-HLQ          PIC X(44) VALUE SPACES.
       01  WS-POLICY-MAX-GENS             PIC 9(5) VALUE ZEROES.

      *> The open holds that bear on this base, loaded once. GEN holds
      *> match on the generation qualifier; DATE and KEY holds are
      *> checked against the records inside the generation, so the
      *> generation is only read when one of those is open.
       01  WS-HOLDS-STATUS                PIC XX VALUE '00'.
       01  WS-HOLDS-EOF-SW                PIC X VALUE 'N'.
           88  WS-HOLDS-EOF               VALUE 'Y'.
       01  WS-HOLD-TABLE-MAX              PIC 9(4) COMP VALUE 200.
       01  WS-HOLD-TALLY                  PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-CONTENT-HOLD-TALLY          PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-ID             PIC X(8).
               10  WS-HELD-SCOPE          PIC X(4).
               10  WS-HELD-FROM           PIC X(16).
               10  WS-HELD-TO             PIC X(16).
      *> Restored copies stamped with a hold that is still open - a
      *> generation ST-ARCH-RESTORE rebuilt for legal stays cataloged
      *> until legal lifts the hold.
       01  WS-RESTLOG-STATUS              PIC XX VALUE '00'.
       01  WS-RESTLOG-EOF-SW              PIC X VALUE 'N'.
           88  WS-RESTLOG-EOF             VALUE 'Y'.
       01  WS-STAMP-TABLE-MAX             PIC 9(4) COMP VALUE 500.
       01  WS-STAMP-TALLY                 PIC 9(4) COMP VALUE ZERO.
       01  WS-STAMP-IX                    PIC 9(4) COMP VALUE ZERO.
       01  WS-STAMP-TABLE.
           05  WS-STAMP-ENTRY OCCURS 500 TIMES.
               10  WS-STAMPED-DSN         PIC X(46).
               10  WS-STAMPED-HOLD-ID     PIC X(8).
      *> Hold verdict for the generation in hand.
       01  WS-GEN-HELD-SW                 PIC X VALUE 'N'.
           88  WS-GEN-IS-HELD             VALUE 'Y'.
       01  WS-HOLD-CHECK-FAIL-SW          PIC X VALUE 'N'.
           88  WS-HOLD-CHECK-FAILED       VALUE 'Y'.
       01  WS-HOLD-SCAN-EOF-SW            PIC X VALUE 'N'.
           88  WS-HOLD-SCAN-EOF           VALUE 'Y'.
       01  WS-GEN-HOLD-ID                 PIC X(8) VALUE SPACES.
       01  WS-GEN-QUALIFIER               PIC X(16) VALUE SPACES.
       01  WS-BASE-LENGTH                 PIC 9(4) COMP VALUE ZERO.
       01  WS-HELD-NARR-KEY               PIC X(16) VALUE SPACES.
       01  WS-HELD-BUS-DATE               PIC X(16) VALUE SPACES.

      *> The pickup trail for this base: its generations that were
      *> released downstream, the subscriptions, and the teams'
      *> acknowledgments of this base's generations. Subscriptions and
      *> acknowledgments are only read when something of this base was
      *> released at all. ST.AUDIT.OUTBOUND and ACKIN are never pruned,
      *> so only what touches a generation GDGLIST still catalogs is
      *> tabled - the rest can have no bearing on this run.
       01  WS-LISTED-TABLE-MAX            PIC 9(4) COMP VALUE 999.
       01  WS-LISTED-TALLY                PIC 9(4) COMP VALUE ZERO.
       01  WS-LISTED-IX                   PIC 9(4) COMP VALUE ZERO.
       01  WS-LISTED-TABLE.
           05  WS-LISTED-DSN OCCURS 999 TIMES PIC X(46).
       01  WS-LISTED-MATCH-DSN            PIC X(46) VALUE SPACES.
       01  WS-LISTED-FOUND-SW             PIC X VALUE 'N'.
           88  WS-LISTED-FOUND            VALUE 'Y'.
       01  WS-OUTMAN-STATUS               PIC XX VALUE '00'.
       01  WS-OUTMAN-EOF-SW               PIC X VALUE 'N'.
           88  WS-OUTMAN-EOF              VALUE 'Y'.
       01  WS-CONSUMRS-STATUS             PIC XX VALUE '00'.
       01  WS-CONSUMRS-EOF-SW             PIC X VALUE 'N'.
           88  WS-CONSUMRS-EOF            VALUE 'Y'.
       01  WS-ACKIN-STATUS                PIC XX VALUE '00'.
       01  WS-ACKIN-EOF-SW                PIC X VALUE 'N'.
           88  WS-ACKIN-EOF               VALUE 'Y'.
       01  WS-RELEASE-TABLE-MAX           PIC 9(4) COMP VALUE 500.
       01  WS-RELEASE-TALLY               PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-IX                  PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 500 TIMES.
               10  WS-RELEASED-DSN        PIC X(46).
               10  WS-RELEASED-TYPE       PIC X(8).
               10  WS-RELEASED-DATE       PIC X(8).
               10  WS-RELEASED-COUNT      PIC 9(9).
               10  WS-RELEASED-CHECKSUM   PIC 9(9).
      *> Blank on a release to every subscriber; on a masked copy,
      *> the one consumer it was cut for and the release it came from.
               10  WS-RELEASED-CONSUMER   PIC X(8).
               10  WS-RELEASED-FROM-DSN   PIC X(46).
       01  WS-RELEASE-SCAN-IX             PIC 9(4) COMP VALUE ZERO.
       01  WS-CONSUMER-TABLE-MAX          PIC 9(4) COMP VALUE 200.
       01  WS-CONSUMER-TALLY              PIC 9(4) COMP VALUE ZERO.
       01  WS-CONSUMER-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-CONSUMER-TABLE.
           05  WS-CONSUMER-ENTRY OCCURS 200 TIMES.
               10  WS-CNS-ID              PIC X(8).
               10  WS-CNS-FILE-TYPE       PIC X(8).
               10  WS-CNS-START-DATE      PIC 9(8).
               10  WS-CNS-END-DATE        PIC 9(8).
       01  WS-ACK-TABLE-MAX               PIC 9(4) COMP VALUE 3000.
       01  WS-ACK-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-ACK-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 3000 TIMES.
               10  WS-ACK-CONSUMER-ID     PIC X(8).
               10  WS-ACK-DSN             PIC X(46).
               10  WS-ACK-COUNT           PIC 9(9).
               10  WS-ACK-CHECKSUM        PIC 9(9).
      *> Pickup verdict for the generation in hand.
       01  WS-GEN-UNACKED-SW              PIC X VALUE 'N'.
           88  WS-GEN-IS-UNACKED          VALUE 'Y'.
       01  WS-PICKUP-ACKED-SW             PIC X VALUE 'N'.
           88  WS-PICKUP-ACKED            VALUE 'Y'.
      *> The pickup 0427 looks for: who, which copy, and what it must
      *> have held.
       01  WS-PICKUP-CONSUMER-ID          PIC X(8) VALUE SPACES.
       01  WS-PICKUP-DSN                  PIC X(46) VALUE SPACES.
       01  WS-PICKUP-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-PICKUP-CHECKSUM             PIC 9(9) VALUE ZERO.
       01  WS-ACK-RELEVANT-SW             PIC X VALUE 'N'.
           88  WS-ACK-IS-RELEVANT         VALUE 'Y'.

       01  WS-GDG-CONTROL.
           05  WS-GDG-BASE                PIC X(44) VALUE 'ST.DATA.NARRATION'.
      *> ARCHIVE=Y copies an expiring generation's records under the
           05  WS-GENS-UNCATALOGED        PIC 9(5) VALUE ZERO.
           05  WS-GENS-ARCHIVED           PIC 9(5) VALUE ZERO.
           05  WS-GENS-ARCH-FAILED        PIC 9(5) VALUE ZERO.
           05  WS-GENS-HELD               PIC 9(5) VALUE ZERO.
           05  WS-GENS-HOLD-FAILED        PIC 9(5) VALUE ZERO.
           05  WS-GENS-UNACKED            PIC 9(5) VALUE ZERO.
      *> Counts only the cataloged (still-live) generations seen so
      *> far, for the MAXGENS cap below - WS-GENS-SCANNED also counts
      *> already-uncataloged entries, which aren't competing for the
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.

      *> Batch-window timing - the run's start is stamped on entry and
      *> 0980 appends the STEP line to ST.AUDIT.TIMING at the end.
       01  WS-TIMEHIST-STATUS             PIC XX VALUE '00'.
       01  WS-TIMING-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-STEP-END-STAMP              PIC X(16) VALUE SPACES.
       01  WS-STEP-ELAPSED                PIC 9(9) COMP VALUE ZERO.
       01  WS-STEP-RECORD-COUNT           PIC 9(9) COMP VALUE ZERO.
       01  WS-STEP-START-HUNDREDTHS       PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-HUNDREDTHS            PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-WORK                  PIC X(16) VALUE SPACES.
       01  WS-STAMP-WORK-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-WORK-DATE         PIC 9(8).
           05  WS-STAMP-WORK-HH           PIC 9(2).
           05  WS-STAMP-WORK-MM           PIC 9(2).
           05  WS-STAMP-WORK-SS           PIC 9(2).
           05  WS-STAMP-WORK-CC           PIC 9(2).

      *> Reuse the same BPXWDYN parameter layout ST-DATASET-WRITER
      *> uses - the FREE/delete request travels through the same
      *> dynamic allocation callable service as the original ALLOC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMING-RUN-STAMP
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0150-APPLY-POLICY
           PERFORM 0200-COMPUTE-CUTOFFS
           PERFORM 0210-LOAD-LEGAL-HOLDS
           PERFORM 0220-LOAD-RESTORE-STAMPS
           PERFORM 0230-LOAD-PICKUP-TRAIL
           PERFORM 0250-OPEN-MANIFEST
           PERFORM 0300-SCAN-GENERATIONS
           PERFORM 0850-CLOSE-MANIFEST
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0980-WRITE-STEP-TIMING
           IF WS-JOB-RETURN-CODE > RETURN-CODE
               MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
           END-IF
               ' expiration=' WS-GDG-EXPIRATION
               ' maxgens=' WS-GDG-MAX-GENS.

       0210-LOAD-LEGAL-HOLDS.
      *> Keep only the holds open today that bear on this base: GEN
      *> holds naming it, DATE and KEY holds naming it or no base at
      *> all. A hold table that overflows stops the run before a
      *> single generation is touched - a hold that was not loaded is
      *> a hold that is not honored.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GDG-BASE)) TO WS-BASE-LENGTH
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = '35'
               DISPLAY 'ST-GDG-CLEANUP: no ST.CTL.HOLDS (HOLDS) found - no generations held.'
           ELSE
               IF WS-HOLDS-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: OPEN failed for HOLDS - file status ' WS-HOLDS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-HOLDS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-HOLDS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0215-KEEP-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               DISPLAY '  open holds on this base=' WS-HOLD-TALLY
                   ' (' WS-CONTENT-HOLD-TALLY ' by business date or key)'
           END-IF.

       0215-KEEP-ONE-HOLD.
           IF WS-HOLD-RECORD(1:1) NOT = '*' AND HOLD-ID NOT = SPACES
               AND (HOLD-RELEASE-DATE = 0 OR HOLD-RELEASE-DATE > WS-TODAY-DATE)
               AND ((HOLD-SCOPE-IS-GEN AND HOLD-GDG-BASE = WS-GDG-BASE)
                   OR ((HOLD-SCOPE-IS-DATE OR HOLD-SCOPE-IS-KEY)
                       AND (HOLD-GDG-BASE = SPACES OR HOLD-GDG-BASE = WS-GDG-BASE)))
               IF WS-HOLD-TALLY >= WS-HOLD-TABLE-MAX
                   DISPLAY 'ST-GDG-CLEANUP: more than ' WS-HOLD-TABLE-MAX
                       ' open holds on ' FUNCTION TRIM(WS-GDG-BASE)
                       ' - raise WS-HOLD-TABLE-MAX; nothing dispositioned.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLD-TALLY
               MOVE HOLD-ID TO WS-HELD-ID(WS-HOLD-TALLY)
               MOVE HOLD-SCOPE TO WS-HELD-SCOPE(WS-HOLD-TALLY)
               MOVE HOLD-SCOPE-FROM TO WS-HELD-FROM(WS-HOLD-TALLY)
               IF HOLD-SCOPE-TO = SPACES
                   MOVE HOLD-SCOPE-FROM TO WS-HELD-TO(WS-HOLD-TALLY)
               ELSE
                   MOVE HOLD-SCOPE-TO TO WS-HELD-TO(WS-HOLD-TALLY)
               END-IF
               IF NOT HOLD-SCOPE-IS-GEN
                   ADD 1 TO WS-CONTENT-HOLD-TALLY
               END-IF
           END-IF.

       0220-LOAD-RESTORE-STAMPS.
      *> Restored copies whose hold is among the open ones just
      *> loaded. A stamp for a released (or unknown) hold protects
      *> nothing, so it is not kept.
           IF WS-HOLD-TALLY > 0
               OPEN INPUT RESTORE-REGISTER
               IF WS-RESTLOG-STATUS = '35'
                   CONTINUE
               ELSE
                   IF WS-RESTLOG-STATUS NOT = '00'
                       DISPLAY 'ST-GDG-CLEANUP: OPEN failed for RESTLOG - file status '
                           WS-RESTLOG-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-RESTLOG-EOF
                       READ RESTORE-REGISTER
                           AT END
                               SET WS-RESTLOG-EOF TO TRUE
                           NOT AT END
                               IF RST-HOLD-ID NOT = SPACES
                                   PERFORM 0225-KEEP-ONE-STAMP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE-REGISTER
               END-IF
           END-IF.

       0225-KEEP-ONE-STAMP.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-TALLY
               IF WS-HELD-ID(WS-HOLD-IX) = RST-HOLD-ID
                   IF WS-STAMP-TALLY >= WS-STAMP-TABLE-MAX
                       DISPLAY 'ST-GDG-CLEANUP: more than ' WS-STAMP-TABLE-MAX
                           ' held restored copies - raise WS-STAMP-TABLE-MAX; '
                           'nothing dispositioned.'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STAMP-TALLY
                   MOVE RST-RESTORED-DSN TO WS-STAMPED-DSN(WS-STAMP-TALLY)
                   MOVE RST-HOLD-ID TO WS-STAMPED-HOLD-ID(WS-STAMP-TALLY)
                   MOVE WS-HOLD-TALLY TO WS-HOLD-IX
               END-IF
           END-PERFORM.

       0230-LOAD-PICKUP-TRAIL.
      *> This base's released generations off ST.AUDIT.OUTBOUND, with
      *> any masked copy cut from one of them, then - only if there
      *> were any - the subscriptions and the teams' acknowledgments
      *> of this base's generations and of those copies. Only releases
      *> of a generation GDGLIST still catalogs are kept - no other
      *> can come up for disposition - so the tables stay bounded by
      *> the GDG limit however long the manifest grows. As with the
      *> holds, a table that overflows stops the run before anything
      *> is dispositioned.
           PERFORM 0232-LOAD-LISTED-GENERATIONS
           OPEN INPUT OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: OPEN failed for OUTMAN - file status ' WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OUTMAN-EOF
                   READ OUTBOUND-MANIFEST
                       AT END
                           SET WS-OUTMAN-EOF TO TRUE
                       NOT AT END
                           IF WS-BASE-LENGTH < 46
                               AND ((OUT-DATASET-DSN(1:WS-BASE-LENGTH) = WS-GDG-BASE(1:WS-BASE-LENGTH)
                                   AND OUT-DATASET-DSN(WS-BASE-LENGTH + 1:1) = '.')
                                OR (OUT-CONSUMER-ID NOT = SPACES
                                   AND OUT-MASKED-FROM-DSN(1:WS-BASE-LENGTH) = WS-GDG-BASE(1:WS-BASE-LENGTH)
                                   AND OUT-MASKED-FROM-DSN(WS-BASE-LENGTH + 1:1) = '.'))
                               MOVE OUT-DATASET-DSN TO WS-LISTED-MATCH-DSN
                               PERFORM 0233-CHECK-LISTED-GENERATION
                               IF NOT WS-LISTED-FOUND AND OUT-CONSUMER-ID NOT = SPACES
                                   MOVE OUT-MASKED-FROM-DSN TO WS-LISTED-MATCH-DSN
                                   PERFORM 0233-CHECK-LISTED-GENERATION
                               END-IF
                               IF WS-LISTED-FOUND
                                   PERFORM 0235-KEEP-ONE-RELEASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-MANIFEST
           END-IF
           IF WS-RELEASE-TALLY > 0
               PERFORM 0240-LOAD-CONSUMERS
               PERFORM 0245-LOAD-ACKNOWLEDGMENTS
               DISPLAY '  released generations on this base=' WS-RELEASE-TALLY
                   ' subscriptions=' WS-CONSUMER-TALLY
                   ' acknowledgments=' WS-ACK-TALLY
           END-IF.

       0232-LOAD-LISTED-GENERATIONS.
      *> The cataloged generations this run will look at, read ahead
      *> of the scan proper; 0300 reads GDGLIST again from the top.
           OPEN INPUT GDG-LIST-FILE
           IF WS-GDGLIST-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-GDGLIST-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: OPEN failed for GDGLIST - file status ' WS-GDGLIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GDG-EOF
                   READ GDG-LIST-FILE
                       AT END
                           SET WS-GDG-EOF TO TRUE
                       NOT AT END
                           IF GDG-CATALOGED-FLAG = 'Y'
                               IF WS-LISTED-TALLY >= WS-LISTED-TABLE-MAX
                                   DISPLAY 'ST-GDG-CLEANUP: more than ' WS-LISTED-TABLE-MAX
                                       ' cataloged generations of ' FUNCTION TRIM(WS-GDG-BASE)
                                       ' - raise WS-LISTED-TABLE-MAX; nothing dispositioned.'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-LISTED-TALLY
                               MOVE GDG-GENERATION-DSN TO WS-LISTED-DSN(WS-LISTED-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GDG-LIST-FILE
               MOVE 'N' TO WS-GDG-EOF-SW
           END-IF.

       0233-CHECK-LISTED-GENERATION.
           MOVE 'N' TO WS-LISTED-FOUND-SW
           PERFORM VARYING WS-LISTED-IX FROM 1 BY 1
               UNTIL WS-LISTED-IX > WS-LISTED-TALLY OR WS-LISTED-FOUND
               IF WS-LISTED-DSN(WS-LISTED-IX) = WS-LISTED-MATCH-DSN
                   SET WS-LISTED-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0235-KEEP-ONE-RELEASE.
           IF WS-RELEASE-TALLY >= WS-RELEASE-TABLE-MAX
               DISPLAY 'ST-GDG-CLEANUP: more than ' WS-RELEASE-TABLE-MAX
                   ' released generations of ' FUNCTION TRIM(WS-GDG-BASE)
                   ' - raise WS-RELEASE-TABLE-MAX; nothing dispositioned.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELEASE-TALLY
           MOVE OUT-DATASET-DSN TO WS-RELEASED-DSN(WS-RELEASE-TALLY)
           MOVE OUT-FILE-TYPE TO WS-RELEASED-TYPE(WS-RELEASE-TALLY)
           MOVE OUT-TIMESTAMP(1:8) TO WS-RELEASED-DATE(WS-RELEASE-TALLY)
           MOVE OUT-RECORD-COUNT TO WS-RELEASED-COUNT(WS-RELEASE-TALLY)
           MOVE OUT-CHECKSUM TO WS-RELEASED-CHECKSUM(WS-RELEASE-TALLY)
           MOVE OUT-CONSUMER-ID TO WS-RELEASED-CONSUMER(WS-RELEASE-TALLY)
           MOVE OUT-MASKED-FROM-DSN TO WS-RELEASED-FROM-DSN(WS-RELEASE-TALLY).

       0240-LOAD-CONSUMERS.
      *> No registry means no subscriber is owed anything - released
      *> generations age off like any other.
           OPEN INPUT CONSUMER-FILE
           IF WS-CONSUMRS-STATUS = '35'
               DISPLAY 'ST-GDG-CLEANUP: no ST.CTL.CONSUMERS (CONSUMRS) found - '
                   'no pickups awaited.'
           ELSE
               IF WS-CONSUMRS-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: OPEN failed for CONSUMRS - file status '
                       WS-CONSUMRS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CONSUMRS-EOF
                   READ CONSUMER-FILE
                       AT END
                           SET WS-CONSUMRS-EOF TO TRUE
                       NOT AT END
                           IF WS-CONSUMER-RECORD(1:1) NOT = '*'
                               AND CNS-CONSUMER-ID NOT = SPACES
                               IF WS-CONSUMER-TALLY >= WS-CONSUMER-TABLE-MAX
                                   DISPLAY 'ST-GDG-CLEANUP: more than ' WS-CONSUMER-TABLE-MAX
                                       ' subscriptions - raise WS-CONSUMER-TABLE-MAX; '
                                       'nothing dispositioned.'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-CONSUMER-TALLY
                               MOVE CNS-CONSUMER-ID TO WS-CNS-ID(WS-CONSUMER-TALLY)
                               MOVE CNS-FILE-TYPE TO WS-CNS-FILE-TYPE(WS-CONSUMER-TALLY)
                               MOVE CNS-START-DATE TO WS-CNS-START-DATE(WS-CONSUMER-TALLY)
                               MOVE CNS-END-DATE TO WS-CNS-END-DATE(WS-CONSUMER-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSUMER-FILE
           END-IF.

       0245-LOAD-ACKNOWLEDGMENTS.
           IF WS-CONSUMER-TALLY > 0
               OPEN INPUT ACK-FILE
               IF WS-ACKIN-STATUS = '35'
                   DISPLAY 'ST-GDG-CLEANUP: no acknowledgments (ACKIN) found - '
                       'released generations are kept until collected.'
               ELSE
                   IF WS-ACKIN-STATUS NOT = '00'
                       DISPLAY 'ST-GDG-CLEANUP: OPEN failed for ACKIN - file status '
                           WS-ACKIN-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-ACKIN-EOF
                       READ ACK-FILE
                           AT END
                               SET WS-ACKIN-EOF TO TRUE
                           NOT AT END
                               IF WS-ACK-RECORD(1:1) NOT = '*'
                                   AND ACK-RECORD-COUNT IS NUMERIC
                                   AND ACK-CHECKSUM IS NUMERIC
                                   PERFORM 0246-CHECK-ACK-RELEVANT
                                   IF WS-ACK-IS-RELEVANT
                                       PERFORM 0247-KEEP-ONE-ACK
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACK-FILE
               END-IF
           END-IF.

       0246-CHECK-ACK-RELEVANT.
      *> An acknowledgment of one of the releases tabled for this run -
      *> a listed generation or a masked copy cut from one. 0427 only
      *> ever looks an ack up by a released name, so no other can
      *> matter.
           MOVE 'N' TO WS-ACK-RELEVANT-SW
           PERFORM VARYING WS-RELEASE-SCAN-IX FROM 1 BY 1
               UNTIL WS-RELEASE-SCAN-IX > WS-RELEASE-TALLY OR WS-ACK-IS-RELEVANT
               IF WS-RELEASED-DSN(WS-RELEASE-SCAN-IX) = ACK-DATASET-DSN
                   SET WS-ACK-IS-RELEVANT TO TRUE
               END-IF
           END-PERFORM.

       0247-KEEP-ONE-ACK.
           IF WS-ACK-TALLY >= WS-ACK-TABLE-MAX
               DISPLAY 'ST-GDG-CLEANUP: more than ' WS-ACK-TABLE-MAX
                   ' acknowledgments of ' FUNCTION TRIM(WS-GDG-BASE)
                   ' - raise WS-ACK-TABLE-MAX; nothing dispositioned.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACK-TALLY
           MOVE ACK-CONSUMER-ID TO WS-ACK-CONSUMER-ID(WS-ACK-TALLY)
           MOVE ACK-DATASET-DSN TO WS-ACK-DSN(WS-ACK-TALLY)
           MOVE ACK-RECORD-COUNT TO WS-ACK-COUNT(WS-ACK-TALLY)
           MOVE ACK-CHECKSUM TO WS-ACK-CHECKSUM(WS-ACK-TALLY).

       0250-OPEN-MANIFEST.
      *> The manifest is produced on every run, even one that
      *> dispositions nothing - a missing file should only ever mean
               IF WS-AGE-DAYS > WS-GDG-RETENTION-DAYS
                   OR (WS-GDG-EXPIRATION > 0 AND WS-TODAY-INTEGER > WS-EXPIRATION-INTEGER)
                   OR WS-GDG-LIVE-COUNT > WS-GDG-MAX-GENS
                   PERFORM 0420-CHECK-LEGAL-HOLDS
                   IF NOT WS-GEN-IS-HELD AND NOT WS-HOLD-CHECK-FAILED
                       PERFORM 0425-CHECK-PICKUP-ACKS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-GEN-IS-HELD
                           PERFORM 0440-KEEP-HELD-GENERATION
                       WHEN WS-HOLD-CHECK-FAILED
                           PERFORM 0445-KEEP-UNCHECKED-GENERATION
                       WHEN WS-GEN-IS-UNACKED
                           PERFORM 0442-KEEP-UNACKED-GENERATION
                       WHEN OTHER
                           PERFORM 0450-DISPOSE-GENERATION
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-GENS-KEPT
                   DISPLAY '  KEEP   ' GDG-GENERATION-DSN ' age=' WS-AGE-DAYS 'd'
               END-IF
           END-IF.

       0420-CHECK-LEGAL-HOLDS.
      *> Is this expiring generation under an open hold? The cheap
      *> tests first - its qualifier against the GEN holds, its name
      *> against the restore stamps - and only then, if a DATE or KEY
      *> hold is open, a read of the generation itself.
           MOVE 'N' TO WS-GEN-HELD-SW
           MOVE 'N' TO WS-HOLD-CHECK-FAIL-SW
           MOVE SPACES TO WS-GEN-HOLD-ID
           MOVE SPACES TO WS-GEN-QUALIFIER
           IF WS-BASE-LENGTH < 46
               AND GDG-GENERATION-DSN(1:WS-BASE-LENGTH) = WS-GDG-BASE(1:WS-BASE-LENGTH)
               AND GDG-GENERATION-DSN(WS-BASE-LENGTH + 1:1) = '.'
               MOVE GDG-GENERATION-DSN(WS-BASE-LENGTH + 2:) TO WS-GEN-QUALIFIER
           END-IF
           IF WS-GEN-QUALIFIER NOT = SPACES
               PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-TALLY OR WS-GEN-IS-HELD
                   IF WS-HELD-SCOPE(WS-HOLD-IX) = 'GEN '
                       AND WS-GEN-QUALIFIER >= WS-HELD-FROM(WS-HOLD-IX)
                       AND WS-GEN-QUALIFIER <= WS-HELD-TO(WS-HOLD-IX)
                       SET WS-GEN-IS-HELD TO TRUE
                       MOVE WS-HELD-ID(WS-HOLD-IX) TO WS-GEN-HOLD-ID
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-GEN-IS-HELD
               PERFORM VARYING WS-STAMP-IX FROM 1 BY 1
                   UNTIL WS-STAMP-IX > WS-STAMP-TALLY OR WS-GEN-IS-HELD
                   IF WS-STAMPED-DSN(WS-STAMP-IX) = GDG-GENERATION-DSN
                       SET WS-GEN-IS-HELD TO TRUE
                       MOVE WS-STAMPED-HOLD-ID(WS-STAMP-IX) TO WS-GEN-HOLD-ID
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-GEN-IS-HELD AND WS-CONTENT-HOLD-TALLY > 0
               PERFORM 0430-SCAN-GENERATION-FOR-HOLDS
           END-IF.

       0425-CHECK-PICKUP-ACKS.
      *> Was this generation released downstream, and does every team
      *> subscribed to that file on the release date hold a matching
      *> acknowledgment of it - or of the masked copy cut for it? A
      *> generation that is itself a masked copy waits on the one
      *> consumer it was cut for. The first team without one keeps
      *> the generation; its ID goes on the manifest in the hold
      *> column. With no consumer registry loaded nobody is owed a
      *> pickup, masked copies included, and no acknowledgments were
      *> read to judge them by.
           MOVE 'N' TO WS-GEN-UNACKED-SW
           PERFORM VARYING WS-RELEASE-IX FROM 1 BY 1
               UNTIL WS-RELEASE-IX > WS-RELEASE-TALLY OR WS-GEN-IS-UNACKED
               IF WS-RELEASED-DSN(WS-RELEASE-IX) = GDG-GENERATION-DSN
                   AND WS-CONSUMER-TALLY > 0
                   IF WS-RELEASED-CONSUMER(WS-RELEASE-IX) NOT = SPACES
                       MOVE WS-RELEASED-CONSUMER(WS-RELEASE-IX) TO WS-PICKUP-CONSUMER-ID
                       MOVE WS-RELEASED-DSN(WS-RELEASE-IX) TO WS-PICKUP-DSN
                       MOVE WS-RELEASED-COUNT(WS-RELEASE-IX) TO WS-PICKUP-COUNT
                       MOVE WS-RELEASED-CHECKSUM(WS-RELEASE-IX) TO WS-PICKUP-CHECKSUM
                       PERFORM 0427-FIND-PICKUP-ACK
                       IF NOT WS-PICKUP-ACKED
                           SET WS-GEN-IS-UNACKED TO TRUE
                           MOVE WS-PICKUP-CONSUMER-ID TO WS-GEN-HOLD-ID
                       END-IF
                   ELSE
                       PERFORM VARYING WS-CONSUMER-IX FROM 1 BY 1
                           UNTIL WS-CONSUMER-IX > WS-CONSUMER-TALLY OR WS-GEN-IS-UNACKED
                           IF WS-CNS-FILE-TYPE(WS-CONSUMER-IX) = WS-RELEASED-TYPE(WS-RELEASE-IX)
                               AND WS-CNS-START-DATE(WS-CONSUMER-IX) <= WS-RELEASED-DATE(WS-RELEASE-IX)
                               AND (WS-CNS-END-DATE(WS-CONSUMER-IX) = 0
                                   OR WS-CNS-END-DATE(WS-CONSUMER-IX) > WS-RELEASED-DATE(WS-RELEASE-IX))
                               PERFORM 0426-RESOLVE-PICKUP-COPY
                               PERFORM 0427-FIND-PICKUP-ACK
                               IF NOT WS-PICKUP-ACKED
                                   SET WS-GEN-IS-UNACKED TO TRUE
                                   MOVE WS-CNS-ID(WS-CONSUMER-IX) TO WS-GEN-HOLD-ID
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       0426-RESOLVE-PICKUP-COPY.
      *> The subscriber's latest masked copy of this release if one
      *> was cut, otherwise the release itself.
           MOVE WS-CNS-ID(WS-CONSUMER-IX) TO WS-PICKUP-CONSUMER-ID
           MOVE WS-RELEASED-DSN(WS-RELEASE-IX) TO WS-PICKUP-DSN
           MOVE WS-RELEASED-COUNT(WS-RELEASE-IX) TO WS-PICKUP-COUNT
           MOVE WS-RELEASED-CHECKSUM(WS-RELEASE-IX) TO WS-PICKUP-CHECKSUM
           PERFORM VARYING WS-RELEASE-SCAN-IX FROM 1 BY 1
               UNTIL WS-RELEASE-SCAN-IX > WS-RELEASE-TALLY
               IF WS-RELEASED-CONSUMER(WS-RELEASE-SCAN-IX) = WS-CNS-ID(WS-CONSUMER-IX)
                   AND WS-RELEASED-FROM-DSN(WS-RELEASE-SCAN-IX) = WS-RELEASED-DSN(WS-RELEASE-IX)
                   MOVE WS-RELEASED-DSN(WS-RELEASE-SCAN-IX) TO WS-PICKUP-DSN
                   MOVE WS-RELEASED-COUNT(WS-RELEASE-SCAN-IX) TO WS-PICKUP-COUNT
                   MOVE WS-RELEASED-CHECKSUM(WS-RELEASE-SCAN-IX) TO WS-PICKUP-CHECKSUM
               END-IF
           END-PERFORM.

       0427-FIND-PICKUP-ACK.
           MOVE 'N' TO WS-PICKUP-ACKED-SW
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
               UNTIL WS-ACK-IX > WS-ACK-TALLY OR WS-PICKUP-ACKED
               IF WS-ACK-CONSUMER-ID(WS-ACK-IX) = WS-PICKUP-CONSUMER-ID
                   AND WS-ACK-DSN(WS-ACK-IX) = WS-PICKUP-DSN
                   AND WS-ACK-COUNT(WS-ACK-IX) = WS-PICKUP-COUNT
                   AND WS-ACK-CHECKSUM(WS-ACK-IX) = WS-PICKUP-CHECKSUM
                   SET WS-PICKUP-ACKED TO TRUE
               END-IF
           END-PERFORM.

       0430-SCAN-GENERATION-FOR-HOLDS.
      *> Read the generation through ARCHIN, the same SHR allocation
      *> the archive copy uses, until a record falls under a DATE or
      *> KEY hold or the generation ends. A generation that cannot be
      *> read cannot be cleared, so it is kept, not guessed at.
           MOVE 'N' TO WS-HOLD-SCAN-EOF-SW
           MOVE SPACES TO WS-ARCHIVE-CMD
           MOVE 1 TO WS-ARCHIVE-CMD-POINTER
           STRING
               'ALLOC FI(ARCHIN) DA(''' DELIMITED BY SIZE
               FUNCTION TRIM(GDG-GENERATION-DSN) DELIMITED BY SIZE
               ''') SHR' DELIMITED BY SIZE
               INTO WS-ARCHIVE-CMD
               WITH POINTER WS-ARCHIVE-CMD-POINTER
           END-STRING
           PERFORM 0470-CALL-BPXWDYN-ARCHIVE
           IF WS-DYN-RETURN-CODE NOT = 0
               DISPLAY '  HOLD CHECK ALLOC failed for ' GDG-GENERATION-DSN
                   ' - return code ' WS-DYN-RETURN-CODE
                   ' reason code ' WS-DYN-REASON-CODE
               SET WS-HOLD-CHECK-FAILED TO TRUE
           ELSE
               OPEN INPUT ARCHIVE-IN
               IF WS-ARCHIN-STATUS NOT = '00'
                   DISPLAY '  HOLD CHECK OPEN failed for ' GDG-GENERATION-DSN
                       ' - file status ' WS-ARCHIN-STATUS
                   SET WS-HOLD-CHECK-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WS-HOLD-SCAN-EOF OR WS-GEN-IS-HELD
                       READ ARCHIVE-IN
                           AT END
                               SET WS-HOLD-SCAN-EOF TO TRUE
                           NOT AT END
                               PERFORM 0435-CHECK-RECORD-AGAINST-HOLDS
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-IN
               END-IF
               MOVE 'FREE FI(ARCHIN)' TO WS-ARCHIVE-CMD
               PERFORM 0470-CALL-BPXWDYN-ARCHIVE
           END-IF.

       0435-CHECK-RECORD-AGAINST-HOLDS.
      *> The generation's records carry the STNARREC shape: NARR-KEY
      *> in the first 16 bytes, NARR-BUSINESS-DATE in the next 8.
           MOVE ARCHIVE-IN-RECORD(1:16) TO WS-HELD-NARR-KEY
           MOVE SPACES TO WS-HELD-BUS-DATE
           MOVE ARCHIVE-IN-RECORD(17:8) TO WS-HELD-BUS-DATE
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-TALLY OR WS-GEN-IS-HELD
               EVALUATE WS-HELD-SCOPE(WS-HOLD-IX)
                   WHEN 'KEY '
                       IF WS-HELD-NARR-KEY >= WS-HELD-FROM(WS-HOLD-IX)
                           AND WS-HELD-NARR-KEY <= WS-HELD-TO(WS-HOLD-IX)
                           SET WS-GEN-IS-HELD TO TRUE
                           MOVE WS-HELD-ID(WS-HOLD-IX) TO WS-GEN-HOLD-ID
                       END-IF
                   WHEN 'DATE'
                       IF WS-HELD-BUS-DATE >= WS-HELD-FROM(WS-HOLD-IX)
                           AND WS-HELD-BUS-DATE <= WS-HELD-TO(WS-HOLD-IX)
                           SET WS-GEN-IS-HELD TO TRUE
                           MOVE WS-HELD-ID(WS-HOLD-IX) TO WS-GEN-HOLD-ID
                       END-IF
               END-EVALUATE
           END-PERFORM.

       0440-KEEP-HELD-GENERATION.
           ADD 1 TO WS-GENS-HELD
           DISPLAY '  HELD   ' GDG-GENERATION-DSN ' age=' WS-AGE-DAYS
               'd - protected by hold ' WS-GEN-HOLD-ID ', not archived or scratched.'
           MOVE SPACES TO WS-ARCHIVE-DSN
           MOVE 'HELD' TO WS-MANIFEST-DISPOSITION
           PERFORM 0800-WRITE-MANIFEST-RECORD.

       0442-KEEP-UNACKED-GENERATION.
           ADD 1 TO WS-GENS-UNACKED
           DISPLAY '  UNACKED ' GDG-GENERATION-DSN ' age=' WS-AGE-DAYS
               'd - consumer ' WS-GEN-HOLD-ID ' has not acknowledged pickup, not scratched.'
           MOVE SPACES TO WS-ARCHIVE-DSN
           MOVE 'UNACKED' TO WS-MANIFEST-DISPOSITION
           PERFORM 0800-WRITE-MANIFEST-RECORD
           MOVE GDG-GENERATION-DSN TO WS-EVENT-DSN
           MOVE 'UNACKED' TO WS-EVENT-CODE-WORK
           MOVE 'W' TO WS-EVENT-SEVERITY-WORK
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'expired but not scratched - consumer ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-HOLD-ID) DELIMITED BY SIZE
               ' has not acknowledged pickup' DELIMITED BY SIZE
               INTO WS-EVENT-TEXT-WORK
           END-STRING
           PERFORM 9000-WRITE-EVENT-LOG.

       0445-KEEP-UNCHECKED-GENERATION.
           ADD 1 TO WS-GENS-HOLD-FAILED
           DISPLAY '  KEEP   ' GDG-GENERATION-DSN
               ' - could not be read to check against the open holds, NOT scratched.'
           MOVE SPACES TO WS-ARCHIVE-DSN
           MOVE SPACES TO WS-GEN-HOLD-ID
           MOVE 'HOLDCHECK' TO WS-MANIFEST-DISPOSITION
           PERFORM 0800-WRITE-MANIFEST-RECORD
           MOVE GDG-GENERATION-DSN TO WS-EVENT-DSN
           MOVE 'HOLDFAIL' TO WS-EVENT-CODE-WORK
           MOVE 'E' TO WS-EVENT-SEVERITY-WORK
           MOVE 'generation unreadable for the legal-hold check - kept, not scratched'
               TO WS-EVENT-TEXT-WORK
           PERFORM 9000-WRITE-EVENT-LOG.

       0450-DISPOSE-GENERATION.
      *> The generation is past its date - archive it first when
      *> ARCHIVE=Y, and only scratch what has a good archive copy (or
               MOVE WS-AGE-DAYS TO MAN-AGE-DAYS
               MOVE WS-MANIFEST-DISPOSITION TO MAN-DISPOSITION
               MOVE WS-ARCHIVE-DSN TO MAN-ARCHIVE-DSN
               MOVE WS-GEN-HOLD-ID TO MAN-HOLD-ID
               WRITE MANIFEST-RECORD
               IF WS-MANIFEST-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: WRITE failed for MANIFEST - file status '
               ' deleted=' WS-GENS-DELETED
               ' failed=' WS-GENS-FAILED
               ' uncataloged=' WS-GENS-UNCATALOGED
           IF WS-GENS-HELD > 0 OR WS-GENS-HOLD-FAILED > 0
               DISPLAY '  held=' WS-GENS-HELD
                   ' hold-check-failed=' WS-GENS-HOLD-FAILED
           END-IF
           IF WS-GENS-UNACKED > 0
               DISPLAY '  unacknowledged=' WS-GENS-UNACKED
           END-IF
           IF WS-ARCHIVE-IS-ON
               DISPLAY '  archived=' WS-GENS-ARCHIVED
                   ' archive-failed=' WS-GENS-ARCH-FAILED
           END-IF
           MOVE WS-GDG-BASE TO WS-EVENT-DSN
           MOVE 'CLEANEND' TO WS-EVENT-CODE-WORK
      *> Anything still kept for a missing pickup acknowledgment holds
      *> the base's UNACKED events open until a run that finds none.
           EVALUATE TRUE
               WHEN WS-GENS-FAILED > 0 OR WS-GENS-ARCH-FAILED > 0
                   OR WS-GENS-HOLD-FAILED > 0
                   MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               WHEN WS-GENS-UNACKED > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY-WORK
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'scan complete - scanned ' DELIMITED BY SIZE
               WS-GENS-FAILED DELIMITED BY SIZE
               ' archive-failed ' DELIMITED BY SIZE
               WS-GENS-ARCH-FAILED DELIMITED BY SIZE
               ' held ' DELIMITED BY SIZE
               WS-GENS-HELD DELIMITED BY SIZE
               ' unacked ' DELIMITED BY SIZE
               WS-GENS-UNACKED DELIMITED BY SIZE
               INTO WS-EVENT-TEXT-WORK
           END-STRING
           PERFORM 9000-WRITE-EVENT-LOG.

       0980-WRITE-STEP-TIMING.
      *> Append this run's STEP line to ST.AUDIT.TIMING. A failure is
      *> reported and raises the return code like any other history
      *> append.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-END-STAMP
           MOVE WS-TIMING-RUN-STAMP(1:16) TO WS-STAMP-WORK
           PERFORM 0985-STAMP-TO-HUNDREDTHS
           MOVE WS-STAMP-HUNDREDTHS TO WS-STEP-START-HUNDREDTHS
           MOVE WS-STEP-END-STAMP TO WS-STAMP-WORK
           PERFORM 0985-STAMP-TO-HUNDREDTHS
           IF WS-STAMP-HUNDREDTHS > WS-STEP-START-HUNDREDTHS
               COMPUTE WS-STEP-ELAPSED =
                   WS-STAMP-HUNDREDTHS - WS-STEP-START-HUNDREDTHS
           ELSE
               MOVE ZERO TO WS-STEP-ELAPSED
           END-IF
           OPEN EXTEND TIMING-HISTORY
           IF WS-TIMEHIST-STATUS = '35'
               CLOSE TIMING-HISTORY
               OPEN OUTPUT TIMING-HISTORY
           END-IF
           IF WS-TIMEHIST-STATUS NOT = '00'
               DISPLAY 'ST-GDG-CLEANUP: OPEN failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-TIMING-RECORD
      *> Filed under the GDG base, with the generations scanned.
               MOVE WS-GDG-BASE TO TIM-ROUTE
               MOVE WS-GENS-SCANNED TO WS-STEP-RECORD-COUNT
               MOVE WS-TIMING-RUN-STAMP TO TIM-RUN-TIMESTAMP
               MOVE 'ST-GDG-CLEANUP' TO TIM-PROGRAM
               MOVE 'STEP' TO TIM-PHASE
               MOVE WS-TIMING-RUN-STAMP(1:16) TO TIM-START-STAMP
               MOVE WS-STEP-END-STAMP TO TIM-END-STAMP
               MOVE WS-STEP-ELAPSED TO TIM-ELAPSED-HUNDREDTHS
               MOVE WS-STEP-RECORD-COUNT TO TIM-RECORD-COUNT
               IF WS-STEP-ELAPSED = 0
                   COMPUTE TIM-RECORDS-PER-SECOND = WS-STEP-RECORD-COUNT * 100
               ELSE
                   COMPUTE TIM-RECORDS-PER-SECOND =
                       WS-STEP-RECORD-COUNT * 100 / WS-STEP-ELAPSED
               END-IF
               WRITE WS-TIMING-RECORD
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: WRITE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
               CLOSE TIMING-HISTORY
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-GDG-CLEANUP: CLOSE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       0985-STAMP-TO-HUNDREDTHS.
      *> Hundredths since the start of the Gregorian calendar, so a
      *> run that crosses midnight still subtracts cleanly.
           COMPUTE WS-STAMP-HUNDREDTHS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-WORK-DATE) * 8640000
               + WS-STAMP-WORK-HH * 360000
               + WS-STAMP-WORK-MM * 6000
               + WS-STAMP-WORK-SS * 100
               + WS-STAMP-WORK-CC.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields - the same open-extend-per-event append the
