       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-PICKUP-RECON.
      *> Daily pickup reconciliation for the files that leave the
      *> platform. ST-NARR-VERIFY appends every extract and delta it
      *> releases to ST.AUDIT.OUTBOUND; ST.CTL.CONSUMERS says which
      *> teams collect which file and how many hours they have to do
      *> it; the teams send back an acknowledgment record naming the
      *> generation they collected with the record count and checksum
      *> they found in it (concatenated on ACKIN). This program lines
      *> the three up for every release in the last LOOKBACK-DAYS= and
      *> reports each subscriber's pickup as
      *>   ACKED    - acknowledged in time with the released count and
      *>              checksum;
      *>   LATE     - acknowledged correctly, after the deadline;
      *>   MISMATCH - acknowledged, but what arrived is not what left;
      *>   OVERDUE  - past the deadline with no acknowledgment;
      *>   WAITING  - not acknowledged yet, still inside the deadline;
      *> and lists any acknowledgment that matches no release made to
      *> that team. When a team says it never got Tuesday's file, this
      *> report is the answer.
      *> A team that ST-NARR-MASK cut a masked copy of a release for
      *> collects that copy, not the release: its pickup is judged
      *> against the copy's name, count, checksum and release time.
      *> Until the copy is cut - and for releases older than masking -
      *> the release itself stands.
      *> RETURN-CODE contract: 0 - every pickup due is acknowledged and
      *> matches; 4 - one or more overdue, mismatched or unmatched
      *> acknowledgments; 8 - I/O error or a table overflow.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT OUTBOUND-MANIFEST ASSIGN TO OUTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTMAN-STATUS.
           SELECT CONSUMER-FILE ASSIGN TO CONSUMRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMRS-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.
           SELECT PICKUP-REPORT ASSIGN TO PICKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  OUTBOUND-MANIFEST.
      *> ST.AUDIT.OUTBOUND - one record per generation released.
       COPY STOUTREC.

       FD  CONSUMER-FILE.
      *> ST.CTL.CONSUMERS - who collects which file, and by when.
       COPY STCNSREC.

       FD  ACK-FILE.
      *> The teams' pickup acknowledgments.
       COPY STACKREC.

       FD  PICKUP-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                    PIC X(132).

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-OUTMAN-STATUS               PIC XX VALUE '00'.
       01  WS-CONSUMRS-STATUS             PIC XX VALUE '00'.
       01  WS-ACKIN-STATUS                PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-OUTMAN-EOF-SW               PIC X VALUE 'N'.
           88  WS-OUTMAN-EOF              VALUE 'Y'.
       01  WS-CONSUMRS-EOF-SW             PIC X VALUE 'N'.
           88  WS-CONSUMRS-EOF            VALUE 'Y'.
       01  WS-ACKIN-EOF-SW                PIC X VALUE 'N'.
           88  WS-ACKIN-EOF               VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> LOOKBACK-DAYS= - releases made this many days before today
      *> or later are reconciled. Older ones have long since been
      *> settled or chased; the manifest itself is never trimmed.
       01  WS-LOOKBACK-DAYS               PIC 9(5) VALUE 7.
       01  WS-TODAY-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-INTEGER               PIC 9(9) VALUE ZERO.
       01  WS-WINDOW-START-DATE           PIC 9(8) VALUE ZEROES.

      *> Points in time as minutes since the INTEGER-OF-DATE epoch, so
      *> a deadline is one addition and one compare.
       01  WS-NOW-MINUTES                 PIC 9(11) COMP VALUE ZERO.
       01  WS-RELEASE-MINUTES             PIC 9(11) COMP VALUE ZERO.
       01  WS-DUE-MINUTES                 PIC 9(11) COMP VALUE ZERO.
       01  WS-PICKUP-MINUTES              PIC 9(11) COMP VALUE ZERO.
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE              PIC 9(8).
           05  WS-STAMP-HOUR              PIC 9(2).
           05  WS-STAMP-MINUTE            PIC 9(2).
       01  WS-STAMP-MINUTES               PIC 9(11) COMP VALUE ZERO.
       01  WS-DUE-DAY-INTEGER             PIC 9(9) VALUE ZERO.
       01  WS-DUE-REMAINDER               PIC 9(5) VALUE ZERO.
       01  WS-DUE-DATE                    PIC 9(8) VALUE ZEROES.
       01  WS-DUE-HHMM.
           05  WS-DUE-HOUR                PIC 9(2) VALUE ZERO.
           05  WS-DUE-MINUTE              PIC 9(2) VALUE ZERO.
       01  WS-RELEASE-DATE                PIC 9(8) VALUE ZEROES.

      *> The subscriptions, held whole - a release is checked against
      *> each one's file type and start/end dates.
       01  WS-CONSUMER-TABLE-MAX          PIC 9(4) COMP VALUE 200.
       01  WS-CONSUMER-TALLY              PIC 9(4) COMP VALUE ZERO.
       01  WS-CONSUMER-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-CONSUMER-TABLE.
           05  WS-CONSUMER-ENTRY OCCURS 200 TIMES.
               10  WS-CNS-ID              PIC X(8).
               10  WS-CNS-FILE-TYPE       PIC X(8).
               10  WS-CNS-PICKUP-HOURS    PIC 9(3).
               10  WS-CNS-START-DATE      PIC 9(8).
               10  WS-CNS-END-DATE        PIC 9(8).

      *> The acknowledgments, with a switch set as each is claimed by
      *> a release - whatever is left unclaimed afterwards matches
      *> nothing we sent that team.
       01  WS-ACK-TABLE-MAX               PIC 9(4) COMP VALUE 3000.
       01  WS-ACK-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-ACK-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-ACK-FOUND-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 3000 TIMES.
               10  WS-ACK-CONSUMER-ID     PIC X(8).
               10  WS-ACK-DSN             PIC X(44).
               10  WS-ACK-COUNT           PIC 9(9).
               10  WS-ACK-CHECKSUM        PIC 9(9).
               10  WS-ACK-PICKUP-STAMP    PIC X(14).
               10  WS-ACK-CLAIMED-SW      PIC X.
                   88  WS-ACK-CLAIMED     VALUE 'Y'.

      *> The masked copies ST-NARR-MASK released in the window, one
      *> per consumer per release masked - the latest wins if a copy
      *> was cut twice.
       01  WS-MASKED-TABLE-MAX            PIC 9(4) COMP VALUE 3000.
       01  WS-MASKED-TALLY                PIC 9(4) COMP VALUE ZERO.
       01  WS-MASKED-IX                   PIC 9(4) COMP VALUE ZERO.
       01  WS-MASKED-TABLE.
           05  WS-MASKED-ENTRY OCCURS 3000 TIMES.
               10  WS-MSK-CONSUMER-ID     PIC X(8).
               10  WS-MSK-FROM-DSN        PIC X(64).
               10  WS-MSK-DSN             PIC X(64).
               10  WS-MSK-STAMP           PIC X(12).
               10  WS-MSK-COUNT           PIC 9(9).
               10  WS-MSK-CHECKSUM        PIC 9(9).

      *> What the subscriber in hand is owed: the release, or the
      *> masked copy cut for it.
       01  WS-EXPECT-DSN                  PIC X(64) VALUE SPACES.
       01  WS-EXPECT-STAMP                PIC X(12) VALUE SPACES.
       01  WS-EXPECT-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-EXPECT-CHECKSUM             PIC 9(9) VALUE ZERO.
       01  WS-EXPECT-MINUTES              PIC 9(11) COMP VALUE ZERO.

       01  WS-ACK-MATCH-SW                PIC X VALUE 'N'.
           88  WS-ACK-MATCHES             VALUE 'Y'.
       01  WS-PICKUP-STATUS               PIC X(8) VALUE SPACES.
       01  WS-PICKUP-DETAIL               PIC X(24) VALUE SPACES.

       01  WS-PICKUP-COUNTS.
           05  WS-RELEASE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-UNSUBSCRIBED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-PICKUPS-DUE             PIC 9(9) VALUE ZERO.
           05  WS-ACKED-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-LATE-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-MISMATCH-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-OVERDUE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-WAITING-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-UNMATCHED-ACK-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-RELEASE-SUBSCRIBERS         PIC 9(4) COMP VALUE ZERO.

      *> Report composition - the same 55-line page discipline the
      *> inquiry and aging reports use.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-REPORT-LINE-WORK            PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT                  PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-ACK-COUNT-TEXT              PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-ACK-CHECKSUM-TEXT           PIC ZZZZZZZZ9 VALUE ZEROES.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.
       01  WS-EVENT-COUNT-TEXT            PIC Z(8)9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-OPEN-REPORT
           PERFORM 0300-LOAD-CONSUMERS
           PERFORM 0400-LOAD-ACKNOWLEDGMENTS
           PERFORM 0450-LOAD-MASKED-COPIES
           PERFORM 0500-RECONCILE-RELEASES
           PERFORM 0600-LIST-UNMATCHED-ACKS
           PERFORM 0800-WRITE-REPORT-TOTALS
           PERFORM 0900-CLOSE-REPORT
           PERFORM 0950-DISPLAY-SUMMARY
           IF (WS-OVERDUE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
               OR WS-UNMATCHED-ACK-COUNT > 0) AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-PICKUP-RECON: no SYSIN control cards found, using defaults.'
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ CONTROL-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0110-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INTEGER
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-STAMP-WORK
           PERFORM 0150-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
           IF WS-LOOKBACK-DAYS >= WS-TODAY-INTEGER
               MOVE ZEROES TO WS-WINDOW-START-DATE
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - WS-LOOKBACK-DAYS)
                   TO WS-WINDOW-START-DATE
           END-IF.

       0110-APPLY-CONTROL-CARD.
           IF WS-CARD-RECORD(1:1) = '*' OR FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-RECORD)) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
               UNSTRING WS-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD WS-CARD-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                   WHEN 'LOOKBACK-DAYS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-LOOKBACK-DAYS
                   WHEN OTHER
                       DISPLAY 'ST-PICKUP-RECON: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0150-STAMP-TO-MINUTES.
      *> WS-STAMP-WORK (YYYYMMDDHHMM) to minutes in WS-STAMP-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE.

       0200-OPEN-REPORT.
           OPEN OUTPUT PICKUP-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PICKUP-RECON: OPEN failed for PICKRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0700-WRITE-PAGE-HEADING.

       0300-LOAD-CONSUMERS.
      *> No registry means nobody subscribes to anything - every
      *> release is reported as unsubscribed, which is itself the
      *> thing to fix.
           OPEN INPUT CONSUMER-FILE
           IF WS-CONSUMRS-STATUS = '35'
               DISPLAY 'ST-PICKUP-RECON: no ST.CTL.CONSUMERS (CONSUMRS) found - '
                   'no pickups are expected.'
           ELSE
               IF WS-CONSUMRS-STATUS NOT = '00'
                   DISPLAY 'ST-PICKUP-RECON: OPEN failed for CONSUMRS - file status '
                       WS-CONSUMRS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CONSUMRS-EOF
                   READ CONSUMER-FILE
                       AT END
                           SET WS-CONSUMRS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0310-KEEP-ONE-CONSUMER
                   END-READ
               END-PERFORM
               CLOSE CONSUMER-FILE
           END-IF.

       0310-KEEP-ONE-CONSUMER.
           IF WS-CONSUMER-RECORD(1:1) NOT = '*' AND CNS-CONSUMER-ID NOT = SPACES
               IF WS-CONSUMER-TALLY >= WS-CONSUMER-TABLE-MAX
                   DISPLAY 'ST-PICKUP-RECON: more than ' WS-CONSUMER-TABLE-MAX
                       ' subscriptions - raise WS-CONSUMER-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONSUMER-TALLY
               MOVE CNS-CONSUMER-ID TO WS-CNS-ID(WS-CONSUMER-TALLY)
               MOVE CNS-FILE-TYPE TO WS-CNS-FILE-TYPE(WS-CONSUMER-TALLY)
               MOVE CNS-PICKUP-HOURS TO WS-CNS-PICKUP-HOURS(WS-CONSUMER-TALLY)
               MOVE CNS-START-DATE TO WS-CNS-START-DATE(WS-CONSUMER-TALLY)
               MOVE CNS-END-DATE TO WS-CNS-END-DATE(WS-CONSUMER-TALLY)
           END-IF.

       0400-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACKIN-STATUS = '35'
               DISPLAY 'ST-PICKUP-RECON: no acknowledgments (ACKIN) found - '
                   'nothing has been acknowledged.'
           ELSE
               IF WS-ACKIN-STATUS NOT = '00'
                   DISPLAY 'ST-PICKUP-RECON: OPEN failed for ACKIN - file status '
                       WS-ACKIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACKIN-EOF
                   READ ACK-FILE
                       AT END
                           SET WS-ACKIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 0410-KEEP-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       0410-KEEP-ONE-ACK.
      *> A pickup comes after its release, so an acknowledgment dated
      *> before the window can only answer a release this run does not
      *> score - ACKIN is never pruned, and tabling the whole history
      *> would sooner or later overflow. One whose stamp cannot be
      *> read is kept; 0520 judges it as best it can.
           IF ACK-PICKUP-TIMESTAMP(1:8) IS NUMERIC
               AND ACK-PICKUP-TIMESTAMP(1:8) < WS-WINDOW-START-DATE
               CONTINUE
           ELSE
               PERFORM 0415-TABLE-ONE-ACK
           END-IF.

       0415-TABLE-ONE-ACK.
           IF WS-ACK-RECORD(1:1) NOT = '*' AND ACK-CONSUMER-ID NOT = SPACES
               IF WS-ACK-TALLY >= WS-ACK-TABLE-MAX
                   DISPLAY 'ST-PICKUP-RECON: more than ' WS-ACK-TABLE-MAX
                       ' acknowledgments - raise WS-ACK-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACK-TALLY
               MOVE ACK-CONSUMER-ID TO WS-ACK-CONSUMER-ID(WS-ACK-TALLY)
               MOVE ACK-DATASET-DSN TO WS-ACK-DSN(WS-ACK-TALLY)
               MOVE ACK-PICKUP-TIMESTAMP TO WS-ACK-PICKUP-STAMP(WS-ACK-TALLY)
               MOVE 'N' TO WS-ACK-CLAIMED-SW(WS-ACK-TALLY)
      *> A count or checksum keyed wrong cannot match - zero it so it
      *> reports as a mismatch rather than failing the run.
               IF ACK-RECORD-COUNT IS NUMERIC
                   MOVE ACK-RECORD-COUNT TO WS-ACK-COUNT(WS-ACK-TALLY)
               ELSE
                   MOVE ZERO TO WS-ACK-COUNT(WS-ACK-TALLY)
               END-IF
               IF ACK-CHECKSUM IS NUMERIC
                   MOVE ACK-CHECKSUM TO WS-ACK-CHECKSUM(WS-ACK-TALLY)
               ELSE
                   MOVE ZERO TO WS-ACK-CHECKSUM(WS-ACK-TALLY)
               END-IF
           END-IF.

       0450-LOAD-MASKED-COPIES.
      *> A first pass over ST.AUDIT.OUTBOUND for the consumer-specific
      *> records, so each release's subscribers can be pointed at
      *> their own copy when the release comes round in 0500.
           OPEN INPUT OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS = '00'
               PERFORM UNTIL WS-OUTMAN-EOF
                   READ OUTBOUND-MANIFEST
                       AT END
                           SET WS-OUTMAN-EOF TO TRUE
                       NOT AT END
                           IF OUT-CONSUMER-ID NOT = SPACES
                               AND OUT-TIMESTAMP(1:12) IS NUMERIC
                               AND OUT-TIMESTAMP(1:8) >= WS-WINDOW-START-DATE
                               PERFORM 0460-KEEP-ONE-MASKED-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-MANIFEST
           END-IF
           MOVE 'N' TO WS-OUTMAN-EOF-SW.

       0460-KEEP-ONE-MASKED-COPY.
           IF WS-MASKED-TALLY >= WS-MASKED-TABLE-MAX
               DISPLAY 'ST-PICKUP-RECON: more than ' WS-MASKED-TABLE-MAX
                   ' masked copies released - raise WS-MASKED-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MASKED-TALLY
           MOVE OUT-CONSUMER-ID TO WS-MSK-CONSUMER-ID(WS-MASKED-TALLY)
           MOVE OUT-MASKED-FROM-DSN TO WS-MSK-FROM-DSN(WS-MASKED-TALLY)
           MOVE OUT-DATASET-DSN TO WS-MSK-DSN(WS-MASKED-TALLY)
           MOVE OUT-TIMESTAMP(1:12) TO WS-MSK-STAMP(WS-MASKED-TALLY)
           MOVE OUT-RECORD-COUNT TO WS-MSK-COUNT(WS-MASKED-TALLY)
           MOVE OUT-CHECKSUM TO WS-MSK-CHECKSUM(WS-MASKED-TALLY).

       0500-RECONCILE-RELEASES.
      *> Releases to every subscriber drive the report; the masked
      *> copies are reached through them.
           OPEN INPUT OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS = '35'
               DISPLAY 'ST-PICKUP-RECON: no ST.AUDIT.OUTBOUND (OUTMAN) found - '
                   'nothing has been released.'
           ELSE
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-PICKUP-RECON: OPEN failed for OUTMAN - file status '
                       WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OUTMAN-EOF
                   READ OUTBOUND-MANIFEST
                       AT END
                           SET WS-OUTMAN-EOF TO TRUE
                       NOT AT END
                           IF OUT-TIMESTAMP(1:12) IS NUMERIC
                               AND OUT-TIMESTAMP(1:8) >= WS-WINDOW-START-DATE
                               AND OUT-CONSUMER-ID = SPACES
                               PERFORM 0510-RECONCILE-ONE-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-MANIFEST
           END-IF
           IF WS-RELEASE-COUNT = 0
               MOVE '  NO FILES WERE RELEASED IN THE LOOKBACK WINDOW.' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF.

       0510-RECONCILE-ONE-RELEASE.
      *> Every subscription to this file type that was running on the
      *> release date owes an acknowledgment for it.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE ZERO TO WS-RELEASE-SUBSCRIBERS
           MOVE OUT-TIMESTAMP(1:8) TO WS-RELEASE-DATE
           MOVE OUT-TIMESTAMP(1:12) TO WS-STAMP-WORK
           PERFORM 0150-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-RELEASE-MINUTES
           PERFORM VARYING WS-CONSUMER-IX FROM 1 BY 1
               UNTIL WS-CONSUMER-IX > WS-CONSUMER-TALLY
               IF WS-CNS-FILE-TYPE(WS-CONSUMER-IX) = OUT-FILE-TYPE
                   AND WS-CNS-START-DATE(WS-CONSUMER-IX) <= WS-RELEASE-DATE
                   AND (WS-CNS-END-DATE(WS-CONSUMER-IX) = 0
                       OR WS-CNS-END-DATE(WS-CONSUMER-IX) > WS-RELEASE-DATE)
                   ADD 1 TO WS-RELEASE-SUBSCRIBERS
                   PERFORM 0520-RECONCILE-ONE-PICKUP
               END-IF
           END-PERFORM
           IF WS-RELEASE-SUBSCRIBERS = 0
               ADD 1 TO WS-UNSUBSCRIBED-COUNT
               MOVE 'NO SUBSCRIBER' TO WS-PICKUP-DETAIL
               MOVE SPACES TO WS-PICKUP-STATUS
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING
                   '  ' DELIMITED BY SIZE
                   '--------' DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   OUT-FILE-TYPE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   OUT-DATASET-DSN(1:44) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   OUT-TIMESTAMP(1:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OUT-TIMESTAMP(9:4) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   '             ' DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PICKUP-STATUS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PICKUP-DETAIL DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF.

       0520-RECONCILE-ONE-PICKUP.
      *> Find this team's acknowledgment of this data set - one that
      *> matches the released count and checksum if there is one -
      *> and judge it against the deadline.
           ADD 1 TO WS-PICKUPS-DUE
           PERFORM 0515-RESOLVE-PICKUP-COPY
           COMPUTE WS-DUE-MINUTES = WS-EXPECT-MINUTES
               + WS-CNS-PICKUP-HOURS(WS-CONSUMER-IX) * 60
           MOVE ZERO TO WS-ACK-FOUND-IX
           MOVE 'N' TO WS-ACK-MATCH-SW
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
               UNTIL WS-ACK-IX > WS-ACK-TALLY OR WS-ACK-MATCHES
               IF WS-ACK-CONSUMER-ID(WS-ACK-IX) = WS-CNS-ID(WS-CONSUMER-IX)
                   AND WS-ACK-DSN(WS-ACK-IX) = WS-EXPECT-DSN
                   MOVE WS-ACK-IX TO WS-ACK-FOUND-IX
                   IF WS-ACK-COUNT(WS-ACK-IX) = WS-EXPECT-COUNT
                       AND WS-ACK-CHECKSUM(WS-ACK-IX) = WS-EXPECT-CHECKSUM
                       SET WS-ACK-MATCHES TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PICKUP-DETAIL
           EVALUATE TRUE
               WHEN WS-ACK-FOUND-IX = 0
                   IF WS-NOW-MINUTES > WS-DUE-MINUTES
                       MOVE 'OVERDUE' TO WS-PICKUP-STATUS
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE 'NOT ACKNOWLEDGED' TO WS-PICKUP-DETAIL
                   ELSE
                       MOVE 'WAITING' TO WS-PICKUP-STATUS
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               WHEN WS-ACK-MATCHES
                   MOVE 'Y' TO WS-ACK-CLAIMED-SW(WS-ACK-FOUND-IX)
                   MOVE 'PICKED UP ' TO WS-PICKUP-DETAIL
                   MOVE WS-ACK-PICKUP-STAMP(WS-ACK-FOUND-IX)(1:12)
                       TO WS-PICKUP-DETAIL(11:12)
                   IF WS-ACK-PICKUP-STAMP(WS-ACK-FOUND-IX)(1:12) IS NUMERIC
                       MOVE WS-ACK-PICKUP-STAMP(WS-ACK-FOUND-IX)(1:12) TO WS-STAMP-WORK
                       PERFORM 0150-STAMP-TO-MINUTES
                       MOVE WS-STAMP-MINUTES TO WS-PICKUP-MINUTES
                   ELSE
                       MOVE ZERO TO WS-PICKUP-MINUTES
                   END-IF
                   IF WS-PICKUP-MINUTES > WS-DUE-MINUTES
                       MOVE 'LATE' TO WS-PICKUP-STATUS
                       ADD 1 TO WS-LATE-COUNT
                   ELSE
                       MOVE 'ACKED' TO WS-PICKUP-STATUS
                       ADD 1 TO WS-ACKED-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-ACK-CLAIMED-SW(WS-ACK-FOUND-IX)
                   MOVE 'MISMATCH' TO WS-PICKUP-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE WS-ACK-COUNT(WS-ACK-FOUND-IX) TO WS-ACK-COUNT-TEXT
                   MOVE WS-ACK-CHECKSUM(WS-ACK-FOUND-IX) TO WS-ACK-CHECKSUM-TEXT
                   STRING
                       'N=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACK-COUNT-TEXT) DELIMITED BY SIZE
                       ' C=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACK-CHECKSUM-TEXT) DELIMITED BY SIZE
                       INTO WS-PICKUP-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 0530-FORMAT-DUE-TIME
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  ' DELIMITED BY SIZE
               WS-CNS-ID(WS-CONSUMER-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               OUT-FILE-TYPE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EXPECT-DSN(1:44) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EXPECT-STAMP(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXPECT-STAMP(9:4) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DUE-HHMM DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PICKUP-STATUS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PICKUP-DETAIL DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           IF WS-PICKUP-STATUS = 'OVERDUE' OR WS-PICKUP-STATUS = 'MISMATCH'
               PERFORM 0540-LOG-PICKUP-EXCEPTION
           END-IF.

       0515-RESOLVE-PICKUP-COPY.
      *> The subscriber's own masked copy of this release if one was
      *> cut, otherwise the release.
           MOVE OUT-DATASET-DSN TO WS-EXPECT-DSN
           MOVE OUT-TIMESTAMP(1:12) TO WS-EXPECT-STAMP
           MOVE OUT-RECORD-COUNT TO WS-EXPECT-COUNT
           MOVE OUT-CHECKSUM TO WS-EXPECT-CHECKSUM
           MOVE WS-RELEASE-MINUTES TO WS-EXPECT-MINUTES
           PERFORM VARYING WS-MASKED-IX FROM 1 BY 1
               UNTIL WS-MASKED-IX > WS-MASKED-TALLY
               IF WS-MSK-CONSUMER-ID(WS-MASKED-IX) = WS-CNS-ID(WS-CONSUMER-IX)
                   AND WS-MSK-FROM-DSN(WS-MASKED-IX) = OUT-DATASET-DSN
                   MOVE WS-MSK-DSN(WS-MASKED-IX) TO WS-EXPECT-DSN
                   MOVE WS-MSK-STAMP(WS-MASKED-IX) TO WS-EXPECT-STAMP
                   MOVE WS-MSK-COUNT(WS-MASKED-IX) TO WS-EXPECT-COUNT
                   MOVE WS-MSK-CHECKSUM(WS-MASKED-IX) TO WS-EXPECT-CHECKSUM
                   MOVE WS-MSK-STAMP(WS-MASKED-IX) TO WS-STAMP-WORK
                   PERFORM 0150-STAMP-TO-MINUTES
                   MOVE WS-STAMP-MINUTES TO WS-EXPECT-MINUTES
               END-IF
           END-PERFORM.

       0530-FORMAT-DUE-TIME.
           DIVIDE WS-DUE-MINUTES BY 1440 GIVING WS-DUE-DAY-INTEGER
               REMAINDER WS-DUE-REMAINDER
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-INTEGER) TO WS-DUE-DATE
           DIVIDE WS-DUE-REMAINDER BY 60 GIVING WS-DUE-HOUR
               REMAINDER WS-DUE-MINUTE.

       0540-LOG-PICKUP-EXCEPTION.
           MOVE WS-EXPECT-DSN TO WS-EVENT-DSN
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           IF WS-PICKUP-STATUS = 'OVERDUE'
               MOVE 'PICKOVRD' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               STRING
                   'consumer ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CNS-ID(WS-CONSUMER-IX)) DELIMITED BY SIZE
                   ' has not acknowledged pickup - due ' DELIMITED BY SIZE
                   WS-DUE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DUE-HHMM DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           ELSE
               MOVE 'PICKMISM' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               STRING
                   'consumer ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CNS-ID(WS-CONSUMER-IX)) DELIMITED BY SIZE
                   ' acknowledged a copy that does not match the release - '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PICKUP-DETAIL) DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG.

       0600-LIST-UNMATCHED-ACKS.
      *> Acknowledgments no release claimed - a data set we did not
      *> send that team, or a name keyed wrong. Only those picked up
      *> inside the window are listed; older ones belong to releases
      *> this run did not look at.
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
               UNTIL WS-ACK-IX > WS-ACK-TALLY
               IF NOT WS-ACK-CLAIMED(WS-ACK-IX)
                   AND WS-ACK-PICKUP-STAMP(WS-ACK-IX)(1:8) >= WS-WINDOW-START-DATE
                   IF WS-UNMATCHED-ACK-COUNT = 0
                       MOVE SPACES TO WS-REPORT-LINE-WORK
                       PERFORM 0750-WRITE-REPORT-LINE
                       MOVE 'ACKNOWLEDGMENTS MATCHING NO RELEASE TO THAT CONSUMER'
                           TO WS-REPORT-LINE-WORK
                       PERFORM 0750-WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-UNMATCHED-ACK-COUNT
                   MOVE WS-ACK-COUNT(WS-ACK-IX) TO WS-ACK-COUNT-TEXT
                   MOVE WS-ACK-CHECKSUM(WS-ACK-IX) TO WS-ACK-CHECKSUM-TEXT
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING
                       '  ' DELIMITED BY SIZE
                       WS-ACK-CONSUMER-ID(WS-ACK-IX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       '        ' DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-ACK-DSN(WS-ACK-IX) DELIMITED BY SIZE
                       '  PICKED UP ' DELIMITED BY SIZE
                       WS-ACK-PICKUP-STAMP(WS-ACK-IX)(1:12) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-ACK-COUNT-TEXT DELIMITED BY SIZE
                       ' RECS CKSUM ' DELIMITED BY SIZE
                       WS-ACK-CHECKSUM-TEXT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0750-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       0700-WRITE-PAGE-HEADING.
      *> Composed in its own work area - 0750 performs this paragraph
      *> on page overflow while a detail line is still sitting in
      *> WS-REPORT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-PICKUP-RECON  OUTBOUND PICKUP RECONCILIATION' DELIMITED BY SIZE
               '   RELEASED SINCE ' DELIMITED BY SIZE
               WS-WINDOW-START-DATE DELIMITED BY SIZE
               '   RUN ' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '   PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               '  CONSUMER  FILE      DATA SET NAME' DELIMITED BY SIZE
               '                                 RELEASED       ' DELIMITED BY SIZE
               'DUE            STATUS    DETAIL' DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE 3 TO WS-LINES-ON-PAGE.

       0710-WRITE-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PICKUP-RECON: WRITE failed for PICKRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0750-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0700-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PICKUP-RECON: WRITE failed for PICKRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-RELEASE-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'RELEASES RECONCILED ........ ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-UNSUBSCRIBED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  WITH NO SUBSCRIBER ....... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-PICKUPS-DUE TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'PICKUPS OWED ............... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-ACKED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  ACKED .................... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  LATE ..................... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  MISMATCH ................. ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  OVERDUE .................. ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-WAITING-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  WAITING .................. ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-UNMATCHED-ACK-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'UNMATCHED ACKNOWLEDGMENTS .. ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE.

       0900-CLOSE-REPORT.
           CLOSE PICKUP-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PICKUP-RECON: CLOSE failed for PICKRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-DISPLAY-SUMMARY.
           DISPLAY 'ST-PICKUP-RECON: ' WS-RELEASE-COUNT ' releases since '
               WS-WINDOW-START-DATE ', ' WS-PICKUPS-DUE ' pickups owed.'
           DISPLAY '  acked=' WS-ACKED-COUNT ' late=' WS-LATE-COUNT
               ' mismatch=' WS-MISMATCH-COUNT ' overdue=' WS-OVERDUE-COUNT
               ' waiting=' WS-WAITING-COUNT ' unmatched-acks=' WS-UNMATCHED-ACK-COUNT
           MOVE 'ST.AUDIT.OUTBOUND' TO WS-EVENT-DSN
           MOVE 'PICKRECN' TO WS-EVENT-CODE-WORK
           IF WS-OVERDUE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
               OR WS-UNMATCHED-ACK-COUNT > 0
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
           END-IF
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'pickup reconciliation - owed ' DELIMITED BY SIZE
               WS-PICKUPS-DUE DELIMITED BY SIZE
               ' acked ' DELIMITED BY SIZE
               WS-ACKED-COUNT DELIMITED BY SIZE
               ' overdue ' DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               ' mismatch ' DELIMITED BY SIZE
               WS-MISMATCH-COUNT DELIMITED BY SIZE
               INTO WS-EVENT-TEXT-WORK
           END-STRING
           PERFORM 9000-WRITE-EVENT-LOG.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields - the same open-extend-per-event append the
      *> writer uses. A log failure is reported and fails the run: a
      *> monitor reading an incomplete event stream is worse than one
      *> reading none.
           OPEN EXTEND EVENT-LOG-FILE
           IF WS-EVTLOG-STATUS = '35'
               CLOSE EVENT-LOG-FILE
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF
           IF WS-EVTLOG-STATUS NOT = '00'
               DISPLAY 'ST-PICKUP-RECON: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-PICKUP-RECON' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-PICKUP-RECON: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-PICKUP-RECON: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
