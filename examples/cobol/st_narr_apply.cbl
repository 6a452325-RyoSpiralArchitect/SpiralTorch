       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-NARR-APPLY.
      *> Incremental refresh of the narration VSAM KSDS from a
      *> ST-NARR-DELTA file, in place of ST-DATASET-WRITER's nightly
      *> full reload - the reload rewrites every record to move a few
      *> hundred, is the longest step of the quarter-end window, and
      *> keeps the cluster away from ST-NARR-LOOKUP the whole time.
      *> This program applies the delta's 'A' records as keyed WRITEs,
      *> its 'C' records as REWRITEs and its 'D' records as DELETEs.
      *> Nothing touches the cluster until the whole delta file has
      *> been proved: its action records must add up to the counts in
      *> the 'T' trailer, and the OLDGEN the trailer names must be the
      *> generation ST.CTL.KSDSLOAD says the cluster was last loaded
      *> from (by the writer's reload or by an earlier apply). A delta
      *> cut from any other generation would land on a cluster it does
      *> not describe, so it is refused - run the full reload instead.
      *> Every change goes to MAINTAUD in the same before/after shape
      *> ST-NARR-MAINT writes, submitter NARRDLT and the NEWGEN in the
      *> reason, so one history covers manual and delta changes alike.
      *> The counts are reconciled against the trailer again once the
      *> changes are in, and only then is the cluster recorded in
      *> ST.CTL.KSDSLOAD as loaded from the delta's NEWGEN. Like the
      *> reload it replaces, the apply makes each key it touches equal
      *> the NEWGEN image: an add whose key is already on file is
      *> rewritten, a change whose key is missing is written, and a
      *> delete whose key is already gone is noted - each one counted
      *> as drift, since it means the cluster had moved away from
      *> OLDGEN (usually through ST-NARR-MAINT) since it was loaded.
      *> CLUSTER-DSN= (required) names the cluster NARRKSDS points at
      *> and is its key into ST.CTL.KSDSLOAD.
      *> RETURN-CODE contract: 0 - delta applied and reconciled; 4 -
      *> applied and reconciled but with drift, or the delta had
      *> already been applied (nothing done); 8 - delta refused (bad
      *> trailer, counts do not add up, wrong OLDGEN) or I/O error -
      *> after a refusal the cluster is untouched, after an I/O error
      *> mid-apply it must be fully reloaded.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT DELTA-INPUT ASSIGN TO DELTAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT NARRATION-KSDS ASSIGN TO NARRKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NARR-KEY
               FILE STATUS IS WS-KSDS-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT KSDS-LOAD-REGISTER ASSIGN TO KSDSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KSDSLOG-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  DELTA-INPUT
           RECORD CONTAINS 513 CHARACTERS.
      *> ST-NARR-DELTA's DELTAOUT: action code plus the 512-byte
      *> record, closed by the 'T' trailer laid over the data area.
       01  DELTA-RECORD.
           05  DELTA-ACTION               PIC X(1).
               88  DELTA-IS-ADD           VALUE 'A'.
               88  DELTA-IS-CHANGE        VALUE 'C'.
               88  DELTA-IS-DELETE        VALUE 'D'.
               88  DELTA-IS-TRAILER       VALUE 'T'.
           05  DELTA-DATA                 PIC X(512).
           05  DELTA-TRAILER REDEFINES DELTA-DATA.
               10  DELTA-TRL-EYECATCHER   PIC X(8).
               10  DELTA-TRL-ADD-COUNT    PIC 9(9).
               10  DELTA-TRL-CHANGE-COUNT PIC 9(9).
               10  DELTA-TRL-DELETE-COUNT PIC 9(9).
               10  DELTA-TRL-TOTAL-COUNT  PIC 9(9).
               10  DELTA-TRL-OLD-DSN      PIC X(64).
               10  DELTA-TRL-NEW-DSN      PIC X(64).
               10  FILLER                 PIC X(340).

       FD  NARRATION-KSDS.
      *> The shared STNARREC shape ST-DATASET-WRITER loads and
      *> ST-NARR-MAINT maintains.
       COPY STNARREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 1131 CHARACTERS.
       COPY STMAUREC.

       FD  KSDS-LOAD-REGISTER.
      *> ST.CTL.KSDSLOAD - which generation each cluster was last
      *> loaded from.
       COPY STKLDREC.

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-DELTA-STATUS                PIC XX VALUE '00'.
       01  WS-KSDS-STATUS                 PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-KSDSLOG-STATUS              PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-DELTA-EOF-SW                PIC X VALUE 'N'.
           88  WS-DELTA-EOF               VALUE 'Y'.
       01  WS-KSDSLOG-EOF-SW              PIC X VALUE 'N'.
           88  WS-KSDSLOG-EOF             VALUE 'Y'.
       01  WS-RECORD-FOUND-SW             PIC X VALUE 'N'.
           88  WS-RECORD-FOUND            VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

       01  WS-CLUSTER-DSN                 PIC X(64) VALUE SPACES.

      *> Proving pass over the delta file, before the cluster is
      *> opened - the action tallies, the trailer, and what it says.
       01  WS-TRAILER-SEEN-SW             PIC X VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-DELTA-REFUSED-SW            PIC X VALUE 'N'.
           88  WS-DELTA-REFUSED           VALUE 'Y'.
       01  WS-REFUSAL-TEXT                PIC X(128) VALUE SPACES.
       01  WS-DELTA-OLD-DSN               PIC X(64) VALUE SPACES.
       01  WS-DELTA-NEW-DSN               PIC X(64) VALUE SPACES.
       01  WS-LAST-LOAD-SOURCE            PIC X(64) VALUE SPACES.
       01  WS-LAST-LOAD-TYPE              PIC X(6) VALUE SPACES.
       01  WS-LAST-LOAD-STAMP             PIC X(21) VALUE SPACES.
       01  WS-ALREADY-APPLIED-SW          PIC X VALUE 'N'.
           88  WS-ALREADY-APPLIED         VALUE 'Y'.

       01  WS-SCAN-COUNTS.
           05  WS-SCAN-RECORD-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-SCAN-ADD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-SCAN-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-SCAN-DELETE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-TRL-ADD-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-TRL-CHANGE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-TRL-DELETE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-TRL-TOTAL-COUNT         PIC 9(9) VALUE ZERO.

      *> Per-change outcome, staged here and written to MAINTAUD.
       01  WS-AUDIT-ACTION                PIC X(6) VALUE SPACES.
       01  WS-OUTCOME                     PIC X(8) VALUE SPACES.
       01  WS-AUDIT-REASON                PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE                PIC X(512) VALUE SPACES.
       01  WS-AFTER-IMAGE                 PIC X(512) VALUE SPACES.
       01  WS-DELTA-REASON                PIC X(40) VALUE SPACES.

       01  WS-APPLY-COUNTS.
           05  WS-APPLIED-ADD-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-DELETE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-TOTAL-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DRIFT-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-FAILED-COUNT            PIC 9(9) VALUE ZERO.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.
       01  WS-EVENT-COUNT-TEXT            PIC Z(8)9 VALUE ZEROES.
       01  WS-EVENT-COUNT-TEXT-2          PIC Z(8)9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-PROVE-DELTA-FILE
           IF NOT WS-DELTA-REFUSED
               PERFORM 0300-CHECK-CLUSTER-LINEAGE
           END-IF
           EVALUATE TRUE
               WHEN WS-DELTA-REFUSED
                   PERFORM 0950-REPORT-REFUSAL
               WHEN WS-ALREADY-APPLIED
                   DISPLAY 'ST-NARR-APPLY: ' FUNCTION TRIM(WS-CLUSTER-DSN)
                       ' was already loaded from ' FUNCTION TRIM(WS-DELTA-NEW-DSN)
                       ' - this delta has been applied before; nothing done.'
                   MOVE WS-CLUSTER-DSN TO WS-EVENT-DSN
                   MOVE 'DELTADUP' TO WS-EVENT-CODE-WORK
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
                   MOVE SPACES TO WS-EVENT-TEXT-WORK
                   STRING
                       'delta to ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DELTA-NEW-DSN) DELIMITED BY SIZE
                       ' already applied - nothing done' DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
                   PERFORM 9000-WRITE-EVENT-LOG
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 0400-APPLY-DELTA-FILE
                   PERFORM 0700-RECONCILE-AND-COMMIT
           END-EVALUATE
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-APPLY: no SYSIN control cards found.'
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
           IF WS-CLUSTER-DSN = SPACES
               DISPLAY 'ST-NARR-APPLY: no CLUSTER-DSN= card - the cluster cannot be '
                   'checked against ST.CTL.KSDSLOAD; nothing applied.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                   WHEN 'CLUSTER-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-CLUSTER-DSN
                   WHEN OTHER
                       DISPLAY 'ST-NARR-APPLY: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-PROVE-DELTA-FILE.
      *> Read the whole delta once without touching the cluster. The
      *> trailer must be present, last, carry the NARRDLT eyecatcher,
      *> and agree with the action records actually in the file - the
      *> same check ST-NARR-DELTA made on its side of the transmission.
           OPEN INPUT DELTA-INPUT
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: OPEN failed for DELTAIN - file status ' WS-DELTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DELTA-EOF OR WS-DELTA-REFUSED
               READ DELTA-INPUT
                   AT END
                       SET WS-DELTA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCAN-RECORD-COUNT
                       PERFORM 0210-PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DELTA-INPUT
           EVALUATE TRUE
               WHEN WS-DELTA-REFUSED
                   CONTINUE
               WHEN NOT WS-TRAILER-SEEN
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE 'no trailer record - the delta file is incomplete'
                       TO WS-REFUSAL-TEXT
               WHEN WS-SCAN-ADD-COUNT NOT = WS-TRL-ADD-COUNT
                   OR WS-SCAN-CHANGE-COUNT NOT = WS-TRL-CHANGE-COUNT
                   OR WS-SCAN-DELETE-COUNT NOT = WS-TRL-DELETE-COUNT
                   OR WS-SCAN-ADD-COUNT + WS-SCAN-CHANGE-COUNT + WS-SCAN-DELETE-COUNT
                       NOT = WS-TRL-TOTAL-COUNT
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE 'action records do not add up to the trailer counts'
                       TO WS-REFUSAL-TEXT
                   DISPLAY 'ST-NARR-APPLY: file holds ' WS-SCAN-ADD-COUNT ' adds, '
                       WS-SCAN-CHANGE-COUNT ' changes, ' WS-SCAN-DELETE-COUNT
                       ' deletes; trailer says ' WS-TRL-ADD-COUNT ' / '
                       WS-TRL-CHANGE-COUNT ' / ' WS-TRL-DELETE-COUNT
                       ' of ' WS-TRL-TOTAL-COUNT
               WHEN WS-DELTA-OLD-DSN = SPACES OR WS-DELTA-NEW-DSN = SPACES
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE 'trailer does not name its OLDGEN/NEWGEN - cut it with OLD-DSN=/NEW-DSN='
                       TO WS-REFUSAL-TEXT
           END-EVALUATE.

       0210-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE 'records follow the trailer - the delta file is damaged'
                       TO WS-REFUSAL-TEXT
               WHEN DELTA-IS-ADD
                   ADD 1 TO WS-SCAN-ADD-COUNT
               WHEN DELTA-IS-CHANGE
                   ADD 1 TO WS-SCAN-CHANGE-COUNT
               WHEN DELTA-IS-DELETE
                   ADD 1 TO WS-SCAN-DELETE-COUNT
               WHEN DELTA-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF DELTA-TRL-EYECATCHER NOT = 'NARRDLT '
                       SET WS-DELTA-REFUSED TO TRUE
                       MOVE 'trailer has no NARRDLT eyecatcher - not a ST-NARR-DELTA file'
                           TO WS-REFUSAL-TEXT
                   ELSE
                       MOVE DELTA-TRL-ADD-COUNT TO WS-TRL-ADD-COUNT
                       MOVE DELTA-TRL-CHANGE-COUNT TO WS-TRL-CHANGE-COUNT
                       MOVE DELTA-TRL-DELETE-COUNT TO WS-TRL-DELETE-COUNT
                       MOVE DELTA-TRL-TOTAL-COUNT TO WS-TRL-TOTAL-COUNT
                       MOVE DELTA-TRL-OLD-DSN TO WS-DELTA-OLD-DSN
                       MOVE DELTA-TRL-NEW-DSN TO WS-DELTA-NEW-DSN
                   END-IF
               WHEN OTHER
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING
                       'unknown action code ''' DELIMITED BY SIZE
                       DELTA-ACTION DELIMITED BY SIZE
                       ''' in the delta file' DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
           END-EVALUATE.

       0300-CHECK-CLUSTER-LINEAGE.
      *> The latest ST.CTL.KSDSLOAD record for the cluster says which
      *> generation its content equals. The delta describes the move
      *> from OLDGEN to NEWGEN, so it may only land on a cluster that
      *> equals OLDGEN.
           OPEN INPUT KSDS-LOAD-REGISTER
           IF WS-KSDSLOG-STATUS = '35'
               DISPLAY 'ST-NARR-APPLY: no ST.CTL.KSDSLOAD (KSDSLOG) found.'
           ELSE
               IF WS-KSDSLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPLY: OPEN failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-KSDSLOG-EOF
                   READ KSDS-LOAD-REGISTER
                       AT END
                           SET WS-KSDSLOG-EOF TO TRUE
                       NOT AT END
                           IF KLD-CLUSTER-DSN = WS-CLUSTER-DSN
                               MOVE KLD-SOURCE-GENERATION TO WS-LAST-LOAD-SOURCE
                               MOVE KLD-LOAD-TYPE TO WS-LAST-LOAD-TYPE
                               MOVE KLD-TIMESTAMP TO WS-LAST-LOAD-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KSDS-LOAD-REGISTER
           END-IF
           EVALUATE TRUE
               WHEN WS-LAST-LOAD-SOURCE = SPACES
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE 'no load of the cluster on record - run the full reload first'
                       TO WS-REFUSAL-TEXT
               WHEN WS-LAST-LOAD-SOURCE = WS-DELTA-OLD-DSN
                   DISPLAY 'ST-NARR-APPLY: ' FUNCTION TRIM(WS-CLUSTER-DSN)
                       ' was last loaded from ' FUNCTION TRIM(WS-LAST-LOAD-SOURCE)
                       ' (' FUNCTION TRIM(WS-LAST-LOAD-TYPE) ' at '
                       WS-LAST-LOAD-STAMP(1:14) ') - the delta''s OLDGEN.'
               WHEN WS-LAST-LOAD-SOURCE = WS-DELTA-NEW-DSN
                   SET WS-ALREADY-APPLIED TO TRUE
               WHEN OTHER
                   SET WS-DELTA-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING
                       'cluster was last loaded from ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LAST-LOAD-SOURCE) DELIMITED BY SIZE
                       ', delta was cut from ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DELTA-OLD-DSN) DELIMITED BY SIZE
                       ' - run the full reload' DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
           END-EVALUATE.

       0400-APPLY-DELTA-FILE.
           OPEN INPUT DELTA-INPUT
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: OPEN failed for DELTAIN - file status ' WS-DELTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NARRATION-KSDS
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: OPEN failed for NARRKSDS - file status ' WS-KSDS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The audit trail is ST-NARR-MAINT's own MAINTAUD - EXTEND
      *> attaches to the existing file, and a first-ever run creates it.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               CLOSE MAINT-AUDIT-FILE
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: OPEN failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DELTA-REASON
           STRING
               'delta to ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-NEW-DSN) DELIMITED BY SIZE
               INTO WS-DELTA-REASON
           END-STRING
           MOVE 'N' TO WS-DELTA-EOF-SW
           PERFORM UNTIL WS-DELTA-EOF
               READ DELTA-INPUT
                   AT END
                       SET WS-DELTA-EOF TO TRUE
                   NOT AT END
                       IF NOT DELTA-IS-TRAILER
                           PERFORM 0410-APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELTA-INPUT
           CLOSE NARRATION-KSDS
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: CLOSE failed for NARRKSDS - file status ' WS-KSDS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: CLOSE failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0410-APPLY-ONE-CHANGE.
      *> The current record is read first for every action, as
      *> ST-NARR-MAINT does - it decides between WRITE and REWRITE and
      *> supplies the audit before-image.
           MOVE SPACES TO WS-OUTCOME WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-DELTA-REASON TO WS-AUDIT-REASON
           EVALUATE TRUE
               WHEN DELTA-IS-ADD
                   MOVE 'ADD' TO WS-AUDIT-ACTION
               WHEN DELTA-IS-CHANGE
                   MOVE 'UPDATE' TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE 'DELETE' TO WS-AUDIT-ACTION
           END-EVALUATE
           PERFORM 0420-READ-CURRENT-RECORD
           IF WS-OUTCOME = SPACES
               EVALUATE TRUE
                   WHEN DELTA-IS-DELETE
                       PERFORM 0450-APPLY-DELETE
                   WHEN WS-RECORD-FOUND
                       IF DELTA-IS-ADD
                           ADD 1 TO WS-DRIFT-COUNT
                           MOVE 'delta add - key already on file, replaced'
                               TO WS-AUDIT-REASON
                       END-IF
                       PERFORM 0440-REWRITE-RECORD
                   WHEN OTHER
                       IF DELTA-IS-CHANGE
                           ADD 1 TO WS-DRIFT-COUNT
                           MOVE 'delta change - key not on file, added'
                               TO WS-AUDIT-REASON
                       END-IF
                       PERFORM 0430-WRITE-RECORD
               END-EVALUATE
           END-IF
           IF WS-OUTCOME = 'APPLIED'
               EVALUATE TRUE
                   WHEN DELTA-IS-ADD
                       ADD 1 TO WS-APPLIED-ADD-COUNT
                   WHEN DELTA-IS-CHANGE
                       ADD 1 TO WS-APPLIED-CHANGE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-DELETE-COUNT
               END-EVALUATE
               ADD 1 TO WS-APPLIED-TOTAL-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM 0800-WRITE-MAINT-AUDIT.

       0420-READ-CURRENT-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SW
           MOVE DELTA-DATA(1:16) TO NARR-KEY
           READ NARRATION-KSDS
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-KSDS-STATUS = '00'
                   SET WS-RECORD-FOUND TO TRUE
                   MOVE NARRATION-KSDS-RECORD TO WS-BEFORE-IMAGE
               WHEN WS-KSDS-STATUS = '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ST-NARR-APPLY: READ failed for NARRKSDS key '
                       DELTA-DATA(1:16) ' - file status ' WS-KSDS-STATUS
                   MOVE 'REJECTED' TO WS-OUTCOME
                   MOVE 'KSDS read error' TO WS-AUDIT-REASON
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0430-WRITE-RECORD.
           MOVE DELTA-DATA TO NARRATION-KSDS-RECORD
           WRITE NARRATION-KSDS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-KSDS-STATUS = '00'
               MOVE 'APPLIED' TO WS-OUTCOME
               MOVE NARRATION-KSDS-RECORD TO WS-AFTER-IMAGE
           ELSE
               DISPLAY 'ST-NARR-APPLY: WRITE failed for NARRKSDS key '
                   NARR-KEY ' - file status ' WS-KSDS-STATUS
               MOVE 'REJECTED' TO WS-OUTCOME
               MOVE 'KSDS write error' TO WS-AUDIT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

       0440-REWRITE-RECORD.
           MOVE DELTA-DATA TO NARRATION-KSDS-RECORD
           REWRITE NARRATION-KSDS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-KSDS-STATUS = '00'
               MOVE 'APPLIED' TO WS-OUTCOME
               MOVE NARRATION-KSDS-RECORD TO WS-AFTER-IMAGE
           ELSE
               DISPLAY 'ST-NARR-APPLY: REWRITE failed for NARRKSDS key '
                   NARR-KEY ' - file status ' WS-KSDS-STATUS
               MOVE 'REJECTED' TO WS-OUTCOME
               MOVE 'KSDS rewrite error' TO WS-AUDIT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

       0450-APPLY-DELETE.
      *> A key already gone is the outcome the delete wanted - applied,
      *> and counted as drift.
           IF NOT WS-RECORD-FOUND
               ADD 1 TO WS-DRIFT-COUNT
               MOVE 'APPLIED' TO WS-OUTCOME
               MOVE 'delta delete - key was already off file'
                   TO WS-AUDIT-REASON
           ELSE
               DELETE NARRATION-KSDS
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-KSDS-STATUS = '00'
                   MOVE 'APPLIED' TO WS-OUTCOME
               ELSE
                   DISPLAY 'ST-NARR-APPLY: DELETE failed for NARRKSDS key '
                       NARR-KEY ' - file status ' WS-KSDS-STATUS
                   MOVE 'REJECTED' TO WS-OUTCOME
                   MOVE 'KSDS delete error' TO WS-AUDIT-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0700-RECONCILE-AND-COMMIT.
      *> Success is only claimed - and the cluster only recorded as
      *> equal to NEWGEN - when every change the trailer announced was
      *> applied. Anything short of that leaves ST.CTL.KSDSLOAD naming
      *> OLDGEN, which no later delta will be cut from, so the cluster
      *> cannot drift further until a full reload resets it.
           DISPLAY 'ST-NARR-APPLY: applied ' WS-APPLIED-ADD-COUNT ' adds, '
               WS-APPLIED-CHANGE-COUNT ' changes, ' WS-APPLIED-DELETE-COUNT
               ' deletes (' WS-DRIFT-COUNT ' drift, ' WS-FAILED-COUNT
               ' failed) to ' FUNCTION TRIM(WS-CLUSTER-DSN)
           MOVE WS-CLUSTER-DSN TO WS-EVENT-DSN
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           IF WS-APPLIED-ADD-COUNT = WS-TRL-ADD-COUNT
               AND WS-APPLIED-CHANGE-COUNT = WS-TRL-CHANGE-COUNT
               AND WS-APPLIED-DELETE-COUNT = WS-TRL-DELETE-COUNT
               AND WS-APPLIED-TOTAL-COUNT = WS-TRL-TOTAL-COUNT
               AND WS-FAILED-COUNT = 0
               PERFORM 0750-RECORD-NEW-LOAD-SOURCE
               MOVE 'DELTAAPL' TO WS-EVENT-CODE-WORK
               MOVE WS-APPLIED-TOTAL-COUNT TO WS-EVENT-COUNT-TEXT
               MOVE WS-DRIFT-COUNT TO WS-EVENT-COUNT-TEXT-2
               STRING
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT) DELIMITED BY SIZE
                   ' changes applied and reconciled, now at ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DELTA-NEW-DSN) DELIMITED BY SIZE
                   ', drift ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT-2) DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               IF WS-DRIFT-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
                   DISPLAY 'ST-NARR-APPLY: the cluster had moved away from '
                       FUNCTION TRIM(WS-DELTA-OLD-DSN)
                       ' since it was loaded - see the drift reasons in MAINTAUD.'
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               END-IF
           ELSE
               DISPLAY 'ST-NARR-APPLY: reconciliation FAILED against the trailer ('
                   WS-TRL-ADD-COUNT ' / ' WS-TRL-CHANGE-COUNT ' / '
                   WS-TRL-DELETE-COUNT ') - the cluster is part-applied; '
                   'run the full reload.'
               MOVE 'DELTAERR' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-FAILED-COUNT TO WS-EVENT-COUNT-TEXT
               STRING
                   'delta apply did not reconcile - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT) DELIMITED BY SIZE
                   ' changes failed; full reload needed' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG.

       0750-RECORD-NEW-LOAD-SOURCE.
           OPEN EXTEND KSDS-LOAD-REGISTER
           IF WS-KSDSLOG-STATUS = '35'
               CLOSE KSDS-LOAD-REGISTER
               OPEN OUTPUT KSDS-LOAD-REGISTER
           END-IF
           IF WS-KSDSLOG-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: OPEN failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO KSDS-LOAD-RECORD
               MOVE FUNCTION CURRENT-DATE TO KLD-TIMESTAMP
               MOVE WS-CLUSTER-DSN TO KLD-CLUSTER-DSN
               MOVE WS-DELTA-NEW-DSN TO KLD-SOURCE-GENERATION
               SET KLD-IS-DELTA TO TRUE
               MOVE WS-APPLIED-TOTAL-COUNT TO KLD-RECORD-COUNT
               MOVE 'ST-NARR-APPLY' TO KLD-PROGRAM
               WRITE KSDS-LOAD-RECORD
               IF WS-KSDSLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPLY: WRITE failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE KSDS-LOAD-REGISTER
               IF WS-KSDSLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPLY: CLOSE failed for KSDSLOG - file status ' WS-KSDSLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0800-WRITE-MAINT-AUDIT.
      *> ST-NARR-MAINT's record shape. NARRDLT stands where the analyst
      *> would - the change came off the feed, not from a person - and
      *> the approver is left blank for the same reason.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION TO MAUD-ACTION
           MOVE DELTA-DATA(1:16) TO MAUD-NARR-KEY
           MOVE WS-OUTCOME TO MAUD-OUTCOME
           MOVE WS-AUDIT-REASON TO MAUD-REASON
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MAUD-AFTER-IMAGE
           MOVE 'NARRDLT' TO MAUD-SUBMITTER-ID
           WRITE MAINT-AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPLY: WRITE failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-REPORT-REFUSAL.
           DISPLAY 'ST-NARR-APPLY: delta REFUSED - ' FUNCTION TRIM(WS-REFUSAL-TEXT)
           DISPLAY 'ST-NARR-APPLY: ' FUNCTION TRIM(WS-CLUSTER-DSN)
               ' has not been touched.'
           MOVE WS-CLUSTER-DSN TO WS-EVENT-DSN
           MOVE 'DELTAREF' TO WS-EVENT-CODE-WORK
           MOVE 'E' TO WS-EVENT-SEVERITY-WORK
           MOVE WS-REFUSAL-TEXT TO WS-EVENT-TEXT-WORK
           PERFORM 9000-WRITE-EVENT-LOG
           MOVE 8 TO RETURN-CODE.

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
               DISPLAY 'ST-NARR-APPLY: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-NARR-APPLY' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPLY: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPLY: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
