      *> matches the record on file - two analysts correcting the same
      *> narration cannot silently overwrite each other; the second
      *> one's transaction bounces with STALEIMG and must be re-cut
      *> against the record as it now stands. An UPDATE or DELETE
      *> against a narration ST.CTL.HOLDS protects - its key under an
      *> open KEY hold, or its business date under an open DATE hold -
      *> bounces the same way with outcome HELD and the hold's ID in
      *> the audit reason; it can be re-run once legal lifts the hold.
      *> Every transaction must arrive with two different user IDs on
      *> it - the analyst who submitted it and the second user who
      *> released it through ST-NARR-APPROVE; one without an
      *> independent approval bounces with UNAPPRVD, and both IDs are
      *> carried into the audit record.
      *> RETURN-CODE contract: 0 - every transaction applied; 4 - clean
      *> run but one or more transactions rejected (see the audit
      *> dataset and SYSOUT for which and why); 8 - I/O error.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           RECORD CONTAINS 1030 CHARACTERS.
      *> One approved maintenance request per record, as
      *> ST-NARR-APPROVE released it.
       COPY STTXNREC.

       FD  NARRATION-KSDS.
      *> The shared STNARREC shape ST-DATASET-WRITER loads - so the
       COPY STNARREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 1131 CHARACTERS.
       COPY STMAUREC.

       FD  HOLD-FILE.
      *> ST.CTL.HOLDS - the legal/audit holds, read once at start of
      *> run. Only the KEY and DATE holds bear on the cluster.
       COPY STHLDREC.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS                  PIC XX VALUE '00'.
       01  WS-RECORD-FOUND-SW             PIC X VALUE 'N'.
           88  WS-RECORD-FOUND            VALUE 'Y'.

      *> The KEY and DATE holds open today, loaded once at start of
      *> run - the cluster holds every base's narrations, so a hold's
      *> GDG base does not narrow it here.
       01  WS-HOLDS-STATUS                PIC XX VALUE '00'.
       01  WS-HOLDS-EOF-SW                PIC X VALUE 'N'.
           88  WS-HOLDS-EOF               VALUE 'Y'.
       01  WS-TODAY-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-TABLE-MAX              PIC 9(4) COMP VALUE 200.
       01  WS-HOLD-TALLY                  PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-ID             PIC X(8).
               10  WS-HELD-SCOPE          PIC X(4).
               10  WS-HELD-FROM           PIC X(16).
               10  WS-HELD-TO             PIC X(16).
       01  WS-HELD-BUS-DATE               PIC X(16) VALUE SPACES.
       01  WS-MATCHED-HOLD-ID             PIC X(8) VALUE SPACES.

      *> Per-transaction outcome, staged here and written to the audit
      *> record whether the transaction applied or bounced.
       01  WS-OUTCOME                     PIC X(8) VALUE SPACES.
           05  WS-TXN-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-UNAPPROVED-COUNT        PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-LEGAL-HOLDS
           PERFORM 0200-PROCESS-TRANSACTIONS
           PERFORM 0900-CLOSE-FILES
           DISPLAY 'ST-NARR-MAINT: ' WS-TXN-READ-COUNT ' transactions read - '
               WS-APPLIED-COUNT ' applied, '
               WS-REJECTED-COUNT ' rejected ('
               WS-HELD-COUNT ' under legal hold, '
               WS-UNAPPROVED-COUNT ' without independent approval).'
           IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY 'ST-NARR-MAINT: rejected transactions must be re-cut '
                   'against the record as it now stands - see MAINTAUD.'
               STOP RUN
           END-IF.

       0150-LOAD-LEGAL-HOLDS.
      *> No holds file at all means nothing is held. A hold that does
      *> not fit the table stops the run before any transaction lands
      *> - an unloaded hold is an unhonored one.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = '35'
               DISPLAY 'ST-NARR-MAINT: no ST.CTL.HOLDS (HOLDS) found - no narrations held.'
           ELSE
               IF WS-HOLDS-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MAINT: OPEN failed for HOLDS - file status ' WS-HOLDS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-HOLDS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-HOLDS-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-RECORD(1:1) NOT = '*' AND HOLD-ID NOT = SPACES
                               AND (HOLD-SCOPE-IS-KEY OR HOLD-SCOPE-IS-DATE)
                               AND (HOLD-RELEASE-DATE = 0
                                   OR HOLD-RELEASE-DATE > WS-TODAY-DATE)
                               PERFORM 0160-KEEP-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       0160-KEEP-ONE-HOLD.
           IF WS-HOLD-TALLY >= WS-HOLD-TABLE-MAX
               DISPLAY 'ST-NARR-MAINT: more than ' WS-HOLD-TABLE-MAX
                   ' open KEY/DATE holds - raise WS-HOLD-TABLE-MAX; nothing applied.'
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
           END-IF.

       0200-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-TXN-EOF
               READ MAINT-TXN-FILE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

      *> Four eyes before anything else: a transaction that did not
      *> come through ST-NARR-APPROVE, or that its own submitter
      *> released, is not looked at any further.
           EVALUATE TRUE
               WHEN TXN-SUBMITTER-ID = SPACES OR TXN-APPROVER-ID = SPACES
                   MOVE 'UNAPPRVD' TO WS-OUTCOME
                   MOVE 'no submitter/approver IDs - not released'
                       TO WS-REJECT-REASON
               WHEN TXN-APPROVER-ID = TXN-SUBMITTER-ID
                   MOVE 'UNAPPRVD' TO WS-OUTCOME
                   MOVE 'approver is the submitter - not applied'
                       TO WS-REJECT-REASON
               WHEN TXN-NARR-KEY = SPACES OR TXN-NARR-KEY = LOW-VALUES
                   MOVE 'REJECTED' TO WS-OUTCOME
                   MOVE 'blank transaction key' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 0350-READ-CURRENT-RECORD
                   IF WS-OUTCOME = SPACES AND WS-RECORD-FOUND
                       AND (FUNCTION TRIM(TXN-ACTION) = 'UPDATE'
                           OR FUNCTION TRIM(TXN-ACTION) = 'DELETE')
                       PERFORM 0370-CHECK-LEGAL-HOLDS
                   END-IF
                   IF WS-OUTCOME = SPACES
                       EVALUATE FUNCTION TRIM(TXN-ACTION)
                           WHEN 'ADD'
                               PERFORM 0400-APPLY-ADD
                           WHEN 'UPDATE'
                               PERFORM 0500-APPLY-UPDATE
                           WHEN 'DELETE'
                               PERFORM 0600-APPLY-DELETE
                           WHEN OTHER
                               MOVE 'REJECTED' TO WS-OUTCOME
                               MOVE 'action is not ADD/UPDATE/DELETE' TO WS-REJECT-REASON
                       END-EVALUATE
                   END-IF
           END-EVALUATE

           IF WS-OUTCOME = 'APPLIED'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-OUTCOME = 'HELD'
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               IF WS-OUTCOME = 'UNAPPRVD'
                   ADD 1 TO WS-UNAPPROVED-COUNT
               END-IF
               DISPLAY 'ST-NARR-MAINT: ' FUNCTION TRIM(TXN-ACTION)
                   ' rejected for key ' TXN-NARR-KEY ' - '
                   FUNCTION TRIM(WS-REJECT-REASON)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0370-CHECK-LEGAL-HOLDS.
      *> Checked against the record as it stands on file - the key
      *> and the business date the held narration actually carries,
      *> not whatever the transaction would change them to.
           MOVE SPACES TO WS-MATCHED-HOLD-ID
           MOVE SPACES TO WS-HELD-BUS-DATE
           MOVE NARR-BUSINESS-DATE TO WS-HELD-BUS-DATE
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-TALLY
               OR WS-MATCHED-HOLD-ID NOT = SPACES
               EVALUATE WS-HELD-SCOPE(WS-HOLD-IX)
                   WHEN 'KEY '
                       IF NARR-KEY >= WS-HELD-FROM(WS-HOLD-IX)
                           AND NARR-KEY <= WS-HELD-TO(WS-HOLD-IX)
                           MOVE WS-HELD-ID(WS-HOLD-IX) TO WS-MATCHED-HOLD-ID
                       END-IF
                   WHEN 'DATE'
                       IF WS-HELD-BUS-DATE >= WS-HELD-FROM(WS-HOLD-IX)
                           AND WS-HELD-BUS-DATE <= WS-HELD-TO(WS-HOLD-IX)
                           MOVE WS-HELD-ID(WS-HOLD-IX) TO WS-MATCHED-HOLD-ID
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-MATCHED-HOLD-ID NOT = SPACES
               MOVE 'HELD' TO WS-OUTCOME
               STRING
                   'under legal hold ' DELIMITED BY SIZE
                   WS-MATCHED-HOLD-ID DELIMITED BY SIZE
                   ' - not changed' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       0400-APPLY-ADD.
           IF WS-RECORD-FOUND
               MOVE 'REJECTED' TO WS-OUTCOME
           MOVE WS-REJECT-REASON TO MAUD-REASON
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MAUD-AFTER-IMAGE
           MOVE TXN-SUBMITTER-ID TO MAUD-SUBMITTER-ID
           MOVE TXN-APPROVER-ID TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MAINT: WRITE failed for MAINTAUD - file status ' WS-AUDIT-STATUS
