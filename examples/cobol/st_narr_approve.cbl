       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-NARR-APPROVE.
      *> Second half of the four-eyes path into ST-NARR-MAINT. The
      *> approving user's decision cards (DECISIONS - one per pending
      *> ID, APPROVE or REJECT) are matched against the requests
      *> ST-NARR-SUBMIT queued on ST.NARR.PENDING. An approved request
      *> is released to NARRTXN carrying both the submitter's and the
      *> approver's user IDs, and ST-NARR-MAINT applies it in the
      *> following step; a declined one goes straight to MAINTAUD with
      *> outcome DECLINED and both IDs, so the audit trail shows the
      *> request that never landed as well as the ones that did. The
      *> approver can never be the submitter: a decision on one's own
      *> request is refused, logged to MAINTAUD as SELFAPPR, and the
      *> request stays pending for somebody else. Requests with no
      *> decision this run are carried to the next ST.NARR.PENDING
      *> generation (PENDIN in, PENDOUT out) untouched.
      *> RETURN-CODE contract: 0 - every decision card acted on; 4 -
      *> clean run but one or more decisions refused (own request, no
      *> such pending ID, or an unreadable verdict - see SYSOUT); 8 -
      *> I/O error or no APPROVER-ID card.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT DECISION-FILE ASSIGN TO DECISIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT PENDING-IN ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDING-OUT ASSIGN TO PENDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT MAINT-TXN-FILE ASSIGN TO NARRTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  DECISION-FILE.
      *> One decision per line, fields separated by a single blank:
      *> the pending ID from ST-NARR-SUBMIT's SYSOUT or the aging
      *> report, APPROVE or REJECT, and an optional reason that goes
      *> into MAINTAUD when the request is declined.
       01  DECISION-RECORD.
           05  DEC-PEND-ID                PIC X(18).
           05  FILLER                     PIC X(1).
           05  DEC-VERDICT                PIC X(7).
           05  FILLER                     PIC X(1).
           05  DEC-REASON                 PIC X(40).

       FD  PENDING-IN
           RECORD CONTAINS 1061 CHARACTERS.
      *> The current ST.NARR.PENDING generation.
       COPY STPNDREC.

       FD  PENDING-OUT
           RECORD CONTAINS 1061 CHARACTERS.
      *> The next generation - every request still waiting.
       01  PENDING-OUT-RECORD             PIC X(1061).

       FD  MAINT-TXN-FILE
           RECORD CONTAINS 1030 CHARACTERS.
      *> The approved requests, for ST-NARR-MAINT.
       COPY STTXNREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 1131 CHARACTERS.
       COPY STMAUREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-DECISION-STATUS             PIC XX VALUE '00'.
       01  WS-PENDIN-STATUS               PIC XX VALUE '00'.
       01  WS-PENDOUT-STATUS              PIC XX VALUE '00'.
       01  WS-TXN-STATUS                  PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-DECISION-EOF-SW             PIC X VALUE 'N'.
           88  WS-DECISION-EOF            VALUE 'Y'.
       01  WS-PENDIN-EOF-SW               PIC X VALUE 'N'.
           88  WS-PENDIN-EOF              VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> APPROVER-ID= is required - it is what the submitter's ID is
      *> checked against.
       01  WS-APPROVER-ID                 PIC X(8) VALUE SPACES.

      *> This run's decisions, loaded whole and matched as the pending
      *> generation streams past. WS-DEC-USED marks the ones that
      *> found their request, so the rest can be reported.
       01  WS-DEC-TABLE-MAX               PIC 9(4) COMP VALUE 1000.
       01  WS-DEC-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-DEC-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-DEC-FOUND-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1000 TIMES.
               10  WS-DEC-PEND-ID         PIC X(18).
               10  WS-DEC-VERDICT         PIC X(7).
               10  WS-DEC-REASON          PIC X(40).
               10  WS-DEC-USED            PIC X(1).

      *> Staging for a MAINTAUD record written by this program.
       01  WS-AUDIT-OUTCOME               PIC X(8) VALUE SPACES.
       01  WS-AUDIT-REASON                PIC X(40) VALUE SPACES.

       01  WS-APPROVE-COUNTS.
           05  WS-PENDING-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RELEASED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-DECLINED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-CARRIED-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-COUNT           PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-LOAD-DECISIONS
           PERFORM 0300-OPEN-FILES
           PERFORM 0400-PROCESS-PENDING
           PERFORM 0600-REPORT-UNMATCHED-DECISIONS
           PERFORM 0900-CLOSE-FILES
           DISPLAY 'ST-NARR-APPROVE: ' WS-PENDING-READ-COUNT ' requests pending - '
               WS-RELEASED-COUNT ' approved to NARRTXN, '
               WS-DECLINED-COUNT ' declined, '
               WS-CARRIED-COUNT ' still pending; '
               WS-REFUSED-COUNT ' decisions refused.'
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-APPROVE: no SYSIN control cards found.'
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
           IF WS-APPROVER-ID = SPACES
               DISPLAY 'ST-NARR-APPROVE: no APPROVER-ID= card - nothing released.'
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
                   WHEN 'APPROVER-ID'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-APPROVER-ID
                   WHEN OTHER
                       DISPLAY 'ST-NARR-APPROVE: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-LOAD-DECISIONS.
      *> No decisions at all is a legitimate run - the pending
      *> generation is carried forward as it stands.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = '35'
               DISPLAY 'ST-NARR-APPROVE: no DECISIONS found - every request stays pending.'
           ELSE
               IF WS-DECISION-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-APPROVE: OPEN failed for DECISIONS - file status '
                       WS-DECISION-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DECISION-EOF
                   READ DECISION-FILE
                       AT END
                           SET WS-DECISION-EOF TO TRUE
                       NOT AT END
                           IF DECISION-RECORD(1:1) NOT = '*' AND DEC-PEND-ID NOT = SPACES
                               PERFORM 0210-KEEP-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       0210-KEEP-ONE-DECISION.
           IF DEC-VERDICT NOT = 'APPROVE' AND DEC-VERDICT NOT = 'REJECT'
               DISPLAY 'ST-NARR-APPROVE: decision for ' DEC-PEND-ID
                   ' is neither APPROVE nor REJECT - ignored.'
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-DEC-TALLY >= WS-DEC-TABLE-MAX
                   DISPLAY 'ST-NARR-APPROVE: more than ' WS-DEC-TABLE-MAX
                       ' decisions - raise WS-DEC-TABLE-MAX; nothing released.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEC-TALLY
               MOVE DEC-PEND-ID TO WS-DEC-PEND-ID(WS-DEC-TALLY)
               MOVE DEC-VERDICT TO WS-DEC-VERDICT(WS-DEC-TALLY)
               MOVE DEC-REASON TO WS-DEC-REASON(WS-DEC-TALLY)
               MOVE 'N' TO WS-DEC-USED(WS-DEC-TALLY)
           END-IF.

       0300-OPEN-FILES.
           OPEN INPUT PENDING-IN
           IF WS-PENDIN-STATUS = '35'
               DISPLAY 'ST-NARR-APPROVE: no ST.NARR.PENDING (PENDIN) found - nothing to decide.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PENDIN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: OPEN failed for PENDIN - file status ' WS-PENDIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PENDING-OUT
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: OPEN failed for PENDOUT - file status ' WS-PENDOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: OPEN failed for NARRTXN - file status ' WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Same append-only MAINTAUD ST-NARR-MAINT extends.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               CLOSE MAINT-AUDIT-FILE
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: OPEN failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0400-PROCESS-PENDING.
           PERFORM UNTIL WS-PENDIN-EOF
               READ PENDING-IN
                   AT END
                       SET WS-PENDIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ-COUNT
                       PERFORM 0410-DECIDE-ONE-REQUEST
               END-READ
           END-PERFORM.

       0410-DECIDE-ONE-REQUEST.
           MOVE ZERO TO WS-DEC-FOUND-IX
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
               UNTIL WS-DEC-IX > WS-DEC-TALLY OR WS-DEC-FOUND-IX > 0
               IF WS-DEC-PEND-ID(WS-DEC-IX) = PEND-ID
                   AND WS-DEC-USED(WS-DEC-IX) = 'N'
                   MOVE WS-DEC-IX TO WS-DEC-FOUND-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DEC-FOUND-IX = 0
                   PERFORM 0450-CARRY-REQUEST
      *> The four-eyes rule itself. The request is left pending for a
      *> different approver, and the attempt is on the audit trail.
               WHEN PEND-SUBMITTER-ID = WS-APPROVER-ID
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-IX)
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'ST-NARR-APPROVE: ' PEND-ID ' was submitted by '
                       FUNCTION TRIM(WS-APPROVER-ID)
                       ' - a request cannot be decided by its own submitter.'
                   MOVE 'SELFAPPR' TO WS-AUDIT-OUTCOME
                   MOVE 'approver is the submitter - still pending'
                       TO WS-AUDIT-REASON
                   PERFORM 0800-WRITE-MAINT-AUDIT
                   PERFORM 0450-CARRY-REQUEST
               WHEN WS-DEC-VERDICT(WS-DEC-FOUND-IX) = 'APPROVE'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-IX)
                   PERFORM 0420-RELEASE-REQUEST
               WHEN OTHER
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-IX)
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE 'DECLINED' TO WS-AUDIT-OUTCOME
                   IF WS-DEC-REASON(WS-DEC-FOUND-IX) = SPACES
                       MOVE 'declined by approver' TO WS-AUDIT-REASON
                   ELSE
                       MOVE WS-DEC-REASON(WS-DEC-FOUND-IX) TO WS-AUDIT-REASON
                   END-IF
                   PERFORM 0800-WRITE-MAINT-AUDIT
                   DISPLAY 'ST-NARR-APPROVE: ' PEND-ID ' ' FUNCTION TRIM(PEND-ACTION)
                       ' for key ' PEND-NARR-KEY ' declined.'
           END-EVALUATE.

       0420-RELEASE-REQUEST.
           MOVE SPACES TO MAINT-TXN-RECORD
           MOVE PEND-ACTION TO TXN-ACTION
           MOVE PEND-NARR-KEY TO TXN-NARR-KEY
           MOVE PEND-BEFORE-DATA TO TXN-BEFORE-DATA
           MOVE PEND-AFTER-DATA TO TXN-AFTER-DATA
           MOVE PEND-SUBMITTER-ID TO TXN-SUBMITTER-ID
           MOVE WS-APPROVER-ID TO TXN-APPROVER-ID
           WRITE MAINT-TXN-RECORD
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: WRITE failed for NARRTXN - file status ' WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY 'ST-NARR-APPROVE: ' PEND-ID ' ' FUNCTION TRIM(PEND-ACTION)
               ' for key ' PEND-NARR-KEY ' approved.'.

       0450-CARRY-REQUEST.
           WRITE PENDING-OUT-RECORD FROM PENDING-TXN-RECORD
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: WRITE failed for PENDOUT - file status ' WS-PENDOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARRIED-COUNT.

       0600-REPORT-UNMATCHED-DECISIONS.
      *> A decision for an ID that is not pending - mistyped, or the
      *> request was already decided by an earlier run.
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
               UNTIL WS-DEC-IX > WS-DEC-TALLY
               IF WS-DEC-USED(WS-DEC-IX) = 'N'
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'ST-NARR-APPROVE: no pending request ' WS-DEC-PEND-ID(WS-DEC-IX)
                       ' - decision ignored.'
               END-IF
           END-PERFORM.

       0800-WRITE-MAINT-AUDIT.
      *> Same before/after shape ST-NARR-MAINT writes - the images are
      *> the request's own, key first, since nothing touched the
      *> cluster.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE PEND-ACTION TO MAUD-ACTION
           MOVE PEND-NARR-KEY TO MAUD-NARR-KEY
           MOVE WS-AUDIT-OUTCOME TO MAUD-OUTCOME
           MOVE WS-AUDIT-REASON TO MAUD-REASON
           IF PEND-BEFORE-DATA NOT = SPACES
               MOVE PEND-NARR-KEY TO MAUD-BEFORE-IMAGE(1:16)
               MOVE PEND-BEFORE-DATA TO MAUD-BEFORE-IMAGE(17:496)
           END-IF
           IF PEND-AFTER-DATA NOT = SPACES
               MOVE PEND-NARR-KEY TO MAUD-AFTER-IMAGE(1:16)
               MOVE PEND-AFTER-DATA TO MAUD-AFTER-IMAGE(17:496)
           END-IF
           MOVE PEND-SUBMITTER-ID TO MAUD-SUBMITTER-ID
           MOVE WS-APPROVER-ID TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: WRITE failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE PENDING-IN
           IF WS-PENDIN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: CLOSE failed for PENDIN - file status ' WS-PENDIN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PENDING-OUT
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: CLOSE failed for PENDOUT - file status ' WS-PENDOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MAINT-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: CLOSE failed for NARRTXN - file status ' WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-APPROVE: CLOSE failed for MAINTAUD - file status ' WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
