       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-NARR-SUBMIT.
      *> First half of the four-eyes path into ST-NARR-MAINT. An
      *> analyst's ADD/UPDATE/DELETE requests (SUBMTXN, cut in the
      *> same action/key/before/after shape NARRTXN always had) are
      *> not applied here - they are tagged with the submitting user's
      *> ID and a pending ID and queued on ST.NARR.PENDING, where
      *> they wait until a different user approves or declines each
      *> one through ST-NARR-APPROVE. Only approved requests ever reach
      *> NARRTXN. The run copies the current pending generation
      *> (PENDIN) to the next (PENDOUT) and adds the new requests
      *> after it. A request that could never be applied - no key, or
      *> an action other than ADD/UPDATE/DELETE - is refused here
      *> rather than queued for somebody to approve.
      *> RETURN-CODE contract: 0 - every request queued; 4 - clean run
      *> but one or more requests refused (see SYSOUT); 8 - I/O error
      *> or no SUBMITTER-ID card.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT SUBMIT-TXN-FILE ASSIGN TO SUBMTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.
           SELECT PENDING-IN ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDING-OUT ASSIGN TO PENDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  SUBMIT-TXN-FILE
           RECORD CONTAINS 1014 CHARACTERS.
      *> The analyst's requests. SUB-BEFORE-DATA is their copy of the
      *> record as they saw it (UPDATE/DELETE only) - ST-NARR-MAINT
      *> still checks it against the cluster when the request lands.
       01  SUBMIT-TXN-RECORD.
           05  SUB-ACTION                PIC X(6).
           05  SUB-NARR-KEY              PIC X(16).
           05  SUB-BEFORE-DATA           PIC X(496).
           05  SUB-AFTER-DATA            PIC X(496).

       FD  PENDING-IN
           RECORD CONTAINS 1061 CHARACTERS.
      *> The current ST.NARR.PENDING generation.
       COPY STPNDREC.

       FD  PENDING-OUT
           RECORD CONTAINS 1061 CHARACTERS.
      *> The next generation, in the same STPNDREC shape.
       01  PENDING-OUT-RECORD             PIC X(1061).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-SUBMIT-STATUS               PIC XX VALUE '00'.
       01  WS-PENDIN-STATUS               PIC XX VALUE '00'.
       01  WS-PENDOUT-STATUS              PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-SUBMIT-EOF-SW               PIC X VALUE 'N'.
           88  WS-SUBMIT-EOF              VALUE 'Y'.
       01  WS-PENDIN-EOF-SW               PIC X VALUE 'N'.
           88  WS-PENDIN-EOF              VALUE 'Y'.
       01  WS-PENDIN-OPEN-SW              PIC X VALUE 'N'.
           88  WS-PENDIN-OPEN             VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> SUBMITTER-ID= is required - a request nobody owns cannot be
      *> checked against the user who approves it.
       01  WS-SUBMITTER-ID                PIC X(8) VALUE SPACES.

      *> Pending IDs for this run: the run's YYYYMMDDHHMMSS stamp and
      *> a sequence within it.
       01  WS-RUN-TIMESTAMP               PIC X(21) VALUE SPACES.
       01  WS-PEND-SEQUENCE               PIC 9(4) VALUE ZERO.
       01  WS-PEND-ID-WORK.
           05  WS-PEND-ID-STAMP           PIC X(14).
           05  WS-PEND-ID-SEQUENCE        PIC 9(4).

       01  WS-REFUSE-REASON               PIC X(40) VALUE SPACES.

       01  WS-SUBMIT-COUNTS.
           05  WS-CARRIED-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-SUBMIT-READ-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-QUEUED-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-COUNT           PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-CARRY-PENDING
           PERFORM 0400-QUEUE-SUBMISSIONS
           PERFORM 0900-CLOSE-FILES
           DISPLAY 'ST-NARR-SUBMIT: ' WS-SUBMIT-READ-COUNT ' requests read from '
               FUNCTION TRIM(WS-SUBMITTER-ID) ' - '
               WS-QUEUED-COUNT ' queued for approval, '
               WS-REFUSED-COUNT ' refused; '
               WS-CARRIED-COUNT ' already pending carried forward.'
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-SUBMIT: no SYSIN control cards found.'
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
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY 'ST-NARR-SUBMIT: no SUBMITTER-ID= card - nothing queued.'
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
                   WHEN 'SUBMITTER-ID'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-SUBMITTER-ID
                   WHEN OTHER
                       DISPLAY 'ST-NARR-SUBMIT: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-OPEN-FILES.
           OPEN INPUT SUBMIT-TXN-FILE
           IF WS-SUBMIT-STATUS = '35'
               DISPLAY 'ST-NARR-SUBMIT: SUBMTXN not found - no requests to queue.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUBMIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-SUBMIT: OPEN failed for SUBMTXN - file status ' WS-SUBMIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> No current generation is the first-ever run - nothing pending
      *> yet to carry forward.
           OPEN INPUT PENDING-IN
           IF WS-PENDIN-STATUS = '35'
               DISPLAY 'ST-NARR-SUBMIT: no ST.NARR.PENDING (PENDIN) found - starting an empty queue.'
               SET WS-PENDIN-EOF TO TRUE
           ELSE
               IF WS-PENDIN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-SUBMIT: OPEN failed for PENDIN - file status ' WS-PENDIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-PENDIN-OPEN TO TRUE
           END-IF

           OPEN OUTPUT PENDING-OUT
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-SUBMIT: OPEN failed for PENDOUT - file status ' WS-PENDOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-CARRY-PENDING.
           PERFORM UNTIL WS-PENDIN-EOF
               READ PENDING-IN
                   AT END
                       SET WS-PENDIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARRIED-COUNT
                       WRITE PENDING-OUT-RECORD FROM PENDING-TXN-RECORD
                       IF WS-PENDOUT-STATUS NOT = '00'
                           DISPLAY 'ST-NARR-SUBMIT: WRITE failed for PENDOUT - file status '
                               WS-PENDOUT-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       0400-QUEUE-SUBMISSIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-PEND-ID-STAMP
           PERFORM UNTIL WS-SUBMIT-EOF
               READ SUBMIT-TXN-FILE
                   AT END
                       SET WS-SUBMIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUBMIT-READ-COUNT
                       PERFORM 0410-QUEUE-ONE-REQUEST
               END-READ
           END-PERFORM.

       0410-QUEUE-ONE-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN SUB-NARR-KEY = SPACES OR SUB-NARR-KEY = LOW-VALUES
                   MOVE 'blank transaction key' TO WS-REFUSE-REASON
               WHEN FUNCTION TRIM(SUB-ACTION) NOT = 'ADD'
                   AND FUNCTION TRIM(SUB-ACTION) NOT = 'UPDATE'
                   AND FUNCTION TRIM(SUB-ACTION) NOT = 'DELETE'
                   MOVE 'action is not ADD/UPDATE/DELETE' TO WS-REFUSE-REASON
               WHEN WS-PEND-SEQUENCE >= 9999
                   MOVE 'over 9999 requests in one run' TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'ST-NARR-SUBMIT: ' FUNCTION TRIM(SUB-ACTION)
                   ' refused for key ' SUB-NARR-KEY ' - '
                   FUNCTION TRIM(WS-REFUSE-REASON)
           ELSE
               ADD 1 TO WS-PEND-SEQUENCE
               MOVE WS-PEND-SEQUENCE TO WS-PEND-ID-SEQUENCE
               MOVE SPACES TO PENDING-TXN-RECORD
               MOVE WS-PEND-ID-WORK TO PEND-ID
               MOVE WS-SUBMITTER-ID TO PEND-SUBMITTER-ID
               MOVE WS-RUN-TIMESTAMP TO PEND-SUBMIT-TIMESTAMP
               MOVE SUB-ACTION TO PEND-ACTION
               MOVE SUB-NARR-KEY TO PEND-NARR-KEY
               MOVE SUB-BEFORE-DATA TO PEND-BEFORE-DATA
               MOVE SUB-AFTER-DATA TO PEND-AFTER-DATA
               WRITE PENDING-OUT-RECORD FROM PENDING-TXN-RECORD
               IF WS-PENDOUT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-SUBMIT: WRITE failed for PENDOUT - file status '
                       WS-PENDOUT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY 'ST-NARR-SUBMIT: ' FUNCTION TRIM(SUB-ACTION)
                   ' for key ' SUB-NARR-KEY ' queued as ' PEND-ID
           END-IF.

       0900-CLOSE-FILES.
           CLOSE SUBMIT-TXN-FILE
           IF WS-SUBMIT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-SUBMIT: CLOSE failed for SUBMTXN - file status ' WS-SUBMIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PENDIN-OPEN
               CLOSE PENDING-IN
               IF WS-PENDIN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-SUBMIT: CLOSE failed for PENDIN - file status ' WS-PENDIN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PENDING-OUT
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-SUBMIT: CLOSE failed for PENDOUT - file status ' WS-PENDOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
