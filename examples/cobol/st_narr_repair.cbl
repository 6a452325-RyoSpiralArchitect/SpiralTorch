      *>   PENDING  - no correction available; written back out to
      *>              NARRPEND in quarantine shape so a later repair
      *>              run (with better cards) can take another pass.
      *> Every record's disposition goes to the REPRPT report, and is
      *> appended to the ST.AUDIT.QUALITY history on QUALHIST beside
      *> the PENDING line the writer recorded when it quarantined the
      *> record, so ST-FEED-SCORECARD can see how each reject ended.
      *> RETURN-CODE contract: 0 - every reject repaired or dropped;
      *> 4 - clean run but records left pending; 8 - bad cards or an
      *> I/O error.
           SELECT REPAIR-REPORT ASSIGN TO REPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT QUALITY-HISTORY ASSIGN TO QUALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                   PIC X(132).

       FD  QUALITY-HISTORY.
      *> ST.AUDIT.QUALITY - one line per reject this run dispositioned.
       COPY STQHSREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-QUAR-STATUS                 PIC XX VALUE '00'.
       01  WS-REPAIR-STATUS               PIC XX VALUE '00'.
       01  WS-PENDING-STATUS              PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-QUALHIST-STATUS             PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-QUAR-EOF-SW                 PIC X VALUE 'N'.
      *> byte, not the native SPACE figurative, or a "repaired" record
      *> in the other family carries a fresh wrong-family byte.
       01  WS-CCSID-SPACE                 PIC X(1) VALUE SPACE.
      *> Quality history state - one stamp for the whole run, and the
      *> fingerprint of the record as it arrived, computed the way the
      *> writer computed it when it quarantined the record.
       01  WS-QUALHIST-RUN-STAMP          PIC X(21) VALUE SPACES.
       01  WS-QUALHIST-FINGERPRINT        PIC 9(9) COMP VALUE ZERO.
       01  WS-QUALHIST-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-QUALHIST-MODULUS            PIC 9(9) COMP VALUE 999999937.

       01  WS-REPAIR-COUNTS.
           05  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND QUALITY-HISTORY
           IF WS-QUALHIST-STATUS = '35'
               CLOSE QUALITY-HISTORY
               OPEN OUTPUT QUALITY-HISTORY
           END-IF
           IF WS-QUALHIST-STATUS NOT = '00'
               DISPLAY 'ST-NARR-REPAIR: OPEN failed for QUALHIST - file status ' WS-QUALHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-QUALHIST-RUN-STAMP
           PERFORM 0700-WRITE-PAGE-HEADING.

       0300-PROCESS-REJECTS.
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 0550-WRITE-PENDING-RECORD
           END-EVALUATE
           PERFORM 0600-REPORT-ONE-RECORD
           PERFORM 0650-WRITE-QUALITY-HISTORY.

       0410-REPAIR-BLANKKEY.
      *> Consume the next queued NEWKEY= card - the operator wrote one
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE.

       0650-WRITE-QUALITY-HISTORY.
      *> The outcome goes on ST.AUDIT.QUALITY against the record as it
      *> arrived - original key, source and business date, and the
      *> fingerprint of the untouched quarantine copy - so it matches
      *> the writer's PENDING line for it whatever the repair changed.
           MOVE ZERO TO WS-QUALHIST-FINGERPRINT
           PERFORM VARYING WS-QUALHIST-IX FROM 1 BY 1
               UNTIL WS-QUALHIST-IX > 512
               COMPUTE WS-QUALHIST-FINGERPRINT = FUNCTION MOD(
                   WS-QUALHIST-FINGERPRINT * 17
                   + FUNCTION ORD(QUAR-FEED-RECORD(WS-QUALHIST-IX:1))
                   WS-QUALHIST-MODULUS)
           END-PERFORM
           MOVE SPACES TO WS-QUALITY-HISTORY-RECORD
           MOVE WS-QUALHIST-RUN-STAMP TO QHS-RUN-TIMESTAMP
           MOVE 'ST-NARR-REPAIR' TO QHS-PROGRAM
           MOVE QUAR-TARGET-DSN TO QHS-TARGET-DSN
           MOVE QUAR-REASON-CODE TO QHS-REASON-CODE
           MOVE QUAR-FEED-RECORD(25:8) TO QHS-SOURCE-SYSTEM
           IF QHS-SOURCE-SYSTEM = SPACES
               MOVE 'UNKNOWN' TO QHS-SOURCE-SYSTEM
           END-IF
           MOVE QUAR-FEED-RECORD(17:8) TO QHS-BUSINESS-DATE
           MOVE QUAR-FEED-RECORD(1:16) TO QHS-NARR-KEY
           MOVE WS-QUALHIST-FINGERPRINT TO QHS-FINGERPRINT
           EVALUATE WS-DISPOSITION
               WHEN 'REPAIRED'
                   SET QHS-IS-REPAIRED TO TRUE
               WHEN 'DROPPED'
                   SET QHS-IS-DROPPED TO TRUE
               WHEN OTHER
                   SET QHS-IS-PENDING TO TRUE
           END-EVALUATE
           WRITE WS-QUALITY-HISTORY-RECORD
           IF WS-QUALHIST-STATUS NOT = '00'
               DISPLAY 'ST-NARR-REPAIR: WRITE failed for QUALHIST - file status ' WS-QUALHIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0700-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-REPAIR: CLOSE failed for REPRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE QUALITY-HISTORY
           IF WS-QUALHIST-STATUS NOT = '00'
               DISPLAY 'ST-NARR-REPAIR: CLOSE failed for QUALHIST - file status ' WS-QUALHIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
