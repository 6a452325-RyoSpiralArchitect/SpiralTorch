       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-HOLD-REPORT.
      *> Legal hold status report over ST.CTL.HOLDS - the answer to
      *> "what is hold LH0042 actually protecting today" without
      *> reading three decks and a LISTCAT by hand. For every hold
      *> open on the as-of date it lists what the hold reaches: the
      *> cataloged generations inside a GEN hold's range (from the
      *> same GDGLIST extract ST-GDG-CLEANUP scans), the narrations on
      *> the cluster under a DATE or KEY hold, and the restored copies
      *> ST-ARCH-RESTORE stamped with the hold in ST.AUDIT.RESTORES.
      *> Holds already released are listed after the open ones, so
      *> the report is also the registry's history.
      *> RETURN-CODE contract: 0 - every open hold protects something;
      *> 4 - clean run but an open hold reaches nothing (usually a
      *> mistyped scope) or there are no holds at all; 8 - I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT GDG-LIST-FILE ASSIGN TO GDGLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDGLIST-STATUS.
           SELECT RESTORE-REGISTER ASSIGN TO RESTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
      *> Same dynamic access and business-date alternate key as
      *> ST-NARR-LOOKUP - a DATE hold STARTs on the AIX and reads only
      *> its dates.
           SELECT NARRATION-KSDS ASSIGN TO NARRKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NARR-KEY
               ALTERNATE RECORD KEY IS NARR-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-STATUS.
           SELECT HOLD-REPORT ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  HOLD-FILE.
      *> ST.CTL.HOLDS - the registry being reported on.
       COPY STHLDREC.

       FD  GDG-LIST-FILE.
      *> The reformatted IDCAMS LISTCAT extract ST-GDG-CLEANUP reads -
      *> absolute generation name, creation date, cataloged flag.
       01  GDG-LIST-RECORD.
           05  GDG-GENERATION-DSN         PIC X(46).
           05  FILLER                     PIC X(1).
           05  GDG-CREATE-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  GDG-CATALOGED-FLAG         PIC X(1).

       FD  RESTORE-REGISTER.
      *> ST.AUDIT.RESTORES - the copies ST-ARCH-RESTORE stamped.
       COPY STRSTREC.

       FD  NARRATION-KSDS.
      *> The shared STNARREC shape ST-DATASET-WRITER loads.
       COPY STNARREC.

       FD  HOLD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                    PIC X(132).

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-HOLDS-STATUS                PIC XX VALUE '00'.
       01  WS-GDGLIST-STATUS              PIC XX VALUE '00'.
       01  WS-RESTLOG-STATUS              PIC XX VALUE '00'.
       01  WS-KSDS-STATUS                 PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                PIC X VALUE 'N'.
           88  WS-HOLDS-EOF               VALUE 'Y'.
       01  WS-GDG-EOF-SW                  PIC X VALUE 'N'.
           88  WS-GDG-EOF                 VALUE 'Y'.
       01  WS-RESTLOG-EOF-SW              PIC X VALUE 'N'.
           88  WS-RESTLOG-EOF             VALUE 'Y'.
       01  WS-RETRIEVE-DONE-SW            PIC X VALUE 'N'.
           88  WS-RETRIEVE-DONE           VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> AS-OF-DATE= (YYYYMMDD, zero means today) picks the day the
      *> report describes - a hold is open on it when it has no
      *> release date or releases after it. CLUSTER-DSN= only labels
      *> the report, as it does for ST-NARR-LOOKUP.
       01  WS-AS-OF-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-CLUSTER-DSN                 PIC X(44) VALUE SPACES.

      *> Cluster state - opened on the first DATE or KEY hold only,
      *> so a registry of GEN holds runs without the cluster.
       01  WS-CLUSTER-STATE-SW            PIC X VALUE 'N'.
           88  WS-CLUSTER-NOT-TRIED       VALUE 'N'.
           88  WS-CLUSTER-IS-OPEN         VALUE 'O'.
           88  WS-CLUSTER-UNAVAILABLE     VALUE 'U'.

      *> The cataloged generations, loaded once for every GEN hold.
       01  WS-GEN-TABLE-MAX               PIC 9(4) COMP VALUE 2000.
       01  WS-GEN-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 2000 TIMES.
               10  WS-GEN-DSN             PIC X(46).
               10  WS-GEN-CREATE-DATE     PIC 9(8).
       01  WS-GEN-LIST-SW                 PIC X VALUE 'N'.
           88  WS-GEN-LIST-LOADED         VALUE 'Y'.

      *> Restored copies stamped with a hold, loaded once.
       01  WS-STAMP-TABLE-MAX             PIC 9(4) COMP VALUE 1000.
       01  WS-STAMP-TALLY                 PIC 9(4) COMP VALUE ZERO.
       01  WS-STAMP-IX                    PIC 9(4) COMP VALUE ZERO.
       01  WS-STAMP-TABLE.
           05  WS-STAMP-ENTRY OCCURS 1000 TIMES.
               10  WS-STAMPED-HOLD-ID     PIC X(8).
               10  WS-STAMPED-DSN         PIC X(64).
               10  WS-STAMPED-SOURCE      PIC X(46).
               10  WS-STAMPED-DATE        PIC X(8).

      *> Released holds, held back for the closing section.
       01  WS-RELEASED-TABLE-MAX          PIC 9(4) COMP VALUE 500.
       01  WS-RELEASED-TALLY              PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASED-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-ENTRY OCCURS 500 TIMES.
               10  WS-RELEASED-DATA       PIC X(172).
       01  WS-RELEASED-OVERFLOW           PIC 9(5) VALUE ZERO.

      *> The hold in hand.
       01  WS-SCOPE-TO                    PIC X(16) VALUE SPACES.
       01  WS-BASE-LENGTH                 PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-QUALIFIER               PIC X(16) VALUE SPACES.
       01  WS-HOLD-ITEM-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-HOLD-LISTED-COUNT           PIC 9(5) VALUE ZERO.
      *> Detail lines printed per hold before the rest are summarized
      *> as a count - a DATE hold over a busy month can reach
      *> thousands of narrations.
       01  WS-DETAIL-LIMIT                PIC 9(5) VALUE 25.
       01  WS-DETAIL-TEXT                 PIC X(120) VALUE SPACES.

       01  WS-REPORT-COUNTS.
           05  WS-HOLDS-READ              PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-OPEN              PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-RELEASED          PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-EMPTY             PIC 9(5) VALUE ZERO.

      *> Report composition - the same 55-line page discipline the
      *> inquiry and repair reports use.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-REPORT-LINE-WORK            PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT                  PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-RELEASE-TEXT                PIC X(20) VALUE SPACES.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-LOAD-GENERATIONS
           PERFORM 0250-LOAD-RESTORE-STAMPS
           PERFORM 0300-OPEN-REPORT
           PERFORM 0400-REPORT-OPEN-HOLDS
           PERFORM 0600-REPORT-RELEASED-HOLDS
           PERFORM 0800-WRITE-REPORT-TOTALS
           PERFORM 0900-CLOSE-FILES
           IF (WS-HOLDS-OPEN = 0 OR WS-HOLDS-EMPTY > 0) AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'ST.CTL.HOLDS' TO WS-EVENT-DSN
           MOVE 'HOLDRPT' TO WS-EVENT-CODE-WORK
           MOVE WS-HOLDS-OPEN TO WS-COUNT-TEXT
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           IF WS-HOLDS-EMPTY > 0
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               STRING
                   'hold status reported - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                   ' open, some protecting nothing; check their scope'
                       DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               STRING
                   'hold status reported - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                   ' holds open' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-HOLD-REPORT: no SYSIN control cards found, reporting holds as of today.'
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
           IF WS-AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
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
                   WHEN 'AS-OF-DATE'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-AS-OF-DATE
                   WHEN 'CLUSTER-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-CLUSTER-DSN
                   WHEN OTHER
                       DISPLAY 'ST-HOLD-REPORT: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-LOAD-GENERATIONS.
      *> Only the still-cataloged generations - an uncataloged one is
      *> not something a hold can protect any more.
           OPEN INPUT GDG-LIST-FILE
           IF WS-GDGLIST-STATUS = '35'
               DISPLAY 'ST-HOLD-REPORT: GDGLIST not found - GEN holds will list no generations.'
           ELSE
               IF WS-GDGLIST-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: OPEN failed for GDGLIST - file status ' WS-GDGLIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-GEN-LIST-LOADED TO TRUE
               PERFORM UNTIL WS-GDG-EOF
                   READ GDG-LIST-FILE
                       AT END
                           SET WS-GDG-EOF TO TRUE
                       NOT AT END
                           IF GDG-CATALOGED-FLAG = 'Y'
                               IF WS-GEN-TALLY >= WS-GEN-TABLE-MAX
                                   DISPLAY 'ST-HOLD-REPORT: GDGLIST holds more than '
                                       WS-GEN-TABLE-MAX ' generations - raise '
                                       'WS-GEN-TABLE-MAX.'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-GEN-TALLY
                               MOVE GDG-GENERATION-DSN TO WS-GEN-DSN(WS-GEN-TALLY)
                               MOVE GDG-CREATE-DATE TO WS-GEN-CREATE-DATE(WS-GEN-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GDG-LIST-FILE
           END-IF.

       0250-LOAD-RESTORE-STAMPS.
           OPEN INPUT RESTORE-REGISTER
           IF WS-RESTLOG-STATUS = '35'
               DISPLAY 'ST-HOLD-REPORT: no ST.AUDIT.RESTORES (RESTLOG) found - no restored copies to list.'
           ELSE
               IF WS-RESTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: OPEN failed for RESTLOG - file status ' WS-RESTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RESTLOG-EOF
                   READ RESTORE-REGISTER
                       AT END
                           SET WS-RESTLOG-EOF TO TRUE
                       NOT AT END
                           IF RST-HOLD-ID NOT = SPACES
                               IF WS-STAMP-TALLY >= WS-STAMP-TABLE-MAX
                                   DISPLAY 'ST-HOLD-REPORT: more than ' WS-STAMP-TABLE-MAX
                                       ' stamped restores - raise WS-STAMP-TABLE-MAX.'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-STAMP-TALLY
                               MOVE RST-HOLD-ID TO WS-STAMPED-HOLD-ID(WS-STAMP-TALLY)
                               MOVE RST-RESTORED-DSN TO WS-STAMPED-DSN(WS-STAMP-TALLY)
                               MOVE RST-SOURCE-GENERATION TO WS-STAMPED-SOURCE(WS-STAMP-TALLY)
                               MOVE RST-TIMESTAMP(1:8) TO WS-STAMPED-DATE(WS-STAMP-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTORE-REGISTER
           END-IF.

       0300-OPEN-REPORT.
           OPEN OUTPUT HOLD-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-HOLD-REPORT: OPEN failed for HOLDRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0700-WRITE-PAGE-HEADING.

       0400-REPORT-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = '35'
               DISPLAY 'ST-HOLD-REPORT: no ST.CTL.HOLDS (HOLDS) found - nothing is held.'
               MOVE '  NO ST.CTL.HOLDS REGISTRY FOUND - NOTHING IS HELD.' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
           ELSE
               IF WS-HOLDS-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: OPEN failed for HOLDS - file status ' WS-HOLDS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-HOLDS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-HOLDS-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-RECORD(1:1) NOT = '*' AND HOLD-ID NOT = SPACES
                               ADD 1 TO WS-HOLDS-READ
                               IF HOLD-RELEASE-DATE = 0
                                   OR HOLD-RELEASE-DATE > WS-AS-OF-DATE
                                   PERFORM 0410-REPORT-ONE-HOLD
                               ELSE
                                   PERFORM 0490-KEEP-RELEASED-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               IF WS-HOLDS-OPEN = 0
                   MOVE '  NO HOLDS ARE OPEN ON THE AS-OF DATE.' TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0410-REPORT-ONE-HOLD.
      *> One block per open hold: who asked for it and until when,
      *> then one line per thing it protects, then the count.
           ADD 1 TO WS-HOLDS-OPEN
           MOVE ZERO TO WS-HOLD-ITEM-COUNT WS-HOLD-LISTED-COUNT
           IF HOLD-SCOPE-TO = SPACES
               MOVE HOLD-SCOPE-FROM TO WS-SCOPE-TO
           ELSE
               MOVE HOLD-SCOPE-TO TO WS-SCOPE-TO
           END-IF
           IF HOLD-RELEASE-DATE = 0
               MOVE 'UNTIL FURTHER NOTICE' TO WS-RELEASE-TEXT
           ELSE
               MOVE SPACES TO WS-RELEASE-TEXT
               MOVE HOLD-RELEASE-DATE TO WS-RELEASE-TEXT(1:8)
           END-IF
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'HOLD ' DELIMITED BY SIZE
               HOLD-ID DELIMITED BY SIZE
               '  SCOPE ' DELIMITED BY SIZE
               HOLD-SCOPE DELIMITED BY SIZE
               '  FROM ' DELIMITED BY SIZE
               HOLD-SCOPE-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-SCOPE-TO DELIMITED BY SIZE
               '  REQUESTED BY ' DELIMITED BY SIZE
               HOLD-REQUESTER DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '     BASE ' DELIMITED BY SIZE
               HOLD-GDG-BASE DELIMITED BY SIZE
               '  PLACED ' DELIMITED BY SIZE
               HOLD-PLACED-DATE DELIMITED BY SIZE
               '  RELEASE ' DELIMITED BY SIZE
               WS-RELEASE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           IF HOLD-DESCRIPTION NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING
                   '     ' DELIMITED BY SIZE
                   HOLD-DESCRIPTION DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN HOLD-SCOPE-IS-GEN
                   PERFORM 0420-LIST-HELD-GENERATIONS
               WHEN HOLD-SCOPE-IS-DATE
                   PERFORM 0430-LIST-HELD-DATES
               WHEN HOLD-SCOPE-IS-KEY
                   PERFORM 0440-LIST-HELD-KEYS
               WHEN OTHER
                   MOVE '     SCOPE IS NOT GEN, DATE OR KEY - THIS HOLD IS NOT HONORED BY ANY PROGRAM.'
                       TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
           END-EVALUATE
           PERFORM 0470-LIST-RESTORED-COPIES
           PERFORM 0480-PRINT-HOLD-TOTAL.

       0420-LIST-HELD-GENERATIONS.
           EVALUATE TRUE
               WHEN NOT WS-GEN-LIST-LOADED
                   MOVE '     NO GDGLIST SUPPLIED - HELD GENERATIONS NOT LISTED.'
                       TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
               WHEN HOLD-GDG-BASE = SPACES
                   MOVE '     GEN HOLD WITH NO GDG BASE - NO GENERATION CAN MATCH IT.'
                       TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(HOLD-GDG-BASE)) TO WS-BASE-LENGTH
                   PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX > WS-GEN-TALLY
                       MOVE SPACES TO WS-GEN-QUALIFIER
                       IF WS-BASE-LENGTH < 46
                           AND WS-GEN-DSN(WS-GEN-IX)(1:WS-BASE-LENGTH)
                               = HOLD-GDG-BASE(1:WS-BASE-LENGTH)
                           AND WS-GEN-DSN(WS-GEN-IX)(WS-BASE-LENGTH + 1:1) = '.'
                           MOVE WS-GEN-DSN(WS-GEN-IX)(WS-BASE-LENGTH + 2:)
                               TO WS-GEN-QUALIFIER
                       END-IF
                       IF WS-GEN-QUALIFIER NOT = SPACES
                           AND WS-GEN-QUALIFIER >= HOLD-SCOPE-FROM
                           AND WS-GEN-QUALIFIER <= WS-SCOPE-TO
                           MOVE SPACES TO WS-DETAIL-TEXT
                           STRING
                               'GENERATION ' DELIMITED BY SIZE
                               WS-GEN-DSN(WS-GEN-IX) DELIMITED BY SIZE
                               '  CREATED ' DELIMITED BY SIZE
                               WS-GEN-CREATE-DATE(WS-GEN-IX) DELIMITED BY SIZE
                               INTO WS-DETAIL-TEXT
                           END-STRING
                           PERFORM 0460-PRINT-HELD-ITEM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       0430-LIST-HELD-DATES.
      *> The cluster narrations the hold reaches. The generations that
      *> carry them are found by ST-GDG-CLEANUP itself when it reads a
      *> generation at disposition time.
           PERFORM 0450-OPEN-CLUSTER
           IF WS-CLUSTER-IS-OPEN
               MOVE 'N' TO WS-RETRIEVE-DONE-SW
               MOVE HOLD-SCOPE-FROM(1:8) TO NARR-BUSINESS-DATE
               START NARRATION-KSDS KEY >= NARR-BUSINESS-DATE
                   INVALID KEY
                       SET WS-RETRIEVE-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-RETRIEVE-DONE
                   READ NARRATION-KSDS NEXT RECORD
                       AT END
                           SET WS-RETRIEVE-DONE TO TRUE
                       NOT AT END
                           IF NARR-BUSINESS-DATE > WS-SCOPE-TO(1:8)
                               SET WS-RETRIEVE-DONE TO TRUE
                           ELSE
                               PERFORM 0455-FORMAT-HELD-NARRATION
                               PERFORM 0460-PRINT-HELD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0440-LIST-HELD-KEYS.
           PERFORM 0450-OPEN-CLUSTER
           IF WS-CLUSTER-IS-OPEN
               MOVE 'N' TO WS-RETRIEVE-DONE-SW
               MOVE HOLD-SCOPE-FROM TO NARR-KEY
               START NARRATION-KSDS KEY >= NARR-KEY
                   INVALID KEY
                       SET WS-RETRIEVE-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-RETRIEVE-DONE
                   READ NARRATION-KSDS NEXT RECORD
                       AT END
                           SET WS-RETRIEVE-DONE TO TRUE
                       NOT AT END
                           IF NARR-KEY > WS-SCOPE-TO
                               SET WS-RETRIEVE-DONE TO TRUE
                           ELSE
                               PERFORM 0455-FORMAT-HELD-NARRATION
                               PERFORM 0460-PRINT-HELD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0450-OPEN-CLUSTER.
      *> First DATE or KEY hold opens the cluster; a failed open is
      *> reported once and every later DATE/KEY hold says so.
           IF WS-CLUSTER-NOT-TRIED
               OPEN INPUT NARRATION-KSDS
               IF WS-KSDS-STATUS = '00'
                   SET WS-CLUSTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ST-HOLD-REPORT: OPEN failed for NARRKSDS - file status ' WS-KSDS-STATUS
                   SET WS-CLUSTER-UNAVAILABLE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CLUSTER-UNAVAILABLE
               MOVE '     NARRATION CLUSTER NOT AVAILABLE - HELD NARRATIONS NOT LISTED.'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF.

       0455-FORMAT-HELD-NARRATION.
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING
               'NARRATION ' DELIMITED BY SIZE
               NARR-KEY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NARR-BUSINESS-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NARR-SOURCE-SYSTEM DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NARR-TEXT(1:60) DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT
           END-STRING.

       0460-PRINT-HELD-ITEM.
      *> Count every item; print the first WS-DETAIL-LIMIT of them.
           ADD 1 TO WS-HOLD-ITEM-COUNT
           IF WS-HOLD-LISTED-COUNT < WS-DETAIL-LIMIT
               ADD 1 TO WS-HOLD-LISTED-COUNT
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING
                   '       ' DELIMITED BY SIZE
                   WS-DETAIL-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF.

       0470-LIST-RESTORED-COPIES.
           PERFORM VARYING WS-STAMP-IX FROM 1 BY 1
               UNTIL WS-STAMP-IX > WS-STAMP-TALLY
               IF WS-STAMPED-HOLD-ID(WS-STAMP-IX) = HOLD-ID
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING
                       'RESTORED COPY ' DELIMITED BY SIZE
                       WS-STAMPED-DSN(WS-STAMP-IX)(1:44) DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-STAMPED-SOURCE(WS-STAMP-IX)(1:44) DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       WS-STAMPED-DATE(WS-STAMP-IX) DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
                   PERFORM 0460-PRINT-HELD-ITEM
               END-IF
           END-PERFORM.

       0480-PRINT-HOLD-TOTAL.
           IF WS-HOLD-ITEM-COUNT > WS-HOLD-LISTED-COUNT
               COMPUTE WS-COUNT-TEXT = WS-HOLD-ITEM-COUNT - WS-HOLD-LISTED-COUNT
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING
                   '       ... AND ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                   ' MORE NOT LISTED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF
           IF WS-HOLD-ITEM-COUNT = 0
               ADD 1 TO WS-HOLDS-EMPTY
               MOVE '     PROTECTING NOTHING TODAY - CHECK THE HOLD''S SCOPE AND BASE.'
                   TO WS-REPORT-LINE-WORK
               DISPLAY 'ST-HOLD-REPORT: open hold ' HOLD-ID
                   ' protects nothing on ' WS-AS-OF-DATE ' - check its scope.'
           ELSE
               MOVE WS-HOLD-ITEM-COUNT TO WS-COUNT-TEXT
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING
                   '     PROTECTING ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                   ' ITEM(S)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           PERFORM 0750-WRITE-REPORT-LINE.

       0490-KEEP-RELEASED-HOLD.
           ADD 1 TO WS-HOLDS-RELEASED
           IF WS-RELEASED-TALLY < WS-RELEASED-TABLE-MAX
               ADD 1 TO WS-RELEASED-TALLY
               MOVE WS-HOLD-RECORD TO WS-RELEASED-DATA(WS-RELEASED-TALLY)
           ELSE
               ADD 1 TO WS-RELEASED-OVERFLOW
           END-IF.

       0600-REPORT-RELEASED-HOLDS.
           IF WS-HOLDS-RELEASED > 0
               MOVE SPACES TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE 'RELEASED HOLDS - NO LONGER PROTECTING ANYTHING' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE '  HOLD ID   SCOPE  FROM              TO                RELEASED  REQUESTED BY'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               PERFORM VARYING WS-RELEASED-IX FROM 1 BY 1
                   UNTIL WS-RELEASED-IX > WS-RELEASED-TALLY
                   MOVE WS-RELEASED-DATA(WS-RELEASED-IX) TO WS-HOLD-RECORD
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING
                       '  ' DELIMITED BY SIZE
                       HOLD-ID DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       HOLD-SCOPE DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       HOLD-SCOPE-FROM DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       HOLD-SCOPE-TO DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       HOLD-RELEASE-DATE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       HOLD-REQUESTER DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0750-WRITE-REPORT-LINE
               END-PERFORM
               IF WS-RELEASED-OVERFLOW > 0
                   MOVE '  (FURTHER RELEASED HOLDS NOT SHOWN - RAISE WS-RELEASED-TABLE-MAX)'
                       TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0700-WRITE-PAGE-HEADING.
      *> Composed in its own work area - 0750 performs this paragraph
      *> on page overflow while the pending detail line is still
      *> sitting in WS-REPORT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-HOLD-REPORT  LEGAL HOLD STATUS REPORT' DELIMITED BY SIZE
               '          AS OF ' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CLUSTER-DSN DELIMITED BY SIZE
               '  PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-HOLD-REPORT: WRITE failed for HOLDRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-HOLD-REPORT: WRITE failed for HOLDRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO WS-LINES-ON-PAGE.

       0750-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0700-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-HOLD-REPORT: WRITE failed for HOLDRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-HOLDS-READ TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'HOLDS ON THE REGISTRY ...... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-HOLDS-OPEN TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'OPEN ON THE AS-OF DATE ..... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-HOLDS-EMPTY TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'OPEN BUT PROTECTING NOTHING  ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-HOLDS-RELEASED TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'RELEASED ................... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           DISPLAY 'ST-HOLD-REPORT: ' WS-HOLDS-OPEN ' holds open on ' WS-AS-OF-DATE
               ', ' WS-HOLDS-EMPTY ' protecting nothing, '
               WS-HOLDS-RELEASED ' released.'.

       0900-CLOSE-FILES.
           IF WS-CLUSTER-IS-OPEN
               CLOSE NARRATION-KSDS
               IF WS-KSDS-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: CLOSE failed for NARRKSDS - file status ' WS-KSDS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE HOLD-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-HOLD-REPORT: CLOSE failed for HOLDRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

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
               DISPLAY 'ST-HOLD-REPORT: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-HOLD-REPORT' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-HOLD-REPORT: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
