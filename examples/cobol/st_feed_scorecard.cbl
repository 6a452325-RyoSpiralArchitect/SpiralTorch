       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-FEED-SCORECARD.
      *> Weekly upstream feed quality scorecard. Every reject file and
      *> every repair report used to be looked at once and forgotten,
      *> so an escalation to an upstream team had nothing to show but
      *> last night's count. ST-DATASET-WRITER now records a PENDING
      *> line on ST.AUDIT.QUALITY for every record it quarantines, and
      *> ST-NARR-REPAIR a line for every reject it dispositions; this
      *> program replays that history, resolves each reject to its
      *> latest outcome (REPAIRED, DROPPED or still PENDING), and sets
      *> it against the volume each source system sent, taken off
      *> ST.AUDIT.SOURCE. The scorecard shows, for the week ending
      *> WEEK-ENDING=:
      *>   - reject rate per source system, and per reason code under
      *>     it, with the prior week's rate beside it;
      *>   - repair outcomes per source system over the last four
      *>     weeks, and the share of rejects that were repaired;
      *>   - every reject still pending more than PENDING-DAYS= days;
      *>   - the worst source system / reason code pairs of the week,
      *>     with their counts for each of the last four weeks and
      *>     whether they are rising or falling.
      *> Weeks are load weeks - a reject falls in the week the writer
      *> quarantined it, which is also the week ST.AUDIT.SOURCE counts
      *> its volume in. NARR-BUSINESS-DATE is carried for the pending
      *> list, where it is what the upstream team will ask for.
      *> A source system whose reject rate for the week exceeds
      *> REJECT-RATE-LIMIT= percent, on at least MIN-RECORDS= records,
      *> gets a QUALBRCH event naming it, and the run ends RC 4 so the
      *> scheduler can open the upstream ticket.
      *> RETURN-CODE contract: 0 - no source system over the limit;
      *> 4 - one or more source systems over the limit; 8 - bad control
      *> card or I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT QUALITY-HISTORY ASSIGN TO QUALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALHIST-STATUS.
           SELECT SOURCE-USAGE-FILE ASSIGN TO SRCAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCAUDIT-STATUS.
           SELECT REPORT-PRINT ASSIGN TO SCORERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  QUALITY-HISTORY.
      *> ST.AUDIT.QUALITY - the writer's quarantine lines and the
      *> repair runs' outcome lines, in the order they were written.
       COPY STQHSREC.

       FD  SOURCE-USAGE-FILE.
      *> ST.AUDIT.SOURCE - accepted and rejected counts per source
      *> system per target loaded.
       COPY STSRCREC.

       FD  REPORT-PRINT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                     PIC X(132).

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans. Every program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                 VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> The week scored, by its last day (YYYYMMDD). Zero means the
      *> week ending yesterday - the job runs first thing on the day
      *> after the week closes. The trend looks back over this week
      *> and the three before it; week 1 is the week scored, week 4 the
      *> oldest.
       01  WS-WEEK-ENDING                 PIC 9(8) VALUE ZEROES.
       01  WS-WEEK-ENDING-PARTS REDEFINES WS-WEEK-ENDING.
           05  WS-WEEK-ENDING-YEAR        PIC 9(4).
           05  WS-WEEK-ENDING-MM          PIC 9(2).
           05  WS-WEEK-ENDING-DD          PIC 9(2).
       01  WS-END-INTEGER                 PIC 9(9) VALUE ZERO.
       01  WS-WINDOW-START-INTEGER        PIC 9(9) VALUE ZERO.
       01  WS-WEEK-COUNT                  PIC 9(4) COMP VALUE 4.
       01  WS-WEEK-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-WEEK-END-TABLE.
           05  WS-WEEK-END-DATE OCCURS 4 TIMES PIC 9(8).

      *> PENDING-DAYS= - a reject still pending more than this many
      *> days after it was quarantined is listed. REJECT-RATE-LIMIT= is
      *> the weekly reject rate, in percent, above which a source
      *> system is escalated; MIN-RECORDS= keeps a source that sent a
      *> handful of records from tripping it on one bad record.
      *> TOP-OFFENDERS= is how many pairs the worst-offender list shows.
       01  WS-PENDING-DAYS                PIC 9(5) VALUE 5.
       01  WS-REJECT-RATE-LIMIT           PIC 9(3)V99 VALUE 5.00.
       01  WS-MIN-RECORDS                 PIC 9(9) VALUE 100.
       01  WS-TOP-OFFENDERS               PIC 9(4) VALUE 10.

       01  WS-QUALHIST-STATUS             PIC XX VALUE '00'.
       01  WS-QUALHIST-EOF-SW             PIC X VALUE 'N'.
           88  WS-QUALHIST-EOF             VALUE 'Y'.
       01  WS-SRCAUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-SRCAUDIT-EOF-SW             PIC X VALUE 'N'.
           88  WS-SRCAUDIT-EOF             VALUE 'Y'.
       01  WS-PRINT-STATUS                PIC XX VALUE '00'.

      *> One entry per reject the history knows about, in the order it
      *> was first recorded. A writer line always starts a new entry -
      *> the same record quarantined twice is two rejects. A repair
      *> line settles the oldest still-pending entry with the same
      *> target, reason and fingerprint that this repair run has not
      *> already settled (two identical records in one rejects file
      *> are two entries, settled one each). A repair line matching no
      *> entry is a reject quarantined before the history began; it is
      *> kept for the pending list while it is pending but not counted
      *> in any week. ST.AUDIT.QUALITY is never pruned, so an entry
      *> that can no longer show on the scorecard - settled, and either
      *> quarantined before the four weeks or known only from a repair
      *> line - is freed, and freed entries are squeezed out, oldest
      *> order kept, when the table fills.
       01  WS-REJ-TABLE-MAX               PIC 9(5) COMP VALUE 20000.
       01  WS-REJ-TALLY                   PIC 9(5) COMP VALUE ZERO.
       01  WS-REJ-IX                      PIC 9(5) COMP VALUE ZERO.
       01  WS-REJ-FOUND-IX                PIC 9(5) COMP VALUE ZERO.
       01  WS-REJ-KEEP-IX                 PIC 9(5) COMP VALUE ZERO.
       01  WS-REJ-FREED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 20000 TIMES.
               10  WS-REJ-TARGET-DSN      PIC X(64).
               10  WS-REJ-REASON          PIC X(8).
               10  WS-REJ-SOURCE          PIC X(8).
               10  WS-REJ-BUSINESS-DATE   PIC X(8).
               10  WS-REJ-NARR-KEY        PIC X(16).
               10  WS-REJ-FINGERPRINT     PIC 9(9) COMP.
               10  WS-REJ-FIRST-DATE      PIC 9(8).
               10  WS-REJ-LAST-STAMP      PIC X(21).
               10  WS-REJ-OUTCOME         PIC X(8).
               10  WS-REJ-ORIGIN-SW       PIC X.
                   88  WS-REJ-FROM-WRITER VALUE 'W'.
                   88  WS-REJ-FROM-REPAIR VALUE 'R'.
                   88  WS-REJ-FREED       VALUE 'F'.

      *> One entry per source system, kept in source-system order so
      *> the scorecard prints alphabetically. Records and rejected are
      *> ST.AUDIT.SOURCE's figures per week; the outcome counts are
      *> the history's, over rejects quarantined in the four weeks.
       01  WS-SRCT-TABLE-MAX              PIC 9(4) COMP VALUE 128.
       01  WS-SRCT-TALLY                  PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-SHIFT-IX               PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-TABLE.
           05  WS-SRCT-ENTRY OCCURS 128 TIMES.
               10  WS-SRCT-SOURCE         PIC X(8).
               10  WS-SRCT-WEEK OCCURS 4 TIMES.
                   15  WS-SRCT-RECORDS    PIC 9(9) COMP.
                   15  WS-SRCT-REJECTED   PIC 9(9) COMP.
               10  WS-SRCT-QUARANTINED    PIC 9(9) COMP.
               10  WS-SRCT-REPAIRED       PIC 9(9) COMP.
               10  WS-SRCT-DROPPED        PIC 9(9) COMP.
               10  WS-SRCT-PENDING        PIC 9(9) COMP.
               10  WS-SRCT-RATE           PIC 9(3)V99.
               10  WS-SRCT-BREACH-SW      PIC X.
                   88  WS-SRCT-BREACHED   VALUE 'Y'.
       01  WS-SOURCE-WORK                 PIC X(8) VALUE SPACES.

      *> Source system / reason code pairs, with the history's reject
      *> count for each of the four weeks - the reason breakdown and
      *> the worst-offender list both come off this table.
       01  WS-CMB-TABLE-MAX               PIC 9(4) COMP VALUE 512.
       01  WS-CMB-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-CMB-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-CMB-SHIFT-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-CMB-BEST-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-CMB-TABLE.
           05  WS-CMB-ENTRY OCCURS 512 TIMES.
               10  WS-CMB-SOURCE          PIC X(8).
               10  WS-CMB-REASON          PIC X(8).
               10  WS-CMB-COUNT OCCURS 4 TIMES PIC 9(9) COMP.
               10  WS-CMB-RANKED-SW       PIC X.
                   88  WS-CMB-RANKED      VALUE 'Y'.
       01  WS-REASON-WORK                 PIC X(8) VALUE SPACES.

      *> Working fields.
       01  WS-STAMP-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-DAY-INTEGER                 PIC 9(9) VALUE ZERO.
       01  WS-AGE-DAYS                    PIC 9(9) VALUE ZERO.
       01  WS-RATE-WORK                   PIC 9(3)V99 VALUE ZERO.
       01  WS-PRIOR-SUM                   PIC 9(9) COMP VALUE ZERO.
       01  WS-CHANGE-WORK                 PIC S9(7) VALUE ZERO.
       01  WS-TREND-TEXT                  PIC X(8) VALUE SPACES.
       01  WS-RANK                        PIC 9(4) COMP VALUE ZERO.
       01  WS-LINE-REJECTS                PIC 9(9) COMP VALUE ZERO.
       01  WS-LINE-REPAIRED               PIC 9(9) COMP VALUE ZERO.
       01  WS-LINE-DROPPED                PIC 9(9) COMP VALUE ZERO.
       01  WS-LINE-PENDING                PIC 9(9) COMP VALUE ZERO.

       01  WS-TOTALS.
           05  WS-HISTORY-LINES-READ      PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-LINES-SKIPPED   PIC 9(9) COMP VALUE ZERO.
           05  WS-UNMATCHED-REPAIRS       PIC 9(9) COMP VALUE ZERO.
           05  WS-SOURCE-RECORDS-READ     PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-RECORDS           PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-REJECTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-QUARANTINED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-REPAIRED          PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-DROPPED           PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-PENDING           PIC 9(9) COMP VALUE ZERO.
           05  WS-AGED-PENDING-COUNT      PIC 9(9) COMP VALUE ZERO.
           05  WS-BREACH-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-ALERT-RC                    PIC 9(4) VALUE ZERO.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.

      *> Print composition - the same 55-line page discipline as
      *> ST-CHARGEBACK, each section starting a page of its own.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-PRINT-LINE-WORK             PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-HEADING-TITLE               PIC X(40) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-EDIT-COUNT                  PIC Z(8)9 VALUE ZEROES.
       01  WS-EDIT-COUNT-2                PIC Z(8)9 VALUE ZEROES.
       01  WS-EDIT-COUNT-3                PIC Z(8)9 VALUE ZEROES.
       01  WS-EDIT-RATE                   PIC ZZ9.99 VALUE ZEROES.
       01  WS-EDIT-RATE-2                 PIC ZZ9.99 VALUE ZEROES.
       01  WS-EDIT-CHANGE                 PIC +(6)9 VALUE ZEROES.
       01  WS-EDIT-AGE                    PIC ZZZZ9 VALUE ZEROES.
       01  WS-EDIT-RANK                   PIC ZZ9 VALUE ZEROES.
       01  WS-EDIT-DATE                   PIC 9(8) VALUE ZEROES.
       01  WS-EDIT-RC                     PIC ZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-READ-CONTROL-CARD
           PERFORM 0070-DETERMINE-WEEK
           PERFORM 0200-LOAD-QUALITY-HISTORY
           PERFORM 0300-LOAD-SOURCE-VOLUMES
           PERFORM 0400-SCORE-REJECTS
           PERFORM 0500-SETTLE-SOURCES
           PERFORM 0900-WRITE-REPORT
           PERFORM 0980-WRITE-SUMMARY-EVENT
      *> Raise-only merge - an I/O failure already set RETURN-CODE 8
      *> and a breach RC 4 must not launder it back down.
           IF WS-ALERT-RC > RETURN-CODE
               MOVE WS-ALERT-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-READ-CONTROL-CARD.
      *> Every card is optional - with none, the run scores the week
      *> ending yesterday against the default limits.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-FEED-SCORECARD: no SYSIN control cards found, scoring the week ending yesterday.'
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ CONTROL-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0060-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       0060-APPLY-CONTROL-CARD.
           IF WS-CARD-RECORD(1:1) = '*' OR FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-RECORD)) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
               UNSTRING WS-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD WS-CARD-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                   WHEN 'WEEK-ENDING'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-WEEK-ENDING
                   WHEN 'PENDING-DAYS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-PENDING-DAYS
                   WHEN 'REJECT-RATE-LIMIT'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-REJECT-RATE-LIMIT
                   WHEN 'MIN-RECORDS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-MIN-RECORDS
                   WHEN 'TOP-OFFENDERS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-TOP-OFFENDERS
                   WHEN OTHER
                       DISPLAY 'ST-FEED-SCORECARD: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0070-DETERMINE-WEEK.
           IF WS-WEEK-ENDING = 0
               COMPUTE WS-WEEK-ENDING = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
           END-IF
           IF WS-WEEK-ENDING-MM < 1 OR WS-WEEK-ENDING-MM > 12
               OR WS-WEEK-ENDING-DD < 1 OR WS-WEEK-ENDING-DD > 31
               OR WS-WEEK-ENDING-YEAR < 1900
               DISPLAY 'ST-FEED-SCORECARD: WEEK-ENDING=' WS-WEEK-ENDING
                   ' is not a YYYYMMDD date - nothing scored.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-WEEK-ENDING) TO WS-END-INTEGER
           COMPUTE WS-WINDOW-START-INTEGER = WS-END-INTEGER - (WS-WEEK-COUNT * 7) + 1
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
               UNTIL WS-WEEK-IX > WS-WEEK-COUNT
               MOVE FUNCTION DATE-OF-INTEGER(WS-END-INTEGER - ((WS-WEEK-IX - 1) * 7))
                   TO WS-WEEK-END-DATE(WS-WEEK-IX)
           END-PERFORM
           MOVE WS-REJECT-RATE-LIMIT TO WS-EDIT-RATE
           DISPLAY 'ST-FEED-SCORECARD: scoring the week ending ' WS-WEEK-ENDING
               ', reject rate limit ' FUNCTION TRIM(WS-EDIT-RATE) ' percent.'.

       0080-WEEK-OF-DATE.
      *> Which of the four weeks WS-DAY-INTEGER falls in - 1 for the
      *> week scored back to 4 for the oldest; zero when it is outside
      *> all four.
           IF WS-DAY-INTEGER < WS-WINDOW-START-INTEGER
               OR WS-DAY-INTEGER > WS-END-INTEGER
               MOVE ZERO TO WS-WEEK-IX
           ELSE
               COMPUTE WS-WEEK-IX = ((WS-END-INTEGER - WS-DAY-INTEGER) / 7) + 1
           END-IF.

       0200-LOAD-QUALITY-HISTORY.
           OPEN INPUT QUALITY-HISTORY
           IF WS-QUALHIST-STATUS = '35'
               DISPLAY 'ST-FEED-SCORECARD: ST.AUDIT.QUALITY (QUALHIST) not found - '
                   'no rejects to score.'
           ELSE
               IF WS-QUALHIST-STATUS NOT = '00'
                   DISPLAY 'ST-FEED-SCORECARD: OPEN failed for QUALHIST - file status ' WS-QUALHIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-QUALHIST-EOF
                   READ QUALITY-HISTORY
                       AT END
                           SET WS-QUALHIST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-LINES-READ
                           PERFORM 0210-APPLY-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE QUALITY-HISTORY
           END-IF
           DISPLAY 'ST-FEED-SCORECARD: ' WS-HISTORY-LINES-READ ' quality history lines, '
               WS-REJ-TALLY ' rejects, ' WS-UNMATCHED-REPAIRS
               ' repair outcomes with no quarantine line.'
           IF WS-HISTORY-LINES-SKIPPED > 0
               DISPLAY 'ST-FEED-SCORECARD: ' WS-HISTORY-LINES-SKIPPED
                   ' quality history lines with no usable run date skipped.'
           END-IF.

       0210-APPLY-HISTORY-LINE.
           IF QHS-RUN-TIMESTAMP(1:8) IS NOT NUMERIC
               ADD 1 TO WS-HISTORY-LINES-SKIPPED
           ELSE
               MOVE ZERO TO WS-REJ-FOUND-IX
               IF QHS-PROGRAM NOT = 'ST-DATASET-WRITER'
                   PERFORM VARYING WS-REJ-IX FROM 1 BY 1
                       UNTIL WS-REJ-IX > WS-REJ-TALLY OR WS-REJ-FOUND-IX > 0
                       IF WS-REJ-OUTCOME(WS-REJ-IX) = 'PENDING'
                           AND WS-REJ-FINGERPRINT(WS-REJ-IX) = QHS-FINGERPRINT
                           AND WS-REJ-REASON(WS-REJ-IX) = QHS-REASON-CODE
                           AND WS-REJ-TARGET-DSN(WS-REJ-IX) = QHS-TARGET-DSN
                           AND WS-REJ-LAST-STAMP(WS-REJ-IX) NOT = QHS-RUN-TIMESTAMP
                           MOVE WS-REJ-IX TO WS-REJ-FOUND-IX
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN WS-REJ-FOUND-IX > 0
                       MOVE QHS-OUTCOME TO WS-REJ-OUTCOME(WS-REJ-FOUND-IX)
                       MOVE QHS-RUN-TIMESTAMP TO WS-REJ-LAST-STAMP(WS-REJ-FOUND-IX)
                       PERFORM 0215-FREE-SETTLED-REJECT
      *> A repair outcome with no quarantine line and nothing left
      *> pending is counted but has nothing to show on the scorecard.
                   WHEN QHS-PROGRAM NOT = 'ST-DATASET-WRITER'
                       AND NOT QHS-IS-PENDING
                       ADD 1 TO WS-UNMATCHED-REPAIRS
                   WHEN OTHER
                       PERFORM 0220-ADD-REJECT
               END-EVALUATE
           END-IF.

       0215-FREE-SETTLED-REJECT.
           IF WS-REJ-OUTCOME(WS-REJ-FOUND-IX) NOT = 'PENDING'
               MOVE WS-REJ-FIRST-DATE(WS-REJ-FOUND-IX) TO WS-STAMP-DATE
               IF WS-REJ-FROM-REPAIR(WS-REJ-FOUND-IX)
                   OR FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) < WS-WINDOW-START-INTEGER
                   SET WS-REJ-FREED(WS-REJ-FOUND-IX) TO TRUE
                   MOVE 'FREED' TO WS-REJ-OUTCOME(WS-REJ-FOUND-IX)
                   ADD 1 TO WS-REJ-FREED-COUNT
               END-IF
           END-IF.

       0220-ADD-REJECT.
           IF WS-REJ-TALLY >= WS-REJ-TABLE-MAX AND WS-REJ-FREED-COUNT > 0
               PERFORM 0225-COMPACT-REJECTS
           END-IF
           IF WS-REJ-TALLY >= WS-REJ-TABLE-MAX
               DISPLAY 'ST-FEED-SCORECARD: more than ' WS-REJ-TABLE-MAX
                   ' rejects still open or inside the four weeks - raise WS-REJ-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REJ-TALLY
           MOVE QHS-TARGET-DSN TO WS-REJ-TARGET-DSN(WS-REJ-TALLY)
           MOVE QHS-REASON-CODE TO WS-REJ-REASON(WS-REJ-TALLY)
           MOVE QHS-SOURCE-SYSTEM TO WS-REJ-SOURCE(WS-REJ-TALLY)
           IF WS-REJ-SOURCE(WS-REJ-TALLY) = SPACES
               MOVE 'UNKNOWN' TO WS-REJ-SOURCE(WS-REJ-TALLY)
           END-IF
           MOVE QHS-BUSINESS-DATE TO WS-REJ-BUSINESS-DATE(WS-REJ-TALLY)
           MOVE QHS-NARR-KEY TO WS-REJ-NARR-KEY(WS-REJ-TALLY)
           MOVE QHS-FINGERPRINT TO WS-REJ-FINGERPRINT(WS-REJ-TALLY)
           MOVE QHS-RUN-TIMESTAMP(1:8) TO WS-REJ-FIRST-DATE(WS-REJ-TALLY)
           MOVE QHS-RUN-TIMESTAMP TO WS-REJ-LAST-STAMP(WS-REJ-TALLY)
           MOVE QHS-OUTCOME TO WS-REJ-OUTCOME(WS-REJ-TALLY)
           IF QHS-PROGRAM = 'ST-DATASET-WRITER'
               SET WS-REJ-FROM-WRITER(WS-REJ-TALLY) TO TRUE
           ELSE
               SET WS-REJ-FROM-REPAIR(WS-REJ-TALLY) TO TRUE
               ADD 1 TO WS-UNMATCHED-REPAIRS
           END-IF.

       0225-COMPACT-REJECTS.
      *> Close the table up over the freed entries, keeping the rest in
      *> the order they were first recorded - the oldest-first match in
      *> 0210 depends on it.
           MOVE ZERO TO WS-REJ-KEEP-IX
           PERFORM VARYING WS-REJ-IX FROM 1 BY 1
               UNTIL WS-REJ-IX > WS-REJ-TALLY
               IF NOT WS-REJ-FREED(WS-REJ-IX)
                   ADD 1 TO WS-REJ-KEEP-IX
                   IF WS-REJ-KEEP-IX < WS-REJ-IX
                       MOVE WS-REJ-ENTRY(WS-REJ-IX) TO WS-REJ-ENTRY(WS-REJ-KEEP-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-REJ-KEEP-IX TO WS-REJ-TALLY
           MOVE ZERO TO WS-REJ-FREED-COUNT.

       0300-LOAD-SOURCE-VOLUMES.
      *> What each source system sent, week by week. The counts are the
      *> feed's, repeated on the primary and the extract record of one
      *> route - as in ST-CHARGEBACK they are taken off the non-EXTRACT
      *> record only.
           OPEN INPUT SOURCE-USAGE-FILE
           IF WS-SRCAUDIT-STATUS = '35'
               DISPLAY 'ST-FEED-SCORECARD: ST.AUDIT.SOURCE (SRCAUDIT) not found - '
                   'no volumes to rate the rejects against.'
           ELSE
               IF WS-SRCAUDIT-STATUS NOT = '00'
                   DISPLAY 'ST-FEED-SCORECARD: OPEN failed for SRCAUDIT - file status ' WS-SRCAUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SRCAUDIT-EOF
                   READ SOURCE-USAGE-FILE
                       AT END
                           SET WS-SRCAUDIT-EOF TO TRUE
                       NOT AT END
                           IF SRCU-TARGET-TYPE NOT = 'EXTRACT'
                               AND SRCU-AUDIT-TIMESTAMP(1:8) IS NUMERIC
                               PERFORM 0310-KEEP-SOURCE-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-USAGE-FILE
           END-IF.

       0310-KEEP-SOURCE-VOLUME.
           MOVE SRCU-AUDIT-TIMESTAMP(1:8) TO WS-STAMP-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) TO WS-DAY-INTEGER
           PERFORM 0080-WEEK-OF-DATE
           IF WS-WEEK-IX > 0
               ADD 1 TO WS-SOURCE-RECORDS-READ
               MOVE SRCU-SOURCE-SYSTEM TO WS-SOURCE-WORK
               PERFORM 0360-LOCATE-SOURCE
               COMPUTE WS-SRCT-RECORDS(WS-SRCT-IX, WS-WEEK-IX) =
                   WS-SRCT-RECORDS(WS-SRCT-IX, WS-WEEK-IX)
                   + SRCU-ACCEPTED-COUNT + SRCU-REJECTED-COUNT
               ADD SRCU-REJECTED-COUNT TO WS-SRCT-REJECTED(WS-SRCT-IX, WS-WEEK-IX)
           END-IF.

       0360-LOCATE-SOURCE.
      *> Point WS-SRCT-IX at WS-SOURCE-WORK's entry, inserting it in
      *> source-system order on first sight.
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
                   OR WS-SRCT-SOURCE(WS-SRCT-IX) >= WS-SOURCE-WORK
               CONTINUE
           END-PERFORM
           IF WS-SRCT-IX > WS-SRCT-TALLY
               OR WS-SRCT-SOURCE(WS-SRCT-IX) NOT = WS-SOURCE-WORK
               IF WS-SRCT-TALLY >= WS-SRCT-TABLE-MAX
                   DISPLAY 'ST-FEED-SCORECARD: more than ' WS-SRCT-TABLE-MAX
                       ' source systems - raise WS-SRCT-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SRCT-SHIFT-IX FROM WS-SRCT-TALLY BY -1
                   UNTIL WS-SRCT-SHIFT-IX < WS-SRCT-IX
                   MOVE WS-SRCT-ENTRY(WS-SRCT-SHIFT-IX)
                       TO WS-SRCT-ENTRY(WS-SRCT-SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO WS-SRCT-TALLY
               INITIALIZE WS-SRCT-ENTRY(WS-SRCT-IX)
               MOVE WS-SOURCE-WORK TO WS-SRCT-SOURCE(WS-SRCT-IX)
               MOVE 'N' TO WS-SRCT-BREACH-SW(WS-SRCT-IX)
           END-IF.

       0370-LOCATE-PAIR.
      *> Point WS-CMB-IX at the WS-SOURCE-WORK / WS-REASON-WORK pair,
      *> inserting it in source-then-reason order on first sight.
           PERFORM VARYING WS-CMB-IX FROM 1 BY 1
               UNTIL WS-CMB-IX > WS-CMB-TALLY
                   OR WS-CMB-SOURCE(WS-CMB-IX) > WS-SOURCE-WORK
                   OR (WS-CMB-SOURCE(WS-CMB-IX) = WS-SOURCE-WORK
                       AND WS-CMB-REASON(WS-CMB-IX) >= WS-REASON-WORK)
               CONTINUE
           END-PERFORM
           IF WS-CMB-IX > WS-CMB-TALLY
               OR WS-CMB-SOURCE(WS-CMB-IX) NOT = WS-SOURCE-WORK
               OR WS-CMB-REASON(WS-CMB-IX) NOT = WS-REASON-WORK
               IF WS-CMB-TALLY >= WS-CMB-TABLE-MAX
                   DISPLAY 'ST-FEED-SCORECARD: more than ' WS-CMB-TABLE-MAX
                       ' source system / reason pairs - raise WS-CMB-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CMB-SHIFT-IX FROM WS-CMB-TALLY BY -1
                   UNTIL WS-CMB-SHIFT-IX < WS-CMB-IX
                   MOVE WS-CMB-ENTRY(WS-CMB-SHIFT-IX)
                       TO WS-CMB-ENTRY(WS-CMB-SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO WS-CMB-TALLY
               INITIALIZE WS-CMB-ENTRY(WS-CMB-IX)
               MOVE WS-SOURCE-WORK TO WS-CMB-SOURCE(WS-CMB-IX)
               MOVE WS-REASON-WORK TO WS-CMB-REASON(WS-CMB-IX)
               MOVE 'N' TO WS-CMB-RANKED-SW(WS-CMB-IX)
           END-IF.

       0400-SCORE-REJECTS.
      *> Every reject the writer quarantined in the four weeks counts
      *> in its week against its source system and reason, and its
      *> outcome counts in the source's repair figures. A reject still
      *> pending is aged from the day it was quarantined to the last
      *> day of the week scored, whatever its origin.
           PERFORM 0225-COMPACT-REJECTS
           PERFORM VARYING WS-REJ-IX FROM 1 BY 1
               UNTIL WS-REJ-IX > WS-REJ-TALLY
               MOVE WS-REJ-FIRST-DATE(WS-REJ-IX) TO WS-STAMP-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) TO WS-DAY-INTEGER
               PERFORM 0080-WEEK-OF-DATE
               IF WS-WEEK-IX > 0 AND WS-REJ-FROM-WRITER(WS-REJ-IX)
                   PERFORM 0410-COUNT-REJECT
               END-IF
               IF WS-REJ-OUTCOME(WS-REJ-IX) = 'PENDING'
                   AND WS-DAY-INTEGER <= WS-END-INTEGER
                   COMPUTE WS-AGE-DAYS = WS-END-INTEGER - WS-DAY-INTEGER
                   IF WS-AGE-DAYS > WS-PENDING-DAYS
                       ADD 1 TO WS-AGED-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       0410-COUNT-REJECT.
           MOVE WS-REJ-SOURCE(WS-REJ-IX) TO WS-SOURCE-WORK
           MOVE WS-REJ-REASON(WS-REJ-IX) TO WS-REASON-WORK
           PERFORM 0360-LOCATE-SOURCE
           PERFORM 0370-LOCATE-PAIR
           ADD 1 TO WS-CMB-COUNT(WS-CMB-IX, WS-WEEK-IX)
           ADD 1 TO WS-SRCT-QUARANTINED(WS-SRCT-IX)
           EVALUATE WS-REJ-OUTCOME(WS-REJ-IX)
               WHEN 'REPAIRED'
                   ADD 1 TO WS-SRCT-REPAIRED(WS-SRCT-IX)
               WHEN 'DROPPED'
                   ADD 1 TO WS-SRCT-DROPPED(WS-SRCT-IX)
               WHEN OTHER
                   ADD 1 TO WS-SRCT-PENDING(WS-SRCT-IX)
           END-EVALUATE.

       0500-SETTLE-SOURCES.
      *> The week's reject rate per source system against the limit -
      *> one QUALBRCH event per source over it, each naming the source
      *> so the ticket can be raised against the right upstream team.
           MOVE 'ST.AUDIT.QUALITY' TO WS-EVENT-DSN
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
               PERFORM 0510-SETTLE-ONE-SOURCE
           END-PERFORM
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO WS-ALERT-RC
           END-IF
           IF WS-AGED-PENDING-COUNT > 0
               MOVE 'QUALPEND' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-AGED-PENDING-COUNT TO WS-EDIT-COUNT
               MOVE WS-PENDING-DAYS TO WS-EDIT-AGE
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' quarantined records pending repair more than ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AGE) DELIMITED BY SIZE
                   ' days' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0510-SETTLE-ONE-SOURCE.
           ADD WS-SRCT-RECORDS(WS-SRCT-IX, 1) TO WS-TOTAL-RECORDS
           ADD WS-SRCT-REJECTED(WS-SRCT-IX, 1) TO WS-TOTAL-REJECTED
           ADD WS-SRCT-QUARANTINED(WS-SRCT-IX) TO WS-TOTAL-QUARANTINED
           ADD WS-SRCT-REPAIRED(WS-SRCT-IX) TO WS-TOTAL-REPAIRED
           ADD WS-SRCT-DROPPED(WS-SRCT-IX) TO WS-TOTAL-DROPPED
           ADD WS-SRCT-PENDING(WS-SRCT-IX) TO WS-TOTAL-PENDING
           MOVE ZERO TO WS-SRCT-RATE(WS-SRCT-IX)
           IF WS-SRCT-RECORDS(WS-SRCT-IX, 1) > 0
               COMPUTE WS-SRCT-RATE(WS-SRCT-IX) ROUNDED =
                   WS-SRCT-REJECTED(WS-SRCT-IX, 1) * 100
                   / WS-SRCT-RECORDS(WS-SRCT-IX, 1)
           END-IF
           IF WS-SRCT-RATE(WS-SRCT-IX) > WS-REJECT-RATE-LIMIT
               AND WS-SRCT-RECORDS(WS-SRCT-IX, 1) >= WS-MIN-RECORDS
               SET WS-SRCT-BREACHED(WS-SRCT-IX) TO TRUE
               ADD 1 TO WS-BREACH-COUNT
               MOVE WS-SRCT-RATE(WS-SRCT-IX) TO WS-EDIT-RATE
               MOVE WS-REJECT-RATE-LIMIT TO WS-EDIT-RATE-2
               MOVE WS-SRCT-REJECTED(WS-SRCT-IX, 1) TO WS-EDIT-COUNT
               MOVE WS-SRCT-RECORDS(WS-SRCT-IX, 1) TO WS-EDIT-COUNT-2
               DISPLAY 'ST-FEED-SCORECARD: source system '
                   FUNCTION TRIM(WS-SRCT-SOURCE(WS-SRCT-IX))
                   ' rejected ' FUNCTION TRIM(WS-EDIT-RATE) ' percent - over the '
                   FUNCTION TRIM(WS-EDIT-RATE-2) ' percent limit.'
               MOVE 'QUALBRCH' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-WEEK-ENDING TO WS-EDIT-DATE
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'source ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRCT-SOURCE(WS-SRCT-IX)) DELIMITED BY SIZE
                   ' reject rate ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                   ' pct over limit ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE-2) DELIMITED BY SIZE
                   ' pct - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                   ' records, week ending ' DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0900-WRITE-REPORT.
           OPEN OUTPUT REPORT-PRINT
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-FEED-SCORECARD: OPEN failed for SCORERPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'REJECT RATE BY SOURCE SYSTEM' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0920-PRINT-REJECT-RATES
               MOVE 'REPAIR OUTCOMES - LAST FOUR WEEKS' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0930-PRINT-REPAIR-OUTCOMES
               MOVE 'REJECTS PENDING REPAIR' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0940-PRINT-AGED-PENDING
               MOVE 'WORST OFFENDERS' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0960-PRINT-WORST-OFFENDERS
               PERFORM 0970-PRINT-TOTALS-RECAP
               CLOSE REPORT-PRINT
               IF WS-PRINT-STATUS NOT = '00'
                   DISPLAY 'ST-FEED-SCORECARD: CLOSE failed for SCORERPT - file status ' WS-PRINT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY 'ST-FEED-SCORECARD: scorecard written to SCORERPT for the week ending '
                   WS-WEEK-ENDING
           END-IF.

       0910-WRITE-PAGE-HEADING.
      *> Composed in its own work area and written directly - 0950
      *> performs this paragraph on page overflow while the pending
      *> detail line is still sitting in WS-PRINT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE WS-WEEK-ENDING TO WS-EDIT-DATE
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-FEED-SCORECARD  ' DELIMITED BY SIZE
               WS-HEADING-TITLE DELIMITED BY SIZE
               '          WEEK ENDING ' DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               '          PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-FEED-SCORECARD: WRITE failed for SCORERPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-FEED-SCORECARD: WRITE failed for SCORERPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO WS-LINES-ON-PAGE.

       0920-PRINT-REJECT-RATES.
      *> One line per source system - what it sent this week, what was
      *> rejected, the rate, and last week's rate beside it - then its
      *> reasons, each rated against the same volume.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'SOURCE' TO WS-PRINT-LINE-WORK(3:6)
           MOVE 'REASON' TO WS-PRINT-LINE-WORK(13:6)
           MOVE '  RECORDS' TO WS-PRINT-LINE-WORK(23:9)
           MOVE ' REJECTED' TO WS-PRINT-LINE-WORK(33:9)
           MOVE ' RATE %' TO WS-PRINT-LINE-WORK(43:7)
           MOVE 'PRIOR WK %' TO WS-PRINT-LINE-WORK(51:10)
           MOVE 'STATUS' TO WS-PRINT-LINE-WORK(63:6)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:76)
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
               PERFORM 0925-PRINT-SOURCE-RATE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:76)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'TOTAL' TO WS-PRINT-LINE-WORK(3:5)
           MOVE WS-TOTAL-RECORDS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(23:9)
           MOVE WS-TOTAL-REJECTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(33:9)
           IF WS-TOTAL-RECORDS > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-TOTAL-REJECTED * 100 / WS-TOTAL-RECORDS
               MOVE WS-RATE-WORK TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PRINT-LINE-WORK(44:6)
           END-IF
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE WS-REJECT-RATE-LIMIT TO WS-EDIT-RATE
           MOVE WS-MIN-RECORDS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'LIMIT: REJECT RATE ABOVE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
               ' PERCENT ON ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               ' OR MORE RECORDS IN THE WEEK' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(3:100)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE.

       0925-PRINT-SOURCE-RATE.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-SRCT-SOURCE(WS-SRCT-IX) TO WS-PRINT-LINE-WORK(3:8)
           MOVE WS-SRCT-RECORDS(WS-SRCT-IX, 1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(23:9)
           MOVE WS-SRCT-REJECTED(WS-SRCT-IX, 1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(33:9)
           IF WS-SRCT-RECORDS(WS-SRCT-IX, 1) > 0
               MOVE WS-SRCT-RATE(WS-SRCT-IX) TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PRINT-LINE-WORK(44:6)
           ELSE
               MOVE '   N/A' TO WS-PRINT-LINE-WORK(44:6)
           END-IF
           IF WS-SRCT-RECORDS(WS-SRCT-IX, 2) > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-SRCT-REJECTED(WS-SRCT-IX, 2) * 100
                   / WS-SRCT-RECORDS(WS-SRCT-IX, 2)
               MOVE WS-RATE-WORK TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PRINT-LINE-WORK(55:6)
           ELSE
               MOVE '   N/A' TO WS-PRINT-LINE-WORK(55:6)
           END-IF
           EVALUATE TRUE
               WHEN WS-SRCT-BREACHED(WS-SRCT-IX)
                   MOVE 'OVER LIMIT' TO WS-PRINT-LINE-WORK(63:10)
               WHEN WS-SRCT-RECORDS(WS-SRCT-IX, 1) = 0
                   MOVE 'NO LOADS' TO WS-PRINT-LINE-WORK(63:8)
               WHEN WS-SRCT-RECORDS(WS-SRCT-IX, 1) < WS-MIN-RECORDS
                   AND WS-SRCT-RATE(WS-SRCT-IX) > WS-REJECT-RATE-LIMIT
                   MOVE 'LOW VOLUME' TO WS-PRINT-LINE-WORK(63:10)
               WHEN OTHER
                   MOVE 'OK' TO WS-PRINT-LINE-WORK(63:2)
           END-EVALUATE
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-CMB-IX FROM 1 BY 1
               UNTIL WS-CMB-IX > WS-CMB-TALLY
               IF WS-CMB-SOURCE(WS-CMB-IX) = WS-SRCT-SOURCE(WS-SRCT-IX)
                   AND WS-CMB-COUNT(WS-CMB-IX, 1) > 0
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   MOVE WS-CMB-REASON(WS-CMB-IX) TO WS-PRINT-LINE-WORK(13:8)
                   MOVE WS-CMB-COUNT(WS-CMB-IX, 1) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(33:9)
                   IF WS-SRCT-RECORDS(WS-SRCT-IX, 1) > 0
                       COMPUTE WS-RATE-WORK ROUNDED =
                           WS-CMB-COUNT(WS-CMB-IX, 1) * 100
                           / WS-SRCT-RECORDS(WS-SRCT-IX, 1)
                       MOVE WS-RATE-WORK TO WS-EDIT-RATE
                       MOVE WS-EDIT-RATE TO WS-PRINT-LINE-WORK(44:6)
                   END-IF
                   PERFORM 0950-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

       0930-PRINT-REPAIR-OUTCOMES.
      *> Where the last four weeks' rejects ended up, per source
      *> system - an outcome is the latest repair run's word on it.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'SOURCE' TO WS-PRINT-LINE-WORK(3:6)
           MOVE '  REJECTS' TO WS-PRINT-LINE-WORK(13:9)
           MOVE ' REPAIRED' TO WS-PRINT-LINE-WORK(23:9)
           MOVE '  DROPPED' TO WS-PRINT-LINE-WORK(33:9)
           MOVE '  PENDING' TO WS-PRINT-LINE-WORK(43:9)
           MOVE 'REPAIRED %' TO WS-PRINT-LINE-WORK(53:10)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:60)
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
               IF WS-SRCT-QUARANTINED(WS-SRCT-IX) > 0
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   MOVE WS-SRCT-SOURCE(WS-SRCT-IX) TO WS-PRINT-LINE-WORK(3:8)
                   MOVE WS-SRCT-QUARANTINED(WS-SRCT-IX) TO WS-LINE-REJECTS
                   MOVE WS-SRCT-REPAIRED(WS-SRCT-IX) TO WS-LINE-REPAIRED
                   MOVE WS-SRCT-DROPPED(WS-SRCT-IX) TO WS-LINE-DROPPED
                   MOVE WS-SRCT-PENDING(WS-SRCT-IX) TO WS-LINE-PENDING
                   PERFORM 0935-PRINT-OUTCOME-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:60)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'TOTAL' TO WS-PRINT-LINE-WORK(3:5)
           MOVE WS-TOTAL-QUARANTINED TO WS-LINE-REJECTS
           MOVE WS-TOTAL-REPAIRED TO WS-LINE-REPAIRED
           MOVE WS-TOTAL-DROPPED TO WS-LINE-DROPPED
           MOVE WS-TOTAL-PENDING TO WS-LINE-PENDING
           PERFORM 0935-PRINT-OUTCOME-LINE.

       0935-PRINT-OUTCOME-LINE.
      *> WS-PRINT-LINE-WORK arrives holding the source; the figures are
      *> staged in the WS-LINE-* fields - the same paragraph prints the
      *> total line.
           MOVE WS-LINE-REJECTS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(13:9)
           MOVE WS-LINE-REPAIRED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(23:9)
           MOVE WS-LINE-DROPPED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(33:9)
           MOVE WS-LINE-PENDING TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(43:9)
           IF WS-LINE-REJECTS > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-LINE-REPAIRED * 100 / WS-LINE-REJECTS
               MOVE WS-RATE-WORK TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PRINT-LINE-WORK(57:6)
           END-IF
           PERFORM 0950-WRITE-PRINT-LINE.

       0940-PRINT-AGED-PENDING.
      *> Every reject still pending more than PENDING-DAYS= days after
      *> it was quarantined, oldest first.
           MOVE WS-PENDING-DAYS TO WS-EDIT-AGE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'QUARANTINED RECORDS NOT REPAIRED OR DROPPED MORE THAN ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-AGE) DELIMITED BY SIZE
               ' DAYS AFTER QUARANTINE' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(3:100)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'SOURCE' TO WS-PRINT-LINE-WORK(3:6)
           MOVE 'REASON' TO WS-PRINT-LINE-WORK(13:6)
           MOVE 'KEY' TO WS-PRINT-LINE-WORK(23:3)
           MOVE 'BUS DATE' TO WS-PRINT-LINE-WORK(41:8)
           MOVE 'QUARANTND' TO WS-PRINT-LINE-WORK(51:9)
           MOVE '  AGE' TO WS-PRINT-LINE-WORK(62:5)
           MOVE 'TARGET' TO WS-PRINT-LINE-WORK(69:6)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:129)
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-REJ-IX FROM 1 BY 1
               UNTIL WS-REJ-IX > WS-REJ-TALLY
               IF WS-REJ-OUTCOME(WS-REJ-IX) = 'PENDING'
                   MOVE WS-REJ-FIRST-DATE(WS-REJ-IX) TO WS-STAMP-DATE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) TO WS-DAY-INTEGER
                   IF WS-DAY-INTEGER <= WS-END-INTEGER
                       COMPUTE WS-AGE-DAYS = WS-END-INTEGER - WS-DAY-INTEGER
                       IF WS-AGE-DAYS > WS-PENDING-DAYS
                           PERFORM 0945-PRINT-PENDING-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE WS-AGED-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'PENDING PAST LIMIT ...... ' DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE.

       0945-PRINT-PENDING-LINE.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-REJ-SOURCE(WS-REJ-IX) TO WS-PRINT-LINE-WORK(3:8)
           MOVE WS-REJ-REASON(WS-REJ-IX) TO WS-PRINT-LINE-WORK(13:8)
           MOVE WS-REJ-NARR-KEY(WS-REJ-IX) TO WS-PRINT-LINE-WORK(23:16)
           MOVE WS-REJ-BUSINESS-DATE(WS-REJ-IX) TO WS-PRINT-LINE-WORK(41:8)
           MOVE WS-REJ-FIRST-DATE(WS-REJ-IX) TO WS-PRINT-LINE-WORK(51:8)
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           MOVE WS-EDIT-AGE TO WS-PRINT-LINE-WORK(62:5)
           MOVE WS-REJ-TARGET-DSN(WS-REJ-IX) TO WS-PRINT-LINE-WORK(69:64)
           PERFORM 0950-WRITE-PRINT-LINE.

       0950-WRITE-PRINT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0910-WRITE-PAGE-HEADING
           END-IF
           WRITE PRINT-LINE FROM WS-PRINT-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-FEED-SCORECARD: WRITE failed for SCORERPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0960-PRINT-WORST-OFFENDERS.
      *> The source system / reason pairs with the most rejects this
      *> week, worst first, with each of the four weeks' counts oldest
      *> to newest. The trend sets this week against the average of
      *> the three before it: RISING at a quarter or more above it,
      *> FALLING at a quarter or more below, NEW with nothing before.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'RANK' TO WS-PRINT-LINE-WORK(3:4)
           MOVE 'SOURCE' TO WS-PRINT-LINE-WORK(9:6)
           MOVE 'REASON' TO WS-PRINT-LINE-WORK(19:6)
           MOVE WS-WEEK-END-DATE(4) TO WS-PRINT-LINE-WORK(30:8)
           MOVE WS-WEEK-END-DATE(3) TO WS-PRINT-LINE-WORK(40:8)
           MOVE WS-WEEK-END-DATE(2) TO WS-PRINT-LINE-WORK(50:8)
           MOVE WS-WEEK-END-DATE(1) TO WS-PRINT-LINE-WORK(60:8)
           MOVE 'CHANGE %' TO WS-PRINT-LINE-WORK(70:8)
           MOVE 'TREND' TO WS-PRINT-LINE-WORK(80:5)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE '(REJECTS IN THE WEEK ENDING)' TO WS-PRINT-LINE-WORK(36:28)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:86)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-CMB-BEST-IX
           PERFORM UNTIL WS-RANK >= WS-TOP-OFFENDERS OR WS-CMB-BEST-IX = 0
               MOVE ZERO TO WS-CMB-BEST-IX
               PERFORM VARYING WS-CMB-IX FROM 1 BY 1
                   UNTIL WS-CMB-IX > WS-CMB-TALLY
                   IF NOT WS-CMB-RANKED(WS-CMB-IX)
                       AND WS-CMB-COUNT(WS-CMB-IX, 1) > 0
                       IF WS-CMB-BEST-IX = 0
                           MOVE WS-CMB-IX TO WS-CMB-BEST-IX
                       ELSE
                           IF WS-CMB-COUNT(WS-CMB-IX, 1) > WS-CMB-COUNT(WS-CMB-BEST-IX, 1)
                               MOVE WS-CMB-IX TO WS-CMB-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CMB-BEST-IX > 0
                   ADD 1 TO WS-RANK
                   SET WS-CMB-RANKED(WS-CMB-BEST-IX) TO TRUE
                   PERFORM 0965-PRINT-OFFENDER-LINE
               END-IF
           END-PERFORM
           IF WS-RANK = 0
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'NO REJECTS QUARANTINED IN THE WEEK' TO WS-PRINT-LINE-WORK(3:40)
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF.

       0965-PRINT-OFFENDER-LINE.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-RANK TO WS-EDIT-RANK
           MOVE WS-EDIT-RANK TO WS-PRINT-LINE-WORK(4:3)
           MOVE WS-CMB-SOURCE(WS-CMB-BEST-IX) TO WS-PRINT-LINE-WORK(9:8)
           MOVE WS-CMB-REASON(WS-CMB-BEST-IX) TO WS-PRINT-LINE-WORK(19:8)
           MOVE WS-CMB-COUNT(WS-CMB-BEST-IX, 4) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(29:9)
           MOVE WS-CMB-COUNT(WS-CMB-BEST-IX, 3) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(39:9)
           MOVE WS-CMB-COUNT(WS-CMB-BEST-IX, 2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(49:9)
           MOVE WS-CMB-COUNT(WS-CMB-BEST-IX, 1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(59:9)
           COMPUTE WS-PRIOR-SUM = WS-CMB-COUNT(WS-CMB-BEST-IX, 2)
               + WS-CMB-COUNT(WS-CMB-BEST-IX, 3)
               + WS-CMB-COUNT(WS-CMB-BEST-IX, 4)
           IF WS-PRIOR-SUM = 0
               MOVE 'NEW' TO WS-TREND-TEXT
           ELSE
               COMPUTE WS-CHANGE-WORK ROUNDED =
                   ((WS-CMB-COUNT(WS-CMB-BEST-IX, 1) * 3) - WS-PRIOR-SUM) * 100
                   / WS-PRIOR-SUM
               MOVE WS-CHANGE-WORK TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-PRINT-LINE-WORK(71:7)
               EVALUATE TRUE
                   WHEN WS-CHANGE-WORK >= 25
                       MOVE 'RISING' TO WS-TREND-TEXT
                   WHEN WS-CHANGE-WORK <= -25
                       MOVE 'FALLING' TO WS-TREND-TEXT
                   WHEN OTHER
                       MOVE 'STEADY' TO WS-TREND-TEXT
               END-EVALUATE
           END-IF
           MOVE WS-TREND-TEXT TO WS-PRINT-LINE-WORK(80:8)
           PERFORM 0950-WRITE-PRINT-LINE.

       0970-PRINT-TOTALS-RECAP.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ALL '=' TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE WS-SRCT-TALLY TO WS-EDIT-COUNT
           MOVE WS-BREACH-COUNT TO WS-EDIT-COUNT-2
           MOVE WS-AGED-PENDING-COUNT TO WS-EDIT-COUNT-3
           MOVE WS-ALERT-RC TO WS-EDIT-RC
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'END OF REPORT - SOURCE SYSTEMS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               '   OVER LIMIT ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               '   PENDING PAST LIMIT ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
               '   RETURN-CODE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-RC) DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE.

       0980-WRITE-SUMMARY-EVENT.
           MOVE 'ST.AUDIT.QUALITY' TO WS-EVENT-DSN
           MOVE 'QUALSCOR' TO WS-EVENT-CODE-WORK
      *> Informational only for a clean week - an I line on the same
      *> DSN would read as closing this run's QUALBRCH / QUALPEND
      *> events. Aged pending alone leaves RC 0, so go by the counts.
           IF WS-BREACH-COUNT > 0 OR WS-AGED-PENDING-COUNT > 0
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
           END-IF
           MOVE WS-WEEK-ENDING TO WS-EDIT-DATE
           MOVE WS-SRCT-TALLY TO WS-EDIT-COUNT
           MOVE WS-BREACH-COUNT TO WS-EDIT-COUNT-2
           MOVE WS-AGED-PENDING-COUNT TO WS-EDIT-COUNT-3
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'feed scorecard week ending ' DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               ' sources, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               ' over limit, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
               ' pending past limit' DELIMITED BY SIZE
               INTO WS-EVENT-TEXT-WORK
           END-STRING
           PERFORM 9000-WRITE-EVENT-LOG
           DISPLAY 'ST-FEED-SCORECARD: ' WS-SRCT-TALLY ' source systems scored, '
               WS-BREACH-COUNT ' over the limit, ' WS-AGED-PENDING-COUNT
               ' rejects pending past ' WS-PENDING-DAYS ' days.'.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields - the same open-extend-per-event append the
      *> writer uses.
           OPEN EXTEND EVENT-LOG-FILE
           IF WS-EVTLOG-STATUS = '35'
               CLOSE EVENT-LOG-FILE
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF
           IF WS-EVTLOG-STATUS NOT = '00'
               DISPLAY 'ST-FEED-SCORECARD: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-FEED-SCORECARD' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-FEED-SCORECARD: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-FEED-SCORECARD: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
