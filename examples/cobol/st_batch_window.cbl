       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-BATCH-WINDOW.
      *> Nightly batch-window report and cutoff forecast. The narration
      *> stream has to be finished before the morning transmission
      *> cutoff, and JES only ever gave us the start and end of the
      *> whole job. ST-DATASET-WRITER now records every route's
      *> handshake, run-lock wait, allocation, payload write and INFO
      *> probe on ST.AUDIT.TIMING, and a STEP line for its run as a
      *> whole; ST-NARR-VERIFY, ST-GDG-CLEANUP and ST-AUDIT-RECON each
      *> record a STEP line. This program replays the last
      *> TREND-NIGHTS= nights of that history and reports:
      *>   - each night's critical path - the chain of steps, walked
      *>     back from the one that finished last, each the step that
      *>     ended latest before its successor began - with the
      *>     writer's phases shown under its step and the idle wait in
      *>     front of every step;
      *>   - every program / route / phase set against its own average
      *>     over the earlier nights, the biggest growth first;
      *>   - the time the stream finished each night, the straight-line
      *>     trend through those times, the night the trend crosses
      *>     CUTOFF=, and the margin it leaves over the next
      *>     HORIZON-NIGHTS= nights.
      *> A night runs from NIGHT-START= on the evening it is named for
      *> to NIGHT-START= the next evening; a step belongs to the night
      *> it started in.
      *> RETURN-CODE contract: 0 - the stream made the cutoff and the
      *> projected margin is at least MARGIN-MINUTES=; 4 - the night
      *> reported missed the cutoff, or the projected margin has
      *> dropped below MARGIN-MINUTES=; 8 - bad control card or I/O
      *> error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEHIST-STATUS.
           SELECT REPORT-PRINT ASSIGN TO WINDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  TIMING-HISTORY.
      *> ST.AUDIT.TIMING - phase and step timings from every program in
      *> the nightly stream, in the order they were written.
       COPY STTIMREC.

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

      *> The night reported, by the date of the evening it began
      *> (YYYYMMDD). Zero means the night that began yesterday - the
      *> job runs once the stream is done, the morning after.
       01  WS-REPORT-NIGHT                PIC 9(8) VALUE ZEROES.
       01  WS-REPORT-NIGHT-PARTS REDEFINES WS-REPORT-NIGHT.
           05  WS-REPORT-NIGHT-YEAR       PIC 9(4).
           05  WS-REPORT-NIGHT-MM         PIC 9(2).
           05  WS-REPORT-NIGHT-DD         PIC 9(2).
       01  WS-REPORT-INTEGER              PIC 9(9) VALUE ZERO.
       01  WS-WINDOW-START-INTEGER        PIC 9(9) VALUE ZERO.

      *> NIGHT-START= and CUTOFF= are HHMM clock times. MARGIN-MINUTES=
      *> is the least headroom before the cutoff the projection may
      *> show before the run says so. TREND-NIGHTS= is how many nights,
      *> the one reported included, the trend and the averages are
      *> taken over; HORIZON-NIGHTS= how far ahead the trend is
      *> projected. TOP-GROWTH= is how many lines the growth list
      *> shows.
       01  WS-NIGHT-START                 PIC 9(4) VALUE 1800.
       01  WS-NIGHT-START-PARTS REDEFINES WS-NIGHT-START.
           05  WS-NIGHT-START-HH          PIC 9(2).
           05  WS-NIGHT-START-MM          PIC 9(2).
       01  WS-CUTOFF                      PIC 9(4) VALUE 0600.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF.
           05  WS-CUTOFF-HH               PIC 9(2).
           05  WS-CUTOFF-MM               PIC 9(2).
       01  WS-MARGIN-MINUTES              PIC 9(4) VALUE 30.
       01  WS-TREND-NIGHTS                PIC 9(4) VALUE 7.
       01  WS-HORIZON-NIGHTS              PIC 9(4) VALUE 7.
       01  WS-TOP-GROWTH                  PIC 9(4) VALUE 10.
       01  WS-NIGHT-TABLE-MAX             PIC 9(4) COMP VALUE 30.
       01  WS-HORIZON-MAX                 PIC 9(4) COMP VALUE 30.

      *> The clock times as hundredths after the night's start - every
      *> stamp in the history is placed on the same scale, so a step
      *> that runs past midnight compares cleanly with one that did
      *> not.
       01  WS-NIGHT-START-HUNDREDTHS      PIC 9(9) COMP VALUE ZERO.
       01  WS-CUTOFF-OFFSET               PIC 9(9) COMP VALUE ZERO.
       01  WS-CUTOFF-OFFSET-MINUTES       PIC 9(5) COMP VALUE ZERO.

       01  WS-TIMEHIST-STATUS             PIC XX VALUE '00'.
       01  WS-TIMEHIST-EOF-SW             PIC X VALUE 'N'.
           88  WS-TIMEHIST-EOF             VALUE 'Y'.
       01  WS-PRINT-STATUS                PIC XX VALUE '00'.

      *> One entry per timing line inside the window, in the order it
      *> was written. Offsets are hundredths after the start of the
      *> entry's night; the route has any generation qualifier taken
      *> off so a step compares with itself from night to night.
       01  WS-TE-TABLE-MAX                PIC 9(5) COMP VALUE 5000.
       01  WS-TE-TALLY                    PIC 9(5) COMP VALUE ZERO.
       01  WS-TE-IX                       PIC 9(5) COMP VALUE ZERO.
       01  WS-TE-JX                       PIC 9(5) COMP VALUE ZERO.
       01  WS-TE-BEST-IX                  PIC 9(5) COMP VALUE ZERO.
       01  WS-TE-TABLE.
           05  WS-TE-ENTRY OCCURS 5000 TIMES.
               10  WS-TE-NIGHT-IX         PIC 9(4) COMP.
               10  WS-TE-RUN-STAMP        PIC X(21).
               10  WS-TE-PROGRAM          PIC X(17).
               10  WS-TE-ROUTE            PIC X(64).
               10  WS-TE-PHASE            PIC X(9).
                   88  WS-TE-IS-STEP      VALUE 'STEP     '.
               10  WS-TE-START            PIC S9(9) COMP.
               10  WS-TE-END              PIC S9(9) COMP.
               10  WS-TE-ELAPSED          PIC 9(9) COMP.
               10  WS-TE-RECORDS          PIC 9(9) COMP.
               10  WS-TE-RATE             PIC 9(9) COMP.
               10  WS-TE-PATH-SW          PIC X.
                   88  WS-TE-ON-PATH      VALUE 'Y'.

      *> One entry per night of the window, oldest first; the last is
      *> the night reported. Stream start and end are the first STEP
      *> start and the last STEP end of the night.
       01  WS-NIGHT-COUNT                 PIC 9(4) COMP VALUE ZERO.
       01  WS-NIGHT-IX                    PIC 9(4) COMP VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 30 TIMES.
               10  WS-NIGHT-DATE          PIC 9(8).
               10  WS-NIGHT-STEPS         PIC 9(4) COMP.
               10  WS-NIGHT-FIRST-START   PIC S9(9) COMP.
               10  WS-NIGHT-STREAM-END    PIC S9(9) COMP.
               10  WS-NIGHT-PATH-STEPS    PIC 9(4) COMP.

      *> The critical path being traced, last step first.
       01  WS-PATH-TABLE-MAX              PIC 9(4) COMP VALUE 200.
       01  WS-PATH-TALLY                  PIC 9(4) COMP VALUE ZERO.
       01  WS-PATH-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-PATH-TABLE.
           05  WS-PATH-ENTRY-IX OCCURS 200 TIMES PIC 9(5) COMP.
       01  WS-PATH-DONE-SW                PIC X VALUE 'N'.
           88  WS-PATH-DONE               VALUE 'Y'.
       01  WS-PATH-SEQ                    PIC 9(4) COMP VALUE ZERO.
       01  WS-PRIOR-PATH-END              PIC S9(9) COMP VALUE ZERO.

      *> One entry per program / route / phase seen in the window -
      *> the night reported against the average of the nights before
      *> it that the same key ran on.
       01  WS-GRW-TABLE-MAX               PIC 9(4) COMP VALUE 1000.
       01  WS-GRW-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-GRW-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-GRW-FOUND-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-GRW-BEST-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-GRW-TABLE.
           05  WS-GRW-ENTRY OCCURS 1000 TIMES.
               10  WS-GRW-PROGRAM         PIC X(17).
               10  WS-GRW-ROUTE           PIC X(64).
               10  WS-GRW-PHASE           PIC X(9).
               10  WS-GRW-TONIGHT         PIC 9(9) COMP.
               10  WS-GRW-PRIOR-SUM       PIC 9(11) COMP.
               10  WS-GRW-PRIOR-NIGHTS    PIC 9(4) COMP.
               10  WS-GRW-LAST-NIGHT-IX   PIC 9(4) COMP.
               10  WS-GRW-PRIOR-AVG       PIC 9(9) COMP.
               10  WS-GRW-GROWTH          PIC S9(9) COMP.
               10  WS-GRW-RANKED-SW       PIC X.
                   88  WS-GRW-RANKED      VALUE 'Y'.

      *> Least-squares line through the nights' stream end times, in
      *> minutes after night start against the night's distance from
      *> the night reported (zero for it, negative before it).
       01  WS-FIT-N                       PIC 9(4) COMP VALUE ZERO.
       01  WS-FIT-X                       PIC S9(4) VALUE ZERO.
       01  WS-FIT-Y                       PIC S9(5)V99 VALUE ZERO.
       01  WS-FIT-SUM-X                   PIC S9(7) VALUE ZERO.
       01  WS-FIT-SUM-XX                  PIC 9(9) VALUE ZERO.
       01  WS-FIT-SUM-Y                   PIC S9(9)V99 VALUE ZERO.
       01  WS-FIT-SUM-XY                  PIC S9(11)V99 VALUE ZERO.
       01  WS-FIT-DENOMINATOR             PIC S9(11) VALUE ZERO.
       01  WS-FIT-SLOPE                   PIC S9(5)V9(4) VALUE ZERO.
       01  WS-FIT-INTERCEPT               PIC S9(7)V9(4) VALUE ZERO.
       01  WS-FIT-SW                      PIC X VALUE 'N'.
           88  WS-FIT-AVAILABLE           VALUE 'Y'.
       01  WS-PROJECTED-END               PIC S9(7)V99 VALUE ZERO.
       01  WS-PROJECTED-MARGIN            PIC S9(7)V99 VALUE ZERO.
       01  WS-LOWEST-MARGIN               PIC S9(7)V99 VALUE ZERO.
       01  WS-HORIZON-IX                  PIC 9(4) COMP VALUE ZERO.
       01  WS-CROSS-WORK                  PIC S9(7)V9(4) VALUE ZERO.
       01  WS-CROSS-NIGHTS                PIC 9(7) VALUE ZERO.
       01  WS-CROSS-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-CROSS-SW                    PIC X VALUE 'N'.
           88  WS-CROSS-PROJECTED         VALUE 'Y'.

      *> The night reported, as it actually ran.
       01  WS-ACTUAL-MARGIN               PIC S9(7)V99 VALUE ZERO.
       01  WS-REPORT-NIGHT-SW             PIC X VALUE 'N'.
           88  WS-REPORT-NIGHT-RAN        VALUE 'Y'.
       01  WS-MISSED-SW                   PIC X VALUE 'N'.
           88  WS-CUTOFF-MISSED           VALUE 'Y'.
       01  WS-FORECAST-BREACH-SW          PIC X VALUE 'N'.
           88  WS-FORECAST-BREACHED       VALUE 'Y'.

      *> Placing one stamp on the night scale.
       01  WS-STAMP-WORK                  PIC X(16) VALUE SPACES.
       01  WS-STAMP-WORK-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-WORK-DATE         PIC 9(8).
           05  WS-STAMP-WORK-HH           PIC 9(2).
           05  WS-STAMP-WORK-MM           PIC 9(2).
           05  WS-STAMP-WORK-SS           PIC 9(2).
           05  WS-STAMP-WORK-CC           PIC 9(2).
       01  WS-STAMP-HUNDREDTHS            PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-DAY-INTEGER           PIC 9(9) VALUE ZERO.
       01  WS-STAMP-NIGHT-BASE            PIC 9(15) COMP VALUE ZERO.
       01  WS-LINE-NIGHT-INTEGER          PIC 9(9) VALUE ZERO.
       01  WS-LINE-NIGHT-BASE             PIC 9(15) COMP VALUE ZERO.
       01  WS-LINE-START                  PIC S9(9) COMP VALUE ZERO.
       01  WS-LINE-END                    PIC S9(9) COMP VALUE ZERO.

      *> Route normalisation - the target as the deck names it, with
      *> any (+1) relative generation or .GnnnnVnn absolute generation
      *> taken off.
       01  WS-ROUTE-WORK                  PIC X(64) VALUE SPACES.
       01  WS-ROUTE-LENGTH                PIC 9(4) COMP VALUE ZERO.
       01  WS-ROUTE-SUFFIX-AT             PIC 9(4) COMP VALUE ZERO.

      *> Working fields.
       01  WS-DURATION-HUNDREDTHS         PIC S9(9) COMP VALUE ZERO.
       01  WS-DURATION-TEXT               PIC X(9) VALUE SPACES.
       01  WS-CLOCK-HUNDREDTHS            PIC S9(9) COMP VALUE ZERO.
       01  WS-CLOCK-TEXT                  PIC X(8) VALUE SPACES.
       01  WS-TIME-PARTS.
           05  WS-TIME-HH                 PIC 9(2).
           05  WS-TIME-MM                 PIC 9(2).
           05  WS-TIME-SS                 PIC 9(2).
       01  WS-TIME-REMAINDER              PIC 9(9) COMP VALUE ZERO.
       01  WS-TIME-SECONDS                PIC 9(9) COMP VALUE ZERO.
       01  WS-RANK                        PIC 9(4) COMP VALUE ZERO.
       01  WS-CHANGE-WORK                 PIC S9(7) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-HISTORY-LINES-READ      PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-LINES-SKIPPED   PIC 9(9) COMP VALUE ZERO.
           05  WS-NIGHTS-WITH-STEPS       PIC 9(4) COMP VALUE ZERO.
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
      *> ST-FEED-SCORECARD, each section starting a page of its own.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-PRINT-LINE-WORK             PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-HEADING-TITLE               PIC X(40) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-EDIT-COUNT                  PIC Z(8)9 VALUE ZEROES.
       01  WS-EDIT-COUNT-2                PIC Z(8)9 VALUE ZEROES.
       01  WS-EDIT-MINUTES                PIC -(5)9 VALUE ZEROES.
       01  WS-EDIT-MINUTES-2              PIC -(5)9 VALUE ZEROES.
       01  WS-EDIT-SLOPE                  PIC +(4)9.99 VALUE ZEROES.
       01  WS-EDIT-CHANGE                 PIC +(6)9 VALUE ZEROES.
       01  WS-EDIT-RANK                   PIC ZZ9 VALUE ZEROES.
       01  WS-EDIT-SEQ                    PIC ZZ9 VALUE ZEROES.
       01  WS-EDIT-NIGHTS                 PIC ZZZ9 VALUE ZEROES.
       01  WS-EDIT-DATE                   PIC 9(8) VALUE ZEROES.
       01  WS-EDIT-RC                     PIC ZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-READ-CONTROL-CARD
           PERFORM 0070-DETERMINE-WINDOW
           PERFORM 0200-LOAD-TIMING-HISTORY
           PERFORM 0300-SUMMARIZE-NIGHTS
           PERFORM 0500-MEASURE-GROWTH
           PERFORM 0600-PROJECT-TREND
           PERFORM 0700-SETTLE-ALERTS
           PERFORM 0900-WRITE-REPORT
           PERFORM 0980-WRITE-SUMMARY-EVENT
      *> Raise-only merge - an I/O failure already set RETURN-CODE 8
      *> and a forecast RC 4 must not launder it back down.
           IF WS-ALERT-RC > RETURN-CODE
               MOVE WS-ALERT-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-READ-CONTROL-CARD.
      *> CUTOFF= is the one card every deck should carry - with none,
      *> the run reports the night that began yesterday against a
      *> 06:00 cutoff and the default limits.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-BATCH-WINDOW: no SYSIN control cards found, using compiled-in defaults.'
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
                   WHEN 'NIGHT'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-REPORT-NIGHT
                   WHEN 'NIGHT-START'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-NIGHT-START
                   WHEN 'CUTOFF'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-CUTOFF
                   WHEN 'MARGIN-MINUTES'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-MARGIN-MINUTES
                   WHEN 'TREND-NIGHTS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-TREND-NIGHTS
                   WHEN 'HORIZON-NIGHTS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-HORIZON-NIGHTS
                   WHEN 'TOP-GROWTH'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-TOP-GROWTH
                   WHEN OTHER
                       DISPLAY 'ST-BATCH-WINDOW: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0070-DETERMINE-WINDOW.
           IF WS-REPORT-NIGHT = 0
               COMPUTE WS-REPORT-NIGHT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
           END-IF
           IF WS-REPORT-NIGHT-MM < 1 OR WS-REPORT-NIGHT-MM > 12
               OR WS-REPORT-NIGHT-DD < 1 OR WS-REPORT-NIGHT-DD > 31
               OR WS-REPORT-NIGHT-YEAR < 1900
               DISPLAY 'ST-BATCH-WINDOW: NIGHT=' WS-REPORT-NIGHT
                   ' is not a YYYYMMDD date - nothing reported.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NIGHT-START-HH > 23 OR WS-NIGHT-START-MM > 59
               OR WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
               OR WS-NIGHT-START = WS-CUTOFF
               DISPLAY 'ST-BATCH-WINDOW: NIGHT-START=' WS-NIGHT-START
                   ' CUTOFF=' WS-CUTOFF
                   ' - both must be HHMM clock times, and not the same one.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TREND-NIGHTS < 1 OR WS-TREND-NIGHTS > WS-NIGHT-TABLE-MAX
               OR WS-HORIZON-NIGHTS < 1 OR WS-HORIZON-NIGHTS > WS-HORIZON-MAX
               DISPLAY 'ST-BATCH-WINDOW: TREND-NIGHTS=' WS-TREND-NIGHTS
                   ' HORIZON-NIGHTS=' WS-HORIZON-NIGHTS
                   ' - each must be 1 to ' WS-NIGHT-TABLE-MAX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NIGHT-START-HUNDREDTHS =
               WS-NIGHT-START-HH * 360000 + WS-NIGHT-START-MM * 6000
      *> A cutoff at or before the night start on the clock falls the
      *> next morning.
           COMPUTE WS-CUTOFF-OFFSET-MINUTES = FUNCTION MOD(
               (WS-CUTOFF-HH * 60 + WS-CUTOFF-MM)
               - (WS-NIGHT-START-HH * 60 + WS-NIGHT-START-MM) + 1440, 1440)
           COMPUTE WS-CUTOFF-OFFSET = WS-CUTOFF-OFFSET-MINUTES * 6000
           MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-NIGHT) TO WS-REPORT-INTEGER
           COMPUTE WS-WINDOW-START-INTEGER = WS-REPORT-INTEGER - WS-TREND-NIGHTS + 1
           MOVE WS-TREND-NIGHTS TO WS-NIGHT-COUNT
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
               MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INTEGER + WS-NIGHT-IX - 1)
                   TO WS-NIGHT-DATE(WS-NIGHT-IX)
               MOVE ZERO TO WS-NIGHT-STEPS(WS-NIGHT-IX)
               MOVE ZERO TO WS-NIGHT-FIRST-START(WS-NIGHT-IX)
               MOVE ZERO TO WS-NIGHT-STREAM-END(WS-NIGHT-IX)
               MOVE ZERO TO WS-NIGHT-PATH-STEPS(WS-NIGHT-IX)
           END-PERFORM
           DISPLAY 'ST-BATCH-WINDOW: reporting the night of ' WS-REPORT-NIGHT
               ' against cutoff ' WS-CUTOFF ' over ' WS-TREND-NIGHTS ' nights.'.

       0200-LOAD-TIMING-HISTORY.
           OPEN INPUT TIMING-HISTORY
           IF WS-TIMEHIST-STATUS = '35'
               DISPLAY 'ST-BATCH-WINDOW: TIMEHIST not found - no timings to report.'
           ELSE
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-BATCH-WINDOW: OPEN failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-TIMEHIST-EOF
                   READ TIMING-HISTORY
                       AT END
                           SET WS-TIMEHIST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-LINES-READ
                           PERFORM 0210-APPLY-TIMING-LINE
                   END-READ
               END-PERFORM
               CLOSE TIMING-HISTORY
           END-IF.

       0210-APPLY-TIMING-LINE.
      *> The line's night is the one its start falls in; its end is
      *> placed on the same night's scale, past 24 hours if need be.
           IF TIM-START-STAMP NOT NUMERIC OR TIM-END-STAMP NOT NUMERIC
               ADD 1 TO WS-HISTORY-LINES-SKIPPED
           ELSE
               MOVE TIM-START-STAMP TO WS-STAMP-WORK
               PERFORM 0220-PLACE-STAMP
               MOVE WS-STAMP-DAY-INTEGER TO WS-LINE-NIGHT-INTEGER
               MOVE WS-STAMP-NIGHT-BASE TO WS-LINE-NIGHT-BASE
               COMPUTE WS-LINE-START = WS-STAMP-HUNDREDTHS - WS-LINE-NIGHT-BASE
               MOVE TIM-END-STAMP TO WS-STAMP-WORK
               PERFORM 0220-PLACE-STAMP
               COMPUTE WS-LINE-END = WS-STAMP-HUNDREDTHS - WS-LINE-NIGHT-BASE
               IF WS-LINE-NIGHT-INTEGER >= WS-WINDOW-START-INTEGER
                   AND WS-LINE-NIGHT-INTEGER <= WS-REPORT-INTEGER
                   PERFORM 0230-KEEP-TIMING-LINE
               END-IF
           END-IF.

       0220-PLACE-STAMP.
      *> WS-STAMP-WORK to hundredths since the start of the calendar,
      *> and the night it falls in: a stamp before NIGHT-START on the
      *> clock belongs to the night that began the evening before.
           COMPUTE WS-STAMP-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-STAMP-WORK-DATE)
           COMPUTE WS-STAMP-HUNDREDTHS = WS-STAMP-DAY-INTEGER * 8640000
               + WS-STAMP-WORK-HH * 360000
               + WS-STAMP-WORK-MM * 6000
               + WS-STAMP-WORK-SS * 100
               + WS-STAMP-WORK-CC
           COMPUTE WS-STAMP-NIGHT-BASE = WS-STAMP-DAY-INTEGER * 8640000
               + WS-NIGHT-START-HUNDREDTHS
           IF WS-STAMP-HUNDREDTHS < WS-STAMP-NIGHT-BASE
               SUBTRACT 1 FROM WS-STAMP-DAY-INTEGER
               SUBTRACT 8640000 FROM WS-STAMP-NIGHT-BASE
           END-IF.

       0230-KEEP-TIMING-LINE.
           IF WS-TE-TALLY >= WS-TE-TABLE-MAX
               DISPLAY 'ST-BATCH-WINDOW: more than ' WS-TE-TABLE-MAX
                   ' timing lines in the window - raise WS-TE-TABLE-MAX'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TE-TALLY
           COMPUTE WS-TE-NIGHT-IX(WS-TE-TALLY) =
               WS-LINE-NIGHT-INTEGER - WS-WINDOW-START-INTEGER + 1
           MOVE TIM-RUN-TIMESTAMP TO WS-TE-RUN-STAMP(WS-TE-TALLY)
           MOVE TIM-PROGRAM TO WS-TE-PROGRAM(WS-TE-TALLY)
           MOVE TIM-PHASE TO WS-TE-PHASE(WS-TE-TALLY)
           MOVE WS-LINE-START TO WS-TE-START(WS-TE-TALLY)
           MOVE WS-LINE-END TO WS-TE-END(WS-TE-TALLY)
           MOVE TIM-ELAPSED-HUNDREDTHS TO WS-TE-ELAPSED(WS-TE-TALLY)
           MOVE TIM-RECORD-COUNT TO WS-TE-RECORDS(WS-TE-TALLY)
           MOVE TIM-RECORDS-PER-SECOND TO WS-TE-RATE(WS-TE-TALLY)
           MOVE 'N' TO WS-TE-PATH-SW(WS-TE-TALLY)
           MOVE TIM-ROUTE TO WS-ROUTE-WORK
           PERFORM 0240-NORMALIZE-ROUTE
           MOVE WS-ROUTE-WORK TO WS-TE-ROUTE(WS-TE-TALLY).

       0240-NORMALIZE-ROUTE.
      *> ST.DATA.NARRATION(+1) and ST.DATA.NARRATION.G0123V00 both file
      *> as ST.DATA.NARRATION.
           MOVE ZERO TO WS-ROUTE-LENGTH
           INSPECT WS-ROUTE-WORK TALLYING WS-ROUTE-LENGTH
               FOR CHARACTERS BEFORE INITIAL '('
           IF WS-ROUTE-LENGTH < 64
               MOVE SPACES TO WS-ROUTE-WORK(WS-ROUTE-LENGTH + 1:)
           END-IF
           IF WS-ROUTE-WORK NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROUTE-WORK TRAILING))
                   TO WS-ROUTE-LENGTH
               IF WS-ROUTE-LENGTH > 9
                   COMPUTE WS-ROUTE-SUFFIX-AT = WS-ROUTE-LENGTH - 8
                   IF WS-ROUTE-WORK(WS-ROUTE-SUFFIX-AT:2) = '.G'
                       AND WS-ROUTE-WORK(WS-ROUTE-SUFFIX-AT + 2:4) IS NUMERIC
                       AND WS-ROUTE-WORK(WS-ROUTE-SUFFIX-AT + 6:1) = 'V'
                       AND WS-ROUTE-WORK(WS-ROUTE-SUFFIX-AT + 7:2) IS NUMERIC
                       MOVE SPACES TO WS-ROUTE-WORK(WS-ROUTE-SUFFIX-AT:)
                   END-IF
               END-IF
           END-IF.

       0300-SUMMARIZE-NIGHTS.
      *> Stream start and end per night off the STEP lines, then the
      *> critical path of every night that ran.
           PERFORM VARYING WS-TE-IX FROM 1 BY 1
               UNTIL WS-TE-IX > WS-TE-TALLY
               IF WS-TE-IS-STEP(WS-TE-IX)
                   MOVE WS-TE-NIGHT-IX(WS-TE-IX) TO WS-NIGHT-IX
                   IF WS-NIGHT-STEPS(WS-NIGHT-IX) = 0
                       MOVE WS-TE-START(WS-TE-IX) TO WS-NIGHT-FIRST-START(WS-NIGHT-IX)
                       MOVE WS-TE-END(WS-TE-IX) TO WS-NIGHT-STREAM-END(WS-NIGHT-IX)
                   ELSE
                       IF WS-TE-START(WS-TE-IX) < WS-NIGHT-FIRST-START(WS-NIGHT-IX)
                           MOVE WS-TE-START(WS-TE-IX) TO WS-NIGHT-FIRST-START(WS-NIGHT-IX)
                       END-IF
                       IF WS-TE-END(WS-TE-IX) > WS-NIGHT-STREAM-END(WS-NIGHT-IX)
                           MOVE WS-TE-END(WS-TE-IX) TO WS-NIGHT-STREAM-END(WS-NIGHT-IX)
                       END-IF
                   END-IF
                   ADD 1 TO WS-NIGHT-STEPS(WS-NIGHT-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
               IF WS-NIGHT-STEPS(WS-NIGHT-IX) > 0
                   ADD 1 TO WS-NIGHTS-WITH-STEPS
                   PERFORM 0400-TRACE-CRITICAL-PATH
                   MOVE WS-PATH-TALLY TO WS-NIGHT-PATH-STEPS(WS-NIGHT-IX)
               END-IF
           END-PERFORM
           IF WS-NIGHT-STEPS(WS-NIGHT-COUNT) > 0
               SET WS-REPORT-NIGHT-RAN TO TRUE
               COMPUTE WS-ACTUAL-MARGIN =
                   (WS-CUTOFF-OFFSET - WS-NIGHT-STREAM-END(WS-NIGHT-COUNT)) / 6000
               IF WS-NIGHT-STREAM-END(WS-NIGHT-COUNT) > WS-CUTOFF-OFFSET
                   SET WS-CUTOFF-MISSED TO TRUE
               END-IF
           END-IF.

       0400-TRACE-CRITICAL-PATH.
      *> Walk back from the step of night WS-NIGHT-IX that finished
      *> last: each step's predecessor is the step that ended latest
      *> at or before it began. The steps chosen are flagged on the
      *> timing table and listed in WS-PATH-TABLE, last step first.
           MOVE ZERO TO WS-PATH-TALLY
           MOVE 'N' TO WS-PATH-DONE-SW
           MOVE ZERO TO WS-TE-BEST-IX
           PERFORM VARYING WS-TE-IX FROM 1 BY 1
               UNTIL WS-TE-IX > WS-TE-TALLY
               IF WS-TE-NIGHT-IX(WS-TE-IX) = WS-NIGHT-IX
                   MOVE 'N' TO WS-TE-PATH-SW(WS-TE-IX)
               END-IF
               IF WS-TE-IS-STEP(WS-TE-IX)
                   AND WS-TE-NIGHT-IX(WS-TE-IX) = WS-NIGHT-IX
                   IF WS-TE-BEST-IX = 0
                       MOVE WS-TE-IX TO WS-TE-BEST-IX
                   ELSE
                       IF WS-TE-END(WS-TE-IX) > WS-TE-END(WS-TE-BEST-IX)
                           MOVE WS-TE-IX TO WS-TE-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PATH-DONE
               IF WS-TE-BEST-IX = 0
                   SET WS-PATH-DONE TO TRUE
               ELSE
                   IF WS-PATH-TALLY >= WS-PATH-TABLE-MAX
                       DISPLAY 'ST-BATCH-WINDOW: critical path of the night of '
                           WS-NIGHT-DATE(WS-NIGHT-IX) ' longer than ' WS-PATH-TABLE-MAX
                           ' steps - raise WS-PATH-TABLE-MAX'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PATH-TALLY
                   MOVE WS-TE-BEST-IX TO WS-PATH-ENTRY-IX(WS-PATH-TALLY)
                   SET WS-TE-ON-PATH(WS-TE-BEST-IX) TO TRUE
                   PERFORM 0410-FIND-PREDECESSOR
               END-IF
           END-PERFORM.

       0410-FIND-PREDECESSOR.
           MOVE WS-TE-BEST-IX TO WS-TE-JX
           MOVE ZERO TO WS-TE-BEST-IX
           PERFORM VARYING WS-TE-IX FROM 1 BY 1
               UNTIL WS-TE-IX > WS-TE-TALLY
               IF WS-TE-IS-STEP(WS-TE-IX)
                   AND WS-TE-NIGHT-IX(WS-TE-IX) = WS-NIGHT-IX
                   AND NOT WS-TE-ON-PATH(WS-TE-IX)
                   AND WS-TE-END(WS-TE-IX) <= WS-TE-START(WS-TE-JX)
                   IF WS-TE-BEST-IX = 0
                       MOVE WS-TE-IX TO WS-TE-BEST-IX
                   ELSE
                       IF WS-TE-END(WS-TE-IX) > WS-TE-END(WS-TE-BEST-IX)
                           MOVE WS-TE-IX TO WS-TE-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0500-MEASURE-GROWTH.
      *> Every program / route / phase: its elapsed time on the night
      *> reported, against its average over the earlier nights it ran
      *> on. Lines are taken in the order written, so a key's earlier
      *> nights arrive before its later ones and each is counted once.
           PERFORM VARYING WS-TE-IX FROM 1 BY 1
               UNTIL WS-TE-IX > WS-TE-TALLY
               PERFORM 0510-LOCATE-GROWTH-KEY
               IF WS-TE-NIGHT-IX(WS-TE-IX) = WS-NIGHT-COUNT
                   ADD WS-TE-ELAPSED(WS-TE-IX) TO WS-GRW-TONIGHT(WS-GRW-FOUND-IX)
               ELSE
                   ADD WS-TE-ELAPSED(WS-TE-IX) TO WS-GRW-PRIOR-SUM(WS-GRW-FOUND-IX)
                   IF WS-TE-NIGHT-IX(WS-TE-IX) NOT = WS-GRW-LAST-NIGHT-IX(WS-GRW-FOUND-IX)
                       ADD 1 TO WS-GRW-PRIOR-NIGHTS(WS-GRW-FOUND-IX)
                       MOVE WS-TE-NIGHT-IX(WS-TE-IX) TO WS-GRW-LAST-NIGHT-IX(WS-GRW-FOUND-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRW-IX FROM 1 BY 1
               UNTIL WS-GRW-IX > WS-GRW-TALLY
               IF WS-GRW-PRIOR-NIGHTS(WS-GRW-IX) > 0
                   COMPUTE WS-GRW-PRIOR-AVG(WS-GRW-IX) ROUNDED =
                       WS-GRW-PRIOR-SUM(WS-GRW-IX) / WS-GRW-PRIOR-NIGHTS(WS-GRW-IX)
               END-IF
               COMPUTE WS-GRW-GROWTH(WS-GRW-IX) =
                   WS-GRW-TONIGHT(WS-GRW-IX) - WS-GRW-PRIOR-AVG(WS-GRW-IX)
           END-PERFORM.

       0510-LOCATE-GROWTH-KEY.
           MOVE ZERO TO WS-GRW-FOUND-IX
           PERFORM VARYING WS-GRW-IX FROM 1 BY 1
               UNTIL WS-GRW-IX > WS-GRW-TALLY OR WS-GRW-FOUND-IX > 0
               IF WS-GRW-PROGRAM(WS-GRW-IX) = WS-TE-PROGRAM(WS-TE-IX)
                   AND WS-GRW-ROUTE(WS-GRW-IX) = WS-TE-ROUTE(WS-TE-IX)
                   AND WS-GRW-PHASE(WS-GRW-IX) = WS-TE-PHASE(WS-TE-IX)
                   MOVE WS-GRW-IX TO WS-GRW-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-GRW-FOUND-IX = 0
               IF WS-GRW-TALLY >= WS-GRW-TABLE-MAX
                   DISPLAY 'ST-BATCH-WINDOW: more than ' WS-GRW-TABLE-MAX
                       ' program/route/phase keys in the window - raise WS-GRW-TABLE-MAX'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRW-TALLY
               MOVE WS-GRW-TALLY TO WS-GRW-FOUND-IX
               MOVE WS-TE-PROGRAM(WS-TE-IX) TO WS-GRW-PROGRAM(WS-GRW-TALLY)
               MOVE WS-TE-ROUTE(WS-TE-IX) TO WS-GRW-ROUTE(WS-GRW-TALLY)
               MOVE WS-TE-PHASE(WS-TE-IX) TO WS-GRW-PHASE(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-TONIGHT(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-PRIOR-SUM(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-PRIOR-NIGHTS(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-LAST-NIGHT-IX(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-PRIOR-AVG(WS-GRW-TALLY)
               MOVE ZERO TO WS-GRW-GROWTH(WS-GRW-TALLY)
               MOVE 'N' TO WS-GRW-RANKED-SW(WS-GRW-TALLY)
           END-IF.

       0600-PROJECT-TREND.
      *> Straight line through the stream end of every night that ran,
      *> in minutes after night start. Two nights are the least a line
      *> can be drawn through; with fewer, only the night itself is
      *> judged.
           MOVE ZERO TO WS-FIT-N WS-FIT-SUM-X WS-FIT-SUM-XX
               WS-FIT-SUM-Y WS-FIT-SUM-XY
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
               IF WS-NIGHT-STEPS(WS-NIGHT-IX) > 0
                   COMPUTE WS-FIT-X = WS-NIGHT-IX - WS-NIGHT-COUNT
                   COMPUTE WS-FIT-Y ROUNDED = WS-NIGHT-STREAM-END(WS-NIGHT-IX) / 6000
                   ADD 1 TO WS-FIT-N
                   ADD WS-FIT-X TO WS-FIT-SUM-X
                   COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX + WS-FIT-X * WS-FIT-X
                   ADD WS-FIT-Y TO WS-FIT-SUM-Y
                   COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY + WS-FIT-X * WS-FIT-Y
               END-IF
           END-PERFORM
           IF WS-FIT-N >= 2
               COMPUTE WS-FIT-DENOMINATOR =
                   WS-FIT-N * WS-FIT-SUM-XX - WS-FIT-SUM-X * WS-FIT-SUM-X
           END-IF
           IF WS-FIT-N >= 2 AND WS-FIT-DENOMINATOR NOT = 0
               SET WS-FIT-AVAILABLE TO TRUE
               COMPUTE WS-FIT-SLOPE ROUNDED =
                   (WS-FIT-N * WS-FIT-SUM-XY - WS-FIT-SUM-X * WS-FIT-SUM-Y)
                   / WS-FIT-DENOMINATOR
               COMPUTE WS-FIT-INTERCEPT ROUNDED =
                   (WS-FIT-SUM-Y - WS-FIT-SLOPE * WS-FIT-SUM-X) / WS-FIT-N
      *> The line is straight, so the least margin over the horizon is
      *> at one end of it or the other.
               COMPUTE WS-LOWEST-MARGIN ROUNDED = WS-CUTOFF-OFFSET-MINUTES
                   - (WS-FIT-INTERCEPT + WS-FIT-SLOPE)
               COMPUTE WS-PROJECTED-MARGIN ROUNDED = WS-CUTOFF-OFFSET-MINUTES
                   - (WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-HORIZON-NIGHTS)
               IF WS-PROJECTED-MARGIN < WS-LOWEST-MARGIN
                   MOVE WS-PROJECTED-MARGIN TO WS-LOWEST-MARGIN
               END-IF
               IF WS-FIT-SLOPE > 0
                   SET WS-CROSS-PROJECTED TO TRUE
                   COMPUTE WS-CROSS-WORK =
                       (WS-CUTOFF-OFFSET-MINUTES - WS-FIT-INTERCEPT) / WS-FIT-SLOPE
                   IF WS-CROSS-WORK <= 1
                       MOVE 1 TO WS-CROSS-NIGHTS
                   ELSE
                       MOVE WS-CROSS-WORK TO WS-CROSS-NIGHTS
                       IF WS-CROSS-NIGHTS < WS-CROSS-WORK
                           ADD 1 TO WS-CROSS-NIGHTS
                       END-IF
                   END-IF
                   IF WS-CROSS-NIGHTS > 9999
                       MOVE 9999 TO WS-CROSS-NIGHTS
                   END-IF
                   MOVE FUNCTION DATE-OF-INTEGER(WS-REPORT-INTEGER + WS-CROSS-NIGHTS)
                       TO WS-CROSS-DATE
               END-IF
           END-IF.

       0700-SETTLE-ALERTS.
           MOVE 'ST.AUDIT.TIMING' TO WS-EVENT-DSN
           IF WS-CUTOFF-MISSED
               MOVE 4 TO WS-ALERT-RC
               MOVE 'WINDMISS' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-REPORT-NIGHT TO WS-EDIT-DATE
               MOVE WS-ACTUAL-MARGIN TO WS-EDIT-MINUTES
               MOVE WS-NIGHT-STREAM-END(WS-NIGHT-COUNT) TO WS-CLOCK-HUNDREDTHS
               PERFORM 0990-FORMAT-CLOCK
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'stream for the night of ' DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   ' finished ' DELIMITED BY SIZE
                   WS-CLOCK-TEXT DELIMITED BY SIZE
                   ', past the cutoff - margin ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
                   ' minutes' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF
           IF WS-FIT-AVAILABLE AND WS-LOWEST-MARGIN < WS-MARGIN-MINUTES
               SET WS-FORECAST-BREACHED TO TRUE
               MOVE 4 TO WS-ALERT-RC
               MOVE 'WINDFCST' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-LOWEST-MARGIN TO WS-EDIT-MINUTES
               MOVE WS-MARGIN-MINUTES TO WS-EDIT-MINUTES-2
               MOVE WS-HORIZON-NIGHTS TO WS-EDIT-NIGHTS
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'projected cutoff margin ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
                   ' minutes within ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NIGHTS) DELIMITED BY SIZE
                   ' nights, below the ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MINUTES-2) DELIMITED BY SIZE
                   ' minute limit' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0900-WRITE-REPORT.
           OPEN OUTPUT REPORT-PRINT
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-BATCH-WINDOW: OPEN failed for WINDRPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'CRITICAL PATH BY NIGHT' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0920-PRINT-CRITICAL-PATHS
               MOVE 'GROWTH AGAINST EARLIER NIGHTS' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0930-PRINT-GROWTH
               MOVE 'STREAM END TREND AND CUTOFF FORECAST' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0940-PRINT-TREND
               PERFORM 0945-PRINT-FORECAST
               PERFORM 0970-PRINT-TOTALS-RECAP
               CLOSE REPORT-PRINT
               IF WS-PRINT-STATUS NOT = '00'
                   DISPLAY 'ST-BATCH-WINDOW: CLOSE failed for WINDRPT - file status ' WS-PRINT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY 'ST-BATCH-WINDOW: report written to WINDRPT for the night of '
                   WS-REPORT-NIGHT
           END-IF.

       0910-WRITE-PAGE-HEADING.
      *> Composed in its own work area and written directly - 0950
      *> performs this paragraph on page overflow while the pending
      *> detail line is still sitting in WS-PRINT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE WS-REPORT-NIGHT TO WS-EDIT-DATE
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-BATCH-WINDOW  ' DELIMITED BY SIZE
               WS-HEADING-TITLE DELIMITED BY SIZE
               '          NIGHT OF ' DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               '          PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-BATCH-WINDOW: WRITE failed for WINDRPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-BATCH-WINDOW: WRITE failed for WINDRPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO WS-LINES-ON-PAGE.

       0920-PRINT-CRITICAL-PATHS.
      *> Newest night first. Each step on the path with its start, end
      *> and elapsed time, and the idle wait between it and the step
      *> before it; a writer step has its phases listed under it.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'SEQ' TO WS-PRINT-LINE-WORK(3:3)
           MOVE 'PROGRAM / PHASE' TO WS-PRINT-LINE-WORK(8:15)
           MOVE 'ROUTE' TO WS-PRINT-LINE-WORK(27:5)
           MOVE '   START' TO WS-PRINT-LINE-WORK(69:8)
           MOVE '     END' TO WS-PRINT-LINE-WORK(79:8)
           MOVE '  ELAPSED' TO WS-PRINT-LINE-WORK(88:9)
           MOVE '     WAIT' TO WS-PRINT-LINE-WORK(98:9)
           MOVE '  RECORDS' TO WS-PRINT-LINE-WORK(108:9)
           MOVE '  REC/SEC' TO WS-PRINT-LINE-WORK(118:9)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:124)
           PERFORM 0950-WRITE-PRINT-LINE
           IF WS-NIGHTS-WITH-STEPS = 0
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'NO STEP TIMINGS RECORDED IN THE WINDOW' TO WS-PRINT-LINE-WORK(3:40)
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF
           PERFORM VARYING WS-NIGHT-IX FROM WS-NIGHT-COUNT BY -1
               UNTIL WS-NIGHT-IX < 1
               IF WS-NIGHT-STEPS(WS-NIGHT-IX) > 0
                   PERFORM 0400-TRACE-CRITICAL-PATH
                   PERFORM 0922-PRINT-ONE-NIGHT
               END-IF
           END-PERFORM.

       0922-PRINT-ONE-NIGHT.
           MOVE WS-NIGHT-DATE(WS-NIGHT-IX) TO WS-EDIT-DATE
           MOVE WS-NIGHT-STEPS(WS-NIGHT-IX) TO WS-EDIT-COUNT
           MOVE WS-PATH-TALLY TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'NIGHT OF ' DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               ' STEPS TIMED, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               ' ON THE CRITICAL PATH' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(3:100)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ZERO TO WS-PATH-SEQ
           PERFORM VARYING WS-PATH-IX FROM WS-PATH-TALLY BY -1
               UNTIL WS-PATH-IX < 1
               MOVE WS-PATH-ENTRY-IX(WS-PATH-IX) TO WS-TE-BEST-IX
               ADD 1 TO WS-PATH-SEQ
               PERFORM 0925-PRINT-PATH-STEP
               MOVE WS-TE-END(WS-TE-BEST-IX) TO WS-PRIOR-PATH-END
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-NIGHT-FIRST-START(WS-NIGHT-IX) TO WS-CLOCK-HUNDREDTHS
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(69:8)
           MOVE WS-NIGHT-STREAM-END(WS-NIGHT-IX) TO WS-CLOCK-HUNDREDTHS
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(79:8)
           COMPUTE WS-DURATION-HUNDREDTHS = WS-NIGHT-STREAM-END(WS-NIGHT-IX)
               - WS-NIGHT-FIRST-START(WS-NIGHT-IX)
           PERFORM 0995-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(88:9)
           COMPUTE WS-ACTUAL-MARGIN =
               (WS-CUTOFF-OFFSET - WS-NIGHT-STREAM-END(WS-NIGHT-IX)) / 6000
           MOVE WS-ACTUAL-MARGIN TO WS-EDIT-MINUTES
           STRING
               'STREAM - CUTOFF MARGIN ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
               ' MINUTES' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(8:60)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE.

       0925-PRINT-PATH-STEP.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-PATH-SEQ TO WS-EDIT-SEQ
           MOVE WS-EDIT-SEQ TO WS-PRINT-LINE-WORK(3:3)
           MOVE WS-TE-PROGRAM(WS-TE-BEST-IX) TO WS-PRINT-LINE-WORK(8:17)
           MOVE WS-TE-ROUTE(WS-TE-BEST-IX) TO WS-PRINT-LINE-WORK(27:40)
           IF WS-PATH-SEQ > 1
               COMPUTE WS-DURATION-HUNDREDTHS =
                   WS-TE-START(WS-TE-BEST-IX) - WS-PRIOR-PATH-END
               PERFORM 0995-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(98:9)
           END-IF
           MOVE WS-TE-BEST-IX TO WS-TE-IX
           PERFORM 0927-FILL-TIMING-COLUMNS
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-TE-IX FROM 1 BY 1
               UNTIL WS-TE-IX > WS-TE-TALLY
               IF NOT WS-TE-IS-STEP(WS-TE-IX)
                   AND WS-TE-PROGRAM(WS-TE-IX) = WS-TE-PROGRAM(WS-TE-BEST-IX)
                   AND WS-TE-RUN-STAMP(WS-TE-IX) = WS-TE-RUN-STAMP(WS-TE-BEST-IX)
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   MOVE WS-TE-PHASE(WS-TE-IX) TO WS-PRINT-LINE-WORK(10:9)
                   MOVE WS-TE-ROUTE(WS-TE-IX) TO WS-PRINT-LINE-WORK(27:40)
                   PERFORM 0927-FILL-TIMING-COLUMNS
                   PERFORM 0950-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

       0927-FILL-TIMING-COLUMNS.
      *> Start, end, elapsed, records and rate of timing line WS-TE-IX.
           MOVE WS-TE-START(WS-TE-IX) TO WS-CLOCK-HUNDREDTHS
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(69:8)
           MOVE WS-TE-END(WS-TE-IX) TO WS-CLOCK-HUNDREDTHS
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(79:8)
           MOVE WS-TE-ELAPSED(WS-TE-IX) TO WS-DURATION-HUNDREDTHS
           PERFORM 0995-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(88:9)
           IF WS-TE-RECORDS(WS-TE-IX) > 0
               MOVE WS-TE-RECORDS(WS-TE-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(108:9)
               MOVE WS-TE-RATE(WS-TE-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(118:9)
           END-IF.

       0930-PRINT-GROWTH.
      *> The keys that took longer on the night reported than their
      *> average over the earlier nights, the most added time first.
      *> NEW is a key with no earlier night in the window - all of its
      *> time counts as growth.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'RANK' TO WS-PRINT-LINE-WORK(3:4)
           MOVE 'PROGRAM' TO WS-PRINT-LINE-WORK(8:7)
           MOVE 'PHASE' TO WS-PRINT-LINE-WORK(27:5)
           MOVE 'ROUTE' TO WS-PRINT-LINE-WORK(38:5)
           MOVE '  TONIGHT' TO WS-PRINT-LINE-WORK(80:9)
           MOVE 'PRIOR AVG' TO WS-PRINT-LINE-WORK(90:9)
           MOVE '   GROWTH' TO WS-PRINT-LINE-WORK(100:9)
           MOVE 'CHANGE %' TO WS-PRINT-LINE-WORK(110:8)
           MOVE 'NIGHTS' TO WS-PRINT-LINE-WORK(120:6)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:124)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-GRW-BEST-IX
           PERFORM UNTIL WS-RANK >= WS-TOP-GROWTH OR WS-GRW-BEST-IX = 0
               MOVE ZERO TO WS-GRW-BEST-IX
               PERFORM VARYING WS-GRW-IX FROM 1 BY 1
                   UNTIL WS-GRW-IX > WS-GRW-TALLY
                   IF NOT WS-GRW-RANKED(WS-GRW-IX)
                       AND WS-GRW-GROWTH(WS-GRW-IX) > 0
                       IF WS-GRW-BEST-IX = 0
                           MOVE WS-GRW-IX TO WS-GRW-BEST-IX
                       ELSE
                           IF WS-GRW-GROWTH(WS-GRW-IX) > WS-GRW-GROWTH(WS-GRW-BEST-IX)
                               MOVE WS-GRW-IX TO WS-GRW-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GRW-BEST-IX > 0
                   ADD 1 TO WS-RANK
                   SET WS-GRW-RANKED(WS-GRW-BEST-IX) TO TRUE
                   PERFORM 0935-PRINT-GROWTH-LINE
               END-IF
           END-PERFORM
           IF WS-RANK = 0
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'NOTHING RAN LONGER THAN ITS AVERAGE OVER THE EARLIER NIGHTS'
                   TO WS-PRINT-LINE-WORK(3:60)
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF.

       0935-PRINT-GROWTH-LINE.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE WS-RANK TO WS-EDIT-RANK
           MOVE WS-EDIT-RANK TO WS-PRINT-LINE-WORK(4:3)
           MOVE WS-GRW-PROGRAM(WS-GRW-BEST-IX) TO WS-PRINT-LINE-WORK(8:17)
           MOVE WS-GRW-PHASE(WS-GRW-BEST-IX) TO WS-PRINT-LINE-WORK(27:9)
           MOVE WS-GRW-ROUTE(WS-GRW-BEST-IX) TO WS-PRINT-LINE-WORK(38:40)
           MOVE WS-GRW-TONIGHT(WS-GRW-BEST-IX) TO WS-DURATION-HUNDREDTHS
           PERFORM 0995-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(80:9)
           MOVE WS-GRW-PRIOR-AVG(WS-GRW-BEST-IX) TO WS-DURATION-HUNDREDTHS
           PERFORM 0995-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(90:9)
           MOVE WS-GRW-GROWTH(WS-GRW-BEST-IX) TO WS-DURATION-HUNDREDTHS
           PERFORM 0995-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(100:9)
           IF WS-GRW-PRIOR-AVG(WS-GRW-BEST-IX) = 0
               MOVE 'NEW' TO WS-PRINT-LINE-WORK(115:3)
           ELSE
               COMPUTE WS-CHANGE-WORK ROUNDED =
                   WS-GRW-GROWTH(WS-GRW-BEST-IX) * 100
                   / WS-GRW-PRIOR-AVG(WS-GRW-BEST-IX)
               MOVE WS-CHANGE-WORK TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-PRINT-LINE-WORK(111:7)
           END-IF
           MOVE WS-GRW-PRIOR-NIGHTS(WS-GRW-BEST-IX) TO WS-EDIT-NIGHTS
           MOVE WS-EDIT-NIGHTS TO WS-PRINT-LINE-WORK(122:4)
           PERFORM 0950-WRITE-PRINT-LINE.

       0940-PRINT-TREND.
      *> When the stream finished each night of the window, and the
      *> margin that left before the cutoff.
           MOVE WS-CUTOFF-OFFSET TO WS-CLOCK-HUNDREDTHS
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-MARGIN-MINUTES TO WS-EDIT-MINUTES
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'CUTOFF ' DELIMITED BY SIZE
               WS-CLOCK-TEXT(1:5) DELIMITED BY SIZE
               '   MARGIN LIMIT ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
               ' MINUTES' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(3:100)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'NIGHT OF' TO WS-PRINT-LINE-WORK(3:8)
           MOVE 'STEPS' TO WS-PRINT-LINE-WORK(14:5)
           MOVE '   START' TO WS-PRINT-LINE-WORK(21:8)
           MOVE '     END' TO WS-PRINT-LINE-WORK(31:8)
           MOVE '  ELAPSED' TO WS-PRINT-LINE-WORK(40:9)
           MOVE 'MARGIN' TO WS-PRINT-LINE-WORK(51:6)
           MOVE 'STATUS' TO WS-PRINT-LINE-WORK(60:6)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:70)
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE WS-NIGHT-DATE(WS-NIGHT-IX) TO WS-PRINT-LINE-WORK(3:8)
               IF WS-NIGHT-STEPS(WS-NIGHT-IX) = 0
                   MOVE 'NOT TIMED' TO WS-PRINT-LINE-WORK(60:9)
               ELSE
                   MOVE WS-NIGHT-STEPS(WS-NIGHT-IX) TO WS-EDIT-NIGHTS
                   MOVE WS-EDIT-NIGHTS TO WS-PRINT-LINE-WORK(15:4)
                   MOVE WS-NIGHT-FIRST-START(WS-NIGHT-IX) TO WS-CLOCK-HUNDREDTHS
                   PERFORM 0990-FORMAT-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(21:8)
                   MOVE WS-NIGHT-STREAM-END(WS-NIGHT-IX) TO WS-CLOCK-HUNDREDTHS
                   PERFORM 0990-FORMAT-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE-WORK(31:8)
                   COMPUTE WS-DURATION-HUNDREDTHS = WS-NIGHT-STREAM-END(WS-NIGHT-IX)
                       - WS-NIGHT-FIRST-START(WS-NIGHT-IX)
                   PERFORM 0995-FORMAT-DURATION
                   MOVE WS-DURATION-TEXT TO WS-PRINT-LINE-WORK(40:9)
                   COMPUTE WS-ACTUAL-MARGIN =
                       (WS-CUTOFF-OFFSET - WS-NIGHT-STREAM-END(WS-NIGHT-IX)) / 6000
                   MOVE WS-ACTUAL-MARGIN TO WS-EDIT-MINUTES
                   MOVE WS-EDIT-MINUTES TO WS-PRINT-LINE-WORK(51:6)
                   EVALUATE TRUE
                       WHEN WS-ACTUAL-MARGIN < 0
                           MOVE 'MISSED' TO WS-PRINT-LINE-WORK(60:6)
                       WHEN WS-ACTUAL-MARGIN < WS-MARGIN-MINUTES
                           MOVE 'INSIDE MARGIN' TO WS-PRINT-LINE-WORK(60:13)
                       WHEN OTHER
                           MOVE 'OK' TO WS-PRINT-LINE-WORK(60:2)
                   END-EVALUATE
               END-IF
               PERFORM 0950-WRITE-PRINT-LINE
           END-PERFORM.

       0945-PRINT-FORECAST.
      *> The trend line carried HORIZON-NIGHTS= nights past the night
      *> reported, and where it meets the cutoff.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           IF NOT WS-FIT-AVAILABLE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'FEWER THAN TWO NIGHTS TIMED IN THE WINDOW - NO TREND PROJECTED'
                   TO WS-PRINT-LINE-WORK(3:70)
               PERFORM 0950-WRITE-PRINT-LINE
           ELSE
               MOVE WS-FIT-SLOPE TO WS-EDIT-SLOPE
               MOVE WS-FIT-N TO WS-EDIT-NIGHTS
               MOVE SPACES TO WS-PRINT-LINE-WORK
               STRING
                   'TREND: STREAM END MOVING ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SLOPE) DELIMITED BY SIZE
                   ' MINUTES PER NIGHT OVER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NIGHTS) DELIMITED BY SIZE
                   ' NIGHTS TIMED' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE-WORK(3:100)
               END-STRING
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               IF WS-CROSS-PROJECTED
                   MOVE WS-CROSS-DATE TO WS-EDIT-DATE
                   MOVE WS-CROSS-NIGHTS TO WS-EDIT-COUNT
                   STRING
                       'PROJECTED TO CROSS THE CUTOFF ON THE NIGHT OF ' DELIMITED BY SIZE
                       WS-EDIT-DATE DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ' NIGHTS AHEAD' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE-WORK(3:100)
                   END-STRING
               ELSE
                   MOVE 'TREND IS NOT RISING - NO CUTOFF CROSSING PROJECTED'
                       TO WS-PRINT-LINE-WORK(3:60)
               END-IF
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'NIGHT OF' TO WS-PRINT-LINE-WORK(3:8)
               MOVE 'PROJ END' TO WS-PRINT-LINE-WORK(14:8)
               MOVE 'MARGIN' TO WS-PRINT-LINE-WORK(25:6)
               MOVE 'STATUS' TO WS-PRINT-LINE-WORK(34:6)
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:50)
               PERFORM 0950-WRITE-PRINT-LINE
               PERFORM VARYING WS-HORIZON-IX FROM 1 BY 1
                   UNTIL WS-HORIZON-IX > WS-HORIZON-NIGHTS
                   PERFORM 0947-PRINT-FORECAST-NIGHT
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE-WORK
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE WS-LOWEST-MARGIN TO WS-EDIT-MINUTES
               MOVE SPACES TO WS-PRINT-LINE-WORK
               STRING
                   'LEAST PROJECTED MARGIN OVER THE HORIZON ... ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
                   ' MINUTES' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE-WORK(3:100)
               END-STRING
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF.

       0947-PRINT-FORECAST-NIGHT.
           COMPUTE WS-PROJECTED-END ROUNDED =
               WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-HORIZON-IX
           COMPUTE WS-PROJECTED-MARGIN =
               WS-CUTOFF-OFFSET-MINUTES - WS-PROJECTED-END
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE FUNCTION DATE-OF-INTEGER(WS-REPORT-INTEGER + WS-HORIZON-IX)
               TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-PRINT-LINE-WORK(3:8)
           COMPUTE WS-CLOCK-HUNDREDTHS ROUNDED = WS-PROJECTED-END * 6000
           PERFORM 0990-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT(1:5) TO WS-PRINT-LINE-WORK(17:5)
           MOVE WS-PROJECTED-MARGIN TO WS-EDIT-MINUTES
           MOVE WS-EDIT-MINUTES TO WS-PRINT-LINE-WORK(25:6)
           EVALUATE TRUE
               WHEN WS-PROJECTED-MARGIN < 0
                   MOVE 'PAST CUTOFF' TO WS-PRINT-LINE-WORK(34:11)
               WHEN WS-PROJECTED-MARGIN < WS-MARGIN-MINUTES
                   MOVE 'INSIDE MARGIN' TO WS-PRINT-LINE-WORK(34:13)
               WHEN OTHER
                   MOVE 'OK' TO WS-PRINT-LINE-WORK(34:2)
           END-EVALUATE
           PERFORM 0950-WRITE-PRINT-LINE.

       0950-WRITE-PRINT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0910-WRITE-PAGE-HEADING
           END-IF
           WRITE PRINT-LINE FROM WS-PRINT-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-BATCH-WINDOW: WRITE failed for WINDRPT - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0970-PRINT-TOTALS-RECAP.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ALL '=' TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE WS-TE-TALLY TO WS-EDIT-COUNT
           MOVE WS-HISTORY-LINES-SKIPPED TO WS-EDIT-COUNT-2
           MOVE WS-NIGHTS-WITH-STEPS TO WS-EDIT-NIGHTS
           MOVE WS-ALERT-RC TO WS-EDIT-RC
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'END OF REPORT - TIMING LINES ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               '   UNREADABLE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               '   NIGHTS TIMED ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NIGHTS) DELIMITED BY SIZE
               '   RETURN-CODE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-RC) DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE.

       0980-WRITE-SUMMARY-EVENT.
      *> One line per run naming the biggest grower, so the monitor
      *> has the answer to "what got slower" without the report. It
      *> carries the run's worst severity - an I line on the same DSN
      *> would read as closing this run's WINDMISS / WINDFCST events.
           MOVE 'ST.AUDIT.TIMING' TO WS-EVENT-DSN
           MOVE 'WINDRPT' TO WS-EVENT-CODE-WORK
           EVALUATE TRUE
               WHEN WS-CUTOFF-MISSED
                   MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               WHEN WS-ALERT-RC > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY-WORK
           END-EVALUATE
           MOVE WS-REPORT-NIGHT TO WS-EDIT-DATE
           MOVE ZERO TO WS-GRW-BEST-IX
           PERFORM VARYING WS-GRW-IX FROM 1 BY 1
               UNTIL WS-GRW-IX > WS-GRW-TALLY
               IF WS-GRW-GROWTH(WS-GRW-IX) > 0
                   IF WS-GRW-BEST-IX = 0
                       MOVE WS-GRW-IX TO WS-GRW-BEST-IX
                   ELSE
                       IF WS-GRW-GROWTH(WS-GRW-IX) > WS-GRW-GROWTH(WS-GRW-BEST-IX)
                           MOVE WS-GRW-IX TO WS-GRW-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           IF WS-GRW-BEST-IX = 0
               STRING
                   'batch window night of ' DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   ' - nothing ran longer than its average' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           ELSE
               MOVE WS-GRW-GROWTH(WS-GRW-BEST-IX) TO WS-DURATION-HUNDREDTHS
               PERFORM 0995-FORMAT-DURATION
               STRING
                   'batch window night of ' DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   ' - most growth ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRW-PROGRAM(WS-GRW-BEST-IX)) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRW-PHASE(WS-GRW-BEST-IX)) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRW-ROUTE(WS-GRW-BEST-IX)) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DURATION-TEXT) DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG
           DISPLAY 'ST-BATCH-WINDOW: ' WS-NIGHTS-WITH-STEPS ' nights timed, '
               WS-TE-TALLY ' timing lines, alert return code ' WS-ALERT-RC.

       0990-FORMAT-CLOCK.
      *> WS-CLOCK-HUNDREDTHS after night start to HH:MM:SS on the clock.
           COMPUTE WS-TIME-SECONDS = FUNCTION MOD(
               (WS-CLOCK-HUNDREDTHS + WS-NIGHT-START-HUNDREDTHS) / 100, 86400)
           DIVIDE WS-TIME-SECONDS BY 3600 GIVING WS-TIME-HH
               REMAINDER WS-TIME-REMAINDER
           DIVIDE WS-TIME-REMAINDER BY 60 GIVING WS-TIME-MM
               REMAINDER WS-TIME-SS
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING
               WS-TIME-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-TIME-MM DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-TIME-SS DELIMITED BY SIZE
               INTO WS-CLOCK-TEXT
           END-STRING.

       0995-FORMAT-DURATION.
      *> WS-DURATION-HUNDREDTHS to HH:MM:SS, signed when negative.
           MOVE SPACES TO WS-DURATION-TEXT
           IF WS-DURATION-HUNDREDTHS < 0
               COMPUTE WS-TIME-SECONDS = (0 - WS-DURATION-HUNDREDTHS) / 100
               MOVE '-' TO WS-DURATION-TEXT(1:1)
           ELSE
               COMPUTE WS-TIME-SECONDS = WS-DURATION-HUNDREDTHS / 100
           END-IF
           IF WS-TIME-SECONDS > 359999
               MOVE 359999 TO WS-TIME-SECONDS
           END-IF
           DIVIDE WS-TIME-SECONDS BY 3600 GIVING WS-TIME-HH
               REMAINDER WS-TIME-REMAINDER
           DIVIDE WS-TIME-REMAINDER BY 60 GIVING WS-TIME-MM
               REMAINDER WS-TIME-SS
           STRING
               WS-TIME-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-TIME-MM DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-TIME-SS DELIMITED BY SIZE
               INTO WS-DURATION-TEXT(2:8)
           END-STRING.

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
               DISPLAY 'ST-BATCH-WINDOW: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-BATCH-WINDOW' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-BATCH-WINDOW: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-BATCH-WINDOW: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
