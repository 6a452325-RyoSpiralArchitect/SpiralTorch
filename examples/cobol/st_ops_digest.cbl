       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-OPS-DIGEST.
      *> Morning operations digest over ST.LOG.EVENTS. Every program in
      *> the suite appends STEVTREC events to the log, but until now
      *> nothing read it back except the monitor's single-line traps,
      *> and the on-call worked out from six SYSOUTs whether last
      *> night's Ws and Es were ever resolved. This job takes one
      *> night's events, sorts them by program, target base, and
      *> severity, and pairs them into incidents: a W or E event opens
      *> (or extends) an incident for its program and base, and a
      *> later I event from the same program against the same base
      *> closes it - a LOCKSEIZ with no later good ROUTEEND for that
      *> base stays open, and so does a FEEDHSHK with no FEEDHSOK from
      *> a resent feed. Incidents still open at the end of the night
      *> are carried forward on ST.LOG.INCIDENTS (OPENIN last night's,
      *> OPENOUT tonight's) until a closing event arrives, and the
      *> DIGRPT report lists each one with its age and latest text.
      *> RETURN-CODE contract: 0 - nothing open; 4 - only warning
      *> incidents open; 8 - an error incident is open, or an I/O
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
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
           SELECT EVENT-SORT-FILE ASSIGN TO SORTWK01.
           SELECT CARRIED-INCIDENTS ASSIGN TO OPENIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENIN-STATUS.
           SELECT OPEN-INCIDENTS ASSIGN TO OPENOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENOUT-STATUS.
           SELECT DIGEST-REPORT ASSIGN TO DIGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       SD  EVENT-SORT-FILE.
      *> One night's events in the digest's pairing order. The target
      *> is carried twice: SRT-BASE-DSN is the derived base the sort
      *> and the pairing key on, SRT-TARGET-DSN the name as logged.
       01  SORT-EVENT-RECORD.
           05  SRT-PROGRAM                PIC X(20).
           05  SRT-BASE-DSN               PIC X(64).
           05  SRT-SEVERITY               PIC X(1).
           05  SRT-TIMESTAMP              PIC X(21).
           05  SRT-TARGET-DSN             PIC X(64).
           05  SRT-CODE                   PIC X(8).
           05  SRT-TEXT                   PIC X(128).

       FD  CARRIED-INCIDENTS.
      *> Last night's ST.LOG.INCIDENTS - the incidents the previous
      *> digest left open.
       COPY STINCREC.

       FD  OPEN-INCIDENTS.
      *> Tonight's ST.LOG.INCIDENTS, in the same STINCREC shape - the
      *> next digest reads it as its OPENIN.
       01  OPEN-INCIDENT-RECORD           PIC X(283).

       FD  DIGEST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-OPENIN-STATUS               PIC XX VALUE '00'.
       01  WS-OPENOUT-STATUS              PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-EVENT-EOF-SW                PIC X VALUE 'N'.
           88  WS-EVENT-EOF               VALUE 'Y'.
       01  WS-OPENIN-EOF-SW               PIC X VALUE 'N'.
           88  WS-OPENIN-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-SORT-EOF                VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> The night under review. NIGHT-DATE= names the morning the
      *> digest is for (zero means today, the ST-ALLOC-REPORT
      *> convention); the night runs from CUTOVER= (HHMM) the day
      *> before up to CUTOVER= on NIGHT-DATE itself. Consecutive
      *> mornings' windows abut, so every event lands in exactly one
      *> digest as long as the digest runs after the cutover.
       01  WS-NIGHT-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-CUTOVER-TIME                PIC 9(4) VALUE 0600.
       01  WS-PRIOR-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-WINDOW-FROM                 PIC X(12) VALUE SPACES.
       01  WS-WINDOW-TO                   PIC X(12) VALUE SPACES.

       01  WS-EVENT-COUNTS.
           05  WS-EVENTS-READ             PIC 9(9) VALUE ZERO.
           05  WS-EVENTS-IN-NIGHT         PIC 9(9) VALUE ZERO.
           05  WS-CARRIED-IN-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-OPEN-COUNT              PIC 9(5) VALUE ZERO.
           05  WS-OPEN-ERROR-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-OPEN-WARN-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-CLOSED-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-NEW-OPEN-COUNT          PIC 9(5) VALUE ZERO.

      *> Base derivation - the target name with its member suffix and
      *> any GnnnnVnn generation qualifier removed.
       01  WS-DERIVE-DSN                  PIC X(64) VALUE SPACES.
       01  WS-DERIVE-BASE                 PIC X(64) VALUE SPACES.
       01  WS-DERIVE-IX                   PIC 9(4) COMP VALUE ZERO.
       01  WS-DERIVE-DOT                  PIC 9(4) COMP VALUE ZERO.
       01  WS-DERIVE-LENGTH               PIC 9(4) COMP VALUE ZERO.

      *> Last night's carried incidents, loaded whole - each is
      *> settled against tonight's events for its key, or carried on
      *> untouched when tonight logged nothing for it.
       01  WS-CARRIED-TABLE-MAX           PIC 9(4) COMP VALUE 500.
       01  WS-CARRIED-TALLY               PIC 9(4) COMP VALUE ZERO.
       01  WS-CARRIED-IX                  PIC 9(4) COMP VALUE ZERO.
       01  WS-CARRIED-FOUND-IX            PIC 9(4) COMP VALUE ZERO.
       01  WS-CARRIED-TABLE.
           05  WS-CARRIED-ENTRY OCCURS 500 TIMES.
               10  WS-CARRIED-DATA        PIC X(283).
               10  WS-CARRIED-SETTLED     PIC X(1).

      *> One program/base group of the sorted night. The sort puts a
      *> group's E events ahead of its I events and those ahead of its
      *> W events, so the openers are held here until the group ends
      *> and the latest closer is known.
       01  WS-GROUP-PROGRAM               PIC X(20) VALUE SPACES.
       01  WS-GROUP-BASE-DSN              PIC X(64) VALUE SPACES.
       01  WS-GROUP-ACTIVE-SW             PIC X VALUE 'N'.
           88  WS-GROUP-ACTIVE            VALUE 'Y'.
       01  WS-CLOSER-STAMP                PIC X(21) VALUE SPACES.
       01  WS-CLOSER-CODE                 PIC X(8) VALUE SPACES.
       01  WS-OPENER-TABLE-MAX            PIC 9(4) COMP VALUE 500.
       01  WS-OPENER-TALLY                PIC 9(4) COMP VALUE ZERO.
       01  WS-OPENER-IX                   PIC 9(4) COMP VALUE ZERO.
       01  WS-OPENER-OVERFLOW             PIC 9(7) VALUE ZERO.
       01  WS-OPENER-TABLE.
           05  WS-OPENER-ENTRY OCCURS 500 TIMES.
               10  WS-OPENER-STAMP        PIC X(21).
               10  WS-OPENER-CODE         PIC X(8).
               10  WS-OPENER-SEVERITY     PIC X(1).
               10  WS-OPENER-TEXT         PIC X(128).

      *> Settlement work for the group in hand.
       01  WS-AFTER-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-BEFORE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-FIRST-AFTER-IX              PIC 9(4) COMP VALUE ZERO.
       01  WS-LATEST-AFTER-IX             PIC 9(4) COMP VALUE ZERO.
       01  WS-FIRST-BEFORE-IX             PIC 9(4) COMP VALUE ZERO.
       01  WS-WORST-AFTER-SEV             PIC X(1) VALUE SPACES.

      *> The digest's findings - every incident open at the end of the
      *> night and every one closed during it, in group order with the
      *> untouched carried incidents last.
       01  WS-RESULT-TABLE-MAX            PIC 9(4) COMP VALUE 1000.
       01  WS-RESULT-TALLY                PIC 9(4) COMP VALUE ZERO.
       01  WS-RESULT-IX                   PIC 9(4) COMP VALUE ZERO.
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ENTRY OCCURS 1000 TIMES.
               10  WS-RESULT-STATE        PIC X(1).
                   88  WS-RESULT-IS-OPEN  VALUE 'O'.
                   88  WS-RESULT-IS-CLOSED VALUE 'C'.
               10  WS-RESULT-DATA         PIC X(283).
               10  WS-RESULT-CLOSE-STAMP  PIC X(21).
               10  WS-RESULT-CLOSE-CODE   PIC X(8).
       01  WS-RESULT-LIMIT-SW             PIC X VALUE 'N'.
           88  WS-RESULT-LIMIT-HIT        VALUE 'Y'.

      *> Incident staging - built in WS-INCIDENT-WORK, whose
      *> subordinate names mirror STINCREC, then filed in the result
      *> table.
       01  WS-INCIDENT-WORK.
           05  WK-PROGRAM                 PIC X(20).
           05  WK-BASE-DSN                PIC X(64).
           05  WK-OPEN-CODE               PIC X(8).
           05  WK-SEVERITY                PIC X(1).
           05  WK-OPENED-STAMP            PIC X(21).
           05  WK-LATEST-STAMP            PIC X(21).
           05  WK-LATEST-CODE             PIC X(8).
           05  WK-EVENT-COUNT             PIC 9(7).
           05  WK-NIGHTS-OPEN             PIC 9(5).
           05  WK-LATEST-TEXT             PIC X(128).
       01  WS-RESULT-STATE-WORK           PIC X(1) VALUE SPACES.
       01  WS-CLOSE-STAMP-WORK            PIC X(21) VALUE SPACES.
       01  WS-CLOSE-CODE-WORK             PIC X(8) VALUE SPACES.

      *> Age arithmetic, on the same CURRENT-DATE minutes recipe the
      *> writer uses for run-lock age.
       01  WS-NOW-STAMP                   PIC X(21) VALUE SPACES.
       01  WS-NOW-MINUTES                 PIC S9(11) COMP VALUE ZERO.
       01  WS-STAMP-WORK                  PIC X(21) VALUE SPACES.
       01  WS-STAMP-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-STAMP-MINUTES               PIC S9(11) COMP VALUE ZERO.
       01  WS-AGE-MINUTES                 PIC S9(11) COMP VALUE ZERO.
       01  WS-AGE-DAYS                    PIC 9(5) VALUE ZERO.
       01  WS-AGE-HOURS                   PIC 9(2) VALUE ZERO.
       01  WS-AGE-TEXT                    PIC X(9) VALUE SPACES.
       01  WS-AGE-DAYS-TEXT               PIC ZZZZ9 VALUE ZEROES.

      *> Report composition - the same 55-line page discipline the
      *> inquiry and repair reports use.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-REPORT-LINE-WORK            PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT                  PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT-2                PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-PRINT-SEVERITY              PIC X(1) VALUE SPACES.
       01  WS-STAMP-TEXT                  PIC X(16) VALUE SPACES.
       01  WS-ALERT-RC                    PIC 9(4) VALUE ZERO.

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
           PERFORM 0150-DETERMINE-WINDOW
           PERFORM 0200-LOAD-CARRIED-INCIDENTS
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM
                                SRT-BASE-DSN
                                SRT-SEVERITY
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 0300-SELECT-NIGHT-EVENTS
               OUTPUT PROCEDURE IS 0400-PAIR-SORTED-EVENTS
           PERFORM 0600-CARRY-UNTOUCHED-INCIDENTS
           PERFORM 0650-WRITE-CARRY-FORWARD
           PERFORM 0800-WRITE-DIGEST
           PERFORM 0950-LOG-DIGEST-EVENT
      *> Raise-only merge - an I/O failure already at 8 must not be
      *> laundered down by a quieter incident picture.
           IF WS-ALERT-RC > RETURN-CODE
               MOVE WS-ALERT-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-OPS-DIGEST: no SYSIN control cards found, digesting the night ending this morning.'
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
                   WHEN 'NIGHT-DATE'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-NIGHT-DATE
                   WHEN 'CUTOVER'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-CUTOVER-TIME
                   WHEN OTHER
                       DISPLAY 'ST-OPS-DIGEST: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0150-DETERMINE-WINDOW.
           IF WS-NIGHT-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE
           END-IF
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) - 1)
           MOVE SPACES TO WS-WINDOW-FROM WS-WINDOW-TO
           STRING
               WS-PRIOR-DATE DELIMITED BY SIZE
               WS-CUTOVER-TIME DELIMITED BY SIZE
               INTO WS-WINDOW-FROM
           END-STRING
           STRING
               WS-NIGHT-DATE DELIMITED BY SIZE
               WS-CUTOVER-TIME DELIMITED BY SIZE
               INTO WS-WINDOW-TO
           END-STRING
      *> Ages are measured to the end of the night under review, not
      *> to the wall clock - a digest rerun at noon for an earlier
      *> night reports the ages that morning's digest would have.
           MOVE SPACES TO WS-NOW-STAMP
           MOVE WS-WINDOW-TO TO WS-NOW-STAMP(1:12)
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK
           PERFORM 0550-COMPUTE-STAMP-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
           DISPLAY 'ST-OPS-DIGEST: digesting events stamped from '
               WS-WINDOW-FROM ' up to ' WS-WINDOW-TO.

       0200-LOAD-CARRIED-INCIDENTS.
      *> No OPENIN at all is the first digest ever run - nothing was
      *> carried, and every incident tonight is a new one.
           OPEN INPUT CARRIED-INCIDENTS
           IF WS-OPENIN-STATUS = '35'
               DISPLAY 'ST-OPS-DIGEST: no carried incidents (OPENIN) found - '
                   'starting the incident file fresh.'
           ELSE
               IF WS-OPENIN-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: OPEN failed for OPENIN - file status ' WS-OPENIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OPENIN-EOF
                   READ CARRIED-INCIDENTS
                       AT END
                           SET WS-OPENIN-EOF TO TRUE
                       NOT AT END
                           IF WS-CARRIED-TALLY >= WS-CARRIED-TABLE-MAX
      *> Dropping a carried incident would quietly "close" it - stop
      *> instead, before tonight's incident file is written.
                               DISPLAY 'ST-OPS-DIGEST: OPENIN holds more than '
                                   WS-CARRIED-TABLE-MAX ' open incidents - raise '
                                   'WS-CARRIED-TABLE-MAX.'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CARRIED-TALLY
                           MOVE WS-INCIDENT-RECORD
                               TO WS-CARRIED-DATA(WS-CARRIED-TALLY)
                           MOVE 'N' TO WS-CARRIED-SETTLED(WS-CARRIED-TALLY)
                   END-READ
               END-PERFORM
               CLOSE CARRIED-INCIDENTS
           END-IF
           MOVE WS-CARRIED-TALLY TO WS-CARRIED-IN-COUNT.

       0300-SELECT-NIGHT-EVENTS.
      *> Sort input: every ST.LOG.EVENTS record stamped inside the
      *> night's window, keyed on its derived base. The digest's own
      *> DIGDONE events are left out - they describe the digest, not
      *> the stream.
           OPEN INPUT EVENT-LOG-FILE
           IF WS-EVTLOG-STATUS = '35'
               DISPLAY 'ST-OPS-DIGEST: ST.LOG.EVENTS (EVTLOG) not found - '
                   'no events to digest; carried incidents age on.'
           ELSE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EVENT-EOF
                   READ EVENT-LOG-FILE
                       AT END
                           SET WS-EVENT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ
                           IF EVENT-TIMESTAMP(1:12) >= WS-WINDOW-FROM
                               AND EVENT-TIMESTAMP(1:12) < WS-WINDOW-TO
                               AND EVENT-PROGRAM NOT = 'ST-OPS-DIGEST'
                               PERFORM 0310-RELEASE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-LOG-FILE
           END-IF.

       0310-RELEASE-ONE-EVENT.
           ADD 1 TO WS-EVENTS-IN-NIGHT
           MOVE EVENT-TARGET-DSN TO WS-DERIVE-DSN
           PERFORM 0320-DERIVE-BASE-DSN
           MOVE SPACES TO SORT-EVENT-RECORD
           MOVE EVENT-PROGRAM TO SRT-PROGRAM
           MOVE WS-DERIVE-DSN TO SRT-BASE-DSN
           MOVE EVENT-SEVERITY TO SRT-SEVERITY
           MOVE EVENT-TIMESTAMP TO SRT-TIMESTAMP
           MOVE EVENT-TARGET-DSN TO SRT-TARGET-DSN
           MOVE EVENT-CODE TO SRT-CODE
           MOVE EVENT-TEXT TO SRT-TEXT
           RELEASE SORT-EVENT-RECORD.

       0320-DERIVE-BASE-DSN.
      *> Reduce WS-DERIVE-DSN to its base in place: drop a member or
      *> relative-generation suffix - ST.DATA.NARRATION.G0123V00
      *> (NARRATE) or ST.DATA.NARRATION(+1) - and then a trailing
      *> GnnnnVnn qualifier. The writer logs its lock events against
      *> the base but its ROUTEEND against the generation, and the
      *> cleanup logs ARCHFAIL per generation but CLEANEND per base;
      *> only the base pairs them.
           MOVE SPACES TO WS-DERIVE-BASE
           UNSTRING WS-DERIVE-DSN DELIMITED BY '('
               INTO WS-DERIVE-BASE
           END-UNSTRING
           MOVE WS-DERIVE-BASE TO WS-DERIVE-DSN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DERIVE-DSN TRAILING))
               TO WS-DERIVE-LENGTH
           MOVE ZERO TO WS-DERIVE-DOT
           PERFORM VARYING WS-DERIVE-IX FROM WS-DERIVE-LENGTH BY -1
               UNTIL WS-DERIVE-IX < 1 OR WS-DERIVE-DOT > 0
               IF WS-DERIVE-DSN(WS-DERIVE-IX:1) = '.'
                   MOVE WS-DERIVE-IX TO WS-DERIVE-DOT
               END-IF
           END-PERFORM
           IF WS-DERIVE-DOT > 1
               AND WS-DERIVE-LENGTH - WS-DERIVE-DOT = 8
               IF WS-DERIVE-DSN(WS-DERIVE-DOT + 1:1) = 'G'
                   AND WS-DERIVE-DSN(WS-DERIVE-DOT + 2:4) IS NUMERIC
                   AND WS-DERIVE-DSN(WS-DERIVE-DOT + 6:1) = 'V'
                   AND WS-DERIVE-DSN(WS-DERIVE-DOT + 7:2) IS NUMERIC
                   MOVE SPACES TO WS-DERIVE-DSN(WS-DERIVE-DOT:)
               END-IF
           END-IF.

       0400-PAIR-SORTED-EVENTS.
      *> Sort output: walk the night one program/base group at a time
      *> and settle each group against any incident carried for it.
           PERFORM UNTIL WS-SORT-EOF
               RETURN EVENT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-GROUP-ACTIVE
                           AND (SRT-PROGRAM NOT = WS-GROUP-PROGRAM
                               OR SRT-BASE-DSN NOT = WS-GROUP-BASE-DSN)
                           PERFORM 0500-SETTLE-GROUP
                       END-IF
                       IF NOT WS-GROUP-ACTIVE
                           PERFORM 0410-START-GROUP
                       END-IF
                       PERFORM 0420-ACCUMULATE-EVENT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-ACTIVE
               PERFORM 0500-SETTLE-GROUP
           END-IF.

       0410-START-GROUP.
           SET WS-GROUP-ACTIVE TO TRUE
           MOVE SRT-PROGRAM TO WS-GROUP-PROGRAM
           MOVE SRT-BASE-DSN TO WS-GROUP-BASE-DSN
           MOVE SPACES TO WS-CLOSER-STAMP WS-CLOSER-CODE
           MOVE ZERO TO WS-OPENER-TALLY WS-OPENER-OVERFLOW.

       0420-ACCUMULATE-EVENT.
      *> An I event is a candidate closer - only the latest one
      *> matters. A W or E event is an opener, held until the group
      *> ends. A group with more openers than the table holds keeps
      *> the latest ones: the earliest are the ones most likely to
      *> have been closed already, and the count stays exact.
           IF SRT-SEVERITY = 'I'
               IF SRT-TIMESTAMP > WS-CLOSER-STAMP
                   MOVE SRT-TIMESTAMP TO WS-CLOSER-STAMP
                   MOVE SRT-CODE TO WS-CLOSER-CODE
               END-IF
           ELSE
               IF WS-OPENER-TALLY >= WS-OPENER-TABLE-MAX
                   ADD 1 TO WS-OPENER-OVERFLOW
                   PERFORM VARYING WS-OPENER-IX FROM 1 BY 1
                       UNTIL WS-OPENER-IX >= WS-OPENER-TABLE-MAX
                       MOVE WS-OPENER-ENTRY(WS-OPENER-IX + 1)
                           TO WS-OPENER-ENTRY(WS-OPENER-IX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-OPENER-TALLY
               END-IF
               MOVE SRT-TIMESTAMP TO WS-OPENER-STAMP(WS-OPENER-TALLY)
               MOVE SRT-CODE TO WS-OPENER-CODE(WS-OPENER-TALLY)
               MOVE SRT-SEVERITY TO WS-OPENER-SEVERITY(WS-OPENER-TALLY)
               MOVE SRT-TEXT TO WS-OPENER-TEXT(WS-OPENER-TALLY)
           END-IF.

       0500-SETTLE-GROUP.
      *> Decide what tonight's events did to the incident for this
      *> program and base. Openers stamped after the latest closer
      *> leave an incident open; a closer with nothing after it
      *> closes whatever was open - carried from an earlier night or
      *> opened and resolved inside this one.
           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           PERFORM 0510-FIND-CARRIED-ENTRY
           MOVE ZERO TO WS-AFTER-COUNT WS-BEFORE-COUNT
           MOVE ZERO TO WS-FIRST-AFTER-IX WS-LATEST-AFTER-IX WS-FIRST-BEFORE-IX
           MOVE SPACES TO WS-WORST-AFTER-SEV
           PERFORM VARYING WS-OPENER-IX FROM 1 BY 1
               UNTIL WS-OPENER-IX > WS-OPENER-TALLY
               IF WS-OPENER-STAMP(WS-OPENER-IX) > WS-CLOSER-STAMP
                   ADD 1 TO WS-AFTER-COUNT
                   IF WS-FIRST-AFTER-IX = 0
                       OR WS-OPENER-STAMP(WS-OPENER-IX)
                           < WS-OPENER-STAMP(WS-FIRST-AFTER-IX)
                       MOVE WS-OPENER-IX TO WS-FIRST-AFTER-IX
                   END-IF
                   IF WS-LATEST-AFTER-IX = 0
                       OR WS-OPENER-STAMP(WS-OPENER-IX)
                           > WS-OPENER-STAMP(WS-LATEST-AFTER-IX)
                       MOVE WS-OPENER-IX TO WS-LATEST-AFTER-IX
                   END-IF
                   IF WS-OPENER-SEVERITY(WS-OPENER-IX) = 'E'
                       MOVE 'E' TO WS-WORST-AFTER-SEV
                   ELSE
                       IF WS-WORST-AFTER-SEV NOT = 'E'
                           MOVE WS-OPENER-SEVERITY(WS-OPENER-IX)
                               TO WS-WORST-AFTER-SEV
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-BEFORE-COUNT
                   IF WS-FIRST-BEFORE-IX = 0
                       OR WS-OPENER-STAMP(WS-OPENER-IX)
                           < WS-OPENER-STAMP(WS-FIRST-BEFORE-IX)
                       MOVE WS-OPENER-IX TO WS-FIRST-BEFORE-IX
                   END-IF
               END-IF
           END-PERFORM
      *> Openers pushed out of a full table were all older than the
      *> ones kept - count them on the side they fall.
           IF WS-OPENER-OVERFLOW > 0
               IF WS-FIRST-BEFORE-IX = 0 AND WS-CLOSER-STAMP = SPACES
                   ADD WS-OPENER-OVERFLOW TO WS-AFTER-COUNT
               ELSE
                   ADD WS-OPENER-OVERFLOW TO WS-BEFORE-COUNT
               END-IF
           END-IF

      *> First, whatever tonight's latest closer resolved.
           IF WS-CLOSER-STAMP NOT = SPACES
               IF WS-CARRIED-FOUND-IX > 0
                   MOVE WS-CARRIED-DATA(WS-CARRIED-FOUND-IX) TO WS-INCIDENT-WORK
                   ADD WS-BEFORE-COUNT TO WK-EVENT-COUNT
                   PERFORM 0530-FILE-CLOSED-INCIDENT
               ELSE
                   IF WS-BEFORE-COUNT > 0
                       PERFORM 0520-BUILD-BEFORE-INCIDENT
                       PERFORM 0530-FILE-CLOSED-INCIDENT
                   END-IF
               END-IF
           END-IF

      *> Then whatever is still open when the night ends.
           IF WS-AFTER-COUNT > 0
               IF WS-CLOSER-STAMP = SPACES AND WS-CARRIED-FOUND-IX > 0
                   MOVE WS-CARRIED-DATA(WS-CARRIED-FOUND-IX) TO WS-INCIDENT-WORK
                   ADD WS-AFTER-COUNT TO WK-EVENT-COUNT
                   ADD 1 TO WK-NIGHTS-OPEN
                   IF WS-WORST-AFTER-SEV = 'E'
                       MOVE 'E' TO WK-SEVERITY
                   END-IF
               ELSE
                   MOVE SPACES TO WS-INCIDENT-WORK
                   MOVE WS-GROUP-PROGRAM TO WK-PROGRAM
                   MOVE WS-GROUP-BASE-DSN TO WK-BASE-DSN
                   MOVE WS-OPENER-CODE(WS-FIRST-AFTER-IX) TO WK-OPEN-CODE
                   MOVE WS-WORST-AFTER-SEV TO WK-SEVERITY
                   MOVE WS-OPENER-STAMP(WS-FIRST-AFTER-IX) TO WK-OPENED-STAMP
                   MOVE WS-AFTER-COUNT TO WK-EVENT-COUNT
                   MOVE 1 TO WK-NIGHTS-OPEN
                   ADD 1 TO WS-NEW-OPEN-COUNT
               END-IF
               MOVE WS-OPENER-STAMP(WS-LATEST-AFTER-IX) TO WK-LATEST-STAMP
               MOVE WS-OPENER-CODE(WS-LATEST-AFTER-IX) TO WK-LATEST-CODE
               MOVE WS-OPENER-TEXT(WS-LATEST-AFTER-IX) TO WK-LATEST-TEXT
               MOVE 'O' TO WS-RESULT-STATE-WORK
               MOVE SPACES TO WS-CLOSE-STAMP-WORK WS-CLOSE-CODE-WORK
               PERFORM 0540-FILE-RESULT
           END-IF.

       0510-FIND-CARRIED-ENTRY.
           MOVE ZERO TO WS-CARRIED-FOUND-IX
           PERFORM VARYING WS-CARRIED-IX FROM 1 BY 1
               UNTIL WS-CARRIED-IX > WS-CARRIED-TALLY
               OR WS-CARRIED-FOUND-IX > 0
               MOVE WS-CARRIED-DATA(WS-CARRIED-IX) TO WS-INCIDENT-WORK
               IF WK-PROGRAM = WS-GROUP-PROGRAM
                   AND WK-BASE-DSN = WS-GROUP-BASE-DSN
                   MOVE WS-CARRIED-IX TO WS-CARRIED-FOUND-IX
                   MOVE 'Y' TO WS-CARRIED-SETTLED(WS-CARRIED-IX)
               END-IF
           END-PERFORM.

       0520-BUILD-BEFORE-INCIDENT.
      *> An incident opened and closed inside the one night - it never
      *> reaches the carry-forward file but the digest still shows it
      *> was raised and resolved.
           MOVE SPACES TO WS-INCIDENT-WORK
           MOVE WS-GROUP-PROGRAM TO WK-PROGRAM
           MOVE WS-GROUP-BASE-DSN TO WK-BASE-DSN
           MOVE WS-OPENER-CODE(WS-FIRST-BEFORE-IX) TO WK-OPEN-CODE
           MOVE WS-OPENER-SEVERITY(WS-FIRST-BEFORE-IX) TO WK-SEVERITY
           MOVE WS-OPENER-STAMP(WS-FIRST-BEFORE-IX) TO WK-OPENED-STAMP
           MOVE WS-OPENER-STAMP(WS-FIRST-BEFORE-IX) TO WK-LATEST-STAMP
           MOVE WS-OPENER-CODE(WS-FIRST-BEFORE-IX) TO WK-LATEST-CODE
           MOVE WS-OPENER-TEXT(WS-FIRST-BEFORE-IX) TO WK-LATEST-TEXT
           MOVE WS-BEFORE-COUNT TO WK-EVENT-COUNT
           MOVE ZERO TO WK-NIGHTS-OPEN.

       0530-FILE-CLOSED-INCIDENT.
           MOVE 'C' TO WS-RESULT-STATE-WORK
           MOVE WS-CLOSER-STAMP TO WS-CLOSE-STAMP-WORK
           MOVE WS-CLOSER-CODE TO WS-CLOSE-CODE-WORK
           PERFORM 0540-FILE-RESULT.

       0540-FILE-RESULT.
      *> An open incident that cannot be filed would silently vanish
      *> from tomorrow's carry-forward, so running out of room fails
      *> the run; a closed one only shortens the report.
           IF WS-RESULT-TALLY >= WS-RESULT-TABLE-MAX
               IF WS-RESULT-STATE-WORK = 'O'
                   DISPLAY 'ST-OPS-DIGEST: more than ' WS-RESULT-TABLE-MAX
                       ' incidents in one digest - raise WS-RESULT-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-RESULT-LIMIT-HIT TO TRUE
           ELSE
               ADD 1 TO WS-RESULT-TALLY
               MOVE WS-RESULT-STATE-WORK TO WS-RESULT-STATE(WS-RESULT-TALLY)
               MOVE WS-INCIDENT-WORK TO WS-RESULT-DATA(WS-RESULT-TALLY)
               MOVE WS-CLOSE-STAMP-WORK TO WS-RESULT-CLOSE-STAMP(WS-RESULT-TALLY)
               MOVE WS-CLOSE-CODE-WORK TO WS-RESULT-CLOSE-CODE(WS-RESULT-TALLY)
               IF WS-RESULT-STATE-WORK = 'O'
                   ADD 1 TO WS-OPEN-COUNT
                   IF WK-SEVERITY = 'E'
                       ADD 1 TO WS-OPEN-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-OPEN-WARN-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.

       0550-COMPUTE-STAMP-MINUTES.
      *> Minutes since the calendar origin for the CURRENT-DATE-format
      *> stamp in WS-STAMP-WORK. An unreadable stamp counts as "now",
      *> age zero, rather than inventing an age nobody can explain.
           IF WS-STAMP-WORK(1:8) IS NOT NUMERIC
               OR WS-STAMP-WORK(9:4) IS NOT NUMERIC
               MOVE WS-NOW-MINUTES TO WS-STAMP-MINUTES
           ELSE
               MOVE WS-STAMP-WORK(1:8) TO WS-STAMP-DATE
               COMPUTE WS-STAMP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                   + FUNCTION NUMVAL(WS-STAMP-WORK(9:2)) * 60
                   + FUNCTION NUMVAL(WS-STAMP-WORK(11:2))
           END-IF.

       0560-COMPUTE-AGE.
      *> Age of the incident in WS-INCIDENT-WORK, as "nnnnD nnH".
           MOVE WK-OPENED-STAMP TO WS-STAMP-WORK
           PERFORM 0550-COMPUTE-STAMP-MINUTES
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-STAMP-MINUTES
           IF WS-AGE-MINUTES < 0
               MOVE ZERO TO WS-AGE-MINUTES
           END-IF
           COMPUTE WS-AGE-DAYS = WS-AGE-MINUTES / 1440
           COMPUTE WS-AGE-HOURS =
               (WS-AGE-MINUTES - WS-AGE-DAYS * 1440) / 60
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-TEXT
           MOVE SPACES TO WS-AGE-TEXT
           STRING
               WS-AGE-DAYS-TEXT DELIMITED BY SIZE
               'D ' DELIMITED BY SIZE
               WS-AGE-HOURS DELIMITED BY SIZE
               'H' DELIMITED BY SIZE
               INTO WS-AGE-TEXT
           END-STRING.

       0600-CARRY-UNTOUCHED-INCIDENTS.
      *> A carried incident tonight's log said nothing about is still
      *> open - silence is not resolution.
           PERFORM VARYING WS-CARRIED-IX FROM 1 BY 1
               UNTIL WS-CARRIED-IX > WS-CARRIED-TALLY
               IF WS-CARRIED-SETTLED(WS-CARRIED-IX) NOT = 'Y'
                   MOVE WS-CARRIED-DATA(WS-CARRIED-IX) TO WS-INCIDENT-WORK
                   ADD 1 TO WK-NIGHTS-OPEN
                   MOVE 'O' TO WS-RESULT-STATE-WORK
                   MOVE SPACES TO WS-CLOSE-STAMP-WORK WS-CLOSE-CODE-WORK
                   PERFORM 0540-FILE-RESULT
               END-IF
           END-PERFORM.

       0650-WRITE-CARRY-FORWARD.
      *> Every incident still open becomes tomorrow's OPENIN. The file
      *> is written even when empty - an empty incident file is the
      *> good news, a missing one means the digest did not run.
           OPEN OUTPUT OPEN-INCIDENTS
           IF WS-OPENOUT-STATUS NOT = '00'
               DISPLAY 'ST-OPS-DIGEST: OPEN failed for OPENOUT - file status ' WS-OPENOUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-RESULT-IX FROM 1 BY 1
                   UNTIL WS-RESULT-IX > WS-RESULT-TALLY
                   IF WS-RESULT-IS-OPEN(WS-RESULT-IX)
                       WRITE OPEN-INCIDENT-RECORD FROM WS-RESULT-DATA(WS-RESULT-IX)
                       IF WS-OPENOUT-STATUS NOT = '00'
                           DISPLAY 'ST-OPS-DIGEST: WRITE failed for OPENOUT - file status '
                               WS-OPENOUT-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPEN-INCIDENTS
               IF WS-OPENOUT-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: CLOSE failed for OPENOUT - file status ' WS-OPENOUT-STATUS
                   MOVE 8 TO RETURN-CODE
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
               'ST-OPS-DIGEST  NIGHTLY OPERATIONS DIGEST' DELIMITED BY SIZE
               '          NIGHT ENDING ' DELIMITED BY SIZE
               WS-WINDOW-TO(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-WINDOW-TO(9:4) DELIMITED BY SIZE
               '                  PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-OPS-DIGEST: WRITE failed for DIGRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-OPS-DIGEST: WRITE failed for DIGRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO WS-LINES-ON-PAGE.

       0750-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0700-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-OPS-DIGEST: WRITE failed for DIGRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0800-WRITE-DIGEST.
           OPEN OUTPUT DIGEST-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-OPS-DIGEST: OPEN failed for DIGRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0700-WRITE-PAGE-HEADING
               PERFORM 0810-PRINT-OPEN-INCIDENTS
               PERFORM 0830-PRINT-CLOSED-INCIDENTS
               PERFORM 0850-PRINT-TOTALS
               CLOSE DIGEST-REPORT
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: CLOSE failed for DIGRPT - file status ' WS-REPORT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0810-PRINT-OPEN-INCIDENTS.
      *> Errors first, then warnings - the on-call reads from the top.
           MOVE WS-OPEN-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'OPEN INCIDENTS: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           IF WS-OPEN-COUNT = 0
               MOVE '  NONE - every incident raised has a closing event.'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
           ELSE
               MOVE '  S PROGRAM              BASE / TARGET                                OPENED BY OPENED AT          AGE     NIGHTS EVENTS'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE 'E' TO WS-PRINT-SEVERITY
               PERFORM VARYING WS-RESULT-IX FROM 1 BY 1
                   UNTIL WS-RESULT-IX > WS-RESULT-TALLY
                   PERFORM 0820-PRINT-ONE-OPEN-INCIDENT
               END-PERFORM
               MOVE 'W' TO WS-PRINT-SEVERITY
               PERFORM VARYING WS-RESULT-IX FROM 1 BY 1
                   UNTIL WS-RESULT-IX > WS-RESULT-TALLY
                   PERFORM 0820-PRINT-ONE-OPEN-INCIDENT
               END-PERFORM
           END-IF.

       0820-PRINT-ONE-OPEN-INCIDENT.
           IF WS-RESULT-IS-OPEN(WS-RESULT-IX)
               MOVE WS-RESULT-DATA(WS-RESULT-IX) TO WS-INCIDENT-WORK
               IF (WS-PRINT-SEVERITY = 'E' AND WK-SEVERITY = 'E')
                   OR (WS-PRINT-SEVERITY = 'W' AND WK-SEVERITY NOT = 'E')
                   PERFORM 0560-COMPUTE-AGE
                   MOVE WK-OPENED-STAMP TO WS-STAMP-WORK
                   PERFORM 0825-EDIT-STAMP
                   MOVE WK-NIGHTS-OPEN TO WS-COUNT-TEXT-2
                   MOVE WK-EVENT-COUNT TO WS-COUNT-TEXT
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING
                       '  ' DELIMITED BY SIZE
                       WK-SEVERITY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WK-PROGRAM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WK-BASE-DSN(1:44) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WK-OPEN-CODE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-STAMP-TEXT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AGE-TEXT DELIMITED BY SIZE
                       WS-COUNT-TEXT-2(5:5) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-COUNT-TEXT(3:7) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0750-WRITE-REPORT-LINE
                   MOVE WK-LATEST-STAMP TO WS-STAMP-WORK
                   PERFORM 0825-EDIT-STAMP
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING
                       '      LATEST ' DELIMITED BY SIZE
                       WK-LATEST-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STAMP-TEXT DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WK-LATEST-TEXT(1:92) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0750-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0825-EDIT-STAMP.
      *> WS-STAMP-WORK's CURRENT-DATE stamp as YYYY-MM-DD HH:MM.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING
               WS-STAMP-WORK(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-STAMP-WORK(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-STAMP-WORK(7:2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-STAMP-WORK(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-STAMP-WORK(11:2) DELIMITED BY SIZE
               INTO WS-STAMP-TEXT
           END-STRING.

       0830-PRINT-CLOSED-INCIDENTS.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'CLOSED SINCE THE LAST DIGEST: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           IF WS-CLOSED-COUNT > 0
               MOVE '  S PROGRAM              BASE / TARGET                                OPENED BY OPENED AT          CLOSED BY CLOSED AT'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
               PERFORM VARYING WS-RESULT-IX FROM 1 BY 1
                   UNTIL WS-RESULT-IX > WS-RESULT-TALLY
                   IF WS-RESULT-IS-CLOSED(WS-RESULT-IX)
                       PERFORM 0840-PRINT-ONE-CLOSED-INCIDENT
                   END-IF
               END-PERFORM
               IF WS-RESULT-LIMIT-HIT
                   MOVE '  (FURTHER CLOSED INCIDENTS NOT SHOWN - RAISE WS-RESULT-TABLE-MAX)'
                       TO WS-REPORT-LINE-WORK
                   PERFORM 0750-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0840-PRINT-ONE-CLOSED-INCIDENT.
           MOVE WS-RESULT-DATA(WS-RESULT-IX) TO WS-INCIDENT-WORK
           MOVE WK-OPENED-STAMP TO WS-STAMP-WORK
           PERFORM 0825-EDIT-STAMP
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  ' DELIMITED BY SIZE
               WK-SEVERITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WK-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WK-BASE-DSN(1:44) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WK-OPEN-CODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STAMP-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RESULT-CLOSE-CODE(WS-RESULT-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           MOVE WS-RESULT-CLOSE-STAMP(WS-RESULT-IX) TO WS-STAMP-WORK
           PERFORM 0825-EDIT-STAMP
           MOVE WS-STAMP-TEXT TO WS-REPORT-LINE-WORK(117:16)
           PERFORM 0750-WRITE-REPORT-LINE.

       0850-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-EVENTS-IN-NIGHT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'EVENTS IN THE NIGHT ........ ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-CARRIED-IN-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'CARRIED IN FROM LAST DIGEST  ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-NEW-OPEN-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'NEWLY OPENED TONIGHT ....... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'CLOSED ..................... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-OPEN-ERROR-COUNT TO WS-COUNT-TEXT
           MOVE WS-OPEN-WARN-COUNT TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'CARRIED FORWARD OPEN ....... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               ' ERROR  ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
               ' WARNING' DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           DISPLAY 'ST-OPS-DIGEST: ' WS-EVENTS-IN-NIGHT ' events digested - '
               WS-OPEN-COUNT ' incidents open (' WS-OPEN-ERROR-COUNT
               ' error), ' WS-CLOSED-COUNT ' closed.'.

       0950-LOG-DIGEST-EVENT.
      *> Settle the run's alert level and say so on the event log -
      *> a missing DIGDONE means nobody got a digest this morning.
           IF WS-OPEN-ERROR-COUNT > 0
               MOVE 8 TO WS-ALERT-RC
           ELSE
               IF WS-OPEN-WARN-COUNT > 0
                   MOVE 4 TO WS-ALERT-RC
               END-IF
           END-IF
           MOVE 'ST.LOG.EVENTS' TO WS-EVENT-DSN
           MOVE 'DIGDONE' TO WS-EVENT-CODE-WORK
           MOVE 'I' TO WS-EVENT-SEVERITY-WORK
           MOVE WS-OPEN-COUNT TO WS-COUNT-TEXT
           MOVE WS-CLOSED-COUNT TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'morning digest written - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               ' incidents open, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
               ' closed' DELIMITED BY SIZE
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
               DISPLAY 'ST-OPS-DIGEST: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-OPS-DIGEST' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-OPS-DIGEST: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
