           SELECT POLICY-FILE ASSIGN TO POLICY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *> flagged PREM-DEL when the two values drift.
       COPY STPOLREC.

       FD  TIMING-HISTORY.
      *> ST.AUDIT.TIMING - one STEP line per run, the elapsed time the
      *> batch-window report sets this step at in the nightly stream.
       COPY STTIMREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.

      *> Batch-window timing - the run's start is stamped on entry and
      *> 0980 appends the STEP line to ST.AUDIT.TIMING at the end.
       01  WS-TIMEHIST-STATUS             PIC XX VALUE '00'.
       01  WS-TIMING-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-STEP-END-STAMP              PIC X(16) VALUE SPACES.
       01  WS-STEP-ELAPSED                PIC 9(9) COMP VALUE ZERO.
       01  WS-STEP-RECORD-COUNT           PIC 9(9) COMP VALUE ZERO.
       01  WS-STEP-START-HUNDREDTHS       PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-HUNDREDTHS            PIC 9(15) COMP VALUE ZERO.
       01  WS-STAMP-WORK                  PIC X(16) VALUE SPACES.
       01  WS-STAMP-WORK-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-WORK-DATE         PIC 9(8).
           05  WS-STAMP-WORK-HH           PIC 9(2).
           05  WS-STAMP-WORK-MM           PIC 9(2).
           05  WS-STAMP-WORK-SS           PIC 9(2).
           05  WS-STAMP-WORK-CC           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMING-RUN-STAMP
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0150-APPLY-POLICY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GDG-BASE))
           PERFORM 0500-CHECK-AUDIT-VS-CATALOG
           PERFORM 0600-CHECK-EXTRACT-VS-PRIMARY
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0980-WRITE-STEP-TIMING
           STOP RUN.

       0100-READ-CONTROL-CARD.
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG.

       0980-WRITE-STEP-TIMING.
      *> Append this run's STEP line to ST.AUDIT.TIMING. A failure is
      *> reported and raises the return code like any other history
      *> append.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-END-STAMP
           MOVE WS-TIMING-RUN-STAMP(1:16) TO WS-STAMP-WORK
           PERFORM 0985-STAMP-TO-HUNDREDTHS
           MOVE WS-STAMP-HUNDREDTHS TO WS-STEP-START-HUNDREDTHS
           MOVE WS-STEP-END-STAMP TO WS-STAMP-WORK
           PERFORM 0985-STAMP-TO-HUNDREDTHS
           IF WS-STAMP-HUNDREDTHS > WS-STEP-START-HUNDREDTHS
               COMPUTE WS-STEP-ELAPSED =
                   WS-STAMP-HUNDREDTHS - WS-STEP-START-HUNDREDTHS
           ELSE
               MOVE ZERO TO WS-STEP-ELAPSED
           END-IF
           OPEN EXTEND TIMING-HISTORY
           IF WS-TIMEHIST-STATUS = '35'
               CLOSE TIMING-HISTORY
               OPEN OUTPUT TIMING-HISTORY
           END-IF
           IF WS-TIMEHIST-STATUS NOT = '00'
               DISPLAY 'ST-AUDIT-RECON: OPEN failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-TIMING-RECORD
      *> Filed under the GDG base, with the audit records and
      *> cataloged generations reconciled.
               MOVE WS-GDG-BASE TO TIM-ROUTE
               COMPUTE WS-STEP-RECORD-COUNT = WS-AUDIT-TALLY + WS-GDG-TALLY
               MOVE WS-TIMING-RUN-STAMP TO TIM-RUN-TIMESTAMP
               MOVE 'ST-AUDIT-RECON' TO TIM-PROGRAM
               MOVE 'STEP' TO TIM-PHASE
               MOVE WS-TIMING-RUN-STAMP(1:16) TO TIM-START-STAMP
               MOVE WS-STEP-END-STAMP TO TIM-END-STAMP
               MOVE WS-STEP-ELAPSED TO TIM-ELAPSED-HUNDREDTHS
               MOVE WS-STEP-RECORD-COUNT TO TIM-RECORD-COUNT
               IF WS-STEP-ELAPSED = 0
                   COMPUTE TIM-RECORDS-PER-SECOND = WS-STEP-RECORD-COUNT * 100
               ELSE
                   COMPUTE TIM-RECORDS-PER-SECOND =
                       WS-STEP-RECORD-COUNT * 100 / WS-STEP-ELAPSED
               END-IF
               WRITE WS-TIMING-RECORD
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-AUDIT-RECON: WRITE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TIMING-HISTORY
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-AUDIT-RECON: CLOSE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0985-STAMP-TO-HUNDREDTHS.
      *> Hundredths since the start of the Gregorian calendar, so a
      *> run that crosses midnight still subtracts cleanly.
           COMPUTE WS-STAMP-HUNDREDTHS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-WORK-DATE) * 8640000
               + WS-STAMP-WORK-HH * 360000
               + WS-STAMP-WORK-MM * 6000
               + WS-STAMP-WORK-SS * 100
               + WS-STAMP-WORK-CC.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields - the same open-extend-per-event append the
