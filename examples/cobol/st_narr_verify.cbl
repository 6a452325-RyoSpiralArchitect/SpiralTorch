      *> twice picked up an extract carrying fewer records than the
      *> PRIMARY audit record implied, and until this step existed the
      *> first sign of it was their complaint.
      *> A clean verification is also the release: the extract
      *> generation (EXTRACT-DSN=) is appended to ST.AUDIT.OUTBOUND with
      *> its record count and checksum, the record ST-PICKUP-RECON
      *> holds the consumers' acknowledgments to. The delta file goes
      *> out the same way - a run with DELTA-DSN= re-reads DELTAOUT
      *> instead of the writer targets, holds it to its own trailer,
      *> and releases it. A failed verification releases nothing.
      *> What is released here is the clear text; ST-NARR-MASK cuts
      *> each subscriber's masked copy from it afterwards.
      *> RETURN-CODE contract: 0 - verified and released; 4 - verified
      *> but the extract has no EXTRACT-DSN= to release it under;
      *> 8 - discrepancy or I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
           SELECT EXTRACT-INPUT ASSIGN TO NARREXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT DELTA-INPUT ASSIGN TO DELTAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT OUTBOUND-MANIFEST ASSIGN TO OUTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTMAN-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           RECORD CONTAINS 512 CHARACTERS.
       01  EXTRACT-INPUT-RECORD          PIC X(512).

       FD  DELTA-INPUT
           RECORD CONTAINS 513 CHARACTERS.
      *> ST-NARR-DELTA's DELTAOUT: action code plus the 512-byte
      *> record, closed by the 'T' trailer laid over the data area.
       01  DELTA-RECORD.
           05  DELTA-ACTION               PIC X(1).
               88  DELTA-IS-PAYLOAD       VALUE 'A' 'C' 'D'.
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

       FD  OUTBOUND-MANIFEST.
      *> ST.AUDIT.OUTBOUND - one record per generation released to the
      *> downstream teams.
       COPY STOUTREC.

       FD  CHECKPOINT-FILE.
      *> ST.CTL.CHECKPT - the record count the writer claims it put
      *> into the generation, which this pass holds the targets to.
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       FD  TIMING-HISTORY.
      *> ST.AUDIT.TIMING - one STEP line per run, the elapsed time the
      *> batch-window report sets this step at in the nightly stream.
       COPY STTIMREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-PRIMARY-STATUS              PIC XX VALUE '00'.
       01  WS-KSDS-STATUS                 PIC XX VALUE '00'.
       01  WS-EXTRACT-STATUS              PIC XX VALUE '00'.
       01  WS-CKPT-STATUS                 PIC XX VALUE '00'.
       01  WS-DELTA-STATUS                PIC XX VALUE '00'.
       01  WS-OUTMAN-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-PRIMARY-EOF-SW              PIC X VALUE 'N'.
           88  WS-EXTRACT-EOF             VALUE 'Y'.
       01  WS-CKPT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CKPT-EOF                VALUE 'Y'.
       01  WS-DELTA-EOF-SW                PIC X VALUE 'N'.
           88  WS-DELTA-EOF               VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

           05  WS-DATASET-TYPE            PIC X(8)  VALUE 'LIBRARY'.
           05  WS-EXTRACT-ENABLED         PIC X     VALUE 'N'.
               88  WS-EXTRACT-IS-ON        VALUE 'Y'.
      *> EXTRACT-DSN= is the absolute extract generation the writer
      *> resolved - the name the downstream teams collect, and so the
      *> name it is released under. DELTA-DSN= names the file on
      *> DELTAOUT and makes this a delta verification run.
           05  WS-EXTRACT-DSN             PIC X(64) VALUE SPACES.
           05  WS-DELTA-DSN               PIC X(64) VALUE SPACES.
       01  WS-VSAM-MODE-SW                PIC X     VALUE 'N'.
           88  WS-IS-VSAM-MODE             VALUE 'Y'.
       01  WS-DELTA-MODE-SW               PIC X     VALUE 'N'.
           88  WS-IS-DELTA-MODE            VALUE 'Y'.

       01  WS-PRIMARY-COUNT               PIC 9(9) COMP VALUE ZERO.
       01  WS-EXTRACT-COUNT               PIC 9(9) COMP VALUE ZERO.
       01  WS-PRIMARY-CHECKSUM            PIC 9(9) COMP VALUE ZERO.
       01  WS-EXTRACT-CHECKSUM            PIC 9(9) COMP VALUE ZERO.
       01  WS-DELTA-COUNT                 PIC 9(9) COMP VALUE ZERO.
       01  WS-DELTA-PAYLOAD-COUNT         PIC 9(9) COMP VALUE ZERO.
       01  WS-DELTA-CHECKSUM              PIC 9(9) COMP VALUE ZERO.
       01  WS-DELTA-TRAILER-SW            PIC X VALUE 'N'.
           88  WS-DELTA-TRAILER-SEEN      VALUE 'Y'.
       01  WS-DELTA-TRL-TOTAL             PIC 9(9) VALUE ZERO.
       01  WS-DELTA-NEW-DSN               PIC X(64) VALUE SPACES.

      *> Order-sensitive rolling checksum over every byte of every
      *> record - the multiplier makes a swapped pair of records hash

       01  WS-DISCREPANCY-COUNT           PIC 9(4) COMP VALUE ZERO.

      *> Staging for the ST.AUDIT.OUTBOUND append - the caller fills
      *> these and performs 0800-WRITE-OUTBOUND-RECORD.
       01  WS-OUT-FILE-TYPE-WORK          PIC X(8) VALUE SPACES.
       01  WS-OUT-DSN-WORK                PIC X(64) VALUE SPACES.
       01  WS-OUT-COUNT-WORK              PIC 9(9) VALUE ZERO.
       01  WS-OUT-CHECKSUM-WORK           PIC 9(9) VALUE ZERO.
       01  WS-OUT-SOURCE-DSN-WORK         PIC X(64) VALUE SPACES.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.
       01  WS-EVENT-COUNT-TEXT            PIC Z(8)9 VALUE ZEROES.

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
           PERFORM 0050-READ-CONTROL-CARD
           IF FUNCTION TRIM(WS-DATASET-TYPE) = 'KSDS'
               SET WS-IS-VSAM-MODE TO TRUE
           END-IF
           IF WS-DELTA-DSN NOT = SPACES
               SET WS-IS-DELTA-MODE TO TRUE
           END-IF
           IF WS-IS-DELTA-MODE
               PERFORM 0450-VERIFY-DELTA
               PERFORM 0950-REPORT-DELTA
           ELSE
               PERFORM 0100-READ-CHECKPOINT
               IF WS-IS-VSAM-MODE
                   PERFORM 0300-VERIFY-PRIMARY-KSDS
               ELSE
                   PERFORM 0200-VERIFY-PRIMARY
               END-IF
               IF WS-EXTRACT-IS-ON
                   PERFORM 0400-VERIFY-EXTRACT
               END-IF
               PERFORM 0900-COMPARE-AND-REPORT
           END-IF
           PERFORM 0980-WRITE-STEP-TIMING
           STOP RUN.

       0050-READ-CONTROL-CARD.
      *> TARGET-DSN= names the generation under verification so the
      *> right ST.CTL.CHECKPT record can be matched; DATASET-TYPE= and
      *> EXTRACT-ENABLED= mirror the writer deck so this pass reads the
      *> same set of targets the writer loaded. EXTRACT-DSN= and
      *> DELTA-DSN= name what a clean run releases downstream.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-VERIFY: no SYSIN control cards found, using compiled-in defaults.'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-DATASET-TYPE
                   WHEN 'EXTRACT-ENABLED'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-EXTRACT-ENABLED
                   WHEN 'EXTRACT-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-EXTRACT-DSN
                   WHEN 'DELTA-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-DELTA-DSN
                   WHEN OTHER
                       DISPLAY 'ST-NARR-VERIFY: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
                   ' records, checksum ' WS-EXTRACT-CHECKSUM
           END-IF.

       0450-VERIFY-DELTA.
      *> Re-read the delta on DELTAOUT as the consumers will receive
      *> it: every physical record, trailer included, counted and
      *> folded into the checksum action byte first. The payload must
      *> agree with the trailer's total, and nothing may follow it.
           OPEN INPUT DELTA-INPUT
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY 'ST-NARR-VERIFY: OPEN failed for DELTAOUT - file status '
                   WS-DELTA-STATUS
               ADD 1 TO WS-DISCREPANCY-COUNT
           ELSE
               PERFORM UNTIL WS-DELTA-EOF
                   READ DELTA-INPUT
                       AT END
                           SET WS-DELTA-EOF TO TRUE
                       NOT AT END
                           PERFORM 0460-TALLY-DELTA-RECORD
                   END-READ
               END-PERFORM
               CLOSE DELTA-INPUT
               DISPLAY 'ST-NARR-VERIFY: delta file holds ' WS-DELTA-COUNT
                   ' records, checksum ' WS-DELTA-CHECKSUM
               IF NOT WS-DELTA-TRAILER-SEEN
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   DISPLAY 'ST-NARR-VERIFY: DISCREPANCY - delta file has no NARRDLT trailer.'
               ELSE
                   IF WS-DELTA-TRL-TOTAL NOT = WS-DELTA-PAYLOAD-COUNT
                       ADD 1 TO WS-DISCREPANCY-COUNT
                       DISPLAY 'ST-NARR-VERIFY: DISCREPANCY - delta holds '
                           WS-DELTA-PAYLOAD-COUNT ' changes but its trailer claims '
                           WS-DELTA-TRL-TOTAL
                   END-IF
               END-IF
           END-IF.

       0460-TALLY-DELTA-RECORD.
           ADD 1 TO WS-DELTA-COUNT
           COMPUTE WS-CHECKSUM-VALUE = FUNCTION MOD(
               WS-DELTA-CHECKSUM * 17 + FUNCTION ORD(DELTA-ACTION)
               WS-CHECKSUM-MODULUS)
           MOVE DELTA-DATA TO WS-CHECKSUM-RECORD
           PERFORM 0500-ACCUMULATE-CHECKSUM
           MOVE WS-CHECKSUM-VALUE TO WS-DELTA-CHECKSUM
           EVALUATE TRUE
               WHEN WS-DELTA-TRAILER-SEEN
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   DISPLAY 'ST-NARR-VERIFY: DISCREPANCY - record ' WS-DELTA-COUNT
                       ' follows the delta trailer.'
               WHEN DELTA-IS-PAYLOAD
                   ADD 1 TO WS-DELTA-PAYLOAD-COUNT
               WHEN DELTA-IS-TRAILER AND DELTA-TRL-EYECATCHER = 'NARRDLT '
                   SET WS-DELTA-TRAILER-SEEN TO TRUE
                   MOVE DELTA-TRL-TOTAL-COUNT TO WS-DELTA-TRL-TOTAL
                   MOVE DELTA-TRL-NEW-DSN TO WS-DELTA-NEW-DSN
               WHEN OTHER
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   DISPLAY 'ST-NARR-VERIFY: DISCREPANCY - record ' WS-DELTA-COUNT
                       ' carries unknown action code ''' DELTA-ACTION ''''
           END-EVALUATE.

       0500-ACCUMULATE-CHECKSUM.
      *> Fold one 512-byte record into the rolling checksum in
      *> WS-CHECKSUM-VALUE. Multiply-then-add keeps the hash sensitive
                   WS-CHECKSUM-MODULUS)
           END-PERFORM.

       0800-WRITE-OUTBOUND-RECORD.
      *> Release one verified file downstream by appending it to
      *> ST.AUDIT.OUTBOUND from the staged WS-OUT-* fields. A release
      *> that could not be recorded fails the run - a file nobody
      *> expects is a file nobody chases.
           OPEN EXTEND OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS = '35'
               CLOSE OUTBOUND-MANIFEST
               OPEN OUTPUT OUTBOUND-MANIFEST
           END-IF
           IF WS-OUTMAN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-VERIFY: OPEN failed for OUTMAN - file status ' WS-OUTMAN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-OUTBOUND-RECORD
               MOVE FUNCTION CURRENT-DATE TO OUT-TIMESTAMP
               MOVE WS-OUT-FILE-TYPE-WORK TO OUT-FILE-TYPE
               MOVE WS-OUT-DSN-WORK TO OUT-DATASET-DSN
               MOVE WS-OUT-COUNT-WORK TO OUT-RECORD-COUNT
               MOVE WS-OUT-CHECKSUM-WORK TO OUT-CHECKSUM
               MOVE WS-OUT-SOURCE-DSN-WORK TO OUT-SOURCE-DSN
               WRITE WS-OUTBOUND-RECORD
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-VERIFY: WRITE failed for OUTMAN - file status ' WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'ST-NARR-VERIFY: released ' WS-OUT-FILE-TYPE-WORK ' '
                       FUNCTION TRIM(WS-OUT-DSN-WORK) ' - ' WS-OUT-COUNT-WORK
                       ' records, checksum ' WS-OUT-CHECKSUM-WORK
               END-IF
               CLOSE OUTBOUND-MANIFEST
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-VERIFY: CLOSE failed for OUTMAN - file status ' WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0810-RELEASE-EXTRACT.
      *> Without EXTRACT-DSN= there is no name the teams would
      *> acknowledge, so the generation is not entered - flagged, not
      *> failed, since the extract itself is sound.
           IF WS-EXTRACT-DSN = SPACES
               DISPLAY 'ST-NARR-VERIFY: no EXTRACT-DSN= card - the extract is not '
                   'entered on ST.AUDIT.OUTBOUND and its pickup cannot be tracked.'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-TARGET-DSN TO WS-EVENT-DSN
               MOVE 'OUTNODSN' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               MOVE 'extract verified but not released on ST.AUDIT.OUTBOUND - no EXTRACT-DSN= card'
                   TO WS-EVENT-TEXT-WORK
               PERFORM 9000-WRITE-EVENT-LOG
           ELSE
               MOVE 'NARREXT' TO WS-OUT-FILE-TYPE-WORK
               MOVE WS-EXTRACT-DSN TO WS-OUT-DSN-WORK
               MOVE WS-EXTRACT-COUNT TO WS-OUT-COUNT-WORK
               MOVE WS-EXTRACT-CHECKSUM TO WS-OUT-CHECKSUM-WORK
               MOVE WS-TARGET-DSN TO WS-OUT-SOURCE-DSN-WORK
               PERFORM 0800-WRITE-OUTBOUND-RECORD
           END-IF.

       0900-COMPARE-AND-REPORT.
      *> Hold the targets to the checkpoint and to each other, and
      *> fail the job on any disagreement - the whole point of this
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG
           IF WS-DISCREPANCY-COUNT = 0 AND WS-EXTRACT-IS-ON
               PERFORM 0810-RELEASE-EXTRACT
           END-IF.

       0950-REPORT-DELTA.
      *> The delta run's verdict: release it, or fail the job and
      *> keep it from the teams.
           MOVE WS-DELTA-DSN TO WS-EVENT-DSN
           IF WS-DISCREPANCY-COUNT = 0
               DISPLAY 'ST-NARR-VERIFY: delta verified - ' FUNCTION TRIM(WS-DELTA-DSN)
                   ' agrees with its own trailer.'
               MOVE 'VERIFYOK' TO WS-EVENT-CODE-WORK
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               MOVE 'delta verified - payload agrees with the NARRDLT trailer'
                   TO WS-EVENT-TEXT-WORK
           ELSE
               DISPLAY 'ST-NARR-VERIFY: verification FAILED for '
                   FUNCTION TRIM(WS-DELTA-DSN) ' - '
                   WS-DISCREPANCY-COUNT ' discrepancies found.'
               DISPLAY '  Do not release this delta downstream until the '
                   'ST-NARR-DELTA run is investigated and rerun.'
               MOVE 8 TO RETURN-CODE
               MOVE 'VERIFDSC' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-DISCREPANCY-COUNT TO WS-EVENT-COUNT-TEXT
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'delta verification FAILED - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT) DELIMITED BY SIZE
                   ' discrepancies; hold the delta from downstream release'
                       DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG
           IF WS-DISCREPANCY-COUNT = 0
               MOVE 'DELTAOUT' TO WS-OUT-FILE-TYPE-WORK
               MOVE WS-DELTA-DSN TO WS-OUT-DSN-WORK
               MOVE WS-DELTA-COUNT TO WS-OUT-COUNT-WORK
               MOVE WS-DELTA-CHECKSUM TO WS-OUT-CHECKSUM-WORK
               MOVE WS-DELTA-NEW-DSN TO WS-OUT-SOURCE-DSN-WORK
               PERFORM 0800-WRITE-OUTBOUND-RECORD
           END-IF.

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
               DISPLAY 'ST-NARR-VERIFY: OPEN failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-TIMING-RECORD
      *> Filed under what this run verified - the delta file, or the
      *> generation the writer just loaded - with every record read
      *> off every target.
               IF WS-IS-DELTA-MODE
                   MOVE WS-DELTA-DSN TO TIM-ROUTE
                   MOVE WS-DELTA-COUNT TO WS-STEP-RECORD-COUNT
               ELSE
                   MOVE WS-TARGET-DSN TO TIM-ROUTE
                   COMPUTE WS-STEP-RECORD-COUNT = WS-PRIMARY-COUNT + WS-EXTRACT-COUNT
               END-IF
               MOVE WS-TIMING-RUN-STAMP TO TIM-RUN-TIMESTAMP
               MOVE 'ST-NARR-VERIFY' TO TIM-PROGRAM
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
                   DISPLAY 'ST-NARR-VERIFY: WRITE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TIMING-HISTORY
               IF WS-TIMEHIST-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-VERIFY: CLOSE failed for TIMEHIST - file status ' WS-TIMEHIST-STATUS
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
