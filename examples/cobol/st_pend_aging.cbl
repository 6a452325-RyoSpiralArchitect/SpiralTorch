       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-PEND-AGING.
      *> Daily aging report over ST.NARR.PENDING - the maintenance
      *> requests ST-NARR-SUBMIT queued that no second user has yet
      *> approved or declined through ST-NARR-APPROVE. Every pending
      *> request is listed oldest first with its pending ID (what the
      *> approver puts on the decision card), submitter, age in days,
      *> action and key; one older than AGE-DAYS= is flagged as
      *> overdue, and the run's return code tells the scheduler
      *> whether anything has been left waiting that long.
      *> RETURN-CODE contract: 0 - nothing pending past AGE-DAYS; 4 -
      *> one or more requests overdue; 8 - I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT PENDING-IN ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT AGING-REPORT ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  PENDING-IN
           RECORD CONTAINS 1061 CHARACTERS.
      *> The current ST.NARR.PENDING generation.
       COPY STPNDREC.

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-PENDIN-STATUS               PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-PENDIN-EOF-SW               PIC X VALUE 'N'.
           88  WS-PENDIN-EOF              VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> AS-OF-DATE= (YYYYMMDD, zero means today) and AGE-DAYS= - a
      *> request submitted more than this many days before the as-of
      *> date is overdue. The default of one day means anything not
      *> acted on by the next business morning is flagged.
       01  WS-AS-OF-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-AS-OF-INTEGER               PIC 9(9) VALUE ZERO.
       01  WS-AGE-LIMIT-DAYS              PIC 9(5) VALUE 1.
       01  WS-SUBMIT-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-AGE-DAYS                    PIC S9(9) VALUE ZERO.
       01  WS-AGE-TEXT                    PIC ZZZZ9 VALUE ZEROES.
       01  WS-OVERDUE-FLAG                PIC X(7) VALUE SPACES.

       01  WS-AGING-COUNTS.
           05  WS-PENDING-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-OVERDUE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-OLDEST-AGE              PIC 9(9) VALUE ZERO.

      *> Report composition - the same 55-line page discipline the
      *> inquiry and repair reports use.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-REPORT-LINE-WORK            PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT                  PIC ZZZZZZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM 0400-LIST-PENDING
           PERFORM 0800-WRITE-REPORT-TOTALS
           PERFORM 0900-CLOSE-FILES
           DISPLAY 'ST-PEND-AGING: ' WS-PENDING-COUNT ' requests pending on '
               WS-AS-OF-DATE ', ' WS-OVERDUE-COUNT ' older than '
               WS-AGE-LIMIT-DAYS ' days.'
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-PEND-AGING: no SYSIN control cards found, using defaults.'
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
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) TO WS-AS-OF-INTEGER.

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
                   WHEN 'AGE-DAYS'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-AGE-LIMIT-DAYS
                   WHEN OTHER
                       DISPLAY 'ST-PEND-AGING: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-OPEN-FILES.
           OPEN OUTPUT AGING-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PEND-AGING: OPEN failed for AGERPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0700-WRITE-PAGE-HEADING

      *> No pending generation yet means nothing has ever been
      *> submitted - an empty report, not a failure.
           OPEN INPUT PENDING-IN
           IF WS-PENDIN-STATUS = '35'
               DISPLAY 'ST-PEND-AGING: no ST.NARR.PENDING (PENDIN) found - nothing pending.'
               SET WS-PENDIN-EOF TO TRUE
           ELSE
               IF WS-PENDIN-STATUS NOT = '00'
                   DISPLAY 'ST-PEND-AGING: OPEN failed for PENDIN - file status ' WS-PENDIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0400-LIST-PENDING.
           PERFORM UNTIL WS-PENDIN-EOF
               READ PENDING-IN
                   AT END
                       SET WS-PENDIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM 0410-LIST-ONE-REQUEST
               END-READ
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               MOVE '  NO MAINTENANCE REQUESTS ARE WAITING FOR APPROVAL.' TO WS-REPORT-LINE-WORK
               PERFORM 0750-WRITE-REPORT-LINE
           END-IF.

       0410-LIST-ONE-REQUEST.
      *> A submit stamp whose date will not read counts as overdue -
      *> it surfaces on the report rather than hiding as age zero.
           IF PEND-SUBMIT-TIMESTAMP(1:8) IS NOT NUMERIC
               COMPUTE WS-AGE-DAYS = WS-AGE-LIMIT-DAYS + 1
           ELSE
               MOVE PEND-SUBMIT-TIMESTAMP(1:8) TO WS-SUBMIT-DATE
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE)
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO WS-OVERDUE-FLAG
           ELSE
               MOVE SPACES TO WS-OVERDUE-FLAG
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  ' DELIMITED BY SIZE
               PEND-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEND-SUBMITTER-ID DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               PEND-SUBMIT-TIMESTAMP(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PEND-SUBMIT-TIMESTAMP(9:4) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AGE-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEND-ACTION DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEND-NARR-KEY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-OVERDUE-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE.

       0700-WRITE-PAGE-HEADING.
      *> Composed in its own work area - 0750 performs this paragraph
      *> on page overflow while the pending detail line is still
      *> sitting in WS-REPORT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-PEND-AGING  MAINTENANCE REQUESTS AWAITING APPROVAL' DELIMITED BY SIZE
               '   AS OF ' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               '   PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE '  PENDING ID          SUBMITTER  SUBMITTED      AGE  ACTION  NARR-KEY'
               TO WS-HEADING-LINE-WORK
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           PERFORM 0710-WRITE-HEADING-LINE
           MOVE 3 TO WS-LINES-ON-PAGE.

       0710-WRITE-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PEND-AGING: WRITE failed for AGERPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0750-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0700-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PEND-AGING: WRITE failed for AGERPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'REQUESTS PENDING ........... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-TEXT
           MOVE WS-AGE-LIMIT-DAYS TO WS-AGE-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'OLDER THAN ' DELIMITED BY SIZE
               WS-AGE-TEXT DELIMITED BY SIZE
               ' DAYS ......... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE
           MOVE WS-OLDEST-AGE TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'OLDEST REQUEST, DAYS ....... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0750-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           IF WS-PENDIN-STATUS NOT = '35'
               CLOSE PENDING-IN
           END-IF
           CLOSE AGING-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-PEND-AGING: CLOSE failed for AGERPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
