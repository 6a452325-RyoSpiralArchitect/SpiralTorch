       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-CHARGEBACK.
      *> Monthly storage chargeback by upstream source system. The
      *> narration storage - ST.DATA.NARRATION, its extract and the
      *> KSDS - is billed to one cost centre, but the records in it
      *> come from a dozen upstream systems. ST-DATASET-WRITER records
      *> beside every allocation record in ST.AUDIT.ALLOC how many of
      *> the target's records, and bytes, each NARR-SOURCE-SYSTEM
      *> supplied (ST.AUDIT.SOURCE); this program takes one calendar
      *> month of both trails and splits every loaded target's
      *> requested primary space across its source systems in
      *> proportion to the bytes each contributed, and the bytes used
      *> as they fell. The result is a statement per source system,
      *> billed to the cost centre ST.CTL.COSTCTR names for it, with
      *> the change against the prior month's statement, and a summary
      *> page for finance.
      *> Space a target used that no breakdown record accounts for
      *> (loads from before the breakdown existed, or a breakdown
      *> record lost to an I/O error) is billed to *NONE* rather than
      *> quietly spread over the systems that did report.
      *> RETURN-CODE contract: 0 - every byte attributed and every
      *> source system billed to a cost centre; 4 - statement produced
      *> but with exceptions (a source system missing from
      *> ST.CTL.COSTCTR, space with no source breakdown, or breakdown
      *> records with no allocation record to split); 8 - bad control
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
           SELECT AUDIT-IN ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SOURCE-USAGE-FILE ASSIGN TO SRCAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCAUDIT-STATUS.
           SELECT COST-CENTRE-FILE ASSIGN TO COSTCTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCTR-STATUS.
           SELECT CHARGEBACK-HISTORY ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT REPORT-PRINT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  AUDIT-IN.
      *> ST.AUDIT.ALLOC - the requested space and bytes written per
      *> target, as ST-DATASET-WRITER appends it.
       COPY STAUDREC.

       FD  SOURCE-USAGE-FILE.
      *> ST.AUDIT.SOURCE - each target's load broken down by source
      *> system, keyed back to its ST.AUDIT.ALLOC record.
       COPY STSRCREC.

       FD  COST-CENTRE-FILE.
      *> ST.CTL.COSTCTR - source system to cost centre.
       COPY STCCTREC.

       FD  CHARGEBACK-HISTORY.
      *> ST.AUDIT.CHARGEBACK - one record per source system per run,
      *> read back for the month-over-month column and appended to.
       COPY STCHGREC.

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

      *> The month billed, YYYYMM. Zero means "the month just ended" -
      *> the job runs early in the month for the one before; a rerun
      *> for an older month supplies MONTH= explicitly. The prior month
      *> is always the calendar month before it.
       01  WS-BILL-MONTH                  PIC 9(6) VALUE ZEROES.
       01  WS-PRIOR-MONTH                 PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-WORK                  PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-WORK-YEAR         PIC 9(4).
           05  WS-MONTH-WORK-MM           PIC 9(2).

      *> RATE-PER-GB= arms the charge column - the monthly rate per GB
      *> (1,073,741,824 bytes) of requested space. Without it the
      *> statement carries space only and finance applies the rate.
       01  WS-RATE-PER-GB                 PIC 9(5)V9(4) VALUE ZEROES.
       01  WS-RATE-ARMED-SW               PIC X VALUE 'N'.
           88  WS-RATE-ARMED              VALUE 'Y'.
       01  WS-BYTES-PER-GB                PIC 9(10) COMP VALUE 1073741824.

      *> Requested space converts to bytes with the same 3390 geometry
      *> ST-ALLOC-REPORT uses, so the two reports agree on what a route
      *> asked for.
       01  WS-BYTES-PER-CYL               PIC 9(9) COMP VALUE 849960.
       01  WS-BYTES-PER-TRK               PIC 9(9) COMP VALUE 56664.

       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-AUDIT-EOF-SW                PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       01  WS-SRCAUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-SRCAUDIT-EOF-SW             PIC X VALUE 'N'.
           88  WS-SRCAUDIT-EOF             VALUE 'Y'.
       01  WS-COSTCTR-STATUS              PIC XX VALUE '00'.
       01  WS-COSTCTR-EOF-SW              PIC X VALUE 'N'.
           88  WS-COSTCTR-EOF              VALUE 'Y'.
       01  WS-CHGHIST-STATUS              PIC XX VALUE '00'.
       01  WS-CHGHIST-EOF-SW              PIC X VALUE 'N'.
           88  WS-CHGHIST-EOF              VALUE 'Y'.
       01  WS-PRINT-STATUS                PIC XX VALUE '00'.

      *> In-storage copy of ST.CTL.COSTCTR.
       01  WS-CCT-TABLE-MAX               PIC 9(4) COMP VALUE 128.
       01  WS-CCT-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-CCT-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-CCT-TABLE.
           05  WS-CCT-ENTRY OCCURS 128 TIMES.
               10  WS-CCT-SOURCE          PIC X(8).
               10  WS-CCT-COST-CENTRE     PIC X(10).
               10  WS-CCT-DESCRIPTION     PIC X(40).

      *> The month's loaded targets off ST.AUDIT.ALLOC - one entry per
      *> allocation record that took data, with its requested primary
      *> space in bytes. The ATTRIB fields collect what the breakdown
      *> records split off it; whatever is left after 0300 is billed
      *> to *NONE* by 0400. A nightly stream of a few routes fills a
      *> month's worth with room to spare.
       01  WS-GEN-TABLE-MAX               PIC 9(4) COMP VALUE 2048.
       01  WS-GEN-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-FOUND-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 2048 TIMES.
               10  WS-GEN-STAMP           PIC X(21).
               10  WS-GEN-DSN             PIC X(64).
               10  WS-GEN-TYPE            PIC X(7).
               10  WS-GEN-ROUTE           PIC X(44).
               10  WS-GEN-REQ-BYTES       PIC 9(15) COMP.
               10  WS-GEN-USED-BYTES      PIC 9(15) COMP.
               10  WS-GEN-ATTRIB-REQ      PIC 9(15) COMP.
               10  WS-GEN-ATTRIB-USED     PIC 9(15) COMP.

      *> One entry per source system billed, kept in source-system
      *> order so the statements and the summary print alphabetically.
      *> A source that appears only in the prior month's statement is
      *> carried too, with zero this month, so its drop shows.
       01  WS-SRCT-TABLE-MAX              PIC 9(4) COMP VALUE 128.
       01  WS-SRCT-TALLY                  PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-SHIFT-IX               PIC 9(4) COMP VALUE ZERO.
       01  WS-SRCT-TABLE.
           05  WS-SRCT-ENTRY OCCURS 128 TIMES.
               10  WS-SRCT-SOURCE         PIC X(8).
               10  WS-SRCT-COST-CENTRE    PIC X(10).
               10  WS-SRCT-DESCRIPTION    PIC X(40).
               10  WS-SRCT-CCT-FOUND-SW   PIC X.
                   88  WS-SRCT-CCT-FOUND  VALUE 'Y'.
               10  WS-SRCT-LOADS          PIC 9(7) COMP.
               10  WS-SRCT-ACCEPTED       PIC 9(9) COMP.
               10  WS-SRCT-REJECTED       PIC 9(9) COMP.
               10  WS-SRCT-REQ-BYTES      PIC 9(15) COMP.
               10  WS-SRCT-USED-BYTES     PIC 9(15) COMP.
               10  WS-SRCT-CHARGE         PIC 9(9)V99.
               10  WS-SRCT-PRIOR-SW       PIC X.
                   88  WS-SRCT-HAS-PRIOR  VALUE 'Y'.
               10  WS-SRCT-PRIOR-REQ      PIC 9(15) COMP.
               10  WS-SRCT-PRIOR-USED     PIC 9(15) COMP.
       01  WS-SOURCE-WORK                 PIC X(8) VALUE SPACES.

      *> Statement detail - one line per source system, route and
      *> target type.
       01  WS-DTL-TABLE-MAX               PIC 9(4) COMP VALUE 512.
       01  WS-DTL-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-DTL-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-DTL-FOUND-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY OCCURS 512 TIMES.
               10  WS-DTL-SOURCE          PIC X(8).
               10  WS-DTL-ROUTE           PIC X(44).
               10  WS-DTL-TYPE            PIC X(7).
               10  WS-DTL-LOADS           PIC 9(7) COMP.
               10  WS-DTL-ACCEPTED        PIC 9(9) COMP.
               10  WS-DTL-REJECTED        PIC 9(9) COMP.
               10  WS-DTL-REQ-BYTES       PIC 9(15) COMP.
               10  WS-DTL-USED-BYTES      PIC 9(15) COMP.
       01  WS-ROUTE-WORK                  PIC X(44) VALUE SPACES.
       01  WS-TYPE-WORK                   PIC X(7) VALUE SPACES.

      *> Working fields for one split.
       01  WS-RECORD-REQ-BYTES            PIC 9(15) COMP VALUE ZERO.
       01  WS-SHARE-REQ-BYTES             PIC 9(15) COMP VALUE ZERO.
       01  WS-SHARE-USED-BYTES            PIC 9(15) COMP VALUE ZERO.
       01  WS-SHARE-ACCEPTED              PIC 9(9) COMP VALUE ZERO.
       01  WS-SHARE-REJECTED              PIC 9(9) COMP VALUE ZERO.
       01  WS-DSN-WORK                    PIC X(64) VALUE SPACES.
       01  WS-DSN-LENGTH                  PIC 9(4) COMP VALUE ZERO.
       01  WS-DOT-POS                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-IX                     PIC 9(4) COMP VALUE ZERO.

      *> The prior month's latest statement run on ST.AUDIT.CHARGEBACK.
       01  WS-PRIOR-RUN-STAMP             PIC X(21) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOTAL-LOADS             PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-ACCEPTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-REJECTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-REQ-BYTES         PIC 9(15) COMP VALUE ZERO.
           05  WS-TOTAL-USED-BYTES        PIC 9(15) COMP VALUE ZERO.
           05  WS-TOTAL-PRIOR-REQ         PIC 9(15) COMP VALUE ZERO.
           05  WS-TOTAL-PRIOR-USED        PIC 9(15) COMP VALUE ZERO.
           05  WS-TOTAL-CHARGE            PIC 9(11)V99 VALUE ZERO.
       01  WS-SOURCE-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT                PIC 9(7) COMP VALUE ZERO.
       01  WS-UNATTRIB-COUNT              PIC 9(7) COMP VALUE ZERO.
       01  WS-NO-CCT-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-ALERT-RC                    PIC 9(4) VALUE ZERO.
       01  WS-RUN-TIMESTAMP               PIC X(21) VALUE SPACES.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.

      *> Print composition - the same 55-line page discipline as
      *> ST-ALLOC-REPORT. Each statement starts a page of its own so it
      *> can be torn off and sent to its cost centre.
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
       01  WS-EDIT-BYTES                  PIC Z(14)9 VALUE ZEROES.
       01  WS-EDIT-BYTES-2                PIC Z(14)9 VALUE ZEROES.
       01  WS-EDIT-DELTA-BYTES            PIC +(15)9 VALUE ZEROES.
       01  WS-EDIT-DELTA-BYTES-2          PIC +(15)9 VALUE ZEROES.
       01  WS-EDIT-PERCENT                PIC ZZ9.9 VALUE ZEROES.
       01  WS-EDIT-CHANGE-PERCENT         PIC +(5)9.9 VALUE ZEROES.
       01  WS-EDIT-CHARGE                 PIC Z(10)9.99 VALUE ZEROES.
       01  WS-EDIT-RATE                   PIC Z(4)9.9999 VALUE ZEROES.
       01  WS-EDIT-MONTH                  PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-RC                     PIC ZZZ9 VALUE ZEROES.
       01  WS-DELTA-WORK                  PIC S9(15) COMP VALUE ZERO.
       01  WS-DELTA-WORK-2                PIC S9(15) COMP VALUE ZERO.
       01  WS-PERCENT-WORK                PIC 9(3)V9 VALUE ZERO.
       01  WS-CHANGE-PERCENT-WORK         PIC S9(6)V9 VALUE ZERO.
       01  WS-CHARGE-WORK                 PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-HAS-PRIOR-SW           PIC X VALUE 'N'.
           88  WS-LINE-HAS-PRIOR          VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0050-READ-CONTROL-CARD
           PERFORM 0070-DETERMINE-MONTH
           PERFORM 0100-LOAD-COST-CENTRES
           PERFORM 0200-LOAD-MONTH-ALLOCATIONS
           PERFORM 0300-SPLIT-BY-SOURCE
           PERFORM 0400-BILL-UNATTRIBUTED-SPACE
           PERFORM 0500-LOAD-PRIOR-MONTH
           PERFORM 0600-SETTLE-STATEMENTS
           PERFORM 0900-WRITE-REPORT
           PERFORM 0970-APPEND-CHARGEBACK-HISTORY
      *> Raise-only merge - an I/O failure already set RETURN-CODE 8
      *> and an exception RC 4 must not launder it back down.
           IF WS-ALERT-RC > RETURN-CODE
               MOVE WS-ALERT-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-READ-CONTROL-CARD.
      *> MONTH= and RATE-PER-GB= are both optional - with neither, the
      *> run bills the month just ended, space only.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-CHARGEBACK: no SYSIN control cards found, billing the month just ended.'
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
                   WHEN 'MONTH'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-BILL-MONTH
                   WHEN 'RATE-PER-GB'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-RATE-PER-GB
                       SET WS-RATE-ARMED TO TRUE
                   WHEN OTHER
                       DISPLAY 'ST-CHARGEBACK: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0070-DETERMINE-MONTH.
           IF WS-BILL-MONTH = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH-WORK
               PERFORM 0075-STEP-BACK-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-BILL-MONTH
           END-IF
           MOVE WS-BILL-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-WORK-MM < 1 OR WS-MONTH-WORK-MM > 12
               OR WS-MONTH-WORK-YEAR < 1900
               DISPLAY 'ST-CHARGEBACK: MONTH=' WS-BILL-MONTH
                   ' is not a YYYYMM month - nothing billed.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0075-STEP-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
           DISPLAY 'ST-CHARGEBACK: billing ' WS-BILL-MONTH
               ' against prior month ' WS-PRIOR-MONTH.

       0075-STEP-BACK-ONE-MONTH.
           IF WS-MONTH-WORK-MM = 1
               MOVE 12 TO WS-MONTH-WORK-MM
               SUBTRACT 1 FROM WS-MONTH-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH-WORK-MM
           END-IF.

       0100-LOAD-COST-CENTRES.
      *> No table at all still produces the statements - every source
      *> system is then UNASSIGNED and the run ends RC 4, which is the
      *> prompt to build the table.
           MOVE ZERO TO WS-CCT-TALLY
           OPEN INPUT COST-CENTRE-FILE
           IF WS-COSTCTR-STATUS = '35'
               DISPLAY 'ST-CHARGEBACK: no ST.CTL.COSTCTR (COSTCTR) found - '
                   'every source system will be UNASSIGNED.'
           ELSE
               PERFORM UNTIL WS-COSTCTR-EOF
                   READ COST-CENTRE-FILE
                       AT END
                           SET WS-COSTCTR-EOF TO TRUE
                       NOT AT END
                           PERFORM 0110-KEEP-COST-CENTRE
                   END-READ
               END-PERFORM
               CLOSE COST-CENTRE-FILE
           END-IF.

       0110-KEEP-COST-CENTRE.
           IF WS-COST-CENTRE-RECORD(1:1) = '*'
               OR WS-COST-CENTRE-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-CCT-TALLY >= WS-CCT-TABLE-MAX
                   DISPLAY 'ST-CHARGEBACK: ST.CTL.COSTCTR holds more than '
                       WS-CCT-TABLE-MAX ' entries - raise WS-CCT-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-COSTCTR-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CCT-TALLY
                   MOVE CCT-SOURCE-SYSTEM TO WS-CCT-SOURCE(WS-CCT-TALLY)
                   MOVE CCT-COST-CENTRE TO WS-CCT-COST-CENTRE(WS-CCT-TALLY)
                   MOVE CCT-DESCRIPTION TO WS-CCT-DESCRIPTION(WS-CCT-TALLY)
               END-IF
           END-IF.

       0200-LOAD-MONTH-ALLOCATIONS.
      *> Every target of the month that actually took data - the same
      *> comparability test ST-ALLOC-REPORT applies before it totals
      *> requested against used. Unlike the daily report the EXTRACT
      *> records count here: the extract's space is billed too.
           OPEN INPUT AUDIT-IN
           IF WS-AUDIT-STATUS = '35'
               DISPLAY 'ST-CHARGEBACK: ST.AUDIT.ALLOC (AUDITIN) not found - nothing to bill.'
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-IN
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-TIMESTAMP(1:6) = WS-BILL-MONTH
                               AND AUDIT-STAGED-FLAG NOT = 'Y'
                               AND (AUDIT-RETURN-CODE = 0 OR AUDIT-RETURN-CODE = 4)
                               AND AUDIT-BYTES-WRITTEN IS NUMERIC
                               AND AUDIT-BYTES-WRITTEN > 0
                               PERFORM 0210-KEEP-ALLOCATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-IN
           END-IF
           DISPLAY 'ST-CHARGEBACK: ' WS-GEN-TALLY ' loaded targets on ST.AUDIT.ALLOC for '
               WS-BILL-MONTH.

       0210-KEEP-ALLOCATION.
           IF WS-GEN-TALLY >= WS-GEN-TABLE-MAX
               DISPLAY 'ST-CHARGEBACK: more than ' WS-GEN-TABLE-MAX
                   ' loaded targets in the month - raise WS-GEN-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(AUDIT-SPACE-UNIT)
               WHEN 'CYL'
                   COMPUTE WS-RECORD-REQ-BYTES =
                       AUDIT-SPACE-PRIMARY * WS-BYTES-PER-CYL
               WHEN 'TRK'
                   COMPUTE WS-RECORD-REQ-BYTES =
                       AUDIT-SPACE-PRIMARY * WS-BYTES-PER-TRK
               WHEN OTHER
                   MOVE ZERO TO WS-RECORD-REQ-BYTES
           END-EVALUATE
           ADD 1 TO WS-GEN-TALLY
           MOVE AUDIT-TIMESTAMP TO WS-GEN-STAMP(WS-GEN-TALLY)
           MOVE AUDIT-TARGET-DSN TO WS-GEN-DSN(WS-GEN-TALLY)
           MOVE AUDIT-TARGET-TYPE TO WS-GEN-TYPE(WS-GEN-TALLY)
           MOVE AUDIT-TARGET-DSN TO WS-DSN-WORK
           PERFORM 0220-DERIVE-ROUTE
           MOVE WS-ROUTE-WORK TO WS-GEN-ROUTE(WS-GEN-TALLY)
           MOVE WS-RECORD-REQ-BYTES TO WS-GEN-REQ-BYTES(WS-GEN-TALLY)
           MOVE AUDIT-BYTES-WRITTEN TO WS-GEN-USED-BYTES(WS-GEN-TALLY)
           MOVE ZERO TO WS-GEN-ATTRIB-REQ(WS-GEN-TALLY)
           MOVE ZERO TO WS-GEN-ATTRIB-USED(WS-GEN-TALLY).

       0220-DERIVE-ROUTE.
      *> A route is billed under its GDG base - strip a trailing
      *> .GnnnnVnn qualifier off WS-DSN-WORK so a month of generations
      *> rolls up into one statement line. Anything else (the KSDS, a
      *> non-GDG primary) is its own route.
           MOVE WS-DSN-WORK TO WS-ROUTE-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DSN-WORK TRAILING)) TO WS-DSN-LENGTH
           MOVE ZERO TO WS-DOT-POS
           PERFORM VARYING WS-SCAN-IX FROM WS-DSN-LENGTH BY -1
               UNTIL WS-SCAN-IX < 1 OR WS-DOT-POS > 0
               IF WS-DSN-WORK(WS-SCAN-IX:1) = '.'
                   MOVE WS-SCAN-IX TO WS-DOT-POS
               END-IF
           END-PERFORM
           IF WS-DOT-POS > 1 AND WS-DSN-LENGTH - WS-DOT-POS = 8
               IF WS-DSN-WORK(WS-DOT-POS + 1:1) = 'G'
                   AND WS-DSN-WORK(WS-DOT-POS + 2:4) IS NUMERIC
                   AND WS-DSN-WORK(WS-DOT-POS + 6:1) = 'V'
                   AND WS-DSN-WORK(WS-DOT-POS + 7:2) IS NUMERIC
                   MOVE SPACES TO WS-ROUTE-WORK
                   MOVE WS-DSN-WORK(1:WS-DOT-POS - 1) TO WS-ROUTE-WORK
               END-IF
           END-IF.

       0300-SPLIT-BY-SOURCE.
      *> Each breakdown record takes its share of its target's
      *> requested space in proportion to the bytes it contributed, and
      *> its own bytes as used. The accepted/rejected counts are the
      *> feed's, repeated on the primary and the extract record of one
      *> route - they are counted off the non-EXTRACT record only.
           OPEN INPUT SOURCE-USAGE-FILE
           IF WS-SRCAUDIT-STATUS = '35'
               DISPLAY 'ST-CHARGEBACK: ST.AUDIT.SOURCE (SRCAUDIT) not found - '
                   'all space goes to *NONE*.'
           ELSE
               PERFORM UNTIL WS-SRCAUDIT-EOF
                   READ SOURCE-USAGE-FILE
                       AT END
                           SET WS-SRCAUDIT-EOF TO TRUE
                       NOT AT END
                           IF SRCU-AUDIT-TIMESTAMP(1:6) = WS-BILL-MONTH
                               ADD 1 TO WS-SOURCE-RECORDS-READ
                               PERFORM 0310-SPLIT-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-USAGE-FILE
           END-IF.

       0310-SPLIT-ONE-RECORD.
           MOVE ZERO TO WS-GEN-FOUND-IX
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-TALLY OR WS-GEN-FOUND-IX > 0
               IF WS-GEN-STAMP(WS-GEN-IX) = SRCU-AUDIT-TIMESTAMP
                   AND WS-GEN-DSN(WS-GEN-IX) = SRCU-TARGET-DSN
                   AND WS-GEN-TYPE(WS-GEN-IX) = SRCU-TARGET-TYPE
                   MOVE WS-GEN-IX TO WS-GEN-FOUND-IX
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SHARE-REQ-BYTES
           MOVE ZERO TO WS-SHARE-USED-BYTES
           IF SRCU-TARGET-TYPE = 'EXTRACT'
               MOVE ZERO TO WS-SHARE-ACCEPTED
               MOVE ZERO TO WS-SHARE-REJECTED
           ELSE
               MOVE SRCU-ACCEPTED-COUNT TO WS-SHARE-ACCEPTED
               MOVE SRCU-REJECTED-COUNT TO WS-SHARE-REJECTED
           END-IF
           IF WS-GEN-FOUND-IX = 0
      *> A breakdown with no comparable allocation record - its target
      *> failed, or the allocation record never reached the trail.
      *> The counts still belong to the source; there is no space to
      *> split, and bytes written without a record of their space are
      *> reported rather than guessed at.
               IF SRCU-BYTES-WRITTEN > 0
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY 'ST-CHARGEBACK: no ST.AUDIT.ALLOC record for '
                       FUNCTION TRIM(SRCU-TARGET-DSN) ' ' FUNCTION TRIM(SRCU-TARGET-TYPE)
                       ' at ' SRCU-AUDIT-TIMESTAMP ' - '
                       FUNCTION TRIM(SRCU-SOURCE-SYSTEM) ' share not billed.'
               END-IF
               MOVE SRCU-TARGET-DSN TO WS-DSN-WORK
               PERFORM 0220-DERIVE-ROUTE
           ELSE
               MOVE SRCU-BYTES-WRITTEN TO WS-SHARE-USED-BYTES
               IF WS-GEN-USED-BYTES(WS-GEN-FOUND-IX) > 0
                   COMPUTE WS-SHARE-REQ-BYTES ROUNDED =
                       WS-GEN-REQ-BYTES(WS-GEN-FOUND-IX) * SRCU-BYTES-WRITTEN
                       / WS-GEN-USED-BYTES(WS-GEN-FOUND-IX)
               END-IF
               ADD WS-SHARE-REQ-BYTES TO WS-GEN-ATTRIB-REQ(WS-GEN-FOUND-IX)
               ADD WS-SHARE-USED-BYTES TO WS-GEN-ATTRIB-USED(WS-GEN-FOUND-IX)
               MOVE WS-GEN-ROUTE(WS-GEN-FOUND-IX) TO WS-ROUTE-WORK
           END-IF
           MOVE SRCU-SOURCE-SYSTEM TO WS-SOURCE-WORK
           MOVE SRCU-TARGET-TYPE TO WS-TYPE-WORK
           PERFORM 0350-POST-SHARE.

       0350-POST-SHARE.
      *> Book the staged WS-SHARE-* figures to WS-SOURCE-WORK's
      *> statement, on the WS-ROUTE-WORK / WS-TYPE-WORK detail line.
           PERFORM 0360-LOCATE-SOURCE
           ADD 1 TO WS-SRCT-LOADS(WS-SRCT-IX)
           ADD WS-SHARE-ACCEPTED TO WS-SRCT-ACCEPTED(WS-SRCT-IX)
           ADD WS-SHARE-REJECTED TO WS-SRCT-REJECTED(WS-SRCT-IX)
           ADD WS-SHARE-REQ-BYTES TO WS-SRCT-REQ-BYTES(WS-SRCT-IX)
           ADD WS-SHARE-USED-BYTES TO WS-SRCT-USED-BYTES(WS-SRCT-IX)
           MOVE ZERO TO WS-DTL-FOUND-IX
           PERFORM VARYING WS-DTL-IX FROM 1 BY 1
               UNTIL WS-DTL-IX > WS-DTL-TALLY OR WS-DTL-FOUND-IX > 0
               IF WS-DTL-SOURCE(WS-DTL-IX) = WS-SOURCE-WORK
                   AND WS-DTL-ROUTE(WS-DTL-IX) = WS-ROUTE-WORK
                   AND WS-DTL-TYPE(WS-DTL-IX) = WS-TYPE-WORK
                   MOVE WS-DTL-IX TO WS-DTL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-DTL-FOUND-IX = 0
               IF WS-DTL-TALLY >= WS-DTL-TABLE-MAX
                   DISPLAY 'ST-CHARGEBACK: more than ' WS-DTL-TABLE-MAX
                       ' statement lines - raise WS-DTL-TABLE-MAX.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DTL-TALLY
               MOVE WS-DTL-TALLY TO WS-DTL-FOUND-IX
               INITIALIZE WS-DTL-ENTRY(WS-DTL-FOUND-IX)
               MOVE WS-SOURCE-WORK TO WS-DTL-SOURCE(WS-DTL-FOUND-IX)
               MOVE WS-ROUTE-WORK TO WS-DTL-ROUTE(WS-DTL-FOUND-IX)
               MOVE WS-TYPE-WORK TO WS-DTL-TYPE(WS-DTL-FOUND-IX)
           END-IF
           ADD 1 TO WS-DTL-LOADS(WS-DTL-FOUND-IX)
           ADD WS-SHARE-ACCEPTED TO WS-DTL-ACCEPTED(WS-DTL-FOUND-IX)
           ADD WS-SHARE-REJECTED TO WS-DTL-REJECTED(WS-DTL-FOUND-IX)
           ADD WS-SHARE-REQ-BYTES TO WS-DTL-REQ-BYTES(WS-DTL-FOUND-IX)
           ADD WS-SHARE-USED-BYTES TO WS-DTL-USED-BYTES(WS-DTL-FOUND-IX).

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
                   DISPLAY 'ST-CHARGEBACK: more than ' WS-SRCT-TABLE-MAX
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
               MOVE 'N' TO WS-SRCT-CCT-FOUND-SW(WS-SRCT-IX)
               MOVE 'N' TO WS-SRCT-PRIOR-SW(WS-SRCT-IX)
           END-IF.

       0400-BILL-UNATTRIBUTED-SPACE.
      *> Whatever of a target's space the breakdown records did not
      *> claim goes to *NONE*, so the statements add up to the trail.
      *> Rounding in 0310 can leave a few bytes either way on a fully
      *> broken-down target; only a shortfall in used bytes - data no
      *> breakdown record accounts for - is treated as unattributed.
           MOVE '*NONE*' TO WS-SOURCE-WORK
           MOVE ZERO TO WS-SHARE-ACCEPTED
           MOVE ZERO TO WS-SHARE-REJECTED
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-TALLY
               IF WS-GEN-ATTRIB-USED(WS-GEN-IX) < WS-GEN-USED-BYTES(WS-GEN-IX)
                   ADD 1 TO WS-UNATTRIB-COUNT
                   COMPUTE WS-SHARE-USED-BYTES = WS-GEN-USED-BYTES(WS-GEN-IX)
                       - WS-GEN-ATTRIB-USED(WS-GEN-IX)
                   IF WS-GEN-ATTRIB-REQ(WS-GEN-IX) < WS-GEN-REQ-BYTES(WS-GEN-IX)
                       COMPUTE WS-SHARE-REQ-BYTES = WS-GEN-REQ-BYTES(WS-GEN-IX)
                           - WS-GEN-ATTRIB-REQ(WS-GEN-IX)
                   ELSE
                       MOVE ZERO TO WS-SHARE-REQ-BYTES
                   END-IF
                   MOVE WS-GEN-ROUTE(WS-GEN-IX) TO WS-ROUTE-WORK
                   MOVE WS-GEN-TYPE(WS-GEN-IX) TO WS-TYPE-WORK
                   PERFORM 0350-POST-SHARE
               END-IF
           END-PERFORM
           IF WS-UNATTRIB-COUNT > 0
               DISPLAY 'ST-CHARGEBACK: ' WS-UNATTRIB-COUNT
                   ' loaded targets carry space with no source breakdown - billed to *NONE*.'
           END-IF.

       0500-LOAD-PRIOR-MONTH.
      *> Two passes over ST.AUDIT.CHARGEBACK: the first finds the prior
      *> month's latest run, the second takes that run's figures. An
      *> earlier run for the month (a rerun after a cost-centre fix)
      *> would otherwise be added in twice.
           OPEN INPUT CHARGEBACK-HISTORY
           IF WS-CHGHIST-STATUS = '35'
               DISPLAY 'ST-CHARGEBACK: ST.AUDIT.CHARGEBACK (CHGHIST) not found - '
                   'no prior month for the change column.'
           ELSE
               PERFORM UNTIL WS-CHGHIST-EOF
                   READ CHARGEBACK-HISTORY
                       AT END
                           SET WS-CHGHIST-EOF TO TRUE
                       NOT AT END
                           IF CHG-MONTH = WS-PRIOR-MONTH
                               AND CHG-RUN-TIMESTAMP > WS-PRIOR-RUN-STAMP
                               MOVE CHG-RUN-TIMESTAMP TO WS-PRIOR-RUN-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEBACK-HISTORY
               IF WS-PRIOR-RUN-STAMP = SPACES
                   DISPLAY 'ST-CHARGEBACK: no statement on file for '
                       WS-PRIOR-MONTH ' - change column shows NEW.'
               ELSE
                   MOVE 'N' TO WS-CHGHIST-EOF-SW
                   OPEN INPUT CHARGEBACK-HISTORY
                   PERFORM UNTIL WS-CHGHIST-EOF
                       READ CHARGEBACK-HISTORY
                           AT END
                               SET WS-CHGHIST-EOF TO TRUE
                           NOT AT END
                               IF CHG-MONTH = WS-PRIOR-MONTH
                                   AND CHG-RUN-TIMESTAMP = WS-PRIOR-RUN-STAMP
                                   PERFORM 0510-KEEP-PRIOR-FIGURES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHARGEBACK-HISTORY
               END-IF
           END-IF.

       0510-KEEP-PRIOR-FIGURES.
           MOVE CHG-SOURCE-SYSTEM TO WS-SOURCE-WORK
           PERFORM 0360-LOCATE-SOURCE
           SET WS-SRCT-HAS-PRIOR(WS-SRCT-IX) TO TRUE
           ADD CHG-REQ-BYTES TO WS-SRCT-PRIOR-REQ(WS-SRCT-IX)
           ADD CHG-USED-BYTES TO WS-SRCT-PRIOR-USED(WS-SRCT-IX).

       0600-SETTLE-STATEMENTS.
      *> Cost centre and charge per source system, the month's totals,
      *> and the run's exception count and RETURN-CODE per the contract
      *> in the program header.
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
               PERFORM 0610-SETTLE-ONE-SOURCE
           END-PERFORM
           IF WS-NO-CCT-COUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-UNATTRIB-COUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-ORPHAN-COUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO WS-ALERT-RC
           END-IF

           MOVE 'ST.AUDIT.SOURCE' TO WS-EVENT-DSN
           MOVE WS-BILL-MONTH TO WS-EDIT-MONTH
           MOVE WS-SRCT-TALLY TO WS-EDIT-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 'CHGBEXC' TO WS-EVENT-CODE-WORK
               MOVE 'W' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-NO-CCT-COUNT TO WS-EDIT-COUNT-2
               MOVE WS-UNATTRIB-COUNT TO WS-EDIT-COUNT-3
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'chargeback ' DELIMITED BY SIZE
                   WS-EDIT-MONTH DELIMITED BY SIZE
                   ' with exceptions - sources without cost centre ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                   ', targets without breakdown ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           ELSE
               MOVE 'CHGBDONE' TO WS-EVENT-CODE-WORK
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'chargeback ' DELIMITED BY SIZE
                   WS-EDIT-MONTH DELIMITED BY SIZE
                   ' complete - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' source system statements' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG.

       0610-SETTLE-ONE-SOURCE.
           MOVE 'UNASSIGNED' TO WS-SRCT-COST-CENTRE(WS-SRCT-IX)
           MOVE 'NOT IN ST.CTL.COSTCTR' TO WS-SRCT-DESCRIPTION(WS-SRCT-IX)
           PERFORM VARYING WS-CCT-IX FROM 1 BY 1
               UNTIL WS-CCT-IX > WS-CCT-TALLY OR WS-SRCT-CCT-FOUND(WS-SRCT-IX)
               IF WS-CCT-SOURCE(WS-CCT-IX) = WS-SRCT-SOURCE(WS-SRCT-IX)
                   MOVE WS-CCT-COST-CENTRE(WS-CCT-IX) TO WS-SRCT-COST-CENTRE(WS-SRCT-IX)
                   MOVE WS-CCT-DESCRIPTION(WS-CCT-IX) TO WS-SRCT-DESCRIPTION(WS-SRCT-IX)
                   SET WS-SRCT-CCT-FOUND(WS-SRCT-IX) TO TRUE
               END-IF
           END-PERFORM
      *> A source with nothing to bill this month (carried only for its
      *> prior-month figures) is no exception for want of a cost centre,
      *> and *NONE* is already an exception of its own.
           IF NOT WS-SRCT-CCT-FOUND(WS-SRCT-IX)
               AND WS-SRCT-LOADS(WS-SRCT-IX) > 0
               AND WS-SRCT-SOURCE(WS-SRCT-IX) NOT = '*NONE*'
               ADD 1 TO WS-NO-CCT-COUNT
               DISPLAY 'ST-CHARGEBACK: source system '
                   FUNCTION TRIM(WS-SRCT-SOURCE(WS-SRCT-IX))
                   ' has no ST.CTL.COSTCTR entry - billed to UNASSIGNED.'
           END-IF
           IF WS-RATE-ARMED
               COMPUTE WS-SRCT-CHARGE(WS-SRCT-IX) ROUNDED =
                   WS-SRCT-REQ-BYTES(WS-SRCT-IX) * WS-RATE-PER-GB / WS-BYTES-PER-GB
           ELSE
               MOVE ZERO TO WS-SRCT-CHARGE(WS-SRCT-IX)
           END-IF
           ADD WS-SRCT-LOADS(WS-SRCT-IX) TO WS-TOTAL-LOADS
           ADD WS-SRCT-ACCEPTED(WS-SRCT-IX) TO WS-TOTAL-ACCEPTED
           ADD WS-SRCT-REJECTED(WS-SRCT-IX) TO WS-TOTAL-REJECTED
           ADD WS-SRCT-REQ-BYTES(WS-SRCT-IX) TO WS-TOTAL-REQ-BYTES
           ADD WS-SRCT-USED-BYTES(WS-SRCT-IX) TO WS-TOTAL-USED-BYTES
           ADD WS-SRCT-PRIOR-REQ(WS-SRCT-IX) TO WS-TOTAL-PRIOR-REQ
           ADD WS-SRCT-PRIOR-USED(WS-SRCT-IX) TO WS-TOTAL-PRIOR-USED
           ADD WS-SRCT-CHARGE(WS-SRCT-IX) TO WS-TOTAL-CHARGE.

       0900-WRITE-REPORT.
      *> One statement per source system, each on its own pages, then
      *> the summary finance reconciles against the storage bill.
           OPEN OUTPUT REPORT-PRINT
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-CHARGEBACK: OPEN failed for RPTFILE - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'SOURCE SYSTEM STORAGE STATEMENT' TO WS-HEADING-TITLE
               PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
                   UNTIL WS-SRCT-IX > WS-SRCT-TALLY
                   PERFORM 0920-PRINT-STATEMENT
               END-PERFORM
               MOVE 'MONTHLY CHARGEBACK SUMMARY' TO WS-HEADING-TITLE
               PERFORM 0910-WRITE-PAGE-HEADING
               PERFORM 0930-PRINT-SUMMARY
               PERFORM 0940-PRINT-EXCEPTIONS
               PERFORM 0945-PRINT-TOTALS-RECAP
               CLOSE REPORT-PRINT
               IF WS-PRINT-STATUS NOT = '00'
                   DISPLAY 'ST-CHARGEBACK: CLOSE failed for RPTFILE - file status ' WS-PRINT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY 'ST-CHARGEBACK: statements written to RPTFILE for ' WS-BILL-MONTH
           END-IF.

       0910-WRITE-PAGE-HEADING.
      *> Composed in its own work area and written directly - 0950
      *> performs this paragraph on page overflow while the pending
      *> detail line is still sitting in WS-PRINT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE WS-BILL-MONTH TO WS-EDIT-MONTH
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-CHARGEBACK  ' DELIMITED BY SIZE
               WS-HEADING-TITLE DELIMITED BY SIZE
               '          MONTH ' DELIMITED BY SIZE
               WS-EDIT-MONTH DELIMITED BY SIZE
               '          PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-CHARGEBACK: WRITE failed for RPTFILE - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           WRITE PRINT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-CHARGEBACK: WRITE failed for RPTFILE - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO WS-LINES-ON-PAGE.

       0920-PRINT-STATEMENT.
           PERFORM 0910-WRITE-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'SOURCE SYSTEM ..... ' DELIMITED BY SIZE
               WS-SRCT-SOURCE(WS-SRCT-IX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'COST CENTRE ....... ' DELIMITED BY SIZE
               WS-SRCT-COST-CENTRE(WS-SRCT-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SRCT-DESCRIPTION(WS-SRCT-IX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM 0925-PRINT-DETAIL-HEADER
           PERFORM VARYING WS-DTL-IX FROM 1 BY 1
               UNTIL WS-DTL-IX > WS-DTL-TALLY
               IF WS-DTL-SOURCE(WS-DTL-IX) = WS-SRCT-SOURCE(WS-SRCT-IX)
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   MOVE WS-DTL-ROUTE(WS-DTL-IX) TO WS-PRINT-LINE-WORK(3:44)
                   MOVE WS-DTL-TYPE(WS-DTL-IX) TO WS-PRINT-LINE-WORK(48:7)
                   MOVE WS-DTL-LOADS(WS-DTL-IX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(56:9)
                   MOVE WS-DTL-ACCEPTED(WS-DTL-IX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(66:9)
                   MOVE WS-DTL-REJECTED(WS-DTL-IX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(76:9)
                   MOVE WS-DTL-REQ-BYTES(WS-DTL-IX) TO WS-EDIT-BYTES
                   MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(86:15)
                   MOVE WS-DTL-USED-BYTES(WS-DTL-IX) TO WS-EDIT-BYTES
                   MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(102:15)
                   PERFORM 0950-WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'TOTAL FOR SOURCE SYSTEM' TO WS-PRINT-LINE-WORK(3:44)
           MOVE WS-SRCT-LOADS(WS-SRCT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(56:9)
           MOVE WS-SRCT-ACCEPTED(WS-SRCT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(66:9)
           MOVE WS-SRCT-REJECTED(WS-SRCT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE-WORK(76:9)
           MOVE WS-SRCT-REQ-BYTES(WS-SRCT-IX) TO WS-EDIT-BYTES
           MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(86:15)
           MOVE WS-SRCT-USED-BYTES(WS-SRCT-IX) TO WS-EDIT-BYTES
           MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(102:15)
           PERFORM 0950-WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE-WORK
           IF WS-SRCT-HAS-PRIOR(WS-SRCT-IX)
               MOVE WS-PRIOR-MONTH TO WS-EDIT-MONTH
               STRING
                   'PRIOR MONTH ' DELIMITED BY SIZE
                   WS-EDIT-MONTH DELIMITED BY SIZE
                   INTO WS-PRINT-LINE-WORK(3:44)
               END-STRING
               MOVE WS-SRCT-PRIOR-REQ(WS-SRCT-IX) TO WS-EDIT-BYTES
               MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(86:15)
               MOVE WS-SRCT-PRIOR-USED(WS-SRCT-IX) TO WS-EDIT-BYTES
               MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(102:15)
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE 'MONTH-OVER-MONTH CHANGE' TO WS-PRINT-LINE-WORK(3:44)
               COMPUTE WS-DELTA-WORK = WS-SRCT-REQ-BYTES(WS-SRCT-IX)
                   - WS-SRCT-PRIOR-REQ(WS-SRCT-IX)
               MOVE WS-DELTA-WORK TO WS-EDIT-DELTA-BYTES
               MOVE WS-EDIT-DELTA-BYTES TO WS-PRINT-LINE-WORK(85:16)
               COMPUTE WS-DELTA-WORK-2 = WS-SRCT-USED-BYTES(WS-SRCT-IX)
                   - WS-SRCT-PRIOR-USED(WS-SRCT-IX)
               MOVE WS-DELTA-WORK-2 TO WS-EDIT-DELTA-BYTES-2
               MOVE WS-EDIT-DELTA-BYTES-2 TO WS-PRINT-LINE-WORK(101:16)
               IF WS-SRCT-PRIOR-REQ(WS-SRCT-IX) > 0
                   COMPUTE WS-CHANGE-PERCENT-WORK ROUNDED =
                       WS-DELTA-WORK * 100 / WS-SRCT-PRIOR-REQ(WS-SRCT-IX)
                   MOVE WS-CHANGE-PERCENT-WORK TO WS-EDIT-CHANGE-PERCENT
                   STRING
                       WS-EDIT-CHANGE-PERCENT DELIMITED BY SIZE
                       ' PCT' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE-WORK(118:12)
                   END-STRING
               END-IF
               PERFORM 0950-WRITE-PRINT-LINE
           ELSE
               MOVE WS-PRIOR-MONTH TO WS-EDIT-MONTH
               STRING
                   'PRIOR MONTH ' DELIMITED BY SIZE
                   WS-EDIT-MONTH DELIMITED BY SIZE
                   ' - NO STATEMENT ON FILE, CHANGE SHOWN AS NEW' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE-WORK(3:80)
               END-STRING
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF

           IF WS-TOTAL-REQ-BYTES > 0
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   WS-SRCT-REQ-BYTES(WS-SRCT-IX) * 100 / WS-TOTAL-REQ-BYTES
           ELSE
               MOVE ZERO TO WS-PERCENT-WORK
           END-IF
           MOVE WS-PERCENT-WORK TO WS-EDIT-PERCENT
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'SHARE OF THE MONTH''S REQUESTED SPACE ..... ' DELIMITED BY SIZE
               WS-EDIT-PERCENT DELIMITED BY SIZE
               ' PERCENT' DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK(3:80)
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE
           IF WS-RATE-ARMED
               MOVE WS-RATE-PER-GB TO WS-EDIT-RATE
               MOVE WS-SRCT-CHARGE(WS-SRCT-IX) TO WS-EDIT-CHARGE
               MOVE SPACES TO WS-PRINT-LINE-WORK
               STRING
                   'CHARGE AT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                   ' PER GB REQUESTED ........ ' DELIMITED BY SIZE
                   WS-EDIT-CHARGE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE-WORK(3:80)
               END-STRING
               PERFORM 0950-WRITE-PRINT-LINE
           END-IF.

       0925-PRINT-DETAIL-HEADER.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'ROUTE' TO WS-PRINT-LINE-WORK(3:5)
           MOVE 'TYPE' TO WS-PRINT-LINE-WORK(48:4)
           MOVE 'LOADS' TO WS-PRINT-LINE-WORK(60:5)
           MOVE 'ACCEPTED' TO WS-PRINT-LINE-WORK(67:8)
           MOVE 'REJECTED' TO WS-PRINT-LINE-WORK(77:8)
           MOVE 'REQUESTED BYTES' TO WS-PRINT-LINE-WORK(86:15)
           MOVE '     USED BYTES' TO WS-PRINT-LINE-WORK(102:15)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:114)
           PERFORM 0950-WRITE-PRINT-LINE.

       0930-PRINT-SUMMARY.
      *> One line per source system - its cost centre, its share of
      *> the month, and the change in requested space against its
      *> prior-month statement (NEW when it had none).
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'SOURCE' TO WS-PRINT-LINE-WORK(3:6)
           MOVE 'COST CTR' TO WS-PRINT-LINE-WORK(13:8)
           MOVE 'REQUESTED BYTES' TO WS-PRINT-LINE-WORK(25:15)
           MOVE '     USED BYTES' TO WS-PRINT-LINE-WORK(41:15)
           MOVE 'SHARE' TO WS-PRINT-LINE-WORK(57:5)
           MOVE '    PRIOR MONTH' TO WS-PRINT-LINE-WORK(63:15)
           MOVE '  CHANGE (BYTES)' TO WS-PRINT-LINE-WORK(79:16)
           MOVE ' CHANGE %' TO WS-PRINT-LINE-WORK(96:9)
           IF WS-RATE-ARMED
               MOVE '       CHARGE' TO WS-PRINT-LINE-WORK(107:13)
           END-IF
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:117)
           PERFORM 0950-WRITE-PRINT-LINE
           PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
               UNTIL WS-SRCT-IX > WS-SRCT-TALLY
               MOVE SPACES TO WS-PRINT-LINE-WORK
               MOVE WS-SRCT-SOURCE(WS-SRCT-IX) TO WS-PRINT-LINE-WORK(3:8)
               MOVE WS-SRCT-COST-CENTRE(WS-SRCT-IX) TO WS-PRINT-LINE-WORK(13:10)
               MOVE WS-SRCT-REQ-BYTES(WS-SRCT-IX) TO WS-DELTA-WORK
               MOVE WS-SRCT-USED-BYTES(WS-SRCT-IX) TO WS-DELTA-WORK-2
               MOVE WS-SRCT-PRIOR-REQ(WS-SRCT-IX) TO WS-RECORD-REQ-BYTES
               MOVE WS-SRCT-PRIOR-SW(WS-SRCT-IX) TO WS-LINE-HAS-PRIOR-SW
               MOVE WS-SRCT-CHARGE(WS-SRCT-IX) TO WS-CHARGE-WORK
               PERFORM 0935-PRINT-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE ALL '-' TO WS-PRINT-LINE-WORK(3:117)
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE-WORK
           MOVE 'TOTAL' TO WS-PRINT-LINE-WORK(3:8)
           MOVE WS-TOTAL-REQ-BYTES TO WS-DELTA-WORK
           MOVE WS-TOTAL-USED-BYTES TO WS-DELTA-WORK-2
           MOVE WS-TOTAL-PRIOR-REQ TO WS-RECORD-REQ-BYTES
           IF WS-PRIOR-RUN-STAMP = SPACES
               MOVE 'N' TO WS-LINE-HAS-PRIOR-SW
           ELSE
               MOVE 'Y' TO WS-LINE-HAS-PRIOR-SW
           END-IF
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-WORK
           PERFORM 0935-PRINT-SUMMARY-LINE.

       0935-PRINT-SUMMARY-LINE.
      *> WS-PRINT-LINE-WORK arrives holding the source and cost centre;
      *> the month's figures are staged in WS-DELTA-WORK (requested),
      *> WS-DELTA-WORK-2 (used) and WS-RECORD-REQ-BYTES (prior month's
      *> requested), with WS-LINE-HAS-PRIOR-SW and WS-CHARGE-WORK
      *> beside them - the same paragraph prints the total line.
           MOVE WS-DELTA-WORK TO WS-EDIT-BYTES
           MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(25:15)
           MOVE WS-DELTA-WORK-2 TO WS-EDIT-BYTES
           MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(41:15)
           IF WS-TOTAL-REQ-BYTES > 0
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   WS-DELTA-WORK * 100 / WS-TOTAL-REQ-BYTES
           ELSE
               MOVE ZERO TO WS-PERCENT-WORK
           END-IF
           MOVE WS-PERCENT-WORK TO WS-EDIT-PERCENT
           MOVE WS-EDIT-PERCENT TO WS-PRINT-LINE-WORK(57:5)
           MOVE WS-RECORD-REQ-BYTES TO WS-EDIT-BYTES
           MOVE WS-EDIT-BYTES TO WS-PRINT-LINE-WORK(63:15)
           IF NOT WS-LINE-HAS-PRIOR
               MOVE 'NEW' TO WS-PRINT-LINE-WORK(92:3)
           ELSE
               COMPUTE WS-DELTA-WORK = WS-DELTA-WORK - WS-RECORD-REQ-BYTES
               MOVE WS-DELTA-WORK TO WS-EDIT-DELTA-BYTES
               MOVE WS-EDIT-DELTA-BYTES TO WS-PRINT-LINE-WORK(79:16)
               IF WS-RECORD-REQ-BYTES > 0
                   COMPUTE WS-CHANGE-PERCENT-WORK ROUNDED =
                       WS-DELTA-WORK * 100 / WS-RECORD-REQ-BYTES
                   MOVE WS-CHANGE-PERCENT-WORK TO WS-EDIT-CHANGE-PERCENT
                   MOVE WS-EDIT-CHANGE-PERCENT TO WS-PRINT-LINE-WORK(96:9)
               END-IF
           END-IF
           IF WS-RATE-ARMED
               MOVE WS-CHARGE-WORK TO WS-EDIT-CHARGE
               MOVE WS-EDIT-CHARGE TO WS-PRINT-LINE-WORK(107:14)
           END-IF
           PERFORM 0950-WRITE-PRINT-LINE.

       0940-PRINT-EXCEPTIONS.
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE-WORK
               PERFORM 0950-WRITE-PRINT-LINE
               MOVE 'EXCEPTIONS:' TO WS-PRINT-LINE-WORK
               PERFORM 0950-WRITE-PRINT-LINE
               DISPLAY 'EXCEPTIONS:'
               IF WS-NO-CCT-COUNT > 0
                   MOVE WS-NO-CCT-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   STRING
                       '  SOURCE SYSTEMS WITH NO ST.CTL.COSTCTR ENTRY (BILLED TO UNASSIGNED): ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE-WORK
                   END-STRING
                   PERFORM 0950-WRITE-PRINT-LINE
                   DISPLAY '  source systems with no ST.CTL.COSTCTR entry: ' WS-NO-CCT-COUNT
               END-IF
               IF WS-UNATTRIB-COUNT > 0
                   MOVE WS-UNATTRIB-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   STRING
                       '  LOADED TARGETS WITH SPACE NO SOURCE BREAKDOWN ACCOUNTS FOR (BILLED TO *NONE*): ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE-WORK
                   END-STRING
                   PERFORM 0950-WRITE-PRINT-LINE
                   DISPLAY '  loaded targets with no source breakdown: ' WS-UNATTRIB-COUNT
               END-IF
               IF WS-ORPHAN-COUNT > 0
                   MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE-WORK
                   STRING
                       '  BREAKDOWN RECORDS WITH NO ALLOCATION RECORD TO SPLIT (NOT BILLED): ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE-WORK
                   END-STRING
                   PERFORM 0950-WRITE-PRINT-LINE
                   DISPLAY '  breakdown records with no allocation record: ' WS-ORPHAN-COUNT
               END-IF
               DISPLAY 'Ending with RETURN-CODE ' WS-ALERT-RC
                   ' for the scheduler.'
           END-IF.

       0945-PRINT-TOTALS-RECAP.
           MOVE SPACES TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE ALL '=' TO WS-PRINT-LINE-WORK
           PERFORM 0950-WRITE-PRINT-LINE
           MOVE WS-SRCT-TALLY TO WS-EDIT-COUNT
           MOVE WS-GEN-TALLY TO WS-EDIT-COUNT-2
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT-3
           MOVE WS-ALERT-RC TO WS-EDIT-RC
           MOVE SPACES TO WS-PRINT-LINE-WORK
           STRING
               'END OF REPORT - SOURCE SYSTEMS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               '   LOADED TARGETS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               '   EXCEPTIONS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
               '   RETURN-CODE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-RC) DELIMITED BY SIZE
               INTO WS-PRINT-LINE-WORK
           END-STRING
           PERFORM 0950-WRITE-PRINT-LINE.

       0950-WRITE-PRINT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0910-WRITE-PAGE-HEADING
           END-IF
           WRITE PRINT-LINE FROM WS-PRINT-LINE-WORK
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ST-CHARGEBACK: WRITE failed for RPTFILE - file status ' WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0970-APPEND-CHARGEBACK-HISTORY.
      *> This month's statements become next month's prior month. A
      *> source carried only for its prior-month figures billed nothing
      *> this month and writes no record.
           OPEN EXTEND CHARGEBACK-HISTORY
           IF WS-CHGHIST-STATUS = '35'
               CLOSE CHARGEBACK-HISTORY
               OPEN OUTPUT CHARGEBACK-HISTORY
           END-IF
           IF WS-CHGHIST-STATUS NOT = '00'
               DISPLAY 'ST-CHARGEBACK: OPEN failed for CHGHIST - file status ' WS-CHGHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SRCT-IX FROM 1 BY 1
                   UNTIL WS-SRCT-IX > WS-SRCT-TALLY
                   IF WS-SRCT-LOADS(WS-SRCT-IX) > 0
                       MOVE SPACES TO WS-CHARGEBACK-RECORD
                       MOVE WS-BILL-MONTH TO CHG-MONTH
                       MOVE WS-SRCT-SOURCE(WS-SRCT-IX) TO CHG-SOURCE-SYSTEM
                       MOVE WS-SRCT-COST-CENTRE(WS-SRCT-IX) TO CHG-COST-CENTRE
                       MOVE WS-SRCT-LOADS(WS-SRCT-IX) TO CHG-LOADS
                       MOVE WS-SRCT-ACCEPTED(WS-SRCT-IX) TO CHG-ACCEPTED-COUNT
                       MOVE WS-SRCT-REJECTED(WS-SRCT-IX) TO CHG-REJECTED-COUNT
                       MOVE WS-SRCT-REQ-BYTES(WS-SRCT-IX) TO CHG-REQ-BYTES
                       MOVE WS-SRCT-USED-BYTES(WS-SRCT-IX) TO CHG-USED-BYTES
                       MOVE WS-SRCT-CHARGE(WS-SRCT-IX) TO CHG-CHARGE-AMOUNT
                       MOVE WS-RUN-TIMESTAMP TO CHG-RUN-TIMESTAMP
                       WRITE WS-CHARGEBACK-RECORD
                       IF WS-CHGHIST-STATUS NOT = '00'
                           DISPLAY 'ST-CHARGEBACK: WRITE failed for CHGHIST - file status ' WS-CHGHIST-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHARGEBACK-HISTORY
               IF WS-CHGHIST-STATUS NOT = '00'
                   DISPLAY 'ST-CHARGEBACK: CLOSE failed for CHGHIST - file status ' WS-CHGHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

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
               DISPLAY 'ST-CHARGEBACK: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-CHARGEBACK' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-CHARGEBACK: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-CHARGEBACK: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
