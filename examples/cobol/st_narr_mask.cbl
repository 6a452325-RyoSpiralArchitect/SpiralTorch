       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-NARR-MASK.
      *> Outbound masking step. NARR-TEXT is free text, and upstream
      *> systems have pasted account and card numbers into it; three
      *> files carry that text off the platform - the NARREXT extract
      *> fan-out, the ST-NARR-LOOKUP extract on LOOKEXT and the
      *> ST-NARR-DELTA file. This step cuts one consumer's copy of one
      *> of them: every NARR-TEXT is scanned for the patterns in that
      *> consumer's profile on ST.CTL.MASKPROF (STMPFREC) and what they
      *> match is masked in the copy only - ST.DATA.NARRATION, the KSDS
      *> and the file this step reads keep the original. Each masked
      *> match is recorded on ST.AUDIT.MASKING (STMSKREC) by key,
      *> pattern and consumer, never by value.
      *> A profile is required, not assumed: the run fails and nothing
      *> is written when the consumer named on CONSUMER= has none, or
      *> - for an extract or delta - when any team subscribed to that
      *> file on ST.CTL.CONSUMERS has none, so a subscription cannot go
      *> live ahead of its profile. A profile of NONE clears a consumer
      *> to receive the text as it stands.
      *> An extract or delta is masked only once ST-NARR-VERIFY has
      *> released it: the input must carry the count and checksum the
      *> release on ST.AUDIT.OUTBOUND recorded, and the masked copy is
      *> then released there in turn for the one consumer, which
      *> ST-PICKUP-RECON and ST-GDG-CLEANUP hold that consumer's
      *> acknowledgment to in place of the original release. A LOOKEXT
      *> copy is an inquiry answer, not a release, and is not entered.
      *> RETURN-CODE contract: 0 - masked copy written (and released);
      *> 8 - missing or unusable profile, no release to mask, input
      *> differs from its release, or I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT MASK-PROFILE-FILE ASSIGN TO MASKPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKPROF-STATUS.
           SELECT CONSUMER-FILE ASSIGN TO CONSUMRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMRS-STATUS.
           SELECT OUTBOUND-MANIFEST ASSIGN TO OUTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTMAN-STATUS.
           SELECT EXTRACT-INPUT ASSIGN TO MASKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKIN-STATUS.
           SELECT EXTRACT-OUTPUT ASSIGN TO MASKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKOUT-STATUS.
           SELECT DELTA-INPUT ASSIGN TO DLTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTIN-STATUS.
           SELECT DELTA-OUTPUT ASSIGN TO DLTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTOUT-STATUS.
           SELECT MASK-AUDIT-FILE ASSIGN TO MASKAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKAUD-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  MASK-PROFILE-FILE.
      *> ST.CTL.MASKPROF - the consumers' masking profiles.
       COPY STMPFREC.

       FD  CONSUMER-FILE.
      *> ST.CTL.CONSUMERS - who collects which file.
       COPY STCNSREC.

       FD  OUTBOUND-MANIFEST.
      *> ST.AUDIT.OUTBOUND - the release being masked is found here,
      *> and the masked copy is appended.
       COPY STOUTREC.

       FD  EXTRACT-INPUT
           RECORD CONTAINS 512 CHARACTERS.
      *> The NARREXT or LOOKEXT file as released / as extracted.
       01  EXTRACT-INPUT-RECORD           PIC X(512).

       FD  EXTRACT-OUTPUT
           RECORD CONTAINS 512 CHARACTERS.
       01  EXTRACT-OUTPUT-RECORD          PIC X(512).

       FD  DELTA-INPUT
           RECORD CONTAINS 513 CHARACTERS.
      *> ST-NARR-DELTA's DELTAOUT: action code plus the 512-byte
      *> record, closed by the 'T' trailer laid over the data area.
       01  DELTA-INPUT-RECORD.
           05  DELTA-ACTION               PIC X(1).
               88  DELTA-IS-TRAILER       VALUE 'T'.
           05  DELTA-DATA                 PIC X(512).

       FD  DELTA-OUTPUT
           RECORD CONTAINS 513 CHARACTERS.
       01  DELTA-OUTPUT-RECORD            PIC X(513).

       FD  MASK-AUDIT-FILE.
      *> ST.AUDIT.MASKING - where each match was masked, never what.
       COPY STMSKREC.

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-MASKPROF-STATUS             PIC XX VALUE '00'.
       01  WS-CONSUMRS-STATUS             PIC XX VALUE '00'.
       01  WS-OUTMAN-STATUS               PIC XX VALUE '00'.
       01  WS-MASKIN-STATUS               PIC XX VALUE '00'.
       01  WS-MASKOUT-STATUS              PIC XX VALUE '00'.
       01  WS-DLTIN-STATUS                PIC XX VALUE '00'.
       01  WS-DLTOUT-STATUS               PIC XX VALUE '00'.
       01  WS-MASKAUD-STATUS              PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-MASKPROF-EOF-SW             PIC X VALUE 'N'.
           88  WS-MASKPROF-EOF            VALUE 'Y'.
       01  WS-CONSUMRS-EOF-SW             PIC X VALUE 'N'.
           88  WS-CONSUMRS-EOF            VALUE 'Y'.
       01  WS-OUTMAN-EOF-SW               PIC X VALUE 'N'.
           88  WS-OUTMAN-EOF              VALUE 'Y'.
       01  WS-INPUT-EOF-SW                PIC X VALUE 'N'.
           88  WS-INPUT-EOF               VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> FILE-TYPE= says which of the three outbound files is on the
      *> input DD - NARREXT and LOOKEXT on MASKIN/MASKOUT, DELTAOUT on
      *> DLTIN/DLTOUT. CONSUMER= is the team the copy is cut for.
      *> SOURCE-DSN= names the released file being masked, as
      *> ST-NARR-VERIFY entered it; MASKED-DSN= names the copy.
       01  WS-MASK-CONTROL.
           05  WS-FILE-TYPE               PIC X(8)  VALUE SPACES.
               88  WS-FILE-IS-EXTRACT     VALUE 'NARREXT '.
               88  WS-FILE-IS-DELTA       VALUE 'DELTAOUT'.
               88  WS-FILE-IS-LOOKUP      VALUE 'LOOKEXT '.
           05  WS-CONSUMER-ID             PIC X(8)  VALUE SPACES.
           05  WS-SOURCE-DSN              PIC X(64) VALUE SPACES.
           05  WS-MASKED-DSN              PIC X(64) VALUE SPACES.

       01  WS-TODAY-DATE                  PIC 9(8)  VALUE ZEROES.
       01  WS-RUN-STAMP                   PIC X(21) VALUE SPACES.
       01  WS-PROFILE-FAILURES            PIC 9(4) COMP VALUE ZERO.
       01  WS-SUBSCRIBED-SW               PIC X VALUE 'N'.
           88  WS-CONSUMER-IS-SUBSCRIBED  VALUE 'Y'.
       01  WS-PROFILE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-PROFILE-FOUND           VALUE 'Y'.
       01  WS-PROFILE-LOOKUP-ID           PIC X(8) VALUE SPACES.

      *> The whole profile file, held - the subscriber check needs
      *> every consumer's ID, the scan only this consumer's patterns.
       01  WS-PATTERN-TABLE-MAX           PIC 9(4) COMP VALUE 500.
       01  WS-PATTERN-TALLY               PIC 9(4) COMP VALUE ZERO.
       01  WS-PATTERN-IX                  PIC 9(4) COMP VALUE ZERO.
       01  WS-PATTERN-TABLE.
           05  WS-PATTERN-ENTRY OCCURS 500 TIMES.
               10  WS-PAT-CONSUMER-ID     PIC X(8).
               10  WS-PAT-ID              PIC X(8).
               10  WS-PAT-TYPE            PIC X(6).
                   88  WS-PAT-IS-LUHN     VALUE 'LUHN  '.
                   88  WS-PAT-IS-DIGITS   VALUE 'DIGITS'.
                   88  WS-PAT-IS-FORMAT   VALUE 'FORMAT'.
                   88  WS-PAT-IS-NONE     VALUE 'NONE  '.
               10  WS-PAT-MIN-DIGITS      PIC 9(2).
               10  WS-PAT-MAX-DIGITS      PIC 9(2).
               10  WS-PAT-FORMAT          PIC X(24).
               10  WS-PAT-FORMAT-LENGTH   PIC 9(2).
               10  WS-PAT-MASK-CHARACTER  PIC X(1).
               10  WS-PAT-KEEP-LAST       PIC 9(2).
      *> This consumer's patterns that actually scan - NONE lines
      *> only make the profile exist.
       01  WS-ACTIVE-PATTERNS             PIC 9(4) COMP VALUE ZERO.

      *> The release being masked, off ST.AUDIT.OUTBOUND.
       01  WS-RELEASE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-RELEASE-FOUND           VALUE 'Y'.
       01  WS-RELEASE-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-RELEASE-CHECKSUM            PIC 9(9) VALUE ZERO.
       01  WS-RELEASE-SOURCE-DSN          PIC X(64) VALUE SPACES.

      *> The record in hand. NARR-TEXT sits at 37 for 476 bytes in the
      *> 512-byte STNARREC shape; a delta record's data area is the
      *> same shape behind its action byte.
       01  WS-MASK-RECORD.
           05  WS-MASK-NARR-KEY           PIC X(16).
           05  FILLER                     PIC X(20).
           05  WS-MASK-TEXT               PIC X(476).
       01  WS-TEXT-LENGTH                 PIC 9(3) COMP VALUE 476.
       01  WS-RECORD-MASKED-SW            PIC X VALUE 'N'.
           88  WS-RECORD-WAS-MASKED       VALUE 'Y'.

      *> Scan state for the pattern in hand.
       01  WS-SCAN-POS                    PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-END                    PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-STOP-SW                PIC X VALUE 'N'.
           88  WS-SCAN-STOPPED            VALUE 'Y'.
       01  WS-SCAN-CHAR                   PIC X VALUE SPACE.
           88  WS-SCAN-CHAR-IS-DIGIT      VALUE '0' THRU '9'.
           88  WS-SCAN-CHAR-IS-LETTER     VALUE 'A' THRU 'Z' 'a' THRU 'z'.
           88  WS-SCAN-CHAR-IS-SEPARATOR  VALUE ' ' '-'.
       01  WS-FORMAT-CHAR                 PIC X VALUE SPACE.
       01  WS-MATCH-START                 PIC 9(4) COMP VALUE ZERO.
       01  WS-MATCH-LENGTH                PIC 9(4) COMP VALUE ZERO.

      *> A digit run as collected: its digits in order, and where each
      *> blank- or hyphen-separated group of them ends, so a card
      *> number followed by an unrelated group can still be found.
       01  WS-RUN-DIGIT-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-DIGIT-MAX               PIC 9(4) COMP VALUE 40.
       01  WS-RUN-DIGITS.
           05  WS-RUN-DIGIT OCCURS 40 TIMES PIC 9(1).
       01  WS-RUN-GROUP-MAX               PIC 9(4) COMP VALUE 20.
       01  WS-RUN-GROUP-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-GROUP-IX                PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-GROUP-TABLE.
           05  WS-RUN-GROUP OCCURS 20 TIMES.
               10  WS-GROUP-END-POS       PIC 9(4) COMP.
               10  WS-GROUP-DIGITS-SO-FAR PIC 9(4) COMP.
       01  WS-CANDIDATE-DIGITS            PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-START-SW                PIC X VALUE 'N'.
           88  WS-RUN-STARTS-HERE         VALUE 'Y'.
       01  WS-RUN-TOO-LONG-SW             PIC X VALUE 'N'.
           88  WS-RUN-TOO-LONG            VALUE 'Y'.

      *> Luhn check over the first WS-CANDIDATE-DIGITS of the run.
       01  WS-LUHN-SUM                    PIC 9(5) COMP VALUE ZERO.
       01  WS-LUHN-IX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-LUHN-DIGIT                  PIC 9(2) COMP VALUE ZERO.
       01  WS-LUHN-DOUBLE-SW              PIC X VALUE 'N'.
           88  WS-LUHN-DOUBLE             VALUE 'Y'.
       01  WS-LUHN-REMAINDER              PIC 9(2) COMP VALUE ZERO.
       01  WS-LUHN-QUOTIENT               PIC 9(5) COMP VALUE ZERO.

      *> Masking the match in hand.
       01  WS-MASKABLE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-MASKABLE-SEEN               PIC 9(4) COMP VALUE ZERO.
       01  WS-MASK-THROUGH                PIC 9(4) COMP VALUE ZERO.
       01  WS-MASKABLE-SW                 PIC X VALUE 'N'.
           88  WS-POSITION-IS-MASKABLE    VALUE 'Y'.
       01  WS-MASK-CHARACTER              PIC X VALUE '*'.

       01  WS-RUN-COUNTS.
           05  WS-INPUT-COUNT             PIC 9(9) COMP VALUE ZERO.
           05  WS-OUTPUT-COUNT            PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-MASKED          PIC 9(9) COMP VALUE ZERO.
           05  WS-MATCHES-MASKED          PIC 9(9) COMP VALUE ZERO.

      *> The ST-NARR-VERIFY rolling checksum, over the input (to hold
      *> it to its release) and over the masked copy (to release it).
       01  WS-CHECKSUM-RECORD             PIC X(512) VALUE SPACES.
       01  WS-CHECKSUM-VALUE              PIC 9(9) COMP VALUE ZERO.
       01  WS-CHECKSUM-IX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-CHECKSUM-MODULUS            PIC 9(9) COMP VALUE 999999937.
       01  WS-INPUT-CHECKSUM              PIC 9(9) COMP VALUE ZERO.
       01  WS-OUTPUT-CHECKSUM             PIC 9(9) COMP VALUE ZERO.
       01  WS-OUT-COUNT-WORK              PIC 9(9) VALUE ZERO.
       01  WS-OUT-CHECKSUM-WORK           PIC 9(9) VALUE ZERO.

      *> Staging for the ST.LOG.EVENTS append - the caller fills these
      *> and performs 9000-WRITE-EVENT-LOG, which stamps the timestamp
      *> and program name itself.
       01  WS-EVTLOG-STATUS               PIC XX VALUE '00'.
       01  WS-EVENT-DSN                   PIC X(64) VALUE SPACES.
       01  WS-EVENT-CODE-WORK             PIC X(8) VALUE SPACES.
       01  WS-EVENT-SEVERITY-WORK         PIC X VALUE SPACES.
       01  WS-EVENT-TEXT-WORK             PIC X(128) VALUE SPACES.
       01  WS-EVENT-COUNT-TEXT            PIC Z(8)9 VALUE ZEROES.
       01  WS-EVENT-COUNT-TEXT-2          PIC Z(8)9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-LOAD-PROFILES
           IF NOT WS-FILE-IS-LOOKUP
               PERFORM 0300-CHECK-SUBSCRIBER-PROFILES
           END-IF
           PERFORM 0350-CHECK-CONSUMER-PROFILE
           IF WS-PROFILE-FAILURES > 0
               DISPLAY 'ST-NARR-MASK: ' WS-PROFILE-FAILURES
                   ' masking profile problem(s) - nothing is masked or released for '
                   FUNCTION TRIM(WS-CONSUMER-ID) '.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FILE-IS-LOOKUP
               PERFORM 0400-FIND-RELEASE
           END-IF
           PERFORM 0500-OPEN-FILES
           IF WS-FILE-IS-DELTA
               PERFORM UNTIL WS-INPUT-EOF
                   READ DELTA-INPUT
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0550-MASK-DELTA-RECORD
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-INPUT-EOF
                   READ EXTRACT-INPUT
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0540-MASK-EXTRACT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 0800-CLOSE-FILES
           PERFORM 0850-RELEASE-MASKED-COPY
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-MASK: no SYSIN control cards found.'
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
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-MASKED-DSN TO WS-EVENT-DSN
      *> No defaults here - a copy cut for the wrong team or the wrong
      *> file is worse than no copy.
           IF NOT WS-FILE-IS-EXTRACT AND NOT WS-FILE-IS-DELTA AND NOT WS-FILE-IS-LOOKUP
               DISPLAY 'ST-NARR-MASK: FILE-TYPE= must be NARREXT, DELTAOUT or LOOKEXT - '
                   'got ''' FUNCTION TRIM(WS-FILE-TYPE) '''.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CONSUMER-ID = SPACES OR WS-MASKED-DSN = SPACES
               DISPLAY 'ST-NARR-MASK: CONSUMER= and MASKED-DSN= are both required.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SOURCE-DSN = SPACES AND NOT WS-FILE-IS-LOOKUP
               DISPLAY 'ST-NARR-MASK: SOURCE-DSN= is required to mask a '
                   FUNCTION TRIM(WS-FILE-TYPE) ' - it names the release being masked.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ST-NARR-MASK: masking ' FUNCTION TRIM(WS-FILE-TYPE)
               ' for consumer ' FUNCTION TRIM(WS-CONSUMER-ID)
               ' into ' FUNCTION TRIM(WS-MASKED-DSN).

       0110-APPLY-CONTROL-CARD.
           IF WS-CARD-RECORD(1:1) = '*' OR FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-RECORD)) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
               UNSTRING WS-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD WS-CARD-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                   WHEN 'FILE-TYPE'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-FILE-TYPE
                   WHEN 'CONSUMER'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-CONSUMER-ID
                   WHEN 'SOURCE-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-SOURCE-DSN
                   WHEN 'MASKED-DSN'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-MASKED-DSN
                   WHEN OTHER
                       DISPLAY 'ST-NARR-MASK: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-LOAD-PROFILES.
      *> No profile file is no profile for anyone - the consumer check
      *> below fails the run on it.
           OPEN INPUT MASK-PROFILE-FILE
           IF WS-MASKPROF-STATUS = '35'
               DISPLAY 'ST-NARR-MASK: no ST.CTL.MASKPROF (MASKPROF) found.'
           ELSE
               IF WS-MASKPROF-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for MASKPROF - file status '
                       WS-MASKPROF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MASKPROF-EOF
                   READ MASK-PROFILE-FILE
                       AT END
                           SET WS-MASKPROF-EOF TO TRUE
                       NOT AT END
                           IF WS-MASK-PROFILE-RECORD(1:1) NOT = '*'
                               AND MPF-CONSUMER-ID NOT = SPACES
                               PERFORM 0210-KEEP-ONE-PATTERN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-PROFILE-FILE
           END-IF.

       0210-KEEP-ONE-PATTERN.
           IF WS-PATTERN-TALLY >= WS-PATTERN-TABLE-MAX
               DISPLAY 'ST-NARR-MASK: more than ' WS-PATTERN-TABLE-MAX
                   ' masking profile lines - raise WS-PATTERN-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PATTERN-TALLY
           MOVE MPF-CONSUMER-ID TO WS-PAT-CONSUMER-ID(WS-PATTERN-TALLY)
           MOVE MPF-PATTERN-ID TO WS-PAT-ID(WS-PATTERN-TALLY)
           MOVE MPF-PATTERN-TYPE TO WS-PAT-TYPE(WS-PATTERN-TALLY)
           MOVE MPF-FORMAT TO WS-PAT-FORMAT(WS-PATTERN-TALLY)
           MOVE MPF-MASK-CHARACTER TO WS-PAT-MASK-CHARACTER(WS-PATTERN-TALLY)
           IF WS-PAT-MASK-CHARACTER(WS-PATTERN-TALLY) = SPACE
               MOVE '*' TO WS-PAT-MASK-CHARACTER(WS-PATTERN-TALLY)
           END-IF
      *> Numbers keyed wrong or left blank read as zero; the consumer
      *> check decides whether the line is still usable.
           IF MPF-MIN-DIGITS IS NUMERIC
               MOVE MPF-MIN-DIGITS TO WS-PAT-MIN-DIGITS(WS-PATTERN-TALLY)
           ELSE
               MOVE ZERO TO WS-PAT-MIN-DIGITS(WS-PATTERN-TALLY)
           END-IF
           IF MPF-MAX-DIGITS IS NUMERIC
               MOVE MPF-MAX-DIGITS TO WS-PAT-MAX-DIGITS(WS-PATTERN-TALLY)
           ELSE
               MOVE ZERO TO WS-PAT-MAX-DIGITS(WS-PATTERN-TALLY)
           END-IF
           IF MPF-KEEP-LAST IS NUMERIC
               MOVE MPF-KEEP-LAST TO WS-PAT-KEEP-LAST(WS-PATTERN-TALLY)
           ELSE
               MOVE ZERO TO WS-PAT-KEEP-LAST(WS-PATTERN-TALLY)
           END-IF
           IF WS-PAT-IS-LUHN(WS-PATTERN-TALLY)
               IF WS-PAT-MIN-DIGITS(WS-PATTERN-TALLY) = 0
                   MOVE 13 TO WS-PAT-MIN-DIGITS(WS-PATTERN-TALLY)
               END-IF
               IF WS-PAT-MAX-DIGITS(WS-PATTERN-TALLY) = 0
                   MOVE 19 TO WS-PAT-MAX-DIGITS(WS-PATTERN-TALLY)
               END-IF
           END-IF
           IF MPF-FORMAT = SPACES
               MOVE ZERO TO WS-PAT-FORMAT-LENGTH(WS-PATTERN-TALLY)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MPF-FORMAT TRAILING))
                   TO WS-PAT-FORMAT-LENGTH(WS-PATTERN-TALLY)
           END-IF.

       0300-CHECK-SUBSCRIBER-PROFILES.
      *> Every team subscribed to this file today must have a profile,
      *> and the team the copy is for must be one of them - a copy for
      *> someone who is not collecting the file is not released.
           OPEN INPUT CONSUMER-FILE
           IF WS-CONSUMRS-STATUS = '35'
               DISPLAY 'ST-NARR-MASK: no ST.CTL.CONSUMERS (CONSUMRS) found.'
           ELSE
               IF WS-CONSUMRS-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for CONSUMRS - file status '
                       WS-CONSUMRS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CONSUMRS-EOF
                   READ CONSUMER-FILE
                       AT END
                           SET WS-CONSUMRS-EOF TO TRUE
                       NOT AT END
                           IF WS-CONSUMER-RECORD(1:1) NOT = '*'
                               AND CNS-CONSUMER-ID NOT = SPACES
                               AND CNS-FILE-TYPE = WS-FILE-TYPE
                               AND CNS-START-DATE IS NUMERIC
                               AND CNS-END-DATE IS NUMERIC
                               AND CNS-START-DATE <= WS-TODAY-DATE
                               AND (CNS-END-DATE = 0 OR CNS-END-DATE > WS-TODAY-DATE)
                               PERFORM 0310-CHECK-ONE-SUBSCRIBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSUMER-FILE
           END-IF
           IF NOT WS-CONSUMER-IS-SUBSCRIBED
               DISPLAY 'ST-NARR-MASK: ' FUNCTION TRIM(WS-CONSUMER-ID)
                   ' has no running subscription to ' FUNCTION TRIM(WS-FILE-TYPE)
                   ' on ST.CTL.CONSUMERS.'
               ADD 1 TO WS-PROFILE-FAILURES
               MOVE 'MASKNSUB' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'consumer ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONSUMER-ID) DELIMITED BY SIZE
                   ' does not subscribe to ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILE-TYPE) DELIMITED BY SIZE
                   ' - masked copy not cut' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0310-CHECK-ONE-SUBSCRIBER.
           IF CNS-CONSUMER-ID = WS-CONSUMER-ID
               SET WS-CONSUMER-IS-SUBSCRIBED TO TRUE
           ELSE
               MOVE CNS-CONSUMER-ID TO WS-PROFILE-LOOKUP-ID
               PERFORM 0320-FIND-PROFILE
               IF NOT WS-PROFILE-FOUND
                   PERFORM 0330-REPORT-MISSING-PROFILE
               END-IF
           END-IF.

       0320-FIND-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND-SW
           PERFORM VARYING WS-PATTERN-IX FROM 1 BY 1
               UNTIL WS-PATTERN-IX > WS-PATTERN-TALLY OR WS-PROFILE-FOUND
               IF WS-PAT-CONSUMER-ID(WS-PATTERN-IX) = WS-PROFILE-LOOKUP-ID
                   SET WS-PROFILE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0330-REPORT-MISSING-PROFILE.
           DISPLAY 'ST-NARR-MASK: no masking profile on ST.CTL.MASKPROF for consumer '
               FUNCTION TRIM(WS-PROFILE-LOOKUP-ID) ' (' FUNCTION TRIM(WS-FILE-TYPE) ').'
           ADD 1 TO WS-PROFILE-FAILURES
           MOVE 'MASKNOPR' TO WS-EVENT-CODE-WORK
           MOVE 'E' TO WS-EVENT-SEVERITY-WORK
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           STRING
               'no masking profile for consumer ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROFILE-LOOKUP-ID) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FILE-TYPE) DELIMITED BY SIZE
               ' transmission failed' DELIMITED BY SIZE
               INTO WS-EVENT-TEXT-WORK
           END-STRING
           PERFORM 9000-WRITE-EVENT-LOG.

       0350-CHECK-CONSUMER-PROFILE.
      *> The consumer's own profile must exist and every line of it
      *> must be one the scan can apply.
           MOVE WS-CONSUMER-ID TO WS-PROFILE-LOOKUP-ID
           PERFORM 0320-FIND-PROFILE
           IF NOT WS-PROFILE-FOUND
               PERFORM 0330-REPORT-MISSING-PROFILE
           ELSE
               PERFORM VARYING WS-PATTERN-IX FROM 1 BY 1
                   UNTIL WS-PATTERN-IX > WS-PATTERN-TALLY
                   IF WS-PAT-CONSUMER-ID(WS-PATTERN-IX) = WS-CONSUMER-ID
                       PERFORM 0360-CHECK-ONE-PATTERN
                   END-IF
               END-PERFORM
               DISPLAY 'ST-NARR-MASK: profile for ' FUNCTION TRIM(WS-CONSUMER-ID)
                   ' - ' WS-ACTIVE-PATTERNS ' pattern(s) to scan for.'
           END-IF.

       0360-CHECK-ONE-PATTERN.
           EVALUATE TRUE
               WHEN WS-PAT-IS-NONE(WS-PATTERN-IX)
                   CONTINUE
               WHEN (WS-PAT-IS-LUHN(WS-PATTERN-IX) OR WS-PAT-IS-DIGITS(WS-PATTERN-IX))
                   AND WS-PAT-MIN-DIGITS(WS-PATTERN-IX) > 0
                   AND WS-PAT-MAX-DIGITS(WS-PATTERN-IX) >= WS-PAT-MIN-DIGITS(WS-PATTERN-IX)
                   AND WS-PAT-MAX-DIGITS(WS-PATTERN-IX) <= WS-RUN-DIGIT-MAX
                   ADD 1 TO WS-ACTIVE-PATTERNS
               WHEN WS-PAT-IS-FORMAT(WS-PATTERN-IX)
                   AND WS-PAT-FORMAT-LENGTH(WS-PATTERN-IX) > 0
                   ADD 1 TO WS-ACTIVE-PATTERNS
               WHEN OTHER
                   DISPLAY 'ST-NARR-MASK: masking profile line for '
                       FUNCTION TRIM(WS-CONSUMER-ID) ' pattern '
                       FUNCTION TRIM(WS-PAT-ID(WS-PATTERN-IX))
                       ' is unusable - type ''' WS-PAT-TYPE(WS-PATTERN-IX)
                       ''' digits ' WS-PAT-MIN-DIGITS(WS-PATTERN-IX)
                       '-' WS-PAT-MAX-DIGITS(WS-PATTERN-IX) '.'
                   ADD 1 TO WS-PROFILE-FAILURES
                   MOVE 'MASKBADP' TO WS-EVENT-CODE-WORK
                   MOVE 'E' TO WS-EVENT-SEVERITY-WORK
                   MOVE SPACES TO WS-EVENT-TEXT-WORK
                   STRING
                       'masking profile pattern ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAT-ID(WS-PATTERN-IX)) DELIMITED BY SIZE
                       ' for consumer ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CONSUMER-ID) DELIMITED BY SIZE
                       ' is unusable - transmission failed' DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
                   PERFORM 9000-WRITE-EVENT-LOG
           END-EVALUATE.

       0400-FIND-RELEASE.
      *> The latest release of SOURCE-DSN= to every subscriber. Its
      *> count and checksum are what the input must still carry.
           OPEN INPUT OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS NOT = '35'
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for OUTMAN - file status '
                       WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OUTMAN-EOF
                   READ OUTBOUND-MANIFEST
                       AT END
                           SET WS-OUTMAN-EOF TO TRUE
                       NOT AT END
                           IF OUT-DATASET-DSN = WS-SOURCE-DSN
                               AND OUT-FILE-TYPE = WS-FILE-TYPE
                               AND OUT-CONSUMER-ID = SPACES
                               SET WS-RELEASE-FOUND TO TRUE
                               MOVE OUT-RECORD-COUNT TO WS-RELEASE-COUNT
                               MOVE OUT-CHECKSUM TO WS-RELEASE-CHECKSUM
                               MOVE OUT-SOURCE-DSN TO WS-RELEASE-SOURCE-DSN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-MANIFEST
           END-IF
           IF NOT WS-RELEASE-FOUND
               DISPLAY 'ST-NARR-MASK: ' FUNCTION TRIM(WS-SOURCE-DSN)
                   ' has not been released on ST.AUDIT.OUTBOUND - run ST-NARR-VERIFY '
                   'over it first; nothing masked.'
               MOVE 8 TO RETURN-CODE
               MOVE WS-SOURCE-DSN TO WS-EVENT-DSN
               MOVE 'MASKNREL' TO WS-EVENT-CODE-WORK
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   'masking for consumer ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONSUMER-ID) DELIMITED BY SIZE
                   ' refused - the file is not a verified release' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
               STOP RUN
           END-IF.

       0500-OPEN-FILES.
           IF WS-FILE-IS-DELTA
               OPEN INPUT DELTA-INPUT
               IF WS-DLTIN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for DLTIN - file status ' WS-DLTIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT DELTA-OUTPUT
               IF WS-DLTOUT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for DLTOUT - file status ' WS-DLTOUT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT EXTRACT-INPUT
               IF WS-MASKIN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for MASKIN - file status ' WS-MASKIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT EXTRACT-OUTPUT
               IF WS-MASKOUT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: OPEN failed for MASKOUT - file status ' WS-MASKOUT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND MASK-AUDIT-FILE
           IF WS-MASKAUD-STATUS = '35'
               CLOSE MASK-AUDIT-FILE
               OPEN OUTPUT MASK-AUDIT-FILE
           END-IF
           IF WS-MASKAUD-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: OPEN failed for MASKAUD - file status ' WS-MASKAUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0540-MASK-EXTRACT-RECORD.
           ADD 1 TO WS-INPUT-COUNT
           MOVE EXTRACT-INPUT-RECORD TO WS-CHECKSUM-RECORD
           MOVE WS-INPUT-CHECKSUM TO WS-CHECKSUM-VALUE
           PERFORM 0700-ACCUMULATE-CHECKSUM
           MOVE WS-CHECKSUM-VALUE TO WS-INPUT-CHECKSUM
           MOVE EXTRACT-INPUT-RECORD TO WS-MASK-RECORD
           PERFORM 0600-MASK-TEXT
           WRITE EXTRACT-OUTPUT-RECORD FROM WS-MASK-RECORD
           IF WS-MASKOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: WRITE failed for MASKOUT - file status ' WS-MASKOUT-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-INPUT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-OUTPUT-COUNT
               MOVE WS-MASK-RECORD TO WS-CHECKSUM-RECORD
               MOVE WS-OUTPUT-CHECKSUM TO WS-CHECKSUM-VALUE
               PERFORM 0700-ACCUMULATE-CHECKSUM
               MOVE WS-CHECKSUM-VALUE TO WS-OUTPUT-CHECKSUM
           END-IF.

       0550-MASK-DELTA-RECORD.
      *> Checksummed the way ST-NARR-VERIFY releases a delta: action
      *> byte first, then the data area. The trailer carries counts
      *> and generation names, no text, and goes through untouched.
           ADD 1 TO WS-INPUT-COUNT
           COMPUTE WS-CHECKSUM-VALUE = FUNCTION MOD(
               WS-INPUT-CHECKSUM * 17 + FUNCTION ORD(DELTA-ACTION)
               WS-CHECKSUM-MODULUS)
           MOVE DELTA-DATA TO WS-CHECKSUM-RECORD
           PERFORM 0700-ACCUMULATE-CHECKSUM
           MOVE WS-CHECKSUM-VALUE TO WS-INPUT-CHECKSUM
           MOVE DELTA-DATA TO WS-MASK-RECORD
           IF NOT DELTA-IS-TRAILER
               PERFORM 0600-MASK-TEXT
           END-IF
           MOVE DELTA-ACTION TO DELTA-OUTPUT-RECORD(1:1)
           MOVE WS-MASK-RECORD TO DELTA-OUTPUT-RECORD(2:512)
           WRITE DELTA-OUTPUT-RECORD
           IF WS-DLTOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: WRITE failed for DLTOUT - file status ' WS-DLTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-INPUT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-OUTPUT-COUNT
               COMPUTE WS-CHECKSUM-VALUE = FUNCTION MOD(
                   WS-OUTPUT-CHECKSUM * 17 + FUNCTION ORD(DELTA-ACTION)
                   WS-CHECKSUM-MODULUS)
               MOVE WS-MASK-RECORD TO WS-CHECKSUM-RECORD
               PERFORM 0700-ACCUMULATE-CHECKSUM
               MOVE WS-CHECKSUM-VALUE TO WS-OUTPUT-CHECKSUM
           END-IF.

       0600-MASK-TEXT.
      *> Run each of the consumer's patterns over WS-MASK-TEXT in
      *> profile order. A match is masked before the next pattern
      *> looks, so two patterns never report the same digits twice.
           MOVE 'N' TO WS-RECORD-MASKED-SW
           PERFORM VARYING WS-PATTERN-IX FROM 1 BY 1
               UNTIL WS-PATTERN-IX > WS-PATTERN-TALLY
               IF WS-PAT-CONSUMER-ID(WS-PATTERN-IX) = WS-CONSUMER-ID
                   AND NOT WS-PAT-IS-NONE(WS-PATTERN-IX)
                   MOVE WS-PAT-MASK-CHARACTER(WS-PATTERN-IX) TO WS-MASK-CHARACTER
                   MOVE 1 TO WS-SCAN-POS
                   PERFORM 0610-SCAN-FROM-POSITION
                       UNTIL WS-SCAN-POS > WS-TEXT-LENGTH
               END-IF
           END-PERFORM
           IF WS-RECORD-WAS-MASKED
               ADD 1 TO WS-RECORDS-MASKED
           END-IF.

       0610-SCAN-FROM-POSITION.
           MOVE ZERO TO WS-MATCH-LENGTH
           MOVE WS-SCAN-POS TO WS-MATCH-START
           IF WS-PAT-IS-FORMAT(WS-PATTERN-IX)
               PERFORM 0640-TRY-FORMAT
           ELSE
               PERFORM 0620-TRY-DIGIT-RUN
           END-IF
           IF WS-MATCH-LENGTH > 0
               PERFORM 0660-MASK-MATCH
               PERFORM 0670-WRITE-MASK-AUDIT
               ADD WS-MATCH-LENGTH TO WS-SCAN-POS
           ELSE
               ADD 1 TO WS-SCAN-POS
           END-IF.

       0620-TRY-DIGIT-RUN.
      *> A run starts on a digit with no digit before it. LUHN lets
      *> single blanks or hyphens part the digit groups; DIGITS takes
      *> one unbroken run. The longest group-aligned prefix of the run
      *> that satisfies the pattern is the match.
           MOVE WS-MASK-TEXT(WS-SCAN-POS:1) TO WS-SCAN-CHAR
           IF WS-SCAN-CHAR-IS-DIGIT
               MOVE 'Y' TO WS-RUN-START-SW
               IF WS-SCAN-POS > 1
                   MOVE WS-MASK-TEXT(WS-SCAN-POS - 1:1) TO WS-SCAN-CHAR
                   IF WS-SCAN-CHAR-IS-DIGIT
                       MOVE 'N' TO WS-RUN-START-SW
                   END-IF
               END-IF
               IF WS-RUN-STARTS-HERE
                   PERFORM 0622-COLLECT-DIGIT-RUN
                   IF NOT WS-RUN-TOO-LONG
                       PERFORM 0625-PICK-DIGIT-CANDIDATE
                   END-IF
               END-IF
           END-IF.

       0622-COLLECT-DIGIT-RUN.
           MOVE ZERO TO WS-RUN-DIGIT-COUNT WS-RUN-GROUP-COUNT
           MOVE 'N' TO WS-SCAN-STOP-SW
           MOVE 'N' TO WS-RUN-TOO-LONG-SW
           MOVE WS-SCAN-POS TO WS-SCAN-IX
           PERFORM UNTIL WS-SCAN-STOPPED OR WS-SCAN-IX > WS-TEXT-LENGTH
               MOVE WS-MASK-TEXT(WS-SCAN-IX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR-IS-DIGIT
      *> Longer than any pattern may ask for - not an account or
      *> card number, whatever it is.
                       IF WS-RUN-DIGIT-COUNT >= WS-RUN-DIGIT-MAX
                           SET WS-RUN-TOO-LONG TO TRUE
                           SET WS-SCAN-STOPPED TO TRUE
                       ELSE
                           ADD 1 TO WS-RUN-DIGIT-COUNT
                           MOVE WS-SCAN-CHAR TO WS-RUN-DIGIT(WS-RUN-DIGIT-COUNT)
                           ADD 1 TO WS-SCAN-IX
                       END-IF
                   WHEN WS-SCAN-CHAR-IS-SEPARATOR
                       AND WS-PAT-IS-LUHN(WS-PATTERN-IX)
                       AND WS-SCAN-IX < WS-TEXT-LENGTH
                       AND WS-MASK-TEXT(WS-SCAN-IX + 1:1) IS NUMERIC
                       AND WS-RUN-GROUP-COUNT < WS-RUN-GROUP-MAX - 1
                       ADD 1 TO WS-RUN-GROUP-COUNT
                       COMPUTE WS-GROUP-END-POS(WS-RUN-GROUP-COUNT) = WS-SCAN-IX - 1
                       MOVE WS-RUN-DIGIT-COUNT TO WS-GROUP-DIGITS-SO-FAR(WS-RUN-GROUP-COUNT)
                       ADD 1 TO WS-SCAN-IX
                   WHEN OTHER
                       SET WS-SCAN-STOPPED TO TRUE
               END-EVALUATE
           END-PERFORM
           ADD 1 TO WS-RUN-GROUP-COUNT
           COMPUTE WS-GROUP-END-POS(WS-RUN-GROUP-COUNT) = WS-SCAN-IX - 1
           MOVE WS-RUN-DIGIT-COUNT TO WS-GROUP-DIGITS-SO-FAR(WS-RUN-GROUP-COUNT).

       0625-PICK-DIGIT-CANDIDATE.
           PERFORM VARYING WS-RUN-GROUP-IX FROM WS-RUN-GROUP-COUNT BY -1
               UNTIL WS-RUN-GROUP-IX < 1 OR WS-MATCH-LENGTH > 0
               MOVE WS-GROUP-DIGITS-SO-FAR(WS-RUN-GROUP-IX) TO WS-CANDIDATE-DIGITS
               IF WS-CANDIDATE-DIGITS >= WS-PAT-MIN-DIGITS(WS-PATTERN-IX)
                   AND WS-CANDIDATE-DIGITS <= WS-PAT-MAX-DIGITS(WS-PATTERN-IX)
                   IF WS-PAT-IS-LUHN(WS-PATTERN-IX)
                       PERFORM 0630-CHECK-LUHN
                       IF WS-LUHN-REMAINDER = 0
                           COMPUTE WS-MATCH-LENGTH =
                               WS-GROUP-END-POS(WS-RUN-GROUP-IX) - WS-SCAN-POS + 1
                       END-IF
                   ELSE
                       COMPUTE WS-MATCH-LENGTH =
                           WS-GROUP-END-POS(WS-RUN-GROUP-IX) - WS-SCAN-POS + 1
                   END-IF
               END-IF
           END-PERFORM.

       0630-CHECK-LUHN.
      *> Double every second digit counting in from the rightmost,
      *> fold doubles over 9 back to one digit, and the total of a
      *> valid number divides by 10.
           MOVE ZERO TO WS-LUHN-SUM
           MOVE 'N' TO WS-LUHN-DOUBLE-SW
           PERFORM VARYING WS-LUHN-IX FROM WS-CANDIDATE-DIGITS BY -1
               UNTIL WS-LUHN-IX < 1
               MOVE WS-RUN-DIGIT(WS-LUHN-IX) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE-SW
               ELSE
                   SET WS-LUHN-DOUBLE TO TRUE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER.

       0640-TRY-FORMAT.
      *> The picture laid over the text from here, with neither a
      *> letter nor a digit either side of it.
           COMPUTE WS-SCAN-END = WS-SCAN-POS + WS-PAT-FORMAT-LENGTH(WS-PATTERN-IX) - 1
           MOVE 'N' TO WS-SCAN-STOP-SW
           IF WS-SCAN-END > WS-TEXT-LENGTH
               SET WS-SCAN-STOPPED TO TRUE
           ELSE
               IF WS-SCAN-POS > 1
                   MOVE WS-MASK-TEXT(WS-SCAN-POS - 1:1) TO WS-SCAN-CHAR
                   IF WS-SCAN-CHAR-IS-DIGIT OR WS-SCAN-CHAR-IS-LETTER
                       SET WS-SCAN-STOPPED TO TRUE
                   END-IF
               END-IF
               IF WS-SCAN-END < WS-TEXT-LENGTH
                   MOVE WS-MASK-TEXT(WS-SCAN-END + 1:1) TO WS-SCAN-CHAR
                   IF WS-SCAN-CHAR-IS-DIGIT OR WS-SCAN-CHAR-IS-LETTER
                       SET WS-SCAN-STOPPED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-PAT-FORMAT-LENGTH(WS-PATTERN-IX) OR WS-SCAN-STOPPED
               MOVE WS-PAT-FORMAT(WS-PATTERN-IX)(WS-SCAN-IX:1) TO WS-FORMAT-CHAR
               MOVE WS-MASK-TEXT(WS-SCAN-POS + WS-SCAN-IX - 1:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-FORMAT-CHAR = '9'
                       IF NOT WS-SCAN-CHAR-IS-DIGIT
                           SET WS-SCAN-STOPPED TO TRUE
                       END-IF
                   WHEN WS-FORMAT-CHAR = 'A'
                       IF NOT WS-SCAN-CHAR-IS-LETTER
                           SET WS-SCAN-STOPPED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-SCAN-CHAR NOT = WS-FORMAT-CHAR
                           SET WS-SCAN-STOPPED TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF NOT WS-SCAN-STOPPED
               MOVE WS-PAT-FORMAT-LENGTH(WS-PATTERN-IX) TO WS-MATCH-LENGTH
           END-IF.

       0660-MASK-MATCH.
      *> Overwrite the digits (and, for a FORMAT, the letters its
      *> picture asked for) inside the match, all but the last
      *> KEEP-LAST of them. Separators and literals stay as they are.
           MOVE ZERO TO WS-MASKABLE-COUNT WS-MASKABLE-SEEN
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-MATCH-LENGTH
               PERFORM 0665-CLASSIFY-POSITION
               IF WS-POSITION-IS-MASKABLE
                   ADD 1 TO WS-MASKABLE-COUNT
               END-IF
           END-PERFORM
           IF WS-MASKABLE-COUNT > WS-PAT-KEEP-LAST(WS-PATTERN-IX)
               COMPUTE WS-MASK-THROUGH =
                   WS-MASKABLE-COUNT - WS-PAT-KEEP-LAST(WS-PATTERN-IX)
           ELSE
               MOVE ZERO TO WS-MASK-THROUGH
           END-IF
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-MATCH-LENGTH
               PERFORM 0665-CLASSIFY-POSITION
               IF WS-POSITION-IS-MASKABLE
                   ADD 1 TO WS-MASKABLE-SEEN
                   IF WS-MASKABLE-SEEN <= WS-MASK-THROUGH
                       MOVE WS-MASK-CHARACTER
                           TO WS-MASK-TEXT(WS-MATCH-START + WS-SCAN-IX - 1:1)
                   END-IF
               END-IF
           END-PERFORM
           SET WS-RECORD-WAS-MASKED TO TRUE
           ADD 1 TO WS-MATCHES-MASKED.

       0665-CLASSIFY-POSITION.
           MOVE 'N' TO WS-MASKABLE-SW
           MOVE WS-MASK-TEXT(WS-MATCH-START + WS-SCAN-IX - 1:1) TO WS-SCAN-CHAR
           IF WS-PAT-IS-FORMAT(WS-PATTERN-IX)
               MOVE WS-PAT-FORMAT(WS-PATTERN-IX)(WS-SCAN-IX:1) TO WS-FORMAT-CHAR
               IF WS-FORMAT-CHAR = '9' OR WS-FORMAT-CHAR = 'A'
                   SET WS-POSITION-IS-MASKABLE TO TRUE
               END-IF
           ELSE
               IF WS-SCAN-CHAR-IS-DIGIT
                   SET WS-POSITION-IS-MASKABLE TO TRUE
               END-IF
           END-IF.

       0670-WRITE-MASK-AUDIT.
      *> Where and by what - the matched text itself is never copied
      *> here.
           MOVE SPACES TO WS-MASK-AUDIT-RECORD
           MOVE WS-RUN-STAMP TO MSK-RUN-TIMESTAMP
           MOVE WS-CONSUMER-ID TO MSK-CONSUMER-ID
           MOVE WS-FILE-TYPE TO MSK-FILE-TYPE
           MOVE WS-MASKED-DSN TO MSK-MASKED-DSN
           MOVE WS-MASK-NARR-KEY TO MSK-NARR-KEY
           MOVE WS-PAT-ID(WS-PATTERN-IX) TO MSK-PATTERN-ID
           MOVE WS-PAT-TYPE(WS-PATTERN-IX) TO MSK-PATTERN-TYPE
           MOVE WS-MATCH-START TO MSK-TEXT-OFFSET
           MOVE WS-MATCH-LENGTH TO MSK-MATCH-LENGTH
           WRITE WS-MASK-AUDIT-RECORD
           IF WS-MASKAUD-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: WRITE failed for MASKAUD - file status ' WS-MASKAUD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0700-ACCUMULATE-CHECKSUM.
      *> Fold one 512-byte record into the rolling checksum in
      *> WS-CHECKSUM-VALUE - ST-NARR-VERIFY's algorithm, so the
      *> consumer's acknowledgment of the masked copy can be held to
      *> it the same way.
           PERFORM VARYING WS-CHECKSUM-IX FROM 1 BY 1
               UNTIL WS-CHECKSUM-IX > 512
               COMPUTE WS-CHECKSUM-VALUE = FUNCTION MOD(
                   WS-CHECKSUM-VALUE * 17
                   + FUNCTION ORD(WS-CHECKSUM-RECORD(WS-CHECKSUM-IX:1))
                   WS-CHECKSUM-MODULUS)
           END-PERFORM.

       0800-CLOSE-FILES.
           IF WS-FILE-IS-DELTA
               CLOSE DELTA-INPUT
               CLOSE DELTA-OUTPUT
               IF WS-DLTOUT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: CLOSE failed for DLTOUT - file status ' WS-DLTOUT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               CLOSE EXTRACT-INPUT
               CLOSE EXTRACT-OUTPUT
               IF WS-MASKOUT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: CLOSE failed for MASKOUT - file status ' WS-MASKOUT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MASK-AUDIT-FILE
           IF WS-MASKAUD-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: CLOSE failed for MASKAUD - file status ' WS-MASKAUD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'ST-NARR-MASK: ' WS-INPUT-COUNT ' records read, '
               WS-RECORDS-MASKED ' masked, ' WS-MATCHES-MASKED ' matches; copy holds '
               WS-OUTPUT-COUNT ' records, checksum ' WS-OUTPUT-CHECKSUM.

       0850-RELEASE-MASKED-COPY.
      *> Hold the input to the release it claims to be, then enter the
      *> masked copy on ST.AUDIT.OUTBOUND for this consumer alone.
           IF WS-FILE-IS-LOOKUP
               CONTINUE
           ELSE
               IF WS-INPUT-COUNT NOT = WS-RELEASE-COUNT
                   OR WS-INPUT-CHECKSUM NOT = WS-RELEASE-CHECKSUM
                   DISPLAY 'ST-NARR-MASK: input holds ' WS-INPUT-COUNT
                       ' records, checksum ' WS-INPUT-CHECKSUM
                       ' but ' FUNCTION TRIM(WS-SOURCE-DSN) ' was released with '
                       WS-RELEASE-COUNT ' records, checksum ' WS-RELEASE-CHECKSUM
                   DISPLAY '  The masked copy is not released - check the DLTIN/MASKIN '
                       'allocation against SOURCE-DSN=.'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'MASKDIFF' TO WS-EVENT-CODE-WORK
                   MOVE 'E' TO WS-EVENT-SEVERITY-WORK
                   MOVE SPACES TO WS-EVENT-TEXT-WORK
                   STRING
                       'masking input for consumer ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CONSUMER-ID) DELIMITED BY SIZE
                       ' differs from its release - masked copy not released'
                           DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
                   PERFORM 9000-WRITE-EVENT-LOG
               END-IF
           END-IF
           IF RETURN-CODE < 8
               IF NOT WS-FILE-IS-LOOKUP
                   PERFORM 0860-WRITE-OUTBOUND-RECORD
               END-IF
           END-IF
           IF RETURN-CODE < 8
               MOVE 'MASKDONE' TO WS-EVENT-CODE-WORK
               MOVE 'I' TO WS-EVENT-SEVERITY-WORK
               MOVE WS-RECORDS-MASKED TO WS-EVENT-COUNT-TEXT
               MOVE WS-INPUT-COUNT TO WS-EVENT-COUNT-TEXT-2
               MOVE SPACES TO WS-EVENT-TEXT-WORK
               STRING
                   FUNCTION TRIM(WS-FILE-TYPE) DELIMITED BY SIZE
                   ' masked for consumer ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONSUMER-ID) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-COUNT-TEXT-2) DELIMITED BY SIZE
                   ' records carried a match' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT-WORK
               END-STRING
               PERFORM 9000-WRITE-EVENT-LOG
           END-IF.

       0860-WRITE-OUTBOUND-RECORD.
      *> Same append ST-NARR-VERIFY makes for a release, carrying the
      *> consumer and the release it was masked from.
           OPEN EXTEND OUTBOUND-MANIFEST
           IF WS-OUTMAN-STATUS = '35'
               CLOSE OUTBOUND-MANIFEST
               OPEN OUTPUT OUTBOUND-MANIFEST
           END-IF
           IF WS-OUTMAN-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: OPEN failed for OUTMAN - file status ' WS-OUTMAN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-OUTPUT-COUNT TO WS-OUT-COUNT-WORK
               MOVE WS-OUTPUT-CHECKSUM TO WS-OUT-CHECKSUM-WORK
               MOVE SPACES TO WS-OUTBOUND-RECORD
               MOVE FUNCTION CURRENT-DATE TO OUT-TIMESTAMP
               MOVE WS-FILE-TYPE TO OUT-FILE-TYPE
               MOVE WS-MASKED-DSN TO OUT-DATASET-DSN
               MOVE WS-OUT-COUNT-WORK TO OUT-RECORD-COUNT
               MOVE WS-OUT-CHECKSUM-WORK TO OUT-CHECKSUM
               MOVE WS-RELEASE-SOURCE-DSN TO OUT-SOURCE-DSN
               MOVE WS-CONSUMER-ID TO OUT-CONSUMER-ID
               MOVE WS-SOURCE-DSN TO OUT-MASKED-FROM-DSN
               WRITE WS-OUTBOUND-RECORD
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: WRITE failed for OUTMAN - file status ' WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'ST-NARR-MASK: released ' WS-FILE-TYPE ' '
                       FUNCTION TRIM(WS-MASKED-DSN) ' to ' FUNCTION TRIM(WS-CONSUMER-ID)
                       ' - ' WS-OUT-COUNT-WORK ' records, checksum ' WS-OUT-CHECKSUM-WORK
               END-IF
               CLOSE OUTBOUND-MANIFEST
               IF WS-OUTMAN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: CLOSE failed for OUTMAN - file status ' WS-OUTMAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9000-WRITE-EVENT-LOG.
      *> Append one structured event to ST.LOG.EVENTS from the staged
      *> WS-EVENT-* fields. A log failure is reported and fails the
      *> run.
           OPEN EXTEND EVENT-LOG-FILE
           IF WS-EVTLOG-STATUS = '35'
               CLOSE EVENT-LOG-FILE
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF
           IF WS-EVTLOG-STATUS NOT = '00'
               DISPLAY 'ST-NARR-MASK: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-NARR-MASK' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-MASK: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
