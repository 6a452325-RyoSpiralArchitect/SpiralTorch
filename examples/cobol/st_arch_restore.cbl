      *> FLAT). A request that matches a manifest record saying
      *> SCRATCHED with no archive copy fails loudly, echoing the
      *> manifest record - "it's gone, and here is the record that
      *> says so" is itself the answerable outcome. Every copy
      *> brought back is recorded in ST.AUDIT.RESTORES; a restore run
      *> for legal names its hold (HOLD-ID=, which must be open in
      *> ST.CTL.HOLDS) and each copy is stamped with it, so
      *> ST-GDG-CLEANUP keeps a restored generation for as long as the
      *> hold it was restored for stays open.
      *> RETURN-CODE contract: 0 - every matched generation restored;
      *> 4 - clean run but nothing in the manifest matched the request;
      *> 8 - a matched generation is unavailable or a restore failed.
           SELECT RESTORE-OUT ASSIGN TO RESTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTOUT-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT RESTORE-REGISTER ASSIGN TO RESTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *> Same record shape ST-GDG-CLEANUP writes - one record per
      *> generation it dispositioned, the durable answer to "where did
      *> generation G0123V00 go".
       COPY STMANREC.

       FD  RESTORE-IN
           RECORD CONTAINS 512 CHARACTERS.
      *> with LIKE() so it inherits the archive copy's DCB shape.
       01  RESTORE-OUT-RECORD             PIC X(512).

       FD  HOLD-FILE.
      *> ST.CTL.HOLDS - read only to confirm HOLD-ID= names a hold
      *> that is open today.
       COPY STHLDREC.

       FD  RESTORE-REGISTER.
      *> ST.AUDIT.RESTORES - one record per copy restored, appended
      *> across runs.
       COPY STRSTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS             PIC XX VALUE '00'.
           05  WS-RESTORE-MODE            PIC X(4)  VALUE 'FLAT'.
           05  WS-RESTORE-DSN             PIC X(44) VALUE SPACES.
           05  WS-GDG-BASE                PIC X(44) VALUE 'ST.DATA.NARRATION'.
      *> HOLD-ID= - the ST.CTL.HOLDS hold this restore serves. Every
      *> copy the run makes is stamped with it in ST.AUDIT.RESTORES.
           05  WS-REQ-HOLD-ID             PIC X(8)  VALUE SPACES.

       01  WS-HOLDS-STATUS                PIC XX VALUE '00'.
       01  WS-HOLDS-EOF-SW                PIC X VALUE 'N'.
           88  WS-HOLDS-EOF               VALUE 'Y'.
       01  WS-HOLD-FOUND-SW               PIC X VALUE 'N'.
           88  WS-HOLD-FOUND              VALUE 'Y'.
       01  WS-HOLD-RELEASE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-RESTLOG-STATUS              PIC XX VALUE '00'.
      *> The absolute name of the generation a RESTORE-MODE=GDG copy
      *> became, resolved through BPXWDYN INFO before the allocation
      *> the same way the writer resolves its (+1) - the restore stamp
      *> has to name the one generation, not "the next one".
       01  WS-RESTORED-DSN                PIC X(64) VALUE SPACES.
       01  WS-INFO-CMD                    PIC X(96) VALUE SPACES.
       01  WS-INFO-POINTER                PIC S9(4) COMP VALUE 1.

       01  WS-FLAT-OPEN-SW                PIC X VALUE 'N'.
           88  WS-FLAT-IS-OPEN            VALUE 'Y'.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0150-EDIT-REQUEST
           PERFORM 0160-CONFIRM-HOLD
           PERFORM 0200-SCAN-MANIFEST
           PERFORM 0850-CLOSE-FLAT-TARGET
           PERFORM 0900-DISPLAY-SUMMARY
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-RESTORE-DSN
                   WHEN 'GDGBASE'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-GDG-BASE
                   WHEN 'HOLD-ID'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-REQ-HOLD-ID
                   WHEN OTHER
                       DISPLAY 'ST-ARCH-RESTORE: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               WS-REQ-DATE-FROM ' through ' WS-REQ-DATE-TO
               ' mode ' WS-RESTORE-MODE.

       0160-CONFIRM-HOLD.
      *> A copy stamped with a hold that does not exist, or has been
      *> lifted, would protect nothing and mislead whoever reads the
      *> register - refuse the run instead.
           IF WS-REQ-HOLD-ID NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               OPEN INPUT HOLD-FILE
               IF WS-HOLDS-STATUS NOT = '00'
                   DISPLAY 'ST-ARCH-RESTORE: OPEN failed for HOLDS - file status '
                       WS-HOLDS-STATUS ' - cannot confirm HOLD-ID='
                       FUNCTION TRIM(WS-REQ-HOLD-ID)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-HOLDS-EOF OR WS-HOLD-FOUND
                   READ HOLD-FILE
                       AT END
                           SET WS-HOLDS-EOF TO TRUE
                       NOT AT END
                           IF HOLD-ID = WS-REQ-HOLD-ID
                               SET WS-HOLD-FOUND TO TRUE
                               MOVE HOLD-RELEASE-DATE TO WS-HOLD-RELEASE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               IF NOT WS-HOLD-FOUND
                   DISPLAY 'ST-ARCH-RESTORE: HOLD-ID=' FUNCTION TRIM(WS-REQ-HOLD-ID)
                       ' is not in ST.CTL.HOLDS - place the hold before restoring for it.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-HOLD-RELEASE-DATE NOT = 0
                   AND WS-HOLD-RELEASE-DATE <= WS-TODAY-DATE
                   DISPLAY 'ST-ARCH-RESTORE: hold ' FUNCTION TRIM(WS-REQ-HOLD-ID)
                       ' was released on ' WS-HOLD-RELEASE-DATE
                       ' - restored copies would not be held.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'ST-ARCH-RESTORE: restored copies will be stamped with hold '
                   FUNCTION TRIM(WS-REQ-HOLD-ID)
           END-IF.

       0200-SCAN-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '35'
      *> the generation - it is (or was, at the time) still cataloged
      *> under its original name, so the restore path is a plain read
      *> of the generation itself, not of an archive copy.
      *> HELD and HOLDCHECK are generations the cleanup kept for the
      *> legal holds, UNACKED one it kept for a consumer's pickup -
      *> the same never-scratched answer.
                   WHEN 'ARCH-FAIL'
                   WHEN 'FREE-FAIL'
                   WHEN 'HELD'
                   WHEN 'HOLDCHECK'
                   WHEN 'UNACKED'
                       ADD 1 TO WS-UNAVAILABLE-COUNT
                       DISPLAY '  STILL-LIVE ' MAN-GENERATION-DSN
                           ' - manifest disposition ' MAN-DISPOSITION
               INTO WS-TARGET-DSN
               WITH POINTER WS-TARGET-POINTER
           END-STRING
           PERFORM 0460-RESOLVE-RESTORED-GENERATION
           MOVE SPACES TO WS-RESTORE-CMD
           MOVE 1 TO WS-RESTORE-CMD-POINTER
           STRING
                   IF WS-RESTORE-OK
                       ADD 1 TO WS-RESTORED-COUNT
                       DISPLAY '  RESTORED ' MAN-GENERATION-DSN ' -> '
                           FUNCTION TRIM(WS-RESTORED-DSN) ' ('
                           WS-COPY-RECORD-COUNT ' records)'
                       PERFORM 0600-WRITE-RESTORE-REGISTER
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE 8 TO WS-JOB-RETURN-CODE
               PERFORM 0700-CALL-BPXWDYN-RESTORE
           END-IF.

       0460-RESOLVE-RESTORED-GENERATION.
      *> Ask BPXWDYN INFO which absolute generation (+1) is about to
      *> become. Without an answer the register can only carry the
      *> relative name, which the cleanup's hold check cannot match -
      *> say so, so a held restore is re-stamped by hand.
           MOVE WS-TARGET-DSN TO WS-RESTORED-DSN
           MOVE SPACES TO WS-INFO-CMD
           MOVE 1 TO WS-INFO-POINTER
           STRING
               'INFO DA(''' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-DSN) DELIMITED BY SIZE
               ''')' DELIMITED BY SIZE
               INTO WS-INFO-CMD
               WITH POINTER WS-INFO-POINTER
           END-STRING
           MOVE WS-INFO-CMD TO WS-RESTORE-CMD
           PERFORM 0700-CALL-BPXWDYN-RESTORE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DYN-INFO-TEXT)) > 0
               MOVE FUNCTION TRIM(WS-DYN-INFO-TEXT) TO WS-RESTORED-DSN
           ELSE
               DISPLAY '  BPXWDYN did not return a resolved generation name for '
                   FUNCTION TRIM(WS-TARGET-DSN)
                   ' - the restore register will carry the relative name.'
           END-IF.

       0470-RESTORE-TO-FLAT.
      *> All matched generations land in the one flat extract, in
      *> manifest order - the requester asked for "last quarter", not
                   DISPLAY '  RESTORED ' MAN-GENERATION-DSN ' -> '
                       FUNCTION TRIM(WS-RESTORE-DSN) ' ('
                       WS-COPY-RECORD-COUNT ' records appended)'
                   MOVE WS-RESTORE-DSN TO WS-RESTORED-DSN
                   PERFORM 0600-WRITE-RESTORE-REGISTER
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 8 TO WS-JOB-RETURN-CODE
               CLOSE RESTORE-IN
           END-IF.

       0600-WRITE-RESTORE-REGISTER.
      *> One register record per copy restored, opened and closed per
      *> record like the event log so an abend mid-run leaves every
      *> finished copy on the register. A register failure fails the
      *> run: an unstamped held copy is one the cleanup may scratch.
           OPEN EXTEND RESTORE-REGISTER
           IF WS-RESTLOG-STATUS = '35'
               CLOSE RESTORE-REGISTER
               OPEN OUTPUT RESTORE-REGISTER
           END-IF
           IF WS-RESTLOG-STATUS NOT = '00'
               DISPLAY 'ST-ARCH-RESTORE: OPEN failed for RESTLOG - file status '
                   WS-RESTLOG-STATUS
               MOVE 8 TO WS-JOB-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-RESTORE-REG-RECORD
               MOVE FUNCTION CURRENT-DATE TO RST-TIMESTAMP
               MOVE WS-REQ-HOLD-ID TO RST-HOLD-ID
               MOVE MAN-GENERATION-DSN TO RST-SOURCE-GENERATION
               MOVE MAN-ARCHIVE-DSN TO RST-ARCHIVE-DSN
               MOVE WS-RESTORED-DSN TO RST-RESTORED-DSN
               MOVE WS-RESTORE-MODE TO RST-RESTORE-MODE
               MOVE WS-COPY-RECORD-COUNT TO RST-RECORD-COUNT
               WRITE WS-RESTORE-REG-RECORD
               IF WS-RESTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-ARCH-RESTORE: WRITE failed for RESTLOG - file status '
                       WS-RESTLOG-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
               CLOSE RESTORE-REGISTER
               IF WS-RESTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-ARCH-RESTORE: CLOSE failed for RESTLOG - file status '
                       WS-RESTLOG-STATUS
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       0700-CALL-BPXWDYN-RESTORE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RESTORE-CMD)) TO WS-DYN-REQUEST-LEN
           MOVE FUNCTION TRIM(WS-RESTORE-CMD) TO WS-DYN-REQUEST-TEXT
