       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST-NARR-HISTORY.
      *> Point-in-time inquiry - "what did narration X say on date D",
      *> which ST-NARR-LOOKUP cannot answer because the cluster only
      *> knows today. Until now a dispute meant stitching MAINTAUD
      *> before/after images, the cataloged ST.DATA.NARRATION
      *> generations and the cleanup manifest's archive copies
      *> together by hand. This job rebuilds one key's whole history
      *> from those same three sources: every generation of the base
      *> (cataloged ones read through a BPXWDYN SHR allocation, the
      *> archived ones read through the copy ST-ARCH-RESTORE brought
      *> back when ST.AUDIT.RESTORES shows one), and every MAINTAUD
      *> record for the key. The events are sorted into one timeline
      *> - a generation takes effect on its creation date, a
      *> maintenance change at its timestamp - and HISTRPT prints it:
      *> the load that first carried the key, each change of content
      *> between loads, each manual change, and the image in effect
      *> at the end of the as-of date. That image is also written to
      *> IMGOUT as a 512-byte STNARREC record. When the image in
      *> effect came from a generation that now exists only as an
      *> archive copy, the report names the generation and says that
      *> ST-ARCH-RESTORE must bring it back before the question can be
      *> answered.
      *> RETURN-CODE contract: 0 - image in effect on the as-of date
      *> found and written; 4 - clean run but no image to give (key
      *> not on file that day, or the source generation is archived or
      *> scratched - see HISTRPT); 8 - bad request or I/O error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT GDG-LIST-FILE ASSIGN TO GDGLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDGLIST-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RESTORE-REGISTER ASSIGN TO RESTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GENERATION-IN ASSIGN TO GENIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENIN-STATUS.
           SELECT HISTORY-SORT-FILE ASSIGN TO SORTWK01.
           SELECT HISTORY-REPORT ASSIGN TO HISTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT IMAGE-OUT ASSIGN TO IMGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGOUT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO EVTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  WS-CARD-RECORD                 PIC X(80).

       FD  GDG-LIST-FILE.
      *> The reformatted IDCAMS LISTCAT extract ST-GDG-CLEANUP reads -
      *> absolute generation name, creation date, cataloged flag.
       01  GDG-LIST-RECORD.
           05  GDG-GENERATION-DSN         PIC X(46).
           05  FILLER                     PIC X(1).
           05  GDG-CREATE-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  GDG-CATALOGED-FLAG         PIC X(1).

       FD  MANIFEST-FILE.
      *> ST-GDG-CLEANUP's disposition records - where the generations
      *> no longer in the catalog went.
       COPY STMANREC.

       FD  RESTORE-REGISTER.
      *> ST.AUDIT.RESTORES - archived generations already brought back.
       COPY STRSTREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 1131 CHARACTERS.
       COPY STMAUREC.

       FD  GENERATION-IN
           RECORD CONTAINS 512 CHARACTERS.
      *> One generation (or restored copy) at a time, allocated to
      *> GENIN SHR by BPXWDYN just before it is searched.
       01  GENERATION-IN-RECORD           PIC X(512).

       SD  HISTORY-SORT-FILE.
      *> One event in the key's history. HST-STAMP is YYYYMMDDHHMMSS -
      *> a generation's creation date at 000000, a MAINTAUD record's
      *> own timestamp - and HST-SEQUENCE keeps same-stamp events in
      *> the order they were gathered.
       01  HISTORY-SORT-RECORD.
           05  HST-STAMP                  PIC X(14).
           05  HST-SEQUENCE               PIC 9(5).
      *> LOADED / ABSENT - a generation read, key found or not;
      *> ARCHIVED / GONE - a generation that exists only as an archive
      *> copy, or not at all; UNREAD - one that failed to read; MAINT -
      *> a MAINTAUD record for the key.
           05  HST-KIND                   PIC X(8).
           05  HST-DSN                    PIC X(46).
      *> The copy actually read (a restored copy) or, for ARCHIVED,
      *> the archive copy ST-ARCH-RESTORE would read.
           05  HST-OTHER-DSN              PIC X(64).
           05  HST-ACTION                 PIC X(6).
           05  HST-OUTCOME                PIC X(8).
           05  HST-REASON                 PIC X(40).
           05  HST-SUBMITTER-ID           PIC X(8).
           05  HST-APPROVER-ID            PIC X(8).
           05  HST-IMAGE                  PIC X(512).

       FD  HISTORY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                    PIC X(132).

       FD  IMAGE-OUT
           RECORD CONTAINS 512 CHARACTERS.
      *> The reconstructed record, in the same STNARREC shape the
      *> writer loads, so it can be compared with - or re-cut as a
      *> maintenance request against - the record on file today.
       COPY STNARREC.

       FD  EVENT-LOG-FILE.
      *> ST.LOG.EVENTS - the structured event stream the ops monitor
      *> scans in place of the suite's six SYSOUT formats. Every
      *> program appends the same STEVTREC shape.
       COPY STEVTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-STATUS                PIC XX VALUE '00'.
       01  WS-GDGLIST-STATUS              PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS             PIC XX VALUE '00'.
       01  WS-RESTLOG-STATUS              PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-GENIN-STATUS                PIC XX VALUE '00'.
       01  WS-REPORT-STATUS               PIC XX VALUE '00'.
       01  WS-IMGOUT-STATUS               PIC XX VALUE '00'.
       01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CARD-EOF                VALUE 'Y'.
       01  WS-GDG-EOF-SW                  PIC X VALUE 'N'.
           88  WS-GDG-EOF                 VALUE 'Y'.
       01  WS-MANIFEST-EOF-SW             PIC X VALUE 'N'.
           88  WS-MANIFEST-EOF            VALUE 'Y'.
       01  WS-RESTLOG-EOF-SW              PIC X VALUE 'N'.
           88  WS-RESTLOG-EOF             VALUE 'Y'.
       01  WS-AUDIT-EOF-SW                PIC X VALUE 'N'.
           88  WS-AUDIT-EOF               VALUE 'Y'.
       01  WS-GENIN-EOF-SW                PIC X VALUE 'N'.
           88  WS-GENIN-EOF               VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-SORT-EOF                VALUE 'Y'.
       01  WS-CARD-KEYWORD                PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                  PIC X(60) VALUE SPACES.

      *> The inquiry. KEY= is required; AS-OF-DATE= (YYYYMMDD, zero
      *> means today) is the day whose end-of-day image is wanted;
      *> GDGBASE= names the narration base, as it does for
      *> ST-ARCH-RESTORE.
       01  WS-REQ-KEY                     PIC X(16) VALUE SPACES.
       01  WS-AS-OF-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-AS-OF-TEXT REDEFINES WS-AS-OF-DATE PIC X(8).
       01  WS-GDG-BASE                    PIC X(44) VALUE 'ST.DATA.NARRATION'.
       01  WS-BASE-LENGTH                 PIC 9(4) COMP VALUE ZERO.

      *> Every generation of the base the catalog or the manifest
      *> knows: C - cataloged, read in place; A - archived, read
      *> through its restored copy when there is one; S - scratched.
       01  WS-GEN-TABLE-MAX               PIC 9(4) COMP VALUE 2000.
       01  WS-GEN-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 2000 TIMES.
               10  WS-GEN-DSN             PIC X(46).
               10  WS-GEN-CREATE-DATE     PIC 9(8).
               10  WS-GEN-SOURCE          PIC X(1).
               10  WS-GEN-ARCHIVE-DSN     PIC X(46).
               10  WS-GEN-READ-DSN        PIC X(64).

      *> GDG-mode restores of this base - the restored copy is a new
      *> generation in the catalog, but its content is the old one's,
      *> so it stands in for its source and is not a load of its own.
       01  WS-RST-TABLE-MAX               PIC 9(4) COMP VALUE 1000.
       01  WS-RST-TALLY                   PIC 9(4) COMP VALUE ZERO.
       01  WS-RST-IX                      PIC 9(4) COMP VALUE ZERO.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 1000 TIMES.
               10  WS-RST-SOURCE          PIC X(46).
               10  WS-RST-COPY            PIC X(64).
       01  WS-IS-RESTORED-COPY-SW         PIC X VALUE 'N'.
           88  WS-IS-RESTORED-COPY        VALUE 'Y'.
       01  WS-GEN-KNOWN-SW                PIC X VALUE 'N'.
           88  WS-GEN-KNOWN               VALUE 'Y'.

      *> Generation search.
       01  WS-SCAN-CMD                    PIC X(256) VALUE SPACES.
       01  WS-SCAN-CMD-POINTER            PIC S9(4) COMP VALUE 1.
       01  WS-SCAN-RESULT-SW              PIC X VALUE SPACES.
           88  WS-SCAN-FOUND              VALUE 'F'.
           88  WS-SCAN-ABSENT             VALUE 'A'.
           88  WS-SCAN-FAILED             VALUE 'X'.
       01  WS-SCAN-IMAGE                  PIC X(512) VALUE SPACES.
       01  WS-HISTORY-SEQUENCE            PIC 9(5) VALUE ZERO.

       COPY STBPXDYN.

      *> The key's state as the timeline is walked:
      *> N - not on file; K - image known; U - came from an archived
      *> generation not read; G - came from a scratched generation;
      *> X - came from a generation that failed to read.
       01  WS-STATE-SW                    PIC X VALUE 'N'.
           88  WS-STATE-NOT-ON-FILE       VALUE 'N'.
           88  WS-STATE-KNOWN             VALUE 'K'.
           88  WS-STATE-ARCHIVED          VALUE 'U'.
           88  WS-STATE-GONE              VALUE 'G'.
           88  WS-STATE-UNREADABLE        VALUE 'X'.
       01  WS-CURRENT-IMAGE               PIC X(512) VALUE SPACES.
       01  WS-CURRENT-SOURCE              PIC X(64) VALUE SPACES.
       01  WS-CURRENT-VIA                 PIC X(64) VALUE SPACES.
       01  WS-CURRENT-STAMP               PIC X(14) VALUE SPACES.
       01  WS-KEY-SEEN-SW                 PIC X VALUE 'N'.
           88  WS-KEY-SEEN                VALUE 'Y'.
       01  WS-FIRST-LOAD-SOURCE           PIC X(64) VALUE SPACES.
       01  WS-FIRST-LOAD-STAMP            PIC X(14) VALUE SPACES.

      *> The state frozen at the end of the as-of date.
       01  WS-AS-OF-CAPTURED-SW           PIC X VALUE 'N'.
           88  WS-AS-OF-CAPTURED          VALUE 'Y'.
       01  WS-ASOF-STATE-SW               PIC X VALUE 'N'.
           88  WS-ASOF-NOT-ON-FILE        VALUE 'N'.
           88  WS-ASOF-KNOWN              VALUE 'K'.
           88  WS-ASOF-ARCHIVED           VALUE 'U'.
           88  WS-ASOF-GONE               VALUE 'G'.
           88  WS-ASOF-UNREADABLE         VALUE 'X'.
       01  WS-ASOF-IMAGE                  PIC X(512) VALUE SPACES.
       01  WS-ASOF-SOURCE                 PIC X(64) VALUE SPACES.
       01  WS-ASOF-VIA                    PIC X(64) VALUE SPACES.
       01  WS-ASOF-STAMP                  PIC X(14) VALUE SPACES.

      *> Runs of uneventful generations - the same image reloaded
      *> night after night, the key absent, or generations archived or
      *> scratched unread - print as one line instead of one apiece.
       01  WS-RUN-KIND                    PIC X(8) VALUE SPACES.
       01  WS-RUN-NEW-KIND                PIC X(8) VALUE SPACES.
       01  WS-RUN-FIRST-DSN               PIC X(46) VALUE SPACES.
       01  WS-RUN-LAST-DSN                PIC X(46) VALUE SPACES.
       01  WS-RUN-FIRST-STAMP             PIC X(14) VALUE SPACES.
       01  WS-RUN-COUNT                   PIC 9(5) VALUE ZERO.

       01  WS-HISTORY-COUNTS.
           05  WS-GENS-READ               PIC 9(5) VALUE ZERO.
           05  WS-GENS-NOT-READ           PIC 9(5) VALUE ZERO.
           05  WS-MAINT-RECORDS           PIC 9(5) VALUE ZERO.
           05  WS-EVENTS-WALKED           PIC 9(5) VALUE ZERO.

      *> Report composition - the same 55-line page discipline the
      *> inquiry and repair reports use.
       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-ON-PAGE               PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LINE-LIMIT             PIC 9(3) COMP VALUE 55.
       01  WS-REPORT-LINE-WORK            PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE-WORK           PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER-TEXT            PIC ZZZZ9 VALUE ZEROES.
       01  WS-COUNT-TEXT                  PIC ZZZZZZZZ9 VALUE ZEROES.
       01  WS-LINE-LABEL                  PIC X(10) VALUE SPACES.
       01  WS-LINE-TEXT                   PIC X(100) VALUE SPACES.
       01  WS-LINE-STAMP                  PIC X(14) VALUE SPACES.

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
           PERFORM 0200-LOAD-RESTORED-COPIES
           PERFORM 0250-LOAD-CATALOGED-GENERATIONS
           PERFORM 0300-LOAD-MANIFEST-GENERATIONS
           PERFORM 0350-OPEN-OUTPUTS
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HST-STAMP
                                HST-SEQUENCE
               INPUT PROCEDURE IS 0400-GATHER-HISTORY
               OUTPUT PROCEDURE IS 0500-WALK-HISTORY
           PERFORM 0700-REPORT-AS-OF-IMAGE
           PERFORM 0900-CLOSE-FILES
           PERFORM 0950-LOG-HISTORY-EVENT
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SYSIN-STATUS = '35'
               DISPLAY 'ST-NARR-HISTORY: no SYSIN control cards found.'
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
           IF WS-REQ-KEY = SPACES
               DISPLAY 'ST-NARR-HISTORY: no KEY= card - nothing to inquire on.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GDG-BASE)) TO WS-BASE-LENGTH
           DISPLAY 'ST-NARR-HISTORY: history of key ' WS-REQ-KEY
               ' as of ' WS-AS-OF-DATE ' over ' FUNCTION TRIM(WS-GDG-BASE).

       0110-APPLY-CONTROL-CARD.
           IF WS-CARD-RECORD(1:1) = '*' OR FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-RECORD)) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
               UNSTRING WS-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD WS-CARD-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                   WHEN 'KEY'
                       MOVE WS-CARD-VALUE(1:16) TO WS-REQ-KEY
                   WHEN 'AS-OF-DATE'
                       MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-AS-OF-DATE
                   WHEN 'GDGBASE'
                       MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-GDG-BASE
                   WHEN OTHER
                       DISPLAY 'ST-NARR-HISTORY: ignoring unrecognized control card keyword: '
                           FUNCTION TRIM(WS-CARD-KEYWORD)
               END-EVALUATE
           END-IF.

       0200-LOAD-RESTORED-COPIES.
      *> Only GDG-mode restores: a FLAT restore appends to an extract
      *> that may hold several generations, so it cannot stand in for
      *> any one of them.
           OPEN INPUT RESTORE-REGISTER
           IF WS-RESTLOG-STATUS = '35'
               DISPLAY 'ST-NARR-HISTORY: no ST.AUDIT.RESTORES (RESTLOG) found - no restored copies.'
           ELSE
               IF WS-RESTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: OPEN failed for RESTLOG - file status ' WS-RESTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RESTLOG-EOF
                   READ RESTORE-REGISTER
                       AT END
                           SET WS-RESTLOG-EOF TO TRUE
                       NOT AT END
                           IF RST-RESTORE-MODE = 'GDG '
                               AND RST-SOURCE-GENERATION(1:WS-BASE-LENGTH)
                                   = WS-GDG-BASE(1:WS-BASE-LENGTH)
                               AND RST-SOURCE-GENERATION(WS-BASE-LENGTH + 1:1) = '.'
                               PERFORM 0210-KEEP-ONE-RESTORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTORE-REGISTER
           END-IF.

       0210-KEEP-ONE-RESTORE.
           IF WS-RST-TALLY >= WS-RST-TABLE-MAX
               DISPLAY 'ST-NARR-HISTORY: more than ' WS-RST-TABLE-MAX
                   ' restored copies - raise WS-RST-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RST-TALLY
           MOVE RST-SOURCE-GENERATION TO WS-RST-SOURCE(WS-RST-TALLY)
           MOVE RST-RESTORED-DSN TO WS-RST-COPY(WS-RST-TALLY).

       0250-LOAD-CATALOGED-GENERATIONS.
           OPEN INPUT GDG-LIST-FILE
           IF WS-GDGLIST-STATUS = '35'
               DISPLAY 'ST-NARR-HISTORY: GDGLIST not found - no cataloged generations read.'
           ELSE
               IF WS-GDGLIST-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: OPEN failed for GDGLIST - file status ' WS-GDGLIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GDG-EOF
                   READ GDG-LIST-FILE
                       AT END
                           SET WS-GDG-EOF TO TRUE
                       NOT AT END
                           IF GDG-CATALOGED-FLAG = 'Y'
                               AND GDG-GENERATION-DSN(1:WS-BASE-LENGTH)
                                   = WS-GDG-BASE(1:WS-BASE-LENGTH)
                               AND GDG-GENERATION-DSN(WS-BASE-LENGTH + 1:1) = '.'
                               PERFORM 0260-KEEP-CATALOGED-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GDG-LIST-FILE
           END-IF.

       0260-KEEP-CATALOGED-GENERATION.
           MOVE 'N' TO WS-IS-RESTORED-COPY-SW
           PERFORM VARYING WS-RST-IX FROM 1 BY 1
               UNTIL WS-RST-IX > WS-RST-TALLY OR WS-IS-RESTORED-COPY
               IF GDG-GENERATION-DSN = WS-RST-COPY(WS-RST-IX)
                   SET WS-IS-RESTORED-COPY TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-IS-RESTORED-COPY
               PERFORM 0290-CHECK-GENERATION-ROOM
               ADD 1 TO WS-GEN-TALLY
               MOVE GDG-GENERATION-DSN TO WS-GEN-DSN(WS-GEN-TALLY)
               MOVE GDG-CREATE-DATE TO WS-GEN-CREATE-DATE(WS-GEN-TALLY)
               MOVE 'C' TO WS-GEN-SOURCE(WS-GEN-TALLY)
               MOVE SPACES TO WS-GEN-ARCHIVE-DSN(WS-GEN-TALLY)
               MOVE GDG-GENERATION-DSN TO WS-GEN-READ-DSN(WS-GEN-TALLY)
           END-IF.

       0290-CHECK-GENERATION-ROOM.
           IF WS-GEN-TALLY >= WS-GEN-TABLE-MAX
               DISPLAY 'ST-NARR-HISTORY: more than ' WS-GEN-TABLE-MAX
                   ' generations of the base - raise WS-GEN-TABLE-MAX.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-LOAD-MANIFEST-GENERATIONS.
      *> The generations the catalog no longer has - ARCHIVED (with an
      *> archive copy) and SCRATCHED (without). A generation still
      *> cataloged is already in the table from GDGLIST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '35'
               DISPLAY 'ST-NARR-HISTORY: no cleanup MANIFEST found - uncataloged generations not known.'
           ELSE
               IF WS-MANIFEST-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: OPEN failed for MANIFEST - file status ' WS-MANIFEST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MANIFEST-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-MANIFEST-EOF TO TRUE
                       NOT AT END
                           IF (MAN-DISPOSITION = 'ARCHIVED' OR MAN-DISPOSITION = 'SCRATCHED')
                               AND MAN-GENERATION-DSN(1:WS-BASE-LENGTH)
                                   = WS-GDG-BASE(1:WS-BASE-LENGTH)
                               AND MAN-GENERATION-DSN(WS-BASE-LENGTH + 1:1) = '.'
                               PERFORM 0310-KEEP-MANIFEST-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       0310-KEEP-MANIFEST-GENERATION.
           MOVE 'N' TO WS-GEN-KNOWN-SW
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-TALLY OR WS-GEN-KNOWN
               IF WS-GEN-DSN(WS-GEN-IX) = MAN-GENERATION-DSN
                   SET WS-GEN-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-GEN-KNOWN
               PERFORM 0290-CHECK-GENERATION-ROOM
               ADD 1 TO WS-GEN-TALLY
               MOVE MAN-GENERATION-DSN TO WS-GEN-DSN(WS-GEN-TALLY)
               MOVE MAN-CREATE-DATE TO WS-GEN-CREATE-DATE(WS-GEN-TALLY)
               MOVE SPACES TO WS-GEN-READ-DSN(WS-GEN-TALLY)
               IF MAN-DISPOSITION = 'ARCHIVED'
                   MOVE 'A' TO WS-GEN-SOURCE(WS-GEN-TALLY)
                   MOVE MAN-ARCHIVE-DSN TO WS-GEN-ARCHIVE-DSN(WS-GEN-TALLY)
                   PERFORM VARYING WS-RST-IX FROM 1 BY 1
                       UNTIL WS-RST-IX > WS-RST-TALLY
                       IF WS-RST-SOURCE(WS-RST-IX) = MAN-GENERATION-DSN
                           MOVE WS-RST-COPY(WS-RST-IX) TO WS-GEN-READ-DSN(WS-GEN-TALLY)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 'S' TO WS-GEN-SOURCE(WS-GEN-TALLY)
                   MOVE SPACES TO WS-GEN-ARCHIVE-DSN(WS-GEN-TALLY)
               END-IF
           END-IF.

       0350-OPEN-OUTPUTS.
           OPEN OUTPUT HISTORY-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: OPEN failed for HISTRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IMAGE-OUT
           IF WS-IMGOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: OPEN failed for IMGOUT - file status ' WS-IMGOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0800-WRITE-PAGE-HEADING.

       0400-GATHER-HISTORY.
      *> Sort input: one event per generation, one per MAINTAUD record
      *> for the key.
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-TALLY
               PERFORM 0410-RELEASE-GENERATION
           END-PERFORM
           PERFORM 0450-RELEASE-MAINT-CHANGES.

       0410-RELEASE-GENERATION.
           MOVE SPACES TO HISTORY-SORT-RECORD
           MOVE WS-GEN-CREATE-DATE(WS-GEN-IX) TO HST-STAMP(1:8)
           MOVE '000000' TO HST-STAMP(9:6)
           ADD 1 TO WS-HISTORY-SEQUENCE
           MOVE WS-HISTORY-SEQUENCE TO HST-SEQUENCE
           MOVE WS-GEN-DSN(WS-GEN-IX) TO HST-DSN
           EVALUATE TRUE
               WHEN WS-GEN-READ-DSN(WS-GEN-IX) NOT = SPACES
                   PERFORM 0420-SEARCH-GENERATION
                   EVALUATE TRUE
                       WHEN WS-SCAN-FOUND
                           MOVE 'LOADED' TO HST-KIND
                           MOVE WS-SCAN-IMAGE TO HST-IMAGE
                       WHEN WS-SCAN-ABSENT
                           MOVE 'ABSENT' TO HST-KIND
                       WHEN OTHER
                           MOVE 'UNREAD' TO HST-KIND
                   END-EVALUATE
                   IF WS-GEN-SOURCE(WS-GEN-IX) = 'A'
                       MOVE WS-GEN-READ-DSN(WS-GEN-IX) TO HST-OTHER-DSN
                   END-IF
               WHEN WS-GEN-SOURCE(WS-GEN-IX) = 'A'
                   ADD 1 TO WS-GENS-NOT-READ
                   MOVE 'ARCHIVED' TO HST-KIND
                   MOVE WS-GEN-ARCHIVE-DSN(WS-GEN-IX) TO HST-OTHER-DSN
               WHEN OTHER
                   ADD 1 TO WS-GENS-NOT-READ
                   MOVE 'GONE' TO HST-KIND
           END-EVALUATE
           RELEASE HISTORY-SORT-RECORD.

       0420-SEARCH-GENERATION.
      *> Bind the generation (or its restored copy) to GENIN SHR - it
      *> is only read - and read until the key turns up. A generation
      *> that cannot be allocated or opened is reported, not guessed.
           MOVE SPACES TO WS-SCAN-IMAGE
           MOVE 'A' TO WS-SCAN-RESULT-SW
           MOVE 'N' TO WS-GENIN-EOF-SW
           MOVE SPACES TO WS-SCAN-CMD
           MOVE 1 TO WS-SCAN-CMD-POINTER
           STRING
               'ALLOC FI(GENIN) DA(''' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-READ-DSN(WS-GEN-IX)) DELIMITED BY SIZE
               ''') SHR' DELIMITED BY SIZE
               INTO WS-SCAN-CMD
               WITH POINTER WS-SCAN-CMD-POINTER
           END-STRING
           PERFORM 0440-CALL-BPXWDYN-SCAN
           IF WS-DYN-RETURN-CODE NOT = 0
               DISPLAY 'ST-NARR-HISTORY: ALLOC failed for '
                   FUNCTION TRIM(WS-GEN-READ-DSN(WS-GEN-IX))
                   ' - return code ' WS-DYN-RETURN-CODE
                   ' reason code ' WS-DYN-REASON-CODE
               SET WS-SCAN-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT GENERATION-IN
               IF WS-GENIN-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: OPEN failed for '
                       FUNCTION TRIM(WS-GEN-READ-DSN(WS-GEN-IX))
                       ' - file status ' WS-GENIN-STATUS
                   SET WS-SCAN-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-GENS-READ
                   PERFORM UNTIL WS-GENIN-EOF OR WS-SCAN-FOUND
                       READ GENERATION-IN
                           AT END
                               SET WS-GENIN-EOF TO TRUE
                           NOT AT END
                               IF GENERATION-IN-RECORD(1:16) = WS-REQ-KEY
                                   SET WS-SCAN-FOUND TO TRUE
                                   MOVE GENERATION-IN-RECORD TO WS-SCAN-IMAGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GENERATION-IN
               END-IF
               MOVE 'FREE FI(GENIN)' TO WS-SCAN-CMD
               PERFORM 0440-CALL-BPXWDYN-SCAN
           END-IF.

       0440-CALL-BPXWDYN-SCAN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-CMD)) TO WS-DYN-REQUEST-LEN
           MOVE FUNCTION TRIM(WS-SCAN-CMD) TO WS-DYN-REQUEST-TEXT
           MOVE ZERO TO WS-DYN-RETURN-CODE
           MOVE ZERO TO WS-DYN-REASON-CODE
           MOVE ZERO TO WS-DYN-INFO-LEN
           MOVE SPACES TO WS-DYN-INFO-TEXT

           CALL 'BPXWDYN' USING WS-DYN-REQUEST
                                 WS-DYN-RETURN-CODE
                                 WS-DYN-REASON-CODE
                                 WS-DYN-INFO
           END-CALL.

       0450-RELEASE-MAINT-CHANGES.
      *> Every MAINTAUD record for the key, applied or not - a bounced
      *> or declined change is part of the story even though it did
      *> not change the image.
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               DISPLAY 'ST-NARR-HISTORY: no MAINTAUD found - no maintenance changes in the history.'
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: OPEN failed for MAINTAUD - file status ' WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-AUDIT-EOF
                       READ MAINT-AUDIT-FILE
                           AT END
                               SET WS-AUDIT-EOF TO TRUE
                           NOT AT END
                               IF MAUD-NARR-KEY = WS-REQ-KEY
                                   PERFORM 0460-RELEASE-ONE-CHANGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-AUDIT-FILE
               END-IF
           END-IF.

       0460-RELEASE-ONE-CHANGE.
           ADD 1 TO WS-MAINT-RECORDS
           MOVE SPACES TO HISTORY-SORT-RECORD
           MOVE MAUD-TIMESTAMP(1:14) TO HST-STAMP
           ADD 1 TO WS-HISTORY-SEQUENCE
           MOVE WS-HISTORY-SEQUENCE TO HST-SEQUENCE
           MOVE 'MAINT' TO HST-KIND
           MOVE 'MAINTAUD' TO HST-DSN
           MOVE MAUD-ACTION TO HST-ACTION
           MOVE MAUD-OUTCOME TO HST-OUTCOME
           MOVE MAUD-REASON TO HST-REASON
           MOVE MAUD-SUBMITTER-ID TO HST-SUBMITTER-ID
           MOVE MAUD-APPROVER-ID TO HST-APPROVER-ID
           MOVE MAUD-AFTER-IMAGE TO HST-IMAGE
           RELEASE HISTORY-SORT-RECORD.

       0500-WALK-HISTORY.
      *> Sort output: walk the timeline oldest first, carrying the
      *> key's state forward, and freeze that state the first time an
      *> event falls after the as-of date.
           PERFORM UNTIL WS-SORT-EOF
               RETURN HISTORY-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVENTS-WALKED
                       IF NOT WS-AS-OF-CAPTURED
                           AND HST-STAMP(1:8) > WS-AS-OF-TEXT
                           PERFORM 0590-CAPTURE-AS-OF-STATE
                       END-IF
                       EVALUATE HST-KIND
                           WHEN 'LOADED'
                               PERFORM 0510-WALK-LOADED
                           WHEN 'ABSENT'
                               PERFORM 0520-WALK-ABSENT
                           WHEN 'ARCHIVED'
                           WHEN 'GONE'
                               PERFORM 0530-WALK-NOT-READ
                           WHEN 'UNREAD'
                               PERFORM 0540-WALK-UNREAD
                           WHEN OTHER
                               PERFORM 0550-WALK-MAINT-CHANGE
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF NOT WS-AS-OF-CAPTURED
               PERFORM 0590-CAPTURE-AS-OF-STATE
           END-IF
           PERFORM 0580-FLUSH-RUN
           IF WS-EVENTS-WALKED = 0
               MOVE '  NO GENERATION OR MAINTENANCE RECORD OF THE BASE WAS FOUND.'
                   TO WS-REPORT-LINE-WORK
               PERFORM 0850-WRITE-REPORT-LINE
           END-IF.

       0510-WALK-LOADED.
           IF WS-STATE-KNOWN AND HST-IMAGE = WS-CURRENT-IMAGE
               PERFORM 0570-EXTEND-RUN
           ELSE
               PERFORM 0580-FLUSH-RUN
               EVALUATE TRUE
                   WHEN NOT WS-KEY-SEEN
                       MOVE 'FIRST LOAD' TO WS-LINE-LABEL
                       MOVE HST-DSN TO WS-FIRST-LOAD-SOURCE
                       MOVE HST-STAMP TO WS-FIRST-LOAD-STAMP
                       SET WS-KEY-SEEN TO TRUE
                   WHEN WS-STATE-KNOWN
                       MOVE 'CHANGED' TO WS-LINE-LABEL
                   WHEN OTHER
                       MOVE 'LOADED' TO WS-LINE-LABEL
               END-EVALUATE
               MOVE SPACES TO WS-LINE-TEXT
               STRING
                   'IN GENERATION ' DELIMITED BY SIZE
                   HST-DSN DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               PERFORM 0560-PRINT-EVENT-LINE
               IF HST-OTHER-DSN NOT = SPACES
                   MOVE SPACES TO WS-LINE-LABEL WS-LINE-TEXT
                   STRING
                       '(READ FROM RESTORED COPY ' DELIMITED BY SIZE
                       FUNCTION TRIM(HST-OTHER-DSN) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
                   MOVE SPACES TO WS-LINE-STAMP
                   PERFORM 0565-PRINT-CONTINUATION
               END-IF
               MOVE HST-IMAGE TO NARRATION-KSDS-RECORD
               PERFORM 0600-PRINT-IMAGE-SUMMARY
           END-IF
           SET WS-STATE-KNOWN TO TRUE
           MOVE HST-IMAGE TO WS-CURRENT-IMAGE
           MOVE HST-DSN TO WS-CURRENT-SOURCE
           MOVE HST-OTHER-DSN TO WS-CURRENT-VIA
           MOVE HST-STAMP TO WS-CURRENT-STAMP.

       0520-WALK-ABSENT.
           IF WS-STATE-KNOWN
               PERFORM 0580-FLUSH-RUN
               MOVE 'DROPPED' TO WS-LINE-LABEL
               MOVE SPACES TO WS-LINE-TEXT
               STRING
                   'NOT IN GENERATION ' DELIMITED BY SIZE
                   HST-DSN DELIMITED BY SIZE
                   ' - OFF THE CLUSTER FROM THIS LOAD' DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               PERFORM 0560-PRINT-EVENT-LINE
           ELSE
               PERFORM 0570-EXTEND-RUN
           END-IF
           SET WS-STATE-NOT-ON-FILE TO TRUE
           MOVE SPACES TO WS-CURRENT-IMAGE WS-CURRENT-VIA
           MOVE HST-DSN TO WS-CURRENT-SOURCE
           MOVE HST-STAMP TO WS-CURRENT-STAMP.

       0530-WALK-NOT-READ.
      *> The generation's content is not to hand, so neither is the
      *> key's state from this load on - until a later load or change
      *> says otherwise.
           PERFORM 0570-EXTEND-RUN
           IF HST-KIND = 'ARCHIVED'
               SET WS-STATE-ARCHIVED TO TRUE
           ELSE
               SET WS-STATE-GONE TO TRUE
           END-IF
           MOVE SPACES TO WS-CURRENT-IMAGE
           MOVE HST-DSN TO WS-CURRENT-SOURCE
           MOVE HST-OTHER-DSN TO WS-CURRENT-VIA
           MOVE HST-STAMP TO WS-CURRENT-STAMP.

       0540-WALK-UNREAD.
           PERFORM 0580-FLUSH-RUN
           MOVE 'UNREADABLE' TO WS-LINE-LABEL
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               'GENERATION ' DELIMITED BY SIZE
               HST-DSN DELIMITED BY SIZE
               ' COULD NOT BE READ - SEE SYSOUT' DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM 0560-PRINT-EVENT-LINE
           SET WS-STATE-UNREADABLE TO TRUE
           MOVE SPACES TO WS-CURRENT-IMAGE WS-CURRENT-VIA
           MOVE HST-DSN TO WS-CURRENT-SOURCE
           MOVE HST-STAMP TO WS-CURRENT-STAMP.

       0550-WALK-MAINT-CHANGE.
      *> Only an APPLIED change moves the image; everything else is
      *> printed for the record and leaves the state alone.
           PERFORM 0580-FLUSH-RUN
           MOVE HST-ACTION TO WS-LINE-LABEL
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               'MAINTENANCE ' DELIMITED BY SIZE
               HST-OUTCOME DELIMITED BY SIZE
               '  SUBMITTED BY ' DELIMITED BY SIZE
               HST-SUBMITTER-ID DELIMITED BY SIZE
               '  APPROVED BY ' DELIMITED BY SIZE
               HST-APPROVER-ID DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM 0560-PRINT-EVENT-LINE
           IF HST-OUTCOME NOT = 'APPLIED'
               MOVE SPACES TO WS-LINE-LABEL WS-LINE-STAMP WS-LINE-TEXT
               MOVE HST-REASON TO WS-LINE-TEXT
               PERFORM 0565-PRINT-CONTINUATION
           ELSE
               IF FUNCTION TRIM(HST-ACTION) = 'DELETE'
                   SET WS-STATE-NOT-ON-FILE TO TRUE
                   MOVE SPACES TO WS-CURRENT-IMAGE
               ELSE
                   IF NOT WS-KEY-SEEN
                       MOVE 'MAINTAUD' TO WS-FIRST-LOAD-SOURCE
                       MOVE HST-STAMP TO WS-FIRST-LOAD-STAMP
                       SET WS-KEY-SEEN TO TRUE
                   END-IF
                   SET WS-STATE-KNOWN TO TRUE
                   MOVE HST-IMAGE TO WS-CURRENT-IMAGE
                   MOVE HST-IMAGE TO NARRATION-KSDS-RECORD
                   PERFORM 0600-PRINT-IMAGE-SUMMARY
               END-IF
               MOVE 'MAINTAUD' TO WS-CURRENT-SOURCE
               MOVE SPACES TO WS-CURRENT-VIA
               MOVE HST-STAMP TO WS-CURRENT-STAMP
           END-IF.

       0560-PRINT-EVENT-LINE.
           MOVE HST-STAMP TO WS-LINE-STAMP
           PERFORM 0565-PRINT-CONTINUATION.

       0565-PRINT-CONTINUATION.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           IF WS-LINE-STAMP NOT = SPACES
               STRING
                   '  ' DELIMITED BY SIZE
                   WS-LINE-STAMP(1:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LINE-STAMP(9:6) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           MOVE WS-LINE-LABEL TO WS-REPORT-LINE-WORK(19:10)
           MOVE WS-LINE-TEXT TO WS-REPORT-LINE-WORK(31:100)
           PERFORM 0850-WRITE-REPORT-LINE.

       0570-EXTEND-RUN.
      *> SAME for an unchanged reload, otherwise the event's own kind.
           IF HST-KIND = 'LOADED'
               MOVE 'SAME' TO WS-RUN-NEW-KIND
           ELSE
               MOVE HST-KIND TO WS-RUN-NEW-KIND
           END-IF
           IF WS-RUN-COUNT > 0 AND WS-RUN-NEW-KIND NOT = WS-RUN-KIND
               PERFORM 0580-FLUSH-RUN
           END-IF
           IF WS-RUN-COUNT = 0
               MOVE WS-RUN-NEW-KIND TO WS-RUN-KIND
               MOVE HST-DSN TO WS-RUN-FIRST-DSN
               MOVE HST-STAMP TO WS-RUN-FIRST-STAMP
           END-IF
           MOVE HST-DSN TO WS-RUN-LAST-DSN
           ADD 1 TO WS-RUN-COUNT.

       0580-FLUSH-RUN.
           IF WS-RUN-COUNT > 0
               MOVE WS-RUN-COUNT TO WS-COUNT-TEXT
               MOVE SPACES TO WS-LINE-TEXT
               EVALUATE WS-RUN-KIND
                   WHEN 'SAME'
                       MOVE 'RELOADED' TO WS-LINE-LABEL
                       STRING
                           'UNCHANGED IN ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                           ' GENERATION(S) THROUGH ' DELIMITED BY SIZE
                           WS-RUN-LAST-DSN DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN 'ABSENT'
                       MOVE 'ABSENT' TO WS-LINE-LABEL
                       STRING
                           'NOT IN ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                           ' GENERATION(S) THROUGH ' DELIMITED BY SIZE
                           WS-RUN-LAST-DSN DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN 'ARCHIVED'
                       MOVE 'ARCHIVED' TO WS-LINE-LABEL
                       STRING
                           FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                           ' GENERATION(S) NOT READ, ARCHIVED - THROUGH ' DELIMITED BY SIZE
                           WS-RUN-LAST-DSN DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE 'SCRATCHED' TO WS-LINE-LABEL
                       STRING
                           FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                           ' GENERATION(S) SCRATCHED UNARCHIVED - THROUGH ' DELIMITED BY SIZE
                           WS-RUN-LAST-DSN DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
               END-EVALUATE
               MOVE WS-RUN-FIRST-STAMP TO WS-LINE-STAMP
               PERFORM 0565-PRINT-CONTINUATION
               MOVE ZERO TO WS-RUN-COUNT
               MOVE SPACES TO WS-RUN-KIND
           END-IF.

       0590-CAPTURE-AS-OF-STATE.
           PERFORM 0580-FLUSH-RUN
           SET WS-AS-OF-CAPTURED TO TRUE
           MOVE WS-STATE-SW TO WS-ASOF-STATE-SW
           MOVE WS-CURRENT-IMAGE TO WS-ASOF-IMAGE
           MOVE WS-CURRENT-SOURCE TO WS-ASOF-SOURCE
           MOVE WS-CURRENT-VIA TO WS-ASOF-VIA
           MOVE WS-CURRENT-STAMP TO WS-ASOF-STAMP
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '  ---------------- END OF ' DELIMITED BY SIZE
               WS-AS-OF-TEXT DELIMITED BY SIZE
               ' - THE AS-OF DATE ----------------' DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0850-WRITE-REPORT-LINE.

       0600-PRINT-IMAGE-SUMMARY.
      *> The image's business fields and the first part of its text,
      *> under the event that produced it.
           MOVE SPACES TO WS-LINE-LABEL WS-LINE-STAMP WS-LINE-TEXT
           STRING
               'DATE ' DELIMITED BY SIZE
               NARR-BUSINESS-DATE DELIMITED BY SIZE
               '  SOURCE ' DELIMITED BY SIZE
               NARR-SOURCE-SYSTEM DELIMITED BY SIZE
               '  CLASS ' DELIMITED BY SIZE
               NARR-NARRATION-CLASS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NARR-TEXT(1:60) DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM 0565-PRINT-CONTINUATION.

       0700-REPORT-AS-OF-IMAGE.
      *> The answer, after the timeline: what the record said at the
      *> end of the as-of date, and whether ST-ARCH-RESTORE is needed
      *> to say it.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE-WORK
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           IF WS-FIRST-LOAD-SOURCE = SPACES
               MOVE 'FIRST LOADED BY ... NO READABLE SOURCE CARRIES THIS KEY'
                   TO WS-REPORT-LINE-WORK
           ELSE
               STRING
                   'FIRST LOADED BY ... ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIRST-LOAD-SOURCE) DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   WS-FIRST-LOAD-STAMP(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           EVALUATE TRUE
               WHEN WS-ASOF-KNOWN
                   STRING
                       'IN EFFECT ON ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' ... IMAGE FROM ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-ASOF-STAMP(1:8) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ASOF-STAMP(9:6) DELIMITED BY SIZE
                       ' - WRITTEN TO IMGOUT' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   MOVE WS-ASOF-IMAGE TO NARRATION-KSDS-RECORD
                   PERFORM 0720-PRINT-FULL-IMAGE
                   WRITE NARRATION-KSDS-RECORD
                   IF WS-IMGOUT-STATUS NOT = '00'
                       DISPLAY 'ST-NARR-HISTORY: WRITE failed for IMGOUT - file status '
                           WS-IMGOUT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF WS-ASOF-VIA NOT = SPACES
                       MOVE 'ST-ARCH-RESTORE ... NOT NEEDED - READ FROM THE COPY ALREADY RESTORED'
                           TO WS-REPORT-LINE-WORK
                   ELSE
                       MOVE 'ST-ARCH-RESTORE ... NOT NEEDED'
                           TO WS-REPORT-LINE-WORK
                   END-IF
                   PERFORM 0850-WRITE-REPORT-LINE
               WHEN WS-ASOF-ARCHIVED
                   STRING
                       'IN EFFECT ON ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' ... LOADED FROM ARCHIVED GENERATION ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING
                       'ST-ARCH-RESTORE ... NEEDED - RUN IT WITH GENERATION=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       ' (ARCHIVE COPY ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-VIA) DELIMITED BY SIZE
                       ') AND INQUIRE AGAIN' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ASOF-GONE
                   STRING
                       'IN EFFECT ON ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' ... LOADED FROM ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       ', SCRATCHED WITHOUT AN ARCHIVE COPY - NOT RECOVERABLE'
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ASOF-UNREADABLE
                   STRING
                       'IN EFFECT ON ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' ... LOADED FROM ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       ', WHICH COULD NOT BE READ THIS RUN' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   STRING
                       'IN EFFECT ON ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' ... NOTHING - THE KEY WAS NOT ON FILE THAT DAY' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 0850-WRITE-REPORT-LINE
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE WS-GENS-READ TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'GENERATIONS READ ........... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE WS-GENS-NOT-READ TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'ARCHIVED/SCRATCHED UNREAD .. ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE WS-MAINT-RECORDS TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               'MAINTAUD RECORDS FOR KEY ... ' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0850-WRITE-REPORT-LINE.

       0720-PRINT-FULL-IMAGE.
      *> The whole narration text, four print lines of it.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING
               '    KEY ' DELIMITED BY SIZE
               NARR-KEY DELIMITED BY SIZE
               '  BUSINESS DATE ' DELIMITED BY SIZE
               NARR-BUSINESS-DATE DELIMITED BY SIZE
               '  SOURCE ' DELIMITED BY SIZE
               NARR-SOURCE-SYSTEM DELIMITED BY SIZE
               '  CLASS ' DELIMITED BY SIZE
               NARR-NARRATION-CLASS DELIMITED BY SIZE
               INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           MOVE NARR-TEXT(1:119) TO WS-REPORT-LINE-WORK(14:119)
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           MOVE NARR-TEXT(120:119) TO WS-REPORT-LINE-WORK(14:119)
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           MOVE NARR-TEXT(239:119) TO WS-REPORT-LINE-WORK(14:119)
           PERFORM 0850-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           MOVE NARR-TEXT(358:119) TO WS-REPORT-LINE-WORK(14:119)
           PERFORM 0850-WRITE-REPORT-LINE.

       0800-WRITE-PAGE-HEADING.
      *> Composed in its own work area - 0850 performs this paragraph
      *> on page overflow while the pending detail line is still
      *> sitting in WS-REPORT-LINE-WORK.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-TEXT
           MOVE SPACES TO WS-HEADING-LINE-WORK
           STRING
               'ST-NARR-HISTORY  NARRATION HISTORY  KEY ' DELIMITED BY SIZE
               WS-REQ-KEY DELIMITED BY SIZE
               '  AS OF ' DELIMITED BY SIZE
               WS-AS-OF-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-GDG-BASE DELIMITED BY SIZE
               '  PAGE ' DELIMITED BY SIZE
               WS-PAGE-NUMBER-TEXT DELIMITED BY SIZE
               INTO WS-HEADING-LINE-WORK
           END-STRING
           PERFORM 0810-WRITE-HEADING-LINE
           MOVE '  DATE     TIME    EVENT       DETAIL' TO WS-HEADING-LINE-WORK
           PERFORM 0810-WRITE-HEADING-LINE
           MOVE ALL '=' TO WS-HEADING-LINE-WORK
           PERFORM 0810-WRITE-HEADING-LINE
           MOVE 3 TO WS-LINES-ON-PAGE.

       0810-WRITE-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: WRITE failed for HISTRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0850-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINE-LIMIT
               PERFORM 0800-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE-WORK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: WRITE failed for HISTRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

       0900-CLOSE-FILES.
           CLOSE HISTORY-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: CLOSE failed for HISTRPT - file status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE IMAGE-OUT
           IF WS-IMGOUT-STATUS NOT = '00'
               DISPLAY 'ST-NARR-HISTORY: CLOSE failed for IMGOUT - file status ' WS-IMGOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-LOG-HISTORY-EVENT.
           MOVE WS-GDG-BASE TO WS-EVENT-DSN
           MOVE 'HISTDONE' TO WS-EVENT-CODE-WORK
           MOVE SPACES TO WS-EVENT-TEXT-WORK
           EVALUATE TRUE
               WHEN WS-ASOF-KNOWN
                   MOVE 'I' TO WS-EVENT-SEVERITY-WORK
                   STRING
                       'history of ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REQ-KEY) DELIMITED BY SIZE
                       ' as of ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' rebuilt - image written' DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
               WHEN WS-ASOF-ARCHIVED
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
                   STRING
                       'history of ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REQ-KEY) DELIMITED BY SIZE
                       ' as of ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' needs ST-ARCH-RESTORE of ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASOF-SOURCE) DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
               WHEN OTHER
                   MOVE 'W' TO WS-EVENT-SEVERITY-WORK
                   STRING
                       'history of ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REQ-KEY) DELIMITED BY SIZE
                       ' as of ' DELIMITED BY SIZE
                       WS-AS-OF-TEXT DELIMITED BY SIZE
                       ' rebuilt - no image to give, see HISTRPT' DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT-WORK
                   END-STRING
           END-EVALUATE
           IF RETURN-CODE = 8
               MOVE 'E' TO WS-EVENT-SEVERITY-WORK
           END-IF
           PERFORM 9000-WRITE-EVENT-LOG
           DISPLAY 'ST-NARR-HISTORY: ' FUNCTION TRIM(WS-EVENT-TEXT-WORK).

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
               DISPLAY 'ST-NARR-HISTORY: OPEN failed for EVTLOG - file status ' WS-EVTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-EVENT-RECORD
               MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
               MOVE 'ST-NARR-HISTORY' TO EVENT-PROGRAM
               MOVE WS-EVENT-DSN TO EVENT-TARGET-DSN
               MOVE WS-EVENT-CODE-WORK TO EVENT-CODE
               MOVE WS-EVENT-SEVERITY-WORK TO EVENT-SEVERITY
               MOVE WS-EVENT-TEXT-WORK TO EVENT-TEXT
               WRITE WS-EVENT-RECORD
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: WRITE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EVENT-LOG-FILE
               IF WS-EVTLOG-STATUS NOT = '00'
                   DISPLAY 'ST-NARR-HISTORY: CLOSE failed for EVTLOG - file status ' WS-EVTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
