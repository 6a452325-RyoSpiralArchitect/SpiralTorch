      *> STMANREC - one record per generation ST-GDG-CLEANUP
      *> dispositioned, in its MANIFEST output - the durable answer to
      *> "where did generation G0123V00 go" long after the catalog
      *> entry and the SYSOUT are gone. ST-ARCH-RESTORE searches the
      *> same records to find the way back.
       01  MANIFEST-RECORD.
           05  MAN-GENERATION-DSN         PIC X(46).
           05  FILLER                     PIC X(1).
           05  MAN-CREATE-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  MAN-AGE-DAYS               PIC 9(5).
           05  FILLER                     PIC X(1).
      *> ARCHIVED, SCRATCHED, ARCH-FAIL, FREE-FAIL, or - for a
      *> generation kept because ST.CTL.HOLDS protects it - HELD, with
      *> the protecting hold in MAN-HOLD-ID. HOLDCHECK is a generation
      *> kept because it could not be read to check it against the
      *> holds. UNACKED is a generation released downstream that a
      *> subscriber has not acknowledged collecting - MAN-HOLD-ID then
      *> carries the consumer's ID.
           05  MAN-DISPOSITION            PIC X(9).
           05  FILLER                     PIC X(1).
           05  MAN-ARCHIVE-DSN            PIC X(46).
           05  FILLER                     PIC X(1).
           05  MAN-HOLD-ID                PIC X(8).
