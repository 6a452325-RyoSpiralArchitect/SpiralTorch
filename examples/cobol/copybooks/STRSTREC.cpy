      *> STRSTREC - one record per copy ST-ARCH-RESTORE brings back,
      *> appended to ST.AUDIT.RESTORES. A restore run for legal names
      *> the hold it serves (HOLD-ID=), and every copy it makes is
      *> stamped with that hold here - ST-GDG-CLEANUP will not scratch
      *> a restored generation while its hold is open, and
      *> ST-HOLD-REPORT lists the copies under the hold they serve.
       01  WS-RESTORE-REG-RECORD.
           05  RST-TIMESTAMP              PIC X(21).
      *> Spaces when the restore was not run for a hold.
           05  RST-HOLD-ID                PIC X(8).
           05  RST-SOURCE-GENERATION      PIC X(46).
           05  RST-ARCHIVE-DSN            PIC X(46).
      *> The absolute generation a RESTORE-MODE=GDG run cataloged, or
      *> the RESTORE-DSN extract a RESTORE-MODE=FLAT run appended to.
           05  RST-RESTORED-DSN           PIC X(64).
           05  RST-RESTORE-MODE           PIC X(4).
           05  RST-RECORD-COUNT           PIC 9(9).
