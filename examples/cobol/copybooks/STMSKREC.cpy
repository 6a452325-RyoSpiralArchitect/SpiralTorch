      *> STMSKREC - one record per pattern match ST-NARR-MASK masked
      *> in an outbound copy, appended to ST.AUDIT.MASKING. It says
      *> where in which narration the match was and which pattern
      *> caught it, for which consumer - never what the text said. The
      *> clear value stays in ST.DATA.NARRATION and the KSDS, and the
      *> audit trail must not become a second copy of it.
       01  WS-MASK-AUDIT-RECORD.
      *> One stamp per ST-NARR-MASK run - records sharing it came from
      *> the same outbound copy.
           05  MSK-RUN-TIMESTAMP          PIC X(21).
           05  MSK-CONSUMER-ID            PIC X(8).
      *> NARREXT, DELTAOUT or LOOKEXT.
           05  MSK-FILE-TYPE              PIC X(8).
      *> The masked copy, as MASKED-DSN= named it.
           05  MSK-MASKED-DSN             PIC X(64).
           05  MSK-NARR-KEY               PIC X(16).
           05  MSK-PATTERN-ID             PIC X(8).
      *> LUHN, DIGITS or FORMAT - as MPF-PATTERN-TYPE.
           05  MSK-PATTERN-TYPE           PIC X(6).
      *> Where the match starts in NARR-TEXT (1-476) and how many
      *> bytes it spans, separators included.
           05  MSK-TEXT-OFFSET            PIC 9(3).
           05  MSK-MATCH-LENGTH           PIC 9(3).
