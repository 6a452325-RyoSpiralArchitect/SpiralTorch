      *> STACKREC - one pickup acknowledgment, as a downstream team
      *> sends it back once it has collected an outbound generation and
      *> counted and checksummed what arrived. The teams' files are
      *> concatenated on ACKIN; ST-PICKUP-RECON and ST-GDG-CLEANUP match
      *> them to ST.AUDIT.OUTBOUND by consumer and data set name. Fixed
      *> fields separated by a single blank, so a team without a
      *> program to build it can key it by hand.
       01  WS-ACK-RECORD.
           05  ACK-CONSUMER-ID            PIC X(8).
           05  FILLER                     PIC X(1).
           05  ACK-DATASET-DSN            PIC X(44).
           05  FILLER                     PIC X(1).
           05  ACK-RECORD-COUNT           PIC 9(9).
           05  FILLER                     PIC X(1).
           05  ACK-CHECKSUM               PIC 9(9).
           05  FILLER                     PIC X(1).
      *> YYYYMMDDHHMMSS the team collected the generation.
           05  ACK-PICKUP-TIMESTAMP       PIC X(14).
