      *> STINCREC - one open operations incident, as ST-OPS-DIGEST
      *> carries it from one morning's digest to the next in
      *> ST.LOG.INCIDENTS. An incident is keyed by the program that
      *> raised it and the GDG base (or other target) it was raised
      *> against - the generation qualifier and any member suffix are
      *> stripped, so a LOCKSEIZ on ST.DATA.NARRATION and the ROUTEEND
      *> on ST.DATA.NARRATION.G0123V00 meet under one key. The record
      *> stays on the file, night after night, until an informational
      *> event from the same program against the same base closes it.
       01  WS-INCIDENT-RECORD.
           05  INC-PROGRAM                PIC X(20).
           05  INC-BASE-DSN               PIC X(64).
      *> The event code that opened the incident and the worst
      *> severity seen since - a W incident that later logs an E is
      *> reported as an E.
           05  INC-OPEN-CODE              PIC X(8).
           05  INC-SEVERITY               PIC X(1).
           05  INC-OPENED-STAMP           PIC X(21).
           05  INC-LATEST-STAMP           PIC X(21).
           05  INC-LATEST-CODE            PIC X(8).
           05  INC-EVENT-COUNT            PIC 9(7).
      *> How many morning digests have listed the incident open,
      *> counting the one that wrote this record.
           05  INC-NIGHTS-OPEN            PIC 9(5).
           05  INC-LATEST-TEXT            PIC X(128).
