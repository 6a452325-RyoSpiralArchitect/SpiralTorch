      *> STCNSREC - one downstream subscription, in ST.CTL.CONSUMERS:
      *> which team collects which outbound file, and how long after a
      *> generation ships it has to send back its acknowledgment. A
      *> team taking both the extract and the delta has two records.
      *> Same editable fixed-field layout as ST.CTL.HOLDS: one line
      *> per subscription, fields separated by a single blank.
       01  WS-CONSUMER-RECORD.
      *> The ID the team puts on its acknowledgment records.
           05  CNS-CONSUMER-ID            PIC X(8).
           05  FILLER                     PIC X(1).
      *> NARREXT or DELTAOUT - as OUT-FILE-TYPE.
           05  CNS-FILE-TYPE              PIC X(8).
           05  FILLER                     PIC X(1).
      *> Hours after the generation is released by which the pickup
      *> must be acknowledged.
           05  CNS-PICKUP-HOURS           PIC 9(3).
           05  FILLER                     PIC X(1).
      *> YYYYMMDD the subscription starts - generations released
      *> before it are not this team's to collect.
           05  CNS-START-DATE             PIC 9(8).
           05  FILLER                     PIC X(1).
      *> YYYYMMDD the subscription ends - it covers releases through
      *> the day before. Zeros run until further notice; the record
      *> stays on file as the history.
           05  CNS-END-DATE               PIC 9(8).
           05  FILLER                     PIC X(1).
           05  CNS-TEAM-NAME              PIC X(30).
           05  FILLER                     PIC X(1).
           05  CNS-CONTACT                PIC X(30).
