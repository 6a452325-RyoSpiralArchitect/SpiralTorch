      *> STMPFREC - one masking pattern in a consumer's profile, in
      *> ST.CTL.MASKPROF. NARR-TEXT is free text, and upstream systems
      *> have pasted account and card numbers into it; ST-NARR-MASK
      *> scans the text of every outbound copy for the patterns in the
      *> receiving consumer's profile and masks what they match before
      *> the copy leaves. A consumer's profile is all the lines under
      *> its ID; a consumer with no lines at all gets no copy.
      *> Same editable fixed-field layout as ST.CTL.HOLDS: one line
      *> per pattern, fields separated by a single blank.
       01  WS-MASK-PROFILE-RECORD.
      *> As CNS-CONSUMER-ID; for a LOOKEXT copy, the requesting team's
      *> ID named on the ST-NARR-MASK CONSUMER= card.
           05  MPF-CONSUMER-ID            PIC X(8).
           05  FILLER                     PIC X(1).
      *> Named on every masking audit record this pattern produces.
           05  MPF-PATTERN-ID             PIC X(8).
           05  FILLER                     PIC X(1).
      *> How the pattern is matched:
      *>   LUHN   - a run of MPF-MIN-DIGITS through MPF-MAX-DIGITS
      *>            digits (13 through 19 when left zero) that passes
      *>            the Luhn check - card numbers. Single blanks or
      *>            hyphens between digit groups are allowed;
      *>   DIGITS - a run of MPF-MIN-DIGITS through MPF-MAX-DIGITS
      *>            digits, checked no further - account numbers;
      *>   FORMAT - text laid out as MPF-FORMAT, where 9 stands for any
      *>            digit, A for any letter, and anything else for
      *>            itself (99-999999-99);
      *>   NONE   - nothing is masked: the consumer is cleared to
      *>            receive the text as it stands. Saying so is still a
      *>            profile - an absent one is never taken to mean it.
      *> Digit runs and formats only match whole - not inside a longer
      *> run of digits, nor a format inside a longer word.
           05  MPF-PATTERN-TYPE           PIC X(6).
               88  MPF-IS-LUHN            VALUE 'LUHN  '.
               88  MPF-IS-DIGITS          VALUE 'DIGITS'.
               88  MPF-IS-FORMAT          VALUE 'FORMAT'.
               88  MPF-IS-NONE            VALUE 'NONE  '.
           05  FILLER                     PIC X(1).
           05  MPF-MIN-DIGITS             PIC 9(2).
           05  FILLER                     PIC X(1).
           05  MPF-MAX-DIGITS             PIC 9(2).
           05  FILLER                     PIC X(1).
           05  MPF-FORMAT                 PIC X(24).
           05  FILLER                     PIC X(1).
      *> Written over each masked digit or letter; '*' when blank.
           05  MPF-MASK-CHARACTER         PIC X(1).
           05  FILLER                     PIC X(1).
      *> Trailing digits or letters left readable (the last four of a
      *> card number), so the consumer can still tell two apart.
           05  MPF-KEEP-LAST              PIC 9(2).
           05  FILLER                     PIC X(1).
           05  MPF-DESCRIPTION            PIC X(30).
