      *> STHLDREC - one legal/audit hold, in ST.CTL.HOLDS. Until the
      *> registry existed the only thing standing between a held
      *> narration and ST-GDG-CLEANUP was somebody remembering to
      *> comment the step out. ST-GDG-CLEANUP, ST-NARR-MAINT,
      *> ST-ARCH-RESTORE and ST-HOLD-REPORT all read this file at start
      *> of run, so placing or lifting a hold is one record edit.
      *> Same editable fixed-field layout as ST.CTL.POLICY: one line
      *> per hold, fields separated by a single blank.
       01  WS-HOLD-RECORD.
           05  HOLD-ID                    PIC X(8).
           05  FILLER                     PIC X(1).
      *> What the hold covers, and how HOLD-SCOPE-FROM/TO read:
      *>   GEN  - generations of HOLD-GDG-BASE, by their GnnnnVnn
      *>          qualifier (G0120V00 through G0135V00);
      *>   DATE - narrations by NARR-BUSINESS-DATE, YYYYMMDD;
      *>   KEY  - narrations by NARR-KEY.
      *> A blank HOLD-SCOPE-TO holds the one value in HOLD-SCOPE-FROM.
           05  HOLD-SCOPE                 PIC X(4).
               88  HOLD-SCOPE-IS-GEN      VALUE 'GEN '.
               88  HOLD-SCOPE-IS-DATE     VALUE 'DATE'.
               88  HOLD-SCOPE-IS-KEY      VALUE 'KEY '.
           05  FILLER                     PIC X(1).
      *> Required for GEN. For DATE and KEY it names the base whose
      *> generations ST-GDG-CLEANUP must keep while they carry a held
      *> narration - blank means every base; the cluster copy is held
      *> regardless.
           05  HOLD-GDG-BASE              PIC X(44).
           05  FILLER                     PIC X(1).
           05  HOLD-SCOPE-FROM            PIC X(16).
           05  FILLER                     PIC X(1).
           05  HOLD-SCOPE-TO              PIC X(16).
           05  FILLER                     PIC X(1).
           05  HOLD-REQUESTER             PIC X(20).
           05  FILLER                     PIC X(1).
           05  HOLD-PLACED-DATE           PIC 9(8).
           05  FILLER                     PIC X(1).
      *> YYYYMMDD the hold lifts - it protects through the day before.
      *> Zeros hold until further notice; legal lifts it by setting
      *> the date, and the record stays on file as the history.
           05  HOLD-RELEASE-DATE          PIC 9(8).
           05  FILLER                     PIC X(1).
           05  HOLD-DESCRIPTION           PIC X(40).
