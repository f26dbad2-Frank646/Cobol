      *Earnings-code reference record layout -- one record per hours
      *type a timecard may be keyed under, on EARNCODE.DAT. The code
      *is the card's TC-HOURS-TYPE byte. Each code says how its
      *hours are priced (the hourly rate times the multiplier, plus
      *a flat premium per hour -- a holiday at 1.5 and nothing, a
      *night-shift differential at 1.0 and a dollar and a half, an
      *on-call hour at zero and a flat three dollars), whether the
      *hours count toward the overtime threshold, which leave
      *balance they draw down, and the expense account they post
      *to. A blank account posts to the standard wage expense
      *account. Shared by the maintenance screen, TimeEdit (which
      *refuses a card keyed under a code not on file or retired),
      *Payroll (which prices every card off it), GLPost and PayStub.
      *A retired code stays on file so past registers still read.
        01 EARN-CODE-RECORD.
            04 ERN-CODE             PIC X.
            04 ERN-DESC             PIC X(16).
            04 ERN-MULTIPLIER       PIC 9V9(4).
            04 ERN-PREMIUM          PIC 9(3)V99.
            04 ERN-COUNTS-OT        PIC X.
                88 ERN-COUNTS-TOWARD-OT VALUE "Y".
            04 ERN-LEAVE-DRAW       PIC X.
                88 ERN-DRAWS-VACATION VALUE "V".
                88 ERN-DRAWS-SICK   VALUE "S".
                88 ERN-LEAVE-DRAW-VALID VALUES "V" "S" " ".
            04 ERN-GL-ACCOUNT       PIC X(8).
            04 ERN-STATUS           PIC X.
                88 ERN-ACTIVE       VALUE "A".
                88 ERN-RETIRED      VALUE "R".
