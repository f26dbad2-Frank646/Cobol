      *week of vacation is keyed as vacation, draws the leave
      *balance down, and never counts toward the overtime
      *threshold. A blank type byte is an old-style card and reads
      *as regular worked time. The type byte is an earnings code on
      *EARNCODE.DAT -- R, V and S plus whatever holiday, shift
      *differential, on-call or jury-duty codes are filed there --
      *and the code's entry says how the hours are priced.
        01 TIMECARD-RECORD.
            04 TC-EMPLOYEEID        PIC 9(7).
            04 TC-HOURS             PIC 9(3).
