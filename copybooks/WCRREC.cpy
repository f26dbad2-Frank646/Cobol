      *Workers' compensation rate record layout -- the carrier's
      *manual rate for one class code in one state, per hundred
      *dollars of straight-time payroll, kept on WCRATE.DAT by the
      *WcRateMaint screen and read by WcReport when it estimates
      *premium. A blank state is the class's rate for any state not
      *rated on a record of its own.
        01 WC-RATE-RECORD.
            04 WCR-CLASS            PIC X(4).
            04 WCR-STATE            PIC X(2).
            04 WCR-DESC             PIC X(20).
            04 WCR-RATE             PIC 9(3)V9(4).
