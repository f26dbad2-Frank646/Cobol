      *Closed-year wage correction record layout -- one record each
      *time YTDADJ changes a year YearEnd has already closed and
      *archived to YTDHIST.DAT. Carries the statement figures as they
      *stood before the card (previously reported) and after it
      *(corrected), so the latest record for an employee and year is
      *always that year's current figures. Appended by YtdAdj to
      *YTDCORR.DAT as pending; YearEnd's correction mode writes the
      *corrected statements and the correction file from the pending
      *records of a year and marks them filed.
        01 YTD-CORR-RECORD.
            04 YC-TAX-YEAR          PIC 9(4).
            04 YC-EMPLOYEEID        PIC 9(7).
            04 YC-STATUS            PIC X.
                88 YC-PENDING       VALUE "P".
                88 YC-FILED         VALUE "F".
            04 YC-KEYED-DATE        PIC 9(8).
            04 YC-FILED-DATE        PIC 9(8).
            04 YC-REASON-CODE       PIC X(4).
            04 YC-PREVIOUS.
                05 YC-PREV-GROSS    PIC 9(9)V99.
                05 YC-PREV-TAXABLE  PIC 9(9)V99.
                05 YC-PREV-FED-TAX  PIC 9(9)V99.
                05 YC-PREV-STATE-TAX PIC 9(9)V99.
                05 YC-PREV-EE-SOCSEC PIC 9(9)V99.
                05 YC-PREV-EE-MEDICARE PIC 9(9)V99.
                05 YC-PREV-EE-ADDL-MEDICARE PIC 9(9)V99.
            04 YC-CORRECTED.
                05 YC-CORR-GROSS    PIC 9(9)V99.
                05 YC-CORR-TAXABLE  PIC 9(9)V99.
                05 YC-CORR-FED-TAX  PIC 9(9)V99.
                05 YC-CORR-STATE-TAX PIC 9(9)V99.
                05 YC-CORR-EE-SOCSEC PIC 9(9)V99.
                05 YC-CORR-EE-MEDICARE PIC 9(9)V99.
                05 YC-CORR-EE-ADDL-MEDICARE PIC 9(9)V99.
