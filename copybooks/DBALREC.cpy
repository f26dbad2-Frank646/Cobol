      *Deduction-balance record layout, keyed by EMPLOYEEID and
      *DED-CODE on the indexed DEDBAL.DAT -- the running account
      *behind one election on DEDUCT.DAT. Payroll opens a record the
      *first time it takes an election and keeps it current every
      *check after that; the DedbMaint screen keys the goal, the
      *share of disposable earnings a garnishment order allows, and
      *any opening balance carried over from before the file.
      *A goal (the face of a court order or a payroll loan) stops
      *the election once taken-to-date reaches it; zero means the
      *election runs until DEDUCT.DAT drops it. A garnishment or
      *voluntary election a short check could not cover in full
      *leaves the rest as arrears, recovered on the checks that
      *follow. The last-check figures are what the period's
      *deduction balance report works from.
        01 DED-BALANCE-RECORD.
            04 DBAL-KEY.
                05 DBAL-EMPLOYEEID  PIC 9(7).
                05 DBAL-CODE        PIC X(4).
            04 DBAL-GOAL            PIC 9(7)V99.
            04 DBAL-TAKEN-TO-DATE   PIC 9(7)V99.
            04 DBAL-ARREARS         PIC 9(7)V99.
      *the percent of disposable earnings this garnishment order
      *may take, all garnishments on the check together; zero is
      *the general limit -- the lesser of 25 percent and what lies
      *above thirty times the federal minimum wage a week.
            04 DBAL-LIMIT-PCT       PIC 9(2)V99.
            04 DBAL-STATUS          PIC X.
                88 DBAL-ACTIVE      VALUE "A".
                88 DBAL-GOAL-MET    VALUE "M".
            04 DBAL-LAST-PAY-DATE   PIC 9(8).
            04 DBAL-LAST-TAKEN      PIC 9(7)V99.
            04 DBAL-LAST-NOT-TAKEN  PIC 9(7)V99.
