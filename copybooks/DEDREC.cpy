      *Deduction-election record layout, keyed to EMPDETAILS by
      *EMPLOYEEID -- one record per election, several per employee
      *allowed (401(k), health premium, court-ordered garnishment).
      *Payroll takes pre-tax elections (class P -- 401(k) deferrals,
      *Section 125 premiums) off the gross before withholding is
      *figured, so federal and state tax run off what is left;
      *after tax it applies garnishments (class G) before voluntary
      *elections (class V), and within a class in ascending
      *DED-PRIORITY order (ties keep file order) -- DEDUCT.DAT
      *itself may be arranged any way that suits maintenance.
      *The running balance behind each election -- goal, amount
      *taken to date, arrears -- is kept on DEDBAL.DAT (DBALREC).
        01 DEDUCTION-ELECTION.
            04 DED-EMPLOYEEID       PIC 9(7).
            04 DED-CODE             PIC X(4).
            04 DED-CLASS            PIC X.
                88 DED-CLASS-GARNISHMENT VALUE "G".
                88 DED-CLASS-VOLUNTARY   VALUE "V".
                88 DED-CLASS-PRETAX      VALUE "P".
            04 DED-METHOD-CODE      PIC X.
                88 DED-METHOD-FLAT       VALUE "F".
                88 DED-METHOD-PERCENT    VALUE "P".
