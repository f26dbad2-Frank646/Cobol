            04 QTD-GROSS            PIC 9(9)V99.
            04 QTD-FED-TAX          PIC 9(9)V99.
            04 QTD-STATE-TAX        PIC 9(9)V99.
      *both sides of the quarter's Social Security and Medicare --
      *what was withheld from the employee and what the employer
      *matched -- so the quarter close can report the whole payroll
      *tax deposit, not just the income-tax withholding.
            04 QTD-EE-SOCSEC        PIC 9(9)V99.
            04 QTD-EE-MEDICARE      PIC 9(9)V99.
            04 QTD-EE-ADDL-MEDICARE PIC 9(9)V99.
            04 QTD-ER-SOCSEC        PIC 9(9)V99.
            04 QTD-ER-MEDICARE      PIC 9(9)V99.
      *gross less pre-tax elections for the quarter.
            04 QTD-TAXABLE-WAGES    PIC 9(9)V99.
