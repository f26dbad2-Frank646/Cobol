            04 YTD-FED-TAX          PIC 9(9)V99.
            04 YTD-STATE-TAX        PIC 9(9)V99.
            04 YTD-NET-PAY          PIC 9(9)V99.
      *employee Social Security and Medicare withheld this year --
      *the Social Security figure stops growing once YTD-GROSS
      *reaches the wage base.
            04 YTD-EE-SOCSEC        PIC 9(9)V99.
            04 YTD-EE-MEDICARE      PIC 9(9)V99.
            04 YTD-EE-ADDL-MEDICARE PIC 9(9)V99.
      *gross less pre-tax elections -- the income-tax wages the
      *year-end statement reports beside total wages paid.
            04 YTD-TAXABLE-WAGES    PIC 9(9)V99.
      *bonus and commission paid this year -- inside YTD-GROSS,
      *carried apart so the pay stub can show it on its own line.
            04 YTD-BONUS            PIC 9(9)V99.
