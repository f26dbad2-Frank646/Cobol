      *Department budget record layout -- what each department is
      *allowed, one record per department per calendar month: the
      *headcount authorized and the labor dollars (gross wages)
      *budgeted. Kept beside DEPTREF.DAT as DEPTBUDG.DAT, keyed in
      *by DEPTMAINT's budget action, read by the intake screen
      *(which holds a hire past the authorized headcount to an
      *override reason) and by BudgetRpt (budget against actual for
      *the month and the year to date). A month with no record has
      *no budget and is not controlled.
        01 DEPT-BUDGET-RECORD.
            04 BUD-DEPARTMENT       PIC X(30).
            04 BUD-YEAR             PIC 9(4).
            04 BUD-MONTH            PIC 9(2).
            04 BUD-HEADCOUNT        PIC 9(5).
            04 BUD-LABOR-DOLLARS    PIC 9(9)V99.
