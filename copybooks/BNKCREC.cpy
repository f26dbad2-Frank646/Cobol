      *Direct-deposit bank change record layout -- one change of an
      *employee's routing / account / account type as keyed on the
      *EmpMaint screen, with the details it replaces. A change is
      *never written to the master by the operator who keys it: it
      *waits on BANKCHG.DAT until a different operator approves or
      *rejects it on the BankApprove screen, which applies an
      *approved change to EMPFILE.DAT and moves the decided record,
      *stamped with the reviewer and the date, to BANKLOG.DAT.
      *Until then Payroll keeps depositing to the old details.
        01 BANK-CHANGE-RECORD.
            04 BC-EMPLOYEEID        PIC 9(7).
            04 BC-STATUS            PIC X.
                88 BC-PENDING       VALUE "P".
                88 BC-APPROVED      VALUE "A".
                88 BC-REJECTED      VALUE "R".
            04 BC-KEYED-DATE        PIC 9(8).
            04 BC-KEYED-BY          PIC X(8).
            04 BC-OLD-DETAILS.
                05 BC-OLD-ROUTING   PIC 9(9).
                05 BC-OLD-ACCOUNT   PIC X(17).
                05 BC-OLD-ACCT-TYPE PIC X.
            04 BC-NEW-DETAILS.
                05 BC-NEW-ROUTING   PIC 9(9).
                05 BC-NEW-ACCOUNT   PIC X(17).
                05 BC-NEW-ACCT-TYPE PIC X.
            04 BC-REVIEWED-BY       PIC X(8).
            04 BC-REVIEWED-DATE     PIC 9(8).
