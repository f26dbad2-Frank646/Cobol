            04 PND-EFFECTIVE-DATE   PIC 9(8).
      *which master field changes: R hourly rate, S annual salary
      *(the employee becomes salaried with it), D department,
      *F pay frequency, T termination date; and the bank details a
      *notification of change corrects -- B routing number,
      *A account number, K account type.
            04 PND-FIELD-CODE       PIC X.
                88 PND-FIELD-RATE   VALUE "R".
                88 PND-FIELD-SALARY VALUE "S".
                88 PND-FIELD-DEPT   VALUE "D".
                88 PND-FIELD-FREQ   VALUE "F".
                88 PND-FIELD-TERM   VALUE "T".
                88 PND-FIELD-ROUTING VALUE "B".
                88 PND-FIELD-ACCOUNT VALUE "A".
                88 PND-FIELD-ACCT-TYPE VALUE "K".
      *the new value, read through the view the field code calls
      *for: text for a department or account number, amount for
      *rate/salary and the routing number, date for a termination,
      *first byte for a frequency code or account type.
            04 PND-NEW-VALUE        PIC X(30).
            04 PND-NEW-VALUE-N REDEFINES PND-NEW-VALUE.
                05 PND-VALUE-NUM    PIC 9(9)V99.
