      *Positive-pay issue file record, the bank's fixed 80-byte
      *format: one header, a detail per check issued or voided, and
      *a trailer carrying the item count and dollar total. The bank
      *pays a presented check only when its number and amount match
      *an issued item not since voided. PosPay writes POSPAY.DAT;
      *PayCycle reads it back to see that the file on hand is this
      *run's and complete before it authorizes the release.
        01 POS-PAY-RECORD.
            04 PP-RECORD-TYPE       PIC X.
                88 PP-HEADER        VALUE "H".
                88 PP-DETAIL        VALUE "D".
                88 PP-TRAILER       VALUE "T".
            04 PP-ACCOUNT           PIC 9(10).
            04 PP-BODY              PIC X(69).
      *amounts are in cents, as the bank takes them.
            04 PP-DETAIL-BODY REDEFINES PP-BODY.
                05 PP-CHECK-NUMBER  PIC 9(10).
                05 PP-AMOUNT        PIC 9(10).
                05 PP-ISSUE-DATE    PIC 9(8).
                05 PP-ISSUE-VOID    PIC X.
                    88 PP-ITEM-ISSUED VALUE "I".
                    88 PP-ITEM-VOIDED VALUE "V".
                05 PP-PAYEE         PIC X(30).
                05 FILLER           PIC X(10).
      *the file reference is the pay run's number.
            04 PP-HEADER-BODY REDEFINES PP-BODY.
                05 PP-FILE-DATE     PIC 9(8).
                05 PP-FILE-REF      PIC 9(5).
                05 FILLER           PIC X(56).
            04 PP-TRAILER-BODY REDEFINES PP-BODY.
                05 PP-ITEM-COUNT    PIC 9(7).
                05 PP-DOLLAR-TOTAL  PIC 9(12).
                05 FILLER           PIC X(50).
