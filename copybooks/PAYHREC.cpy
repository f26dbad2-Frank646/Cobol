      *Each line is the register detail stamped with the run number
      *and pay date it was paid under, so a wage-verification letter
      *or garnishment interrogatory can be answered for a date range
      *straight off the file. Shared by Payroll (which appends it),
      *the pay-history inquiry (which reads it back) and PayReverse
      *(which cancels a paid line with a negative mirror of it).
      *The money and hours fields are signed for that mirror line;
      *every line Payroll writes is positive.
        01 PAY-HIST-RECORD.
            04 PH-RUN-NUMBER        PIC 9(5).
            04 PH-PAY-DATE          PIC 9(8).
            04 PH-EMPLOYEEID        PIC 9(7).
            04 PH-FIRSTNAME         PIC X(10).
            04 PH-LASTNAME          PIC X(10).
            04 PH-HOURS             PIC S9(3)V99.
      *how many of PH-HOURS paid at the overtime premium -- a retro
      *run must make an overtime hour whole at the premium times
      *the rate difference, not at straight time, and the total
      *alone can't say which was which.
            04 PH-OT-HOURS          PIC S9(3)V99.
            04 PH-PAYAMOUNT         PIC S9(7)V99.
            04 PH-FED-TAX           PIC S9(7)V99.
            04 PH-STATE-TAX         PIC S9(7)V99.
            04 PH-NET-PAY           PIC S9(7)V99.
            04 PH-WELLNESS-ADJ      PIC S9(3)V99.
            04 PH-DEDUCT-TOTAL      PIC S9(7)V99.
            04 PH-ER-SOCSEC         PIC S9(7)V99.
            04 PH-ER-MEDICARE       PIC S9(7)V99.
      *"R" marks a retro back-pay line; retro history never feeds a
      *later retro computation, or an overlapping range would
      *compound the same raise twice. "B" marks a bonus/commission-
      *only line, which is not a pay period either.
            04 PH-RETRO-FLAG        PIC X.
                88 PH-LINE-RETRO    VALUE "R".
                88 PH-LINE-BONUS    VALUE "B".
            04 PH-WORK-STATE        PIC X(2).
            04 PH-DEPARTMENT        PIC X(30).
      *the employee Social Security and Medicare withheld, as on the
      *register line.
            04 PH-EE-SOCSEC         PIC S9(7)V99.
            04 PH-EE-MEDICARE       PIC S9(7)V99.
            04 PH-EE-ADDL-MEDICARE  PIC S9(7)V99.
      *gross less pre-tax elections, as on the register line.
            04 PH-TAXABLE-WAGES     PIC S9(7)V99.
      *bonus/commission paid on the line, its reason code and the
      *supplemental-rate withholding taken off it, as on the
      *register line.
            04 PH-BONUS-AMOUNT      PIC S9(7)V99.
            04 PH-BONUS-REASON      PIC X(4).
            04 PH-BONUS-FED-TAX     PIC S9(7)V99.
            04 PH-BONUS-STATE-TAX   PIC S9(7)V99.
      *the earnings-code breakdown, overtime premium and leave
      *payout, as on the register line.
            04 PH-OT-PREMIUM        PIC S9(7)V99.
            04 PH-LEAVE-PAYOUT      PIC S9(7)V99.
            04 PH-EARN-LINE OCCURS 8 TIMES.
                05 PH-EARN-CODE     PIC X.
                05 PH-EARN-HOURS    PIC S9(4)V99.
                05 PH-EARN-AMOUNT   PIC S9(7)V99.
      *"V" marks the negative mirror PayReverse writes when a paid
      *line is cancelled outright. The mirror keeps the original's
      *run number, pay date and retro flag, so any range or run
      *that takes in the one takes in both and they net to nothing.
            04 PH-REVERSAL-FLAG     PIC X.
                88 PH-LINE-REVERSAL VALUE "V".
