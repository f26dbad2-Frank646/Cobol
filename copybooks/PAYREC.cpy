            04 PAY-ER-SOCSEC        PIC 9(7)V99.
            04 PAY-ER-MEDICARE      PIC 9(7)V99.
      *"R" identifies a retroactive back-pay adjustment line written
      *by a type-T run; "B" a bonus/commission-only line written by
      *a type-B run; a normal pay line carries a space. Retro and
      *bonus lines ride every downstream total like any other pay
      *-- the flag is there so a reader can tell a make-whole
      *adjustment or a bonus check from the period's regular check.
            04 PAY-RETRO-FLAG       PIC X.
                88 PAY-LINE-RETRO   VALUE "R".
                88 PAY-LINE-BONUS   VALUE "B".
      *the work state whose bracket set computed PAY-STATE-TAX --
      *how GLPost breaks the state liability credit out by state.
      *Blank means the default set.
            04 PAY-WORK-STATE       PIC X(2).
            04 PAY-DEPARTMENT       PIC X(30).
      *the employee's own share of Social Security and Medicare,
      *withheld from this check -- Social Security stops once
      *YTD gross reaches the table-E wage base, the additional
      *Medicare withholding starts once YTD gross passes its annual
      *threshold. Both already come out of PAY-NET-PAY; GLPost
      *credits each to its own withholding liability account.
            04 PAY-EE-SOCSEC        PIC 9(7)V99.
            04 PAY-EE-MEDICARE      PIC 9(7)V99.
            04 PAY-EE-ADDL-MEDICARE PIC 9(7)V99.
      *gross less the pre-tax (class P) elections taken this check
      *-- the wages federal and state withholding were figured on.
      *The pre-tax elections themselves are inside PAY-DEDUCT-TOTAL
      *with the after-tax ones.
            04 PAY-TAXABLE-WAGES    PIC 9(7)V99.
      *bonus or commission paid on this line off BONUSIN.DAT, with
      *the reason code it was keyed under -- already inside
      *PAY-PAYAMOUNT. It is withheld at the flat supplemental rates
      *off TAXRATE.DAT table B rather than through the brackets; the
      *two supplemental figures are the part of PAY-FED-TAX and
      *PAY-STATE-TAX that came off it. GLPost charges it to its own
      *expense account.
            04 PAY-BONUS-AMOUNT     PIC 9(7)V99.
            04 PAY-BONUS-REASON     PIC X(4).
            04 PAY-BONUS-FED-TAX    PIC 9(7)V99.
            04 PAY-BONUS-STATE-TAX  PIC 9(7)V99.
      *the period's pay broken out by earnings code off the
      *timecards -- one line per code worked, its hours and the
      *dollars it priced to, unused lines blank. A salaried
      *employee's period salary rides the R line. The overtime
      *premium (the part of an overtime hour over straight time)
      *and the unused leave paid out on a final check are kept
      *apart; on a regular check the lines, those two and the bonus
      *add back to PAY-PAYAMOUNT. A retro or bonus-only line
      *carries no breakdown.
            04 PAY-OT-PREMIUM       PIC 9(7)V99.
            04 PAY-LEAVE-PAYOUT     PIC 9(7)V99.
            04 PAY-EARN-LINE OCCURS 8 TIMES.
                05 PAY-EARN-CODE    PIC X.
                05 PAY-EARN-HOURS   PIC 9(4)V99.
                05 PAY-EARN-AMOUNT  PIC 9(7)V99.
