      *Builds the general-ledger journal entry for a pay run off the
      *pay register, so Finance imports the posting file instead of
      *re-keying DEPTSUM.DAT every period: a wage-expense debit per
      *department from gross -- per department and expense account,
      *where an earnings code carries its own account -- bonus and
      *commission pay debited to its own expense account, credits
      *to the federal and state withholding liability accounts,
      *credits to the employee Social Security, Medicare and
      *additional Medicare withholding liability accounts, a credit
      *to the deductions payable account, the wellness adjustments
      *posted to their own benefit account, and a credit to payroll
      *clearing for net pay.
      *The entry must balance, and the wage-expense total must agree
      *with the gross control total Payroll left on AUDITCTL.DAT --
      *both are proved before the file is called good.
            FILE STATUS IS LDIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *the earnings codes, for the expense account each posts to.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD LABORDISTFILE.
            COPY LDISTREC.

        FD EARNCODEFILE.
            COPY ERNREC.

        FD AUDITCTLFILE.
        01 AUDIT-CTL-RECORD.
            04 AUDIT-CTL-RECORD-COUNT  PIC 9(7).
            05  FILE-CHECK-KEY      PIC X(2).
            05  AUDIT-FILE-STATUS   PIC X(2).
            05  LDIST-FILE-STATUS   PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  WS-EOF-SWITCH       PIC X     VALUE "N".
                88 END-OF-PAYROLL   VALUE "Y".
            05  WS-DEPT-COUNT       PIC 9(2)  VALUE 0.
            05  WS-DEPT-SUB         PIC 9(2)  COMP.
            05  WS-LDIST-SW         PIC X     VALUE "N".
                88 LABORDIST-LOADED VALUE "Y".
            05  WS-POST-ACCOUNT     PIC X(8).

      *chart-of-accounts constants for the payroll journal entry.
        01 WS-GL-ACCOUNTS.
            05  WS-ACCT-WAGE-EXP    PIC X(8) VALUE "51000000".
            05  WS-ACCT-BONUS-EXP   PIC X(8) VALUE "51500000".
            05  WS-ACCT-WELLNESS    PIC X(8) VALUE "52000000".
            05  WS-ACCT-ER-TAX-EXP  PIC X(8) VALUE "53000000".
            05  WS-ACCT-FED-PAYABLE PIC X(8) VALUE "21100000".
            05  WS-ACCT-DED-PAYABLE PIC X(8) VALUE "21300000".
            05  WS-ACCT-ER-SS-PAY   PIC X(8) VALUE "21400000".
            05  WS-ACCT-ER-MEDI-PAY PIC X(8) VALUE "21500000".
            05  WS-ACCT-EE-SS-PAY   PIC X(8) VALUE "21600000".
            05  WS-ACCT-EE-MEDI-PAY PIC X(8) VALUE "21700000".
            05  WS-ACCT-EE-ADDL-PAY PIC X(8) VALUE "21800000".
            05  WS-ACCT-CLEARING    PIC X(8) VALUE "10100000".

        01 WS-RUN-TOTALS.
            05  WS-GROSS-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-BONUS-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-FED-TOTAL        PIC 9(9)V99 VALUE 0.
            05  WS-STATE-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-DEDUCT-TOTAL     PIC 9(9)V99 VALUE 0.
            05  WS-ER-SS-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-ER-MEDI-TOTAL    PIC 9(9)V99 VALUE 0.
            05  WS-ER-TAX-TOTAL     PIC 9(9)V99 VALUE 0.
            05  WS-EE-SS-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-EE-MEDI-TOTAL    PIC 9(9)V99 VALUE 0.
            05  WS-EE-ADDL-TOTAL    PIC 9(9)V99 VALUE 0.
            05  WS-WELLNESS-TOTAL   PIC S9(9)V99 VALUE 0.
            05  WS-DEBIT-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-CREDIT-TOTAL     PIC 9(9)V99 VALUE 0.
            05  WS-BALANCED-SW      PIC X     VALUE "Y".
                88 ENTRY-IN-BALANCE VALUE "Y".

      *one entry per department and expense account, so an earnings
      *code with an account of its own debits apart from the
      *department's straight wages.
        01 WS-DEPT-TABLE.
            05  WS-DEPT-ENTRY OCCURS 99 TIMES
                    INDEXED BY WS-DEPT-IX.
                10  WS-DEPT-NAME        PIC X(30).
                10  WS-DEPT-ACCOUNT     PIC X(8).
                10  WS-DEPT-GROSS       PIC 9(9)V99 VALUE 0.

      *earnings code to expense account; a code with no account of
      *its own, or one not on the list, posts to wage expense.
        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-ACCOUNT     PIC X(8).

      *the state withholding broken out by work state off the
      *register, so each state's liability posts as its own credit
      *and remits as its own number. Blank is the default set's
      *distribution file (a register produced before the file
      *existed) the register pass groups by home department as it
      *always did.
            PERFORM 1100-LOAD-EARNCODES.
            PERFORM 1200-LOAD-LABOR-DIST.

            READ PAYROLL
        1000-END.


        1100-LOAD-EARNCODES.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 1110-LOAD-EARNCODE-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            END-IF.
        1100-END.


        1110-LOAD-EARNCODE-ENTRY.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-COUNT)
                        MOVE ERN-GL-ACCOUNT
                            TO WS-EARN-ACCOUNT (WS-EARN-COUNT)
                    END-IF
            END-READ.
        1110-END.


        1120-FIND-EARN-ACCOUNT.
            MOVE WS-ACCT-WAGE-EXP TO WS-POST-ACCOUNT.
            IF LD-EARN-CODE NOT = SPACE AND WS-EARN-COUNT > 0
                PERFORM 1130-MATCH-EARN-ACCOUNT
                    VARYING WS-EARN-SUB FROM 1 BY 1
                    UNTIL WS-EARN-SUB > WS-EARN-COUNT
            END-IF.
        1120-END.


        1130-MATCH-EARN-ACCOUNT.
            IF WS-EARN-CODE (WS-EARN-SUB) = LD-EARN-CODE
                AND WS-EARN-ACCOUNT (WS-EARN-SUB) NOT = SPACES
                MOVE WS-EARN-ACCOUNT (WS-EARN-SUB) TO WS-POST-ACCOUNT
            END-IF.
        1130-END.


        1200-LOAD-LABOR-DIST.
            OPEN INPUT LABORDISTFILE.
            IF LDIST-FILE-STATUS NOT = "00"
                AT END MOVE "10" TO LDIST-FILE-STATUS
                NOT AT END
                    IF LABOR-DIST-RECORD (1:3) NOT = "HDR"
                        IF LD-KIND-BONUS
                            ADD LD-GROSS TO WS-BONUS-TOTAL
                        ELSE
                            PERFORM 1120-FIND-EARN-ACCOUNT
                            PERFORM 1220-FIND-LDIST-DEPARTMENT
                            ADD LD-GROSS
                                TO WS-DEPT-GROSS (WS-DEPT-SUB)
                        END-IF
                    END-IF
            END-READ.
        1210-END.
                OR WS-DEPT-SUB NOT = 0.

            IF WS-DEPT-SUB = 0
                IF WS-DEPT-COUNT >= 99
                    DISPLAY "DEPARTMENT TABLE FULL AT 99 ENTRIES -- ",
                        "CANNOT ADD ", LD-DEPARTMENT
                    GO TO 9000-END-PROGRAM
                END-IF
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                MOVE LD-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-SUB)
                MOVE WS-POST-ACCOUNT TO WS-DEPT-ACCOUNT (WS-DEPT-SUB)
            END-IF.
        1220-END.


        1230-SEARCH-LDIST-DEPARTMENT.
            IF WS-DEPT-NAME (WS-DEPT-IX) = LD-DEPARTMENT
                AND WS-DEPT-ACCOUNT (WS-DEPT-IX) = WS-POST-ACCOUNT
                SET WS-DEPT-SUB TO WS-DEPT-IX
            END-IF.
        1230-END.
      *department still drives the wage debits.
            IF NOT LABORDIST-LOADED
                PERFORM 2100-FIND-DEPARTMENT
                COMPUTE WS-DEPT-GROSS (WS-DEPT-SUB) =
                    WS-DEPT-GROSS (WS-DEPT-SUB)
                        + PAY-PAYAMOUNT - PAY-BONUS-AMOUNT
                ADD PAY-BONUS-AMOUNT TO WS-BONUS-TOTAL
            END-IF.

            ADD PAY-PAYAMOUNT    TO WS-GROSS-TOTAL.
            ADD PAY-NET-PAY      TO WS-NET-TOTAL.
            ADD PAY-ER-SOCSEC    TO WS-ER-SS-TOTAL.
            ADD PAY-ER-MEDICARE  TO WS-ER-MEDI-TOTAL.
            ADD PAY-EE-SOCSEC    TO WS-EE-SS-TOTAL.
            ADD PAY-EE-MEDICARE  TO WS-EE-MEDI-TOTAL.
            ADD PAY-EE-ADDL-MEDICARE TO WS-EE-ADDL-TOTAL.
            ADD PAY-WELLNESS-ADJ TO WS-WELLNESS-TOTAL.

            READ PAYROLL
                OR WS-DEPT-SUB NOT = 0.

            IF WS-DEPT-SUB = 0
                IF WS-DEPT-COUNT >= 99
                    DISPLAY "DEPARTMENT TABLE FULL AT 99 ENTRIES -- ",
                        "CANNOT ADD ", PAY-DEPARTMENT
                    GO TO 9000-END-PROGRAM
                END-IF
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                MOVE PAY-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-SUB)
                MOVE WS-ACCT-WAGE-EXP TO WS-DEPT-ACCOUNT (WS-DEPT-SUB)
            END-IF.
        2100-END.



        3000-WRITE-POSTINGS.
      *debits first: wage expense by department, bonus and
      *commission expense, then the wellness benefit account when
      *the adjustments netted in the employees' favor; credits
      *follow for the liabilities and for clearing.
            PERFORM 3100-WRITE-DEPT-DEBIT
                VARYING WS-DEPT-IX FROM 1 BY 1
                UNTIL WS-DEPT-IX > WS-DEPT-COUNT.

            IF WS-BONUS-TOTAL > 0
                MOVE WS-ACCT-BONUS-EXP TO GLP-ACCOUNT
                MOVE "D" TO GLP-DRCR
                MOVE WS-BONUS-TOTAL TO GLP-AMOUNT
                MOVE "BONUS/COMMISSION EXPENSE" TO GLP-DESC
                ADD WS-BONUS-TOTAL TO WS-DEBIT-TOTAL
                WRITE GL-POSTING-RECORD
            END-IF.

            IF WS-WELLNESS-TOTAL > 0
                MOVE WS-ACCT-WELLNESS TO GLP-ACCOUNT
                MOVE "D" TO GLP-DRCR
                WRITE GL-POSTING-RECORD
            END-IF.

      *the employee's own Social Security and Medicare came out of
      *gross like the income-tax withholding did, so each is a
      *liability credit of its own -- the deposit for a period is
      *these three plus the two employer credits above.
            IF WS-EE-SS-TOTAL > 0
                MOVE WS-ACCT-EE-SS-PAY TO GLP-ACCOUNT
                MOVE "C" TO GLP-DRCR
                MOVE WS-EE-SS-TOTAL TO GLP-AMOUNT
                MOVE "EMPLOYEE SOC SEC W/H PAYABLE" TO GLP-DESC
                ADD WS-EE-SS-TOTAL TO WS-CREDIT-TOTAL
                WRITE GL-POSTING-RECORD
            END-IF.

            IF WS-EE-MEDI-TOTAL > 0
                MOVE WS-ACCT-EE-MEDI-PAY TO GLP-ACCOUNT
                MOVE "C" TO GLP-DRCR
                MOVE WS-EE-MEDI-TOTAL TO GLP-AMOUNT
                MOVE "EMPLOYEE MEDICARE W/H PAYABLE" TO GLP-DESC
                ADD WS-EE-MEDI-TOTAL TO WS-CREDIT-TOTAL
                WRITE GL-POSTING-RECORD
            END-IF.

            IF WS-EE-ADDL-TOTAL > 0
                MOVE WS-ACCT-EE-ADDL-PAY TO GLP-ACCOUNT
                MOVE "C" TO GLP-DRCR
                MOVE WS-EE-ADDL-TOTAL TO GLP-AMOUNT
                MOVE "ADDL MEDICARE W/H PAYABLE" TO GLP-DESC
                ADD WS-EE-ADDL-TOTAL TO WS-CREDIT-TOTAL
                WRITE GL-POSTING-RECORD
            END-IF.

      *one state-liability credit per work state, so each state's
      *remittance is its own number on the posting file instead of
      *one indistinguishable lump.


        3100-WRITE-DEPT-DEBIT.
            MOVE WS-DEPT-ACCOUNT (WS-DEPT-IX) TO GLP-ACCOUNT.
            MOVE "D" TO GLP-DRCR.
            MOVE WS-DEPT-GROSS (WS-DEPT-IX) TO GLP-AMOUNT.
            MOVE WS-DEPT-NAME (WS-DEPT-IX) TO GLP-DESC.
