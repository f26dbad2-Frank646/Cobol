
      *Quarter close for the withholding liability. Run once after
      *the last payroll of a calendar quarter: totals the quarter's
      *gross, federal and state withholding, and both halves of the
      *Social Security and Medicare tax, off the quarter master
      *Payroll has been accumulating, writes a 941-style liability
      *report (QTRRPT.DAT) and a remittance extract (QTRREMIT.DAT)
      *Finance can deposit from, and proves the quarter master's
        01 QTR-RPT-LINE             PIC X(80).

      *one extract record per liability to deposit: tax type, the
      *filing period, and the amount due. FED is the income tax
      *withheld, SS and MED the two halves of each together (MED
      *with the additional withholding), ST one per work state.
        FD QTRREMITFILE.
        01 QTR-REMIT-RECORD.
            04 QRM-TAX-TYPE         PIC X(3).
            05  WS-QTD-GROSS        PIC 9(11)V99 VALUE 0.
            05  WS-QTD-FED          PIC 9(11)V99 VALUE 0.
            05  WS-QTD-STATE        PIC 9(11)V99 VALUE 0.
            05  WS-QTD-EE-SS        PIC 9(11)V99 VALUE 0.
            05  WS-QTD-EE-MEDI      PIC 9(11)V99 VALUE 0.
            05  WS-QTD-EE-ADDL      PIC 9(11)V99 VALUE 0.
            05  WS-QTD-ER-SS        PIC 9(11)V99 VALUE 0.
            05  WS-QTD-ER-MEDI      PIC 9(11)V99 VALUE 0.
            05  WS-QTD-TAXABLE      PIC 9(11)V99 VALUE 0.
      *the deposit by tax: Social Security both halves, Medicare
      *both halves plus the additional withholding, and the whole
      *federal deposit -- income tax plus the two of them.
            05  WS-QTD-SS-DEPOSIT   PIC 9(11)V99 VALUE 0.
            05  WS-QTD-MEDI-DEPOSIT PIC 9(11)V99 VALUE 0.
            05  WS-QTD-TOTAL-DEPOSIT PIC 9(11)V99 VALUE 0.

      *the state withholding broken out by work state, so each
      *state files and deposits as its own figure.
                        ADD QTD-GROSS     TO WS-QTD-GROSS
                        ADD QTD-FED-TAX   TO WS-QTD-FED
                        ADD QTD-STATE-TAX TO WS-QTD-STATE
                        ADD QTD-EE-SOCSEC TO WS-QTD-EE-SS
                        ADD QTD-EE-MEDICARE TO WS-QTD-EE-MEDI
                        ADD QTD-EE-ADDL-MEDICARE TO WS-QTD-EE-ADDL
                        ADD QTD-ER-SOCSEC TO WS-QTD-ER-SS
                        ADD QTD-ER-MEDICARE TO WS-QTD-ER-MEDI
                        ADD QTD-TAXABLE-WAGES TO WS-QTD-TAXABLE
                        IF QTD-EMPLOYEEID NOT = WS-LAST-EMPLOYEEID
                            ADD 1 TO WS-EMPLOYEE-COUNT
                            MOVE QTD-EMPLOYEEID


        4000-WRITE-REPORT.
            COMPUTE WS-QTD-SS-DEPOSIT =
                WS-QTD-EE-SS + WS-QTD-ER-SS.
            COMPUTE WS-QTD-MEDI-DEPOSIT =
                WS-QTD-EE-MEDI + WS-QTD-ER-MEDI + WS-QTD-EE-ADDL.
            COMPUTE WS-QTD-TOTAL-DEPOSIT =
                WS-QTD-FED + WS-QTD-SS-DEPOSIT + WS-QTD-MEDI-DEPOSIT.

            OPEN OUTPUT QTRRPTFILE.

            MOVE SPACES TO QTR-RPT-LINE.
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

      *wages less the pre-tax elections -- what the income-tax
      *withholding below was figured on.
            MOVE WS-QTD-TAXABLE TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "TAXABLE WAGES:             " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-FED TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "FEDERAL TAX WITHHELD:      " DELIMITED BY SIZE
                    UNTIL WS-STATE-SUB > WS-STATE-COUNT
            END-IF.

            PERFORM 4300-WRITE-FICA-LINES.

            MOVE WS-RUN-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "PAY RUNS IN THE QUARTER:      " DELIMITED BY SIZE
        4200-END.


        4300-WRITE-FICA-LINES.
      *the Social Security and Medicare liability, employee and
      *employer halves apart, and the federal deposit they make up
      *with the income-tax withholding.
            MOVE WS-QTD-EE-SS TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "EMPLOYEE SOC SEC WITHHELD: " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-ER-SS TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "EMPLOYER SOC SEC MATCH:    " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-EE-MEDI TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "EMPLOYEE MEDICARE WITHHELD:" DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-ER-MEDI TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "EMPLOYER MEDICARE MATCH:   " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-EE-ADDL TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "ADDL MEDICARE WITHHELD:    " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.

            MOVE WS-QTD-TOTAL-DEPOSIT TO WS-ED-AMOUNT.
            MOVE SPACES TO QTR-RPT-LINE.
            STRING "TOTAL FEDERAL DEPOSIT:     " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                INTO QTR-RPT-LINE.
            WRITE QTR-RPT-LINE.
        4300-END.


        4100-WRITE-PROOF-DETAIL.
      *both legs of each failed bucket, so the chase starts from
      *figures instead of from scratch.
                MOVE WS-CLOSE-QUARTER TO QRM-QUARTER
                MOVE WS-QTD-FED TO QRM-AMOUNT
                WRITE QTR-REMIT-RECORD
                MOVE "SS " TO QRM-TAX-TYPE
                MOVE WS-QTD-SS-DEPOSIT TO QRM-AMOUNT
                WRITE QTR-REMIT-RECORD
                MOVE "MED" TO QRM-TAX-TYPE
                MOVE WS-QTD-MEDI-DEPOSIT TO QRM-AMOUNT
                WRITE QTR-REMIT-RECORD
                IF WS-STATE-COUNT > 0
                    PERFORM 5100-WRITE-STATE-REMIT
                        VARYING WS-STATE-SUB FROM 1 BY 1
