        IDENTIFICATION DIVISION.
        PROGRAM-ID. WageAccrual.
        AUTHOR.     FRANK.

      *Month-end wage accrual. GLPost books a run's whole wage
      *expense on its pay date, so the days a period straddles into
      *a month end -- and the days worked after the last paid
      *period ran out -- land in the next month's books. Run at
      *month end with the closing month's last day: works out from
      *the calendar how many days of the closing month no posted
      *run has covered yet, and accrues that share of the last
      *run's labor-distribution split, department by department,
      *with the employer payroll tax the run carried on it.
      *  the closing month's unbooked days start the day after the
      *  last run's period end when that run paid in the month (its
      *  posting already covers its period), or on the period start
      *  when it pays after month end (none of it is on the books);
      *  each department's wage share = its LABORDIST gross for the
      *  period x unbooked days / days in the period;
      *  employer tax = that share x the run's employer Social
      *  Security and Medicare as a fraction of its gross.
      *Two journal files in GLPost's format: ACCRGL.DAT, the accrual
      *posted on the month-end date, and ACCRREV.DAT, the same
      *entry turned over and posted on the first day of the new
      *month, when the real run's posting takes its place. The
      *liability lines carry the posting date in their description;
      *WAGEACCR.RPT lists the calculation and both dates.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT RUNCTLFILE ASSIGN TO "RUNCTL.DAT"
            FILE STATUS IS RUNCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LABORDISTFILE ASSIGN TO "LABORDIST.DAT"
            FILE STATUS IS LDIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *the register, for the run's employer tax against its gross.
        SELECT PAYROLL ASSIGN TO "PAYROLLIN.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

      *the earnings codes, for the expense account each posts to.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ACCRUALFILE ASSIGN TO "ACCRGL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REVERSALFILE ASSIGN TO "ACCRREV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ACCRRPTFILE ASSIGN TO "WAGEACCR.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD RUNCTLFILE.
        01 RUN-CONTROL-RECORD.
            04 RC-RUN-NUMBER        PIC 9(5).
            04 RC-PAY-DATE          PIC 9(8).
            04 RC-PERIOD-END        PIC 9(8).
            04 RC-RUN-TYPE          PIC X.
            04 RC-PERIOD-START      PIC 9(8).
            04 RC-ANCHOR-DATE       PIC 9(8).

        FD LABORDISTFILE.
            COPY LDISTREC.

        FD PAYROLL.
            COPY PAYREC.

        FD EARNCODEFILE.
            COPY ERNREC.

      *GLPost's journal line: account, debit/credit flag, amount,
      *description.
        FD ACCRUALFILE.
        01 ACCRUAL-POSTING-RECORD.
            04 ACP-ACCOUNT          PIC X(8).
            04 ACP-DRCR             PIC X.
            04 ACP-AMOUNT           PIC 9(9)V99.
            04 ACP-DESC             PIC X(30).

        FD REVERSALFILE.
        01 REVERSAL-POSTING-RECORD.
            04 ARP-ACCOUNT          PIC X(8).
            04 ARP-DRCR             PIC X.
            04 ARP-AMOUNT           PIC 9(9)V99.
            04 ARP-DESC             PIC X(30).

        FD ACCRRPTFILE.
        01 ACCR-RPT-LINE            PIC X(80).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  RUNCTL-FILE-STATUS  PIC X(2).
            05  LDIST-FILE-STATUS   PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  WS-MONTH-END.
                10  WS-ME-YEAR      PIC 9(4).
                10  WS-ME-MONTH     PIC 9(2).
                10  WS-ME-DAY       PIC 9(2).
            05  WS-MONTH-END-NUM REDEFINES WS-MONTH-END
                                    PIC 9(8).
            05  WS-REVERSE-DATE.
                10  WS-RV-YEAR      PIC 9(4).
                10  WS-RV-MONTH     PIC 9(2).
                10  WS-RV-DAY       PIC 9(2).
            05  WS-REVERSE-DATE-NUM REDEFINES WS-REVERSE-DATE
                                    PIC 9(8).
            05  WS-CTL-RUN-NUMBER   PIC 9(5).
            05  WS-CTL-PAY-DATE     PIC 9(8).
            05  WS-CTL-PERIOD-START PIC 9(8).
            05  WS-CTL-PERIOD-END   PIC 9(8).
            05  WS-WORK-DATE        PIC 9(8).
            05  WS-WORK-SERIAL      PIC 9(7).
            05  WS-MONTH-END-SERIAL PIC 9(7).
            05  WS-PAY-SERIAL       PIC 9(7).
            05  WS-START-SERIAL     PIC 9(7).
            05  WS-END-SERIAL       PIC 9(7).
            05  WS-BOOKED-THRU-SERIAL PIC 9(7).
            05  WS-PERIOD-DAYS      PIC 9(3).
            05  WS-ACCRUE-DAYS      PIC S9(5).
            05  WS-POST-ACCOUNT     PIC X(8).

      *chart-of-accounts constants, GLPost's, with the two accrued
      *liabilities the month-end entry parks its credits in.
        01 WS-GL-ACCOUNTS.
            05  WS-ACCT-WAGE-EXP    PIC X(8) VALUE "51000000".
            05  WS-ACCT-ER-TAX-EXP  PIC X(8) VALUE "53000000".
            05  WS-ACCT-ACCR-WAGES  PIC X(8) VALUE "22000000".
            05  WS-ACCT-ACCR-ER-TAX PIC X(8) VALUE "22100000".

      *the run's register totals: employer tax as a fraction of
      *gross is the rate the accrued wages carry.
        01 WS-RUN-TOTALS.
            05  WS-REG-GROSS        PIC 9(9)V99 VALUE 0.
            05  WS-REG-ER-TAX       PIC 9(9)V99 VALUE 0.
            05  WS-ER-TAX-RATE      PIC 9V9(6)  VALUE 0.
            05  WS-SPLIT-GROSS      PIC 9(9)V99 VALUE 0.
            05  WS-ACCR-WAGE-TOTAL  PIC 9(9)V99 VALUE 0.
            05  WS-ACCR-TAX-TOTAL   PIC 9(9)V99 VALUE 0.
            05  WS-DEBIT-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-CREDIT-TOTAL     PIC 9(9)V99 VALUE 0.

      *the split's wage share per department and expense account,
      *as GLPost debits it, and what of it the closing month owes.
        01 WS-SHARE-CONTROLS.
            05  WS-SHARE-COUNT      PIC 9(3)  COMP VALUE 0.
            05  WS-SHARE-SUB        PIC 9(3)  COMP.
            05  WS-SHARE-POS        PIC 9(3)  COMP.

        01 WS-SHARE-TABLE.
            05  WS-SHARE-ENTRY OCCURS 99 TIMES.
                10  WS-SHARE-DEPT       PIC X(30).
                10  WS-SHARE-ACCOUNT    PIC X(8).
                10  WS-SHARE-GROSS      PIC 9(9)V99.
                10  WS-SHARE-ACCRUED    PIC 9(9)V99.

      *the same wages rolled up to the department, which is where
      *the employer tax is figured and charged.
        01 WS-DEPT-CONTROLS.
            05  WS-DEPT-COUNT       PIC 9(3)  COMP VALUE 0.
            05  WS-DEPT-SUB         PIC 9(3)  COMP.
            05  WS-DEPT-POS         PIC 9(3)  COMP.

        01 WS-DEPT-TABLE.
            05  WS-DEPT-ENTRY OCCURS 99 TIMES.
                10  WS-DEPT-NAME        PIC X(30).
                10  WS-DEPT-GROSS       PIC 9(9)V99.
                10  WS-DEPT-ACCRUED     PIC 9(9)V99.
                10  WS-DEPT-ER-TAX      PIC 9(9)V99.

        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-ACCOUNT     PIC X(8).

      *one journal line, built once and written to the accrual as
      *it stands and to the reversal turned over.
        01 WS-JOURNAL-LINE.
            05  WS-JL-ACCOUNT       PIC X(8).
            05  WS-JL-DRCR          PIC X.
            05  WS-JL-AMOUNT        PIC 9(9)V99.
            05  WS-JL-DESC          PIC X(30).
            05  WS-JL-REV-DESC      PIC X(30).

            COPY DCALCREC.

            COPY RUNHDR.

        01 WS-REPORT-LINE.
            05  WS-RL-DEPT          PIC X(30).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-ACCRUED       PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-ER-TAX        PIC Z,ZZZ,ZZ9.99.

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-AMOUNT-2      PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-DAYS          PIC ZZZ9.
            05  WS-ED-DAYS-2        PIC ZZZ9.


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-FIGURE-UNBOOKED-DAYS.
            PERFORM 3000-LOAD-LABOR-SPLIT.
            PERFORM 4000-LOAD-EMPLOYER-TAX-RATE.
            PERFORM 5000-FIGURE-ACCRUAL.
            PERFORM 6000-WRITE-JOURNALS.
            PERFORM 7000-WRITE-REPORT.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            DISPLAY "Month-end wage accrual".
            DISPLAY "Last day of the closing month (YYYYMMDD):".
            ACCEPT WS-MONTH-END-NUM.
            MOVE "M" TO DC-FUNCTION.
            MOVE WS-MONTH-END-NUM TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            IF DC-DATE-BAD OR DC-RESULT NOT = WS-ME-DAY
                DISPLAY "NOT THE LAST DAY OF A MONTH -- RUN ABORTED"
                STOP RUN
            END-IF.
            MOVE WS-MONTH-END-NUM TO WS-WORK-DATE.
            PERFORM 8000-DATE-TO-SERIAL.
            MOVE WS-WORK-SERIAL TO WS-MONTH-END-SERIAL.

      *the reversal posts on the first day of the new month.
            MOVE 1 TO WS-RV-DAY.
            IF WS-ME-MONTH = 12
                COMPUTE WS-RV-YEAR = WS-ME-YEAR + 1
                MOVE 1 TO WS-RV-MONTH
            ELSE
                MOVE WS-ME-YEAR TO WS-RV-YEAR
                COMPUTE WS-RV-MONTH = WS-ME-MONTH + 1
            END-IF.

            OPEN INPUT RUNCTLFILE.
            IF RUNCTL-FILE-STATUS NOT = "00"
                DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE -- ",
                    "RUN ABORTED"
                STOP RUN
            END-IF.
            READ RUNCTLFILE
                AT END
                    DISPLAY "RUNCTL.DAT IS EMPTY -- RUN ABORTED"
                    STOP RUN
            END-READ.
            MOVE RC-RUN-NUMBER TO WS-CTL-RUN-NUMBER.
            MOVE RC-PAY-DATE TO WS-CTL-PAY-DATE.
            MOVE RC-PERIOD-START TO WS-CTL-PERIOD-START.
            MOVE RC-PERIOD-END TO WS-CTL-PERIOD-END.
            CLOSE RUNCTLFILE.

            PERFORM 1100-LOAD-EARNCODES.
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


        2000-FIGURE-UNBOOKED-DAYS.
      *a run that paid on or before month end has its whole period
      *on the books, so the closing month still owes the days after
      *its period end; one paying after month end has none of its
      *period booked, so the month owes from its period start on.
            MOVE WS-CTL-PAY-DATE TO WS-WORK-DATE.
            PERFORM 8000-DATE-TO-SERIAL.
            MOVE WS-WORK-SERIAL TO WS-PAY-SERIAL.
            MOVE WS-CTL-PERIOD-START TO WS-WORK-DATE.
            PERFORM 8000-DATE-TO-SERIAL.
            MOVE WS-WORK-SERIAL TO WS-START-SERIAL.
            MOVE WS-CTL-PERIOD-END TO WS-WORK-DATE.
            PERFORM 8000-DATE-TO-SERIAL.
            MOVE WS-WORK-SERIAL TO WS-END-SERIAL.
            IF WS-PAY-SERIAL = 0 OR WS-START-SERIAL = 0
                OR WS-END-SERIAL = 0
                OR WS-END-SERIAL < WS-START-SERIAL
                DISPLAY "RUNCTL.DAT PAY DATE OR PERIOD NOT VALID -- ",
                    "RUN ABORTED"
                STOP RUN
            END-IF.
            COMPUTE WS-PERIOD-DAYS =
                WS-END-SERIAL - WS-START-SERIAL + 1.

            IF WS-PAY-SERIAL > WS-MONTH-END-SERIAL
                COMPUTE WS-BOOKED-THRU-SERIAL = WS-START-SERIAL - 1
            ELSE
                MOVE WS-END-SERIAL TO WS-BOOKED-THRU-SERIAL
            END-IF.
            COMPUTE WS-ACCRUE-DAYS =
                WS-MONTH-END-SERIAL - WS-BOOKED-THRU-SERIAL.
            IF WS-ACCRUE-DAYS < 0
                MOVE 0 TO WS-ACCRUE-DAYS
            END-IF.
            IF WS-ACCRUE-DAYS > WS-PERIOD-DAYS
                DISPLAY "WARNING: ", WS-ACCRUE-DAYS, " UNBOOKED DAYS ",
                    "IS MORE THAN A PERIOD -- IS A RUN MISSING?"
            END-IF.
        2000-END.


        3000-LOAD-LABOR-SPLIT.
      *the split must be the card's run, or the days figured above
      *are measured against some other period's wages. An off-cycle
      *header names the period's main run, so the pay date is the
      *test. Bonus and commission pay is not earned by the day and
      *stays out of the accrual.
            OPEN INPUT LABORDISTFILE.
            IF LDIST-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open LABORDIST.DAT: ",
                    LDIST-FILE-STATUS
                STOP RUN
            END-IF.
            READ LABORDISTFILE
                AT END MOVE "10" TO LDIST-FILE-STATUS
            END-READ.
            IF LDIST-FILE-STATUS NOT = "00"
                OR LABOR-DIST-RECORD (1:3) NOT = "HDR"
                DISPLAY "LABORDIST.DAT CARRIES NO RUN TOKEN -- ",
                    "RUN PAYROLL FIRST. RUN ABORTED"
                STOP RUN
            END-IF.
            MOVE LABOR-DIST-RECORD (1:16) TO RUN-HEADER.
            IF RH-PAY-DATE NOT = WS-CTL-PAY-DATE
                DISPLAY "LABORDIST.DAT IS FROM RUN ", RH-RUN-NUMBER,
                    " PAY DATE ", RH-PAY-DATE, " -- NOT THE RUN ON ",
                    "RUNCTL.DAT. RUN ABORTED"
                STOP RUN
            END-IF.
            PERFORM 3100-LOAD-SPLIT-ENTRY
                UNTIL LDIST-FILE-STATUS NOT = "00".
            CLOSE LABORDISTFILE.
      *a bonus run's file holds nothing but bonus records -- with
      *no wages to measure the days against, there is nothing to
      *accrue, and journals balanced at zero would only hide that.
            IF WS-SPLIT-GROSS = 0
                DISPLAY "LABORDIST.DAT FOR PAY DATE ", RH-PAY-DATE,
                    " CARRIES NO WAGE SPLIT -- RERUN WITH THE ",
                    "REGULAR RUN'S CARD AND FILE. RUN ABORTED"
                STOP RUN
            END-IF.
        3000-END.


        3100-LOAD-SPLIT-ENTRY.
            READ LABORDISTFILE
                AT END MOVE "10" TO LDIST-FILE-STATUS
                NOT AT END
                    IF NOT LD-KIND-BONUS
                        PERFORM 1120-FIND-EARN-ACCOUNT
                        PERFORM 3200-FIND-SHARE
                        ADD LD-GROSS TO WS-SHARE-GROSS (WS-SHARE-POS)
                        PERFORM 3300-FIND-DEPARTMENT
                        ADD LD-GROSS TO WS-DEPT-GROSS (WS-DEPT-POS)
                        ADD LD-GROSS TO WS-SPLIT-GROSS
                    END-IF
            END-READ.
        3100-END.


        3200-FIND-SHARE.
            MOVE 0 TO WS-SHARE-POS.
            PERFORM 3210-MATCH-SHARE
                VARYING WS-SHARE-SUB FROM 1 BY 1
                UNTIL WS-SHARE-SUB > WS-SHARE-COUNT
                OR WS-SHARE-POS NOT = 0.
            IF WS-SHARE-POS = 0
                IF WS-SHARE-COUNT >= 99
                    DISPLAY "DEPARTMENT TABLE FULL AT 99 ENTRIES -- ",
                        "CANNOT ADD ", LD-DEPARTMENT
                    STOP RUN
                END-IF
                ADD 1 TO WS-SHARE-COUNT
                MOVE WS-SHARE-COUNT TO WS-SHARE-POS
                MOVE LD-DEPARTMENT TO WS-SHARE-DEPT (WS-SHARE-POS)
                MOVE WS-POST-ACCOUNT TO WS-SHARE-ACCOUNT (WS-SHARE-POS)
                MOVE 0 TO WS-SHARE-GROSS (WS-SHARE-POS)
                MOVE 0 TO WS-SHARE-ACCRUED (WS-SHARE-POS)
            END-IF.
        3200-END.


        3210-MATCH-SHARE.
            IF WS-SHARE-DEPT (WS-SHARE-SUB) = LD-DEPARTMENT
                AND WS-SHARE-ACCOUNT (WS-SHARE-SUB) = WS-POST-ACCOUNT
                MOVE WS-SHARE-SUB TO WS-SHARE-POS
            END-IF.
        3210-END.


        3300-FIND-DEPARTMENT.
            MOVE 0 TO WS-DEPT-POS.
            PERFORM 3310-MATCH-DEPARTMENT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                OR WS-DEPT-POS NOT = 0.
            IF WS-DEPT-POS = 0
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-POS
                MOVE LD-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-GROSS (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-ACCRUED (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-ER-TAX (WS-DEPT-POS)
            END-IF.
        3300-END.


        3310-MATCH-DEPARTMENT.
            IF WS-DEPT-NAME (WS-DEPT-SUB) = LD-DEPARTMENT
                MOVE WS-DEPT-SUB TO WS-DEPT-POS
            END-IF.
        3310-END.


        4000-LOAD-EMPLOYER-TAX-RATE.
      *the register beside the split carries the run's employer
      *Social Security and Medicare; against the run's gross that
      *is the rate the accrued wages will draw when they are paid.
            OPEN INPUT PAYROLL.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open PAYROLLIN.DAT: ", FILE-CHECK-KEY
                STOP RUN
            END-IF.
            READ PAYROLL
                AT END MOVE "10" TO FILE-CHECK-KEY
            END-READ.
            IF FILE-CHECK-KEY NOT = "00"
                OR EMPPAYROLL (1:3) NOT = "HDR"
                DISPLAY "PAYROLLIN.DAT CARRIES NO RUN TOKEN -- ",
                    "RUN ABORTED"
                STOP RUN
            END-IF.
            MOVE EMPPAYROLL (1:16) TO RUN-HEADER.
            IF RH-PAY-DATE NOT = WS-CTL-PAY-DATE
                DISPLAY "PAYROLLIN.DAT IS FROM RUN ", RH-RUN-NUMBER,
                    " PAY DATE ", RH-PAY-DATE, " -- NOT THE RUN ON ",
                    "RUNCTL.DAT. RUN ABORTED"
                STOP RUN
            END-IF.
            PERFORM 4100-ADD-REGISTER-LINE
                UNTIL FILE-CHECK-KEY NOT = "00".
            CLOSE PAYROLL.

            IF WS-REG-GROSS > 0
                COMPUTE WS-ER-TAX-RATE ROUNDED =
                    WS-REG-ER-TAX / WS-REG-GROSS
            END-IF.
        4000-END.


        4100-ADD-REGISTER-LINE.
            READ PAYROLL
                AT END MOVE "10" TO FILE-CHECK-KEY
                NOT AT END
                    ADD PAY-PAYAMOUNT TO WS-REG-GROSS
                    ADD PAY-ER-SOCSEC TO WS-REG-ER-TAX
                    ADD PAY-ER-MEDICARE TO WS-REG-ER-TAX
            END-READ.
        4100-END.


        5000-FIGURE-ACCRUAL.
      *each share accrues its own fraction of the period; the
      *department's employer tax is figured on the department's
      *accrued wages as a whole, so the charge per department is
      *one rounding, not one per expense account.
            IF WS-ACCRUE-DAYS > 0
                PERFORM 5100-ACCRUE-SHARE
                    VARYING WS-SHARE-SUB FROM 1 BY 1
                    UNTIL WS-SHARE-SUB > WS-SHARE-COUNT
                PERFORM 5200-ACCRUE-DEPARTMENT-TAX
                    VARYING WS-DEPT-SUB FROM 1 BY 1
                    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            END-IF.
        5000-END.


        5100-ACCRUE-SHARE.
            COMPUTE WS-SHARE-ACCRUED (WS-SHARE-SUB) ROUNDED =
                WS-SHARE-GROSS (WS-SHARE-SUB) * WS-ACCRUE-DAYS
                    / WS-PERIOD-DAYS.
            MOVE 0 TO WS-DEPT-POS.
            PERFORM 5110-MATCH-SHARE-DEPARTMENT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                OR WS-DEPT-POS NOT = 0.
            ADD WS-SHARE-ACCRUED (WS-SHARE-SUB)
                TO WS-DEPT-ACCRUED (WS-DEPT-POS).
            ADD WS-SHARE-ACCRUED (WS-SHARE-SUB) TO WS-ACCR-WAGE-TOTAL.
        5100-END.


        5110-MATCH-SHARE-DEPARTMENT.
            IF WS-DEPT-NAME (WS-DEPT-SUB) = WS-SHARE-DEPT (WS-SHARE-SUB)
                MOVE WS-DEPT-SUB TO WS-DEPT-POS
            END-IF.
        5110-END.


        5200-ACCRUE-DEPARTMENT-TAX.
            COMPUTE WS-DEPT-ER-TAX (WS-DEPT-SUB) ROUNDED =
                WS-DEPT-ACCRUED (WS-DEPT-SUB) * WS-ER-TAX-RATE.
            ADD WS-DEPT-ER-TAX (WS-DEPT-SUB) TO WS-ACCR-TAX-TOTAL.
        5200-END.


        6000-WRITE-JOURNALS.
      *both files are rewritten every run, empty when the closing
      *month owes nothing, so last month's entry is never imported
      *twice. Debits first, as GLPost writes them: wage expense by
      *department and account, employer tax expense by department,
      *then the two accrued liabilities.
            OPEN OUTPUT ACCRUALFILE.
            OPEN OUTPUT REVERSALFILE.
            IF WS-ACCR-WAGE-TOTAL > 0
                PERFORM 6100-WRITE-WAGE-LINE
                    VARYING WS-SHARE-SUB FROM 1 BY 1
                    UNTIL WS-SHARE-SUB > WS-SHARE-COUNT
                PERFORM 6200-WRITE-TAX-LINE
                    VARYING WS-DEPT-SUB FROM 1 BY 1
                    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

                MOVE WS-ACCT-ACCR-WAGES TO WS-JL-ACCOUNT
                MOVE "C" TO WS-JL-DRCR
                MOVE WS-ACCR-WAGE-TOTAL TO WS-JL-AMOUNT
                MOVE SPACES TO WS-JL-DESC WS-JL-REV-DESC
                STRING "ACCRUED WAGES " DELIMITED BY SIZE
                       WS-MONTH-END-NUM DELIMITED BY SIZE
                    INTO WS-JL-DESC
                STRING "ACCRUED WAGES REV " DELIMITED BY SIZE
                       WS-REVERSE-DATE-NUM DELIMITED BY SIZE
                    INTO WS-JL-REV-DESC
                PERFORM 6900-WRITE-JOURNAL-LINE

                IF WS-ACCR-TAX-TOTAL > 0
                    MOVE WS-ACCT-ACCR-ER-TAX TO WS-JL-ACCOUNT
                    MOVE "C" TO WS-JL-DRCR
                    MOVE WS-ACCR-TAX-TOTAL TO WS-JL-AMOUNT
                    MOVE SPACES TO WS-JL-DESC WS-JL-REV-DESC
                    STRING "ACCRUED ER TAX " DELIMITED BY SIZE
                           WS-MONTH-END-NUM DELIMITED BY SIZE
                        INTO WS-JL-DESC
                    STRING "ACCRUED ER TAX REV " DELIMITED BY SIZE
                           WS-REVERSE-DATE-NUM DELIMITED BY SIZE
                        INTO WS-JL-REV-DESC
                    PERFORM 6900-WRITE-JOURNAL-LINE
                END-IF
            END-IF.
            CLOSE ACCRUALFILE REVERSALFILE.
        6000-END.


        6100-WRITE-WAGE-LINE.
            IF WS-SHARE-ACCRUED (WS-SHARE-SUB) > 0
                MOVE WS-SHARE-ACCOUNT (WS-SHARE-SUB) TO WS-JL-ACCOUNT
                MOVE "D" TO WS-JL-DRCR
                MOVE WS-SHARE-ACCRUED (WS-SHARE-SUB) TO WS-JL-AMOUNT
                MOVE WS-SHARE-DEPT (WS-SHARE-SUB) TO WS-JL-DESC
                MOVE WS-SHARE-DEPT (WS-SHARE-SUB) TO WS-JL-REV-DESC
                PERFORM 6900-WRITE-JOURNAL-LINE
            END-IF.
        6100-END.


        6200-WRITE-TAX-LINE.
            IF WS-DEPT-ER-TAX (WS-DEPT-SUB) > 0
                MOVE WS-ACCT-ER-TAX-EXP TO WS-JL-ACCOUNT
                MOVE "D" TO WS-JL-DRCR
                MOVE WS-DEPT-ER-TAX (WS-DEPT-SUB) TO WS-JL-AMOUNT
                MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-JL-DESC
                MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-JL-REV-DESC
                PERFORM 6900-WRITE-JOURNAL-LINE
            END-IF.
        6200-END.


        6900-WRITE-JOURNAL-LINE.
            MOVE WS-JL-ACCOUNT TO ACP-ACCOUNT.
            MOVE WS-JL-DRCR TO ACP-DRCR.
            MOVE WS-JL-AMOUNT TO ACP-AMOUNT.
            MOVE WS-JL-DESC TO ACP-DESC.
            WRITE ACCRUAL-POSTING-RECORD.

            MOVE WS-JL-ACCOUNT TO ARP-ACCOUNT.
            IF WS-JL-DRCR = "D"
                MOVE "C" TO ARP-DRCR
                ADD WS-JL-AMOUNT TO WS-DEBIT-TOTAL
            ELSE
                MOVE "D" TO ARP-DRCR
                ADD WS-JL-AMOUNT TO WS-CREDIT-TOTAL
            END-IF.
            MOVE WS-JL-AMOUNT TO ARP-AMOUNT.
            MOVE WS-JL-REV-DESC TO ARP-DESC.
            WRITE REVERSAL-POSTING-RECORD.
        6900-END.


        7000-WRITE-REPORT.
            OPEN OUTPUT ACCRRPTFILE.
            MOVE SPACES TO ACCR-RPT-LINE.
            STRING "MONTH-END WAGE ACCRUAL FOR " DELIMITED BY SIZE
                   WS-MONTH-END-NUM DELIMITED BY SIZE
                   " -- REVERSES " DELIMITED BY SIZE
                   WS-REVERSE-DATE-NUM DELIMITED BY SIZE
                INTO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
            MOVE SPACES TO ACCR-RPT-LINE.
            STRING "LAST RUN " DELIMITED BY SIZE
                   WS-CTL-RUN-NUMBER DELIMITED BY SIZE
                   " PAID " DELIMITED BY SIZE
                   WS-CTL-PAY-DATE DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   WS-CTL-PERIOD-START DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-CTL-PERIOD-END DELIMITED BY SIZE
                INTO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
            MOVE WS-ACCRUE-DAYS TO WS-ED-DAYS.
            MOVE WS-PERIOD-DAYS TO WS-ED-DAYS-2.
            MOVE SPACES TO ACCR-RPT-LINE.
            STRING "UNBOOKED DAYS IN THE MONTH " DELIMITED BY SIZE
                   WS-ED-DAYS DELIMITED BY SIZE
                   " OF A " DELIMITED BY SIZE
                   WS-ED-DAYS-2 DELIMITED BY SIZE
                   "-DAY PERIOD" DELIMITED BY SIZE
                INTO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
            MOVE SPACES TO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE "DEPARTMENT" TO WS-RL-DEPT.
            MOVE WS-REPORT-LINE TO ACCR-RPT-LINE.
            MOVE "  PERIOD GROSS  ACCRUED WAGES      ER TAX"
                TO ACCR-RPT-LINE (33:42).
            WRITE ACCR-RPT-LINE.

            PERFORM 7100-WRITE-DEPARTMENT-LINE
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

            MOVE SPACES TO WS-REPORT-LINE.
            MOVE "TOTAL" TO WS-RL-DEPT.
            MOVE WS-SPLIT-GROSS TO WS-RL-GROSS.
            MOVE WS-ACCR-WAGE-TOTAL TO WS-RL-ACCRUED.
            MOVE WS-ACCR-TAX-TOTAL TO WS-RL-ER-TAX.
            MOVE WS-REPORT-LINE TO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.

            MOVE SPACES TO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
            MOVE WS-DEBIT-TOTAL TO WS-ED-AMOUNT.
            MOVE WS-CREDIT-TOTAL TO WS-ED-AMOUNT-2.
            MOVE SPACES TO ACCR-RPT-LINE.
            EVALUATE TRUE
                WHEN WS-ACCRUE-DAYS = 0
                    MOVE "NOTHING TO ACCRUE -- MONTH FULLY BOOKED"
                        TO ACCR-RPT-LINE
                WHEN WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                    STRING "ACCRGL.DAT AND ACCRREV.DAT BALANCED AT "
                               DELIMITED BY SIZE
                           WS-ED-AMOUNT DELIMITED BY SIZE
                        INTO ACCR-RPT-LINE
                WHEN OTHER
                    STRING "** OUT OF BALANCE -- DEBITS "
                               DELIMITED BY SIZE
                           WS-ED-AMOUNT DELIMITED BY SIZE
                           " CREDITS " DELIMITED BY SIZE
                           WS-ED-AMOUNT-2 DELIMITED BY SIZE
                        INTO ACCR-RPT-LINE
            END-EVALUATE.
            WRITE ACCR-RPT-LINE.
            CLOSE ACCRRPTFILE.
        7000-END.


        7100-WRITE-DEPARTMENT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-RL-DEPT.
            MOVE WS-DEPT-GROSS (WS-DEPT-SUB) TO WS-RL-GROSS.
            MOVE WS-DEPT-ACCRUED (WS-DEPT-SUB) TO WS-RL-ACCRUED.
            MOVE WS-DEPT-ER-TAX (WS-DEPT-SUB) TO WS-RL-ER-TAX.
            MOVE WS-REPORT-LINE TO ACCR-RPT-LINE.
            WRITE ACCR-RPT-LINE.
        7100-END.


        8000-DATE-TO-SERIAL.
      *turns WS-WORK-DATE into a day serial through the shared
      *DATECALC calendar; a date the calendar refuses comes back as
      *serial zero.
            MOVE "S" TO DC-FUNCTION.
            MOVE WS-WORK-DATE TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            IF DC-DATE-BAD
                MOVE 0 TO WS-WORK-SERIAL
            ELSE
                MOVE DC-RESULT TO WS-WORK-SERIAL
            END-IF.
        8000-END.


        9000-END-PROGRAM.
            MOVE WS-ACCR-WAGE-TOTAL TO WS-ED-AMOUNT.
            MOVE WS-ACCR-TAX-TOTAL TO WS-ED-AMOUNT-2.
            DISPLAY "Wages accrued ", WS-ED-AMOUNT, " employer tax ",
                WS-ED-AMOUNT-2.
            DISPLAY "Accrual on ACCRGL.DAT, reversal on ACCRREV.DAT ",
                "-- see WAGEACCR.RPT".
            STOP RUN.


            END PROGRAM WageAccrual.
