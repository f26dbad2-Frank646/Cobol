        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayReverse.
        AUTHOR.     FRANK.

      *Void-and-reverse of one paid line, for a check that has to be
      *cancelled outright -- an employee paid twice, a check cut for
      *someone who never worked the period. Takes a run number and
      *EMPLOYEEID, finds the line on PAYHIST.DAT and, once the
      *operator confirms it, takes the whole payment back out of
      *the system the way Payroll put it in:
      *  a negative mirror of the line on PAYHIST.DAT (flag V);
      *  the figures backed out of the YTD master and out of the
      *  QTR master bucket for the original quarter and work state,
      *  and the net taken off Recon's baselines on RECONCTL.DAT;
      *  vacation and sick hours drawn on the line restored to
      *  LEAVEBAL.DAT;
      *  the deductions withheld backed out of DEDBAL.DAT and listed
      *  code by code on DEDREV.DAT, the recovery owed back from
      *  each deduction payee;
      *  a reversing journal entry in GLPost's format on
      *  PAYREVGL.DAT;
      *  a paper check voided on CHECKMST.DAT (PosPay then sends
      *  the bank the void), or a direct deposit queued for an ACH
      *  reversal on ACHREV.DAT.
      *Every master is checked before anything is touched: a line
      *already reversed, a year already closed, or a check the bank
      *has already paid stops the run with nothing changed. What
      *was done is listed on PAYREV.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PAYHISTFILE ASSIGN TO "PAYHIST.DAT"
            FILE STATUS IS PHIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT YTDFILE ASSIGN TO "YTDMASTER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS YTD-EMPLOYEEID
            FILE STATUS IS YTD-FILE-STATUS.

        SELECT QTRFILE ASSIGN TO "QTRMASTER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS QTD-KEY
            FILE STATUS IS QTR-FILE-STATUS.

        SELECT LEAVEFILE ASSIGN TO "LEAVEBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LVB-EMPLOYEEID
            FILE STATUS IS LEAVE-FILE-STATUS.

        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

      *the earnings codes, for which leave balance a code draws and
      *the expense account it posted to.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *the register on hand, read only for its run token -- it says
      *whether DEDDETAIL.DAT still belongs to the run being undone.
        SELECT PAYROLL ASSIGN TO "PAYROLLIN.DAT"
            FILE STATUS IS PAY-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEDDETAILFILE ASSIGN TO "DEDDETAIL.DAT"
            FILE STATUS IS DDET-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEDUCTFILE ASSIGN TO "DEDUCT.DAT"
            FILE STATUS IS DED-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEDBALFILE ASSIGN TO "DEDBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DBAL-KEY
            FILE STATUS IS DBAL-FILE-STATUS.

      *withholdings reversed, carried until each payee's next
      *remittance is settled against them.
        SELECT DEDREVFILE ASSIGN TO "DEDREV.DAT"
            FILE STATUS IS DREV-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *CheckRecon's cumulative register, rewritten whole here the
      *same way CheckRecon keeps it.
        SELECT CHECKMSTFILE ASSIGN TO "CHECKMST.DAT"
            FILE STATUS IS CMST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKREGFILE ASSIGN TO "CHECKREG.DAT"
            FILE STATUS IS CHKREG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EFTFILE ASSIGN TO "PAYEFT.DAT"
            FILE STATUS IS EFT-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *reversing debit entries for deposits that have to come back,
      *queued for the next transmission to the bank.
        SELECT ACHREVFILE ASSIGN TO "ACHREV.DAT"
            FILE STATUS IS AREV-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT GLPOSTFILE ASSIGN TO "PAYREVGL.DAT"
            FILE STATUS IS GLP-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *Recon's stored net baselines -- moved with the YTD net so
      *the next reconciliation does not flag the reversal.
        SELECT RECONCTLFILE ASSIGN TO "RECONCTL.DAT"
            FILE STATUS IS RCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REVRPTFILE ASSIGN TO "PAYREV.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD PAYHISTFILE.
            COPY PAYHREC.

        FD YTDFILE.
            COPY YTDREC.

        FD QTRFILE.
            COPY QTRREC.

        FD LEAVEFILE.
            COPY LEAVREC.

        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD EARNCODEFILE.
            COPY ERNREC.

        FD PAYROLL.
            COPY PAYREC.

        FD DEDDETAILFILE.
        01 DED-DETAIL-RECORD.
            04 DDET-EMPLOYEEID      PIC 9(7).
            04 DDET-CODE            PIC X(4).
            04 DDET-CLASS           PIC X.
            04 DDET-AMOUNT          PIC 9(7)V99.

        FD DEDUCTFILE.
            COPY DEDREC.

        FD DEDBALFILE.
            COPY DBALREC.

      *one withholding reversed: the run and pay date it was taken
      *under, the employee, DEDDETAIL's code, class and amount, and
      *the day it was reversed.
        FD DEDREVFILE.
        01 DED-REVERSAL-RECORD.
            04 DREV-RUN-NUMBER      PIC 9(5).
            04 DREV-PAY-DATE        PIC 9(8).
            04 DREV-EMPLOYEEID      PIC 9(7).
            04 DREV-CODE            PIC X(4).
            04 DREV-CLASS           PIC X.
            04 DREV-AMOUNT          PIC 9(7)V99.
            04 DREV-REVERSED-DATE   PIC 9(8).

      *same shape as CheckRecon's cumulative register.
        FD CHECKMSTFILE.
        01 CHECK-MST-RECORD.
            04 CM-CHECK-NUMBER      PIC 9(6).
            04 CM-EMPLOYEEID        PIC 9(7).
            04 CM-PAYEE             PIC X(21).
            04 CM-AMOUNT            PIC 9(7)V99.
            04 CM-ISSUE-DATE        PIC 9(8).
            04 CM-STATUS            PIC X.
            04 CM-CLEAR-DATE        PIC 9(8).
            04 CM-REPLACED-BY       PIC 9(6).
            04 CM-REPLACES          PIC 9(6).

        FD CHECKREGFILE.
            COPY CHKREC.

      *read into the reversal queue's own record, which carries the
      *entry layout.
        FD EFTFILE.
        01 PAY-EFT-LINE             PIC X(94).

        FD ACHREVFILE.
            COPY EFTREC.

      *GLPost's journal line: account, debit/credit flag, amount,
      *description.
        FD GLPOSTFILE.
        01 GL-POSTING-RECORD.
            04 GLP-ACCOUNT          PIC X(8).
            04 GLP-DRCR             PIC X.
            04 GLP-AMOUNT           PIC 9(9)V99.
            04 GLP-DESC             PIC X(30).

        FD RECONCTLFILE.
        01 RECON-CTL-RECORD.
            04 RCTL-RUN-NUMBER      PIC 9(5).
            04 RCTL-PAY-DATE        PIC 9(8).
            04 RCTL-PERIOD-START-NET PIC 9(11)V99.
            04 RCTL-LATEST-NET      PIC 9(11)V99.

        FD REVRPTFILE.
        01 REV-RPT-LINE             PIC X(100).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  PHIST-FILE-STATUS   PIC X(2).
            05  YTD-FILE-STATUS     PIC X(2).
            05  QTR-FILE-STATUS     PIC X(2).
            05  LEAVE-FILE-STATUS   PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  PAY-FILE-STATUS     PIC X(2).
            05  DDET-FILE-STATUS    PIC X(2).
            05  DED-FILE-STATUS     PIC X(2).
            05  DBAL-FILE-STATUS    PIC X(2).
            05  DREV-FILE-STATUS    PIC X(2).
            05  CMST-FILE-STATUS    PIC X(2).
            05  CHKREG-FILE-STATUS  PIC X(2).
            05  EFT-FILE-STATUS     PIC X(2).
            05  AREV-FILE-STATUS    PIC X(2).
            05  GLP-FILE-STATUS     PIC X(2).
            05  RCTL-FILE-STATUS    PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-ASK-RUN-NUMBER   PIC 9(5).
            05  WS-ASK-EMPLOYEEID   PIC 9(7).
            05  WS-ANSWER-SW        PIC X.
                88 ANSWER-IS-YES    VALUE "Y".
            05  WS-REFUSE-TEXT      PIC X(60).
            05  WS-PAY-DATE.
                10  WS-PAY-YEAR     PIC 9(4).
                10  WS-PAY-MONTH    PIC 9(2).
                10  WS-PAY-DAY      PIC 9(2).
            05  WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE
                                    PIC 9(8).
            05  WS-PAY-QUARTER      PIC 9(1).
            05  WS-PAYEE            PIC X(21).
            05  WS-RESTORE-VAC      PIC 9(4)V99 VALUE 0.
            05  WS-RESTORE-SICK     PIC 9(4)V99 VALUE 0.
            05  WS-NET-CENTS        PIC 9(10).
            05  WS-PAY-SERIAL       PIC 9(7).
            05  WS-TODAY-SERIAL     PIC 9(7).
            05  WS-DEPOSIT-AGE      PIC S9(7).
      *a reversing ACH entry is only good within seven calendar
      *days of the original's settlement.
            05  WS-ACH-WINDOW-DAYS  PIC 9(2)  VALUE 7.

      *the pay line being reversed: how many lines the run paid the
      *employee, how many are already reversed, and a copy of each
      *paid line -- the next one not yet reversed is the one taken.
        01 WS-HIST-CONTROLS.
            05  WS-PAID-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-REVERSED-COUNT   PIC 9(2)  COMP VALUE 0.
            05  WS-ORIG-POS         PIC 9(2)  COMP.

        01 WS-HIST-TABLE.
            05  WS-ORIG-LINE OCCURS 10 TIMES PIC X(365).

      *how the line's net pay went out, and where it is recorded.
        01 WS-PAYMENT-CONTROLS.
            05  WS-PAYMENT-KIND     PIC X     VALUE SPACE.
                88 PAID-NOTHING     VALUE "N".
                88 PAID-BY-CHECK    VALUE "C".
                88 PAID-CHECK-UNABSORBED VALUE "R".
                88 PAID-CHECK-VOIDED VALUE "V".
                88 PAID-BY-EFT      VALUE "E".
                88 PAID-EFT-FROM-MASTER VALUE "M".
            05  WS-CHECK-NUMBER     PIC 9(6)  VALUE 0.
            05  WS-DEPOSIT-ENTRY    PIC X(94).
            05  WS-BANK-ROUTING     PIC 9(9).
            05  WS-BANK-ACCOUNT     PIC X(17).
            05  WS-BANK-ACCT-TYPE   PIC X.
            05  WS-EFT-FOUND-SW     PIC X     VALUE "N".
                88 EFT-ENTRY-FOUND  VALUE "Y".
            05  WS-CHKREG-FOUND-SW  PIC X     VALUE "N".
                88 CHKREG-ENTRY-FOUND VALUE "Y".

      *the cumulative check register in memory.
        01 WS-MST-CONTROLS.
            05  WS-MST-COUNT        PIC 9(5)  COMP VALUE 0.
            05  WS-MST-SUB          PIC 9(5)  COMP.
            05  WS-MST-POS          PIC 9(5)  COMP.
            05  WS-MST-VOID-POS     PIC 9(5)  COMP.
            05  WS-MST-FULL-SW      PIC X     VALUE "N".
                88 MASTER-TABLE-FULL VALUE "Y".

        01 WS-MST-TABLE.
            05  WS-MST-ENTRY OCCURS 2000 TIMES.
                10  WS-MST-CHECK-NUMBER PIC 9(6).
                10  WS-MST-EMPLOYEEID   PIC 9(7).
                10  WS-MST-PAYEE        PIC X(21).
                10  WS-MST-AMOUNT       PIC 9(7)V99.
                10  WS-MST-ISSUE-DATE   PIC 9(8).
                10  WS-MST-STATUS       PIC X.
                10  WS-MST-CLEAR-DATE   PIC 9(8).
                10  WS-MST-REPLACED-BY  PIC 9(6).
                10  WS-MST-REPLACES     PIC 9(6).

      *the earnings codes: the leave each draws and its account.
      *With no EARNCODE.DAT, V and S draw vacation and sick as the
      *built-in codes always have.
        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.
            05  WS-EARN-POS         PIC 9(2)  COMP.
            05  WS-EARNLINE-SUB     PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-LEAVE-DRAW  PIC X.
                10  WS-EARN-ACCOUNT     PIC X(8).

      *the deductions being reversed, and where they were found.
        01 WS-DEDUCT-CONTROLS.
            05  WS-DED-SOURCE-SW    PIC X     VALUE "B".
                88 DED-FROM-DETAIL  VALUE "D".
                88 DED-FROM-BALANCE VALUE "B".
            05  WS-REV-CODE         PIC X(4).
            05  WS-REV-CLASS        PIC X.
            05  WS-REV-AMOUNT       PIC 9(7)V99.
            05  WS-DED-REVERSED     PIC 9(7)V99 VALUE 0.
            05  WS-DED-UNTRACED     PIC 9(7)V99 VALUE 0.
            05  WS-DED-LINE-COUNT   PIC 9(3)  VALUE 0.

      *chart-of-accounts constants, GLPost's.
        01 WS-GL-ACCOUNTS.
            05  WS-ACCT-WAGE-EXP    PIC X(8) VALUE "51000000".
            05  WS-ACCT-BONUS-EXP   PIC X(8) VALUE "51500000".
            05  WS-ACCT-WELLNESS    PIC X(8) VALUE "52000000".
            05  WS-ACCT-ER-TAX-EXP  PIC X(8) VALUE "53000000".
            05  WS-ACCT-FED-PAYABLE PIC X(8) VALUE "21100000".
            05  WS-ACCT-ST-PAYABLE  PIC X(8) VALUE "21200000".
            05  WS-ACCT-DED-PAYABLE PIC X(8) VALUE "21300000".
            05  WS-ACCT-ER-SS-PAY   PIC X(8) VALUE "21400000".
            05  WS-ACCT-ER-MEDI-PAY PIC X(8) VALUE "21500000".
            05  WS-ACCT-EE-SS-PAY   PIC X(8) VALUE "21600000".
            05  WS-ACCT-EE-MEDI-PAY PIC X(8) VALUE "21700000".
            05  WS-ACCT-EE-ADDL-PAY PIC X(8) VALUE "21800000".
            05  WS-ACCT-CLEARING    PIC X(8) VALUE "10100000".

        01 WS-JOURNAL-TOTALS.
            05  WS-WAGE-REMAINDER   PIC S9(9)V99.
            05  WS-ER-TAX-TOTAL     PIC 9(9)V99.
            05  WS-DEBIT-TOTAL      PIC 9(9)V99 VALUE 0.
            05  WS-CREDIT-TOTAL     PIC 9(9)V99 VALUE 0.
            05  WS-POST-ACCOUNT     PIC X(8).
            05  WS-POST-DRCR        PIC X.
            05  WS-POST-AMOUNT      PIC 9(9)V99.
            05  WS-POST-DESC        PIC X(30).

            COPY DCALCREC.

            COPY RUNHDR.

        01 WS-REPORT-FIELDS.
            05  WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-AMOUNT-2      PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-HOURS         PIC ZZZ9.99.
            05  WS-ED-HOURS-2       PIC ZZZ9.99.


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-FIND-PAY-LINE.
            PERFORM 2300-FIND-PAYMENT.
            PERFORM 2600-CHECK-MASTERS.
            PERFORM 2700-CONFIRM-REVERSAL.
            PERFORM 3000-BACK-OUT-YTD.
            PERFORM 3100-BACK-OUT-QTD.
            PERFORM 3200-RESTORE-LEAVE.
            PERFORM 3300-REVERSE-DEDUCTIONS.
            PERFORM 3400-POST-REVERSAL-JOURNAL.
            PERFORM 3500-CANCEL-PAYMENT.
            PERFORM 3600-WRITE-MIRROR-LINE.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            DISPLAY "Void and reverse a paid line".
            DISPLAY "Run number (5 digits):".
            ACCEPT WS-ASK-RUN-NUMBER.
            DISPLAY "Employee ID (7 digits):".
            ACCEPT WS-ASK-EMPLOYEEID.

            OPEN OUTPUT REVRPTFILE.
            MOVE SPACES TO REV-RPT-LINE.
            STRING "PAY REVERSAL -- RUN " DELIMITED BY SIZE
                   WS-ASK-RUN-NUMBER DELIMITED BY SIZE
                   "  EMPLOYEE " DELIMITED BY SIZE
                   WS-ASK-EMPLOYEEID DELIMITED BY SIZE
                   "  PROCESSED " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.

            PERFORM 1100-LOAD-EARNCODES.
        1000-END.


        1100-LOAD-EARNCODES.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 1110-LOAD-EARNCODE-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            END-IF.
            IF WS-EARN-COUNT = 0
                MOVE 2 TO WS-EARN-COUNT
                MOVE "V" TO WS-EARN-CODE (1)
                MOVE "V" TO WS-EARN-LEAVE-DRAW (1)
                MOVE SPACES TO WS-EARN-ACCOUNT (1)
                MOVE "S" TO WS-EARN-CODE (2)
                MOVE "S" TO WS-EARN-LEAVE-DRAW (2)
                MOVE SPACES TO WS-EARN-ACCOUNT (2)
            END-IF.
        1100-END.


        1110-LOAD-EARNCODE-ENTRY.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-COUNT)
                        MOVE ERN-LEAVE-DRAW
                            TO WS-EARN-LEAVE-DRAW (WS-EARN-COUNT)
                        MOVE ERN-GL-ACCOUNT
                            TO WS-EARN-ACCOUNT (WS-EARN-COUNT)
                    END-IF
            END-READ.
        1110-END.


        1200-FIND-EARNCODE.
            MOVE 0 TO WS-EARN-POS.
            PERFORM 1210-MATCH-EARNCODE
                VARYING WS-EARN-SUB FROM 1 BY 1
                UNTIL WS-EARN-SUB > WS-EARN-COUNT
                OR WS-EARN-POS NOT = 0.
        1200-END.


        1210-MATCH-EARNCODE.
            IF WS-EARN-CODE (WS-EARN-SUB)
                = PH-EARN-CODE (WS-EARNLINE-SUB)
                MOVE WS-EARN-SUB TO WS-EARN-POS
            END-IF.
        1210-END.


        2000-FIND-PAY-LINE.
      *a run can pay one employee more than one line (a regular
      *check and a bonus card's, a supplemental behind them); the
      *lines are reversed in the order they were paid, so the
      *first one not yet matched by a reversal is the one taken.
            OPEN INPUT PAYHISTFILE.
            IF PHIST-FILE-STATUS NOT = "00"
                DISPLAY "PAYHIST.DAT MISSING OR UNREADABLE, STATUS ",
                    PHIST-FILE-STATUS, " -- RUN ABORTED"
                CLOSE REVRPTFILE
                STOP RUN
            END-IF.
            PERFORM 2100-READ-HISTORY-LINE
                UNTIL PHIST-FILE-STATUS NOT = "00".
            CLOSE PAYHISTFILE.

      *the chosen line is worked on in the history record itself,
      *with the file already open to take its mirror at the end.
            OPEN EXTEND PAYHISTFILE.
            EVALUATE TRUE
                WHEN WS-PAID-COUNT = 0
                    MOVE "NO PAY LINE FOR THIS EMPLOYEE UNDER THAT RUN"
                        TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
                WHEN WS-REVERSED-COUNT NOT < WS-PAID-COUNT
                    MOVE "EVERY LINE THE RUN PAID IS ALREADY REVERSED"
                        TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
                WHEN WS-REVERSED-COUNT NOT < 10
                    MOVE "MORE THAN TEN LINES -- REVERSE BY HAND"
                        TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
                WHEN OTHER
                    COMPUTE WS-ORIG-POS = WS-REVERSED-COUNT + 1
                    MOVE WS-ORIG-LINE (WS-ORIG-POS) TO PAY-HIST-RECORD
            END-EVALUATE.

            MOVE PH-PAY-DATE TO WS-PAY-DATE-NUM.
            COMPUTE WS-PAY-QUARTER = (WS-PAY-MONTH + 2) / 3.
        2000-END.


        2100-READ-HISTORY-LINE.
            READ PAYHISTFILE
                AT END MOVE "10" TO PHIST-FILE-STATUS
                NOT AT END
                    IF PH-RUN-NUMBER = WS-ASK-RUN-NUMBER
                        AND PH-EMPLOYEEID = WS-ASK-EMPLOYEEID
                        IF PH-LINE-REVERSAL
                            ADD 1 TO WS-REVERSED-COUNT
                        ELSE
                            ADD 1 TO WS-PAID-COUNT
                            IF WS-PAID-COUNT NOT > 10
                                MOVE PAY-HIST-RECORD
                                    TO WS-ORIG-LINE (WS-PAID-COUNT)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
        2100-END.


        2300-FIND-PAYMENT.
      *a check is known by employee, issue date and amount on the
      *cumulative register, or on the period register if CheckRecon
      *has not absorbed it yet; a line not paid by check went out
      *by direct deposit. A check the bank has already paid cannot
      *be voided -- the money has to be recovered first.
            PERFORM 2310-LOAD-CHECK-MASTER.
            MOVE 0 TO WS-MST-POS WS-MST-VOID-POS.
            IF PH-NET-PAY = 0
                SET PAID-NOTHING TO TRUE
            ELSE
                IF WS-MST-COUNT > 0
                    PERFORM 2330-MATCH-MASTER-CHECK
                        VARYING WS-MST-SUB FROM 1 BY 1
                        UNTIL WS-MST-SUB > WS-MST-COUNT
                        OR WS-MST-POS NOT = 0
                END-IF
                PERFORM 2340-CLASSIFY-PAYMENT
            END-IF.
        2300-END.


        2310-LOAD-CHECK-MASTER.
            OPEN INPUT CHECKMSTFILE.
            IF CMST-FILE-STATUS = "00"
                PERFORM 2320-LOAD-MASTER-ENTRY
                    UNTIL CMST-FILE-STATUS NOT = "00"
                CLOSE CHECKMSTFILE
            END-IF.
        2310-END.


        2320-LOAD-MASTER-ENTRY.
            READ CHECKMSTFILE
                AT END MOVE "10" TO CMST-FILE-STATUS
                NOT AT END
                    IF WS-MST-COUNT < 2000
                        ADD 1 TO WS-MST-COUNT
                        MOVE WS-MST-COUNT TO WS-MST-SUB
                        MOVE CM-CHECK-NUMBER
                            TO WS-MST-CHECK-NUMBER (WS-MST-SUB)
                        MOVE CM-EMPLOYEEID
                            TO WS-MST-EMPLOYEEID (WS-MST-SUB)
                        MOVE CM-PAYEE TO WS-MST-PAYEE (WS-MST-SUB)
                        MOVE CM-AMOUNT TO WS-MST-AMOUNT (WS-MST-SUB)
                        MOVE CM-ISSUE-DATE
                            TO WS-MST-ISSUE-DATE (WS-MST-SUB)
                        MOVE CM-STATUS TO WS-MST-STATUS (WS-MST-SUB)
                        MOVE CM-CLEAR-DATE
                            TO WS-MST-CLEAR-DATE (WS-MST-SUB)
                        MOVE CM-REPLACED-BY
                            TO WS-MST-REPLACED-BY (WS-MST-SUB)
                        MOVE CM-REPLACES
                            TO WS-MST-REPLACES (WS-MST-SUB)
                    ELSE
                        IF NOT MASTER-TABLE-FULL
                            DISPLAY "WARNING: CHECK MASTER TABLE ",
                                "FULL AT 2000 -- EXTRAS DROPPED"
                            SET MASTER-TABLE-FULL TO TRUE
                        END-IF
                    END-IF
            END-READ.
        2320-END.


        2330-MATCH-MASTER-CHECK.
      *a check already voided (lost, and reissued) is remembered
      *but the search goes on for one still standing.
            IF WS-MST-EMPLOYEEID (WS-MST-SUB) = PH-EMPLOYEEID
                AND WS-MST-ISSUE-DATE (WS-MST-SUB) = PH-PAY-DATE
                AND WS-MST-AMOUNT (WS-MST-SUB) = PH-NET-PAY
                IF WS-MST-STATUS (WS-MST-SUB) = "V"
                    MOVE WS-MST-SUB TO WS-MST-VOID-POS
                ELSE
                    MOVE WS-MST-SUB TO WS-MST-POS
                END-IF
            END-IF.
        2330-END.


        2340-CLASSIFY-PAYMENT.
            EVALUATE TRUE
                WHEN WS-MST-POS NOT = 0
                    MOVE WS-MST-CHECK-NUMBER (WS-MST-POS)
                        TO WS-CHECK-NUMBER
                    IF WS-MST-STATUS (WS-MST-POS) = "C"
                        MOVE "CHECK HAS CLEARED THE BANK -- RECOVER THE
      -                    " MONEY FIRST" TO WS-REFUSE-TEXT
                        PERFORM 8900-REFUSE-REVERSAL
                    END-IF
                    SET PAID-BY-CHECK TO TRUE
                WHEN WS-MST-VOID-POS NOT = 0
                    MOVE WS-MST-CHECK-NUMBER (WS-MST-VOID-POS)
                        TO WS-CHECK-NUMBER
                    SET PAID-CHECK-VOIDED TO TRUE
                WHEN OTHER
                    PERFORM 2400-FIND-PERIOD-CHECK
                    IF CHKREG-ENTRY-FOUND
                        SET PAID-CHECK-UNABSORBED TO TRUE
                    ELSE
                        PERFORM 2450-FIND-DEPOSIT
                    END-IF
            END-EVALUATE.
        2340-END.


        2400-FIND-PERIOD-CHECK.
            OPEN INPUT CHECKREGFILE.
            IF CHKREG-FILE-STATUS = "00"
                PERFORM 2410-READ-PERIOD-CHECK
                    UNTIL CHKREG-FILE-STATUS NOT = "00"
                    OR CHKREG-ENTRY-FOUND
                CLOSE CHECKREGFILE
            END-IF.
        2400-END.


        2410-READ-PERIOD-CHECK.
            READ CHECKREGFILE
                AT END MOVE "10" TO CHKREG-FILE-STATUS
                NOT AT END
                    IF CHKR-EMPLOYEEID = PH-EMPLOYEEID
                        AND CHKR-ISSUE-DATE = PH-PAY-DATE
                        AND CHKR-AMOUNT = PH-NET-PAY
                        SET CHKREG-ENTRY-FOUND TO TRUE
                        MOVE CHKR-CHECK-NUMBER TO WS-CHECK-NUMBER
                    END-IF
            END-READ.
        2410-END.


        2450-FIND-DEPOSIT.
      *the live entry sent for this net pay, if the period's
      *PAYEFT.DAT is still on hand; otherwise the master's bank
      *details, which only stand in for the original when nothing
      *has changed since -- the report says so. No bank details at
      *all means a paper check that was never put on a register.
            COMPUTE WS-NET-CENTS = PH-NET-PAY * 100.
            OPEN INPUT EFTFILE.
            IF EFT-FILE-STATUS = "00"
                PERFORM 2460-READ-DEPOSIT
                    UNTIL EFT-FILE-STATUS NOT = "00"
                    OR EFT-ENTRY-FOUND
                CLOSE EFTFILE
            END-IF.

            IF EFT-ENTRY-FOUND
                SET PAID-BY-EFT TO TRUE
            ELSE
                OPEN INPUT EMPLOYEEFILE
                MOVE PH-EMPLOYEEID TO EMPLOYEEID
                MOVE "N" TO WS-ANSWER-SW
                IF FILE-CHECK-KEY = "00"
                    READ EMPLOYEEFILE
                        NOT INVALID KEY
                            MOVE "Y" TO WS-ANSWER-SW
                            MOVE BANK-ROUTING TO WS-BANK-ROUTING
                            MOVE BANK-ACCOUNT TO WS-BANK-ACCOUNT
                            MOVE BANK-ACCT-TYPE TO WS-BANK-ACCT-TYPE
                    END-READ
                    CLOSE EMPLOYEEFILE
                END-IF
                IF NOT ANSWER-IS-YES OR WS-BANK-ROUTING = 0
                    MOVE "NO CHECK OR DEPOSIT FOUND -- RUN CHECKRECON FI
      -                "RST" TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
                END-IF
                SET PAID-EFT-FROM-MASTER TO TRUE
            END-IF.
        2450-END.


        2460-READ-DEPOSIT.
            READ EFTFILE INTO EFT-RECORD
                AT END MOVE "10" TO EFT-FILE-STATUS
                NOT AT END
                    IF EFT-INDIVIDUAL-ID (1:7) = PH-EMPLOYEEID
                        AND NOT EFT-PRENOTE-ENTRY
                        AND EFT-AMOUNT = WS-NET-CENTS
                        SET EFT-ENTRY-FOUND TO TRUE
                        MOVE EFT-RECORD TO WS-DEPOSIT-ENTRY
                    END-IF
            END-READ.
        2460-END.


        2600-CHECK-MASTERS.
      *the year and quarter buckets must still hold the line: a
      *year YearEnd has already closed, or totals since adjusted
      *below the check, are YTDADJ's to correct, not this run's.
            OPEN I-O YTDFILE.
            IF YTD-FILE-STATUS NOT = "00"
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING "UNABLE TO OPEN YTDMASTER.DAT, STATUS "
                           DELIMITED BY SIZE
                       YTD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-REFUSE-TEXT
                PERFORM 8900-REFUSE-REVERSAL
            END-IF.
            MOVE PH-EMPLOYEEID TO YTD-EMPLOYEEID.
            READ YTDFILE
                INVALID KEY
                    MOVE "NO YTD RECORD -- YEAR CLOSED? CORRECT WITH YTD
      -                "ADJ" TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
            END-READ.
            IF YTD-GROSS < PH-PAYAMOUNT
                MOVE "YTD GROSS IS BELOW THE LINE -- CORRECT WITH YTDADJ
      -            "" TO WS-REFUSE-TEXT
                PERFORM 8900-REFUSE-REVERSAL
            END-IF.

            OPEN I-O QTRFILE.
            IF QTR-FILE-STATUS NOT = "00"
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING "UNABLE TO OPEN QTRMASTER.DAT, STATUS "
                           DELIMITED BY SIZE
                       QTR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-REFUSE-TEXT
                PERFORM 8900-REFUSE-REVERSAL
            END-IF.
            MOVE PH-EMPLOYEEID TO QTD-EMPLOYEEID.
            MOVE WS-PAY-QUARTER TO QTD-QUARTER.
            MOVE PH-WORK-STATE TO QTD-WORK-STATE.
            READ QTRFILE
                INVALID KEY
                    MOVE "NO QUARTER BUCKET FOR THE LINE'S QUARTER AND S
      -                "TATE" TO WS-REFUSE-TEXT
                    PERFORM 8900-REFUSE-REVERSAL
            END-READ.
            IF QTD-GROSS < PH-PAYAMOUNT
                MOVE "QUARTER GROSS IS BELOW THE LINE -- CORRECT BY HAND
      -            "" TO WS-REFUSE-TEXT
                PERFORM 8900-REFUSE-REVERSAL
            END-IF.
        2600-END.


        2700-CONFIRM-REVERSAL.
            MOVE PH-PAYAMOUNT TO WS-ED-AMOUNT.
            MOVE PH-NET-PAY TO WS-ED-AMOUNT-2.
            DISPLAY "Employee:  ", PH-FIRSTNAME, " ", PH-LASTNAME.
            DISPLAY "Pay date:  ", PH-PAY-DATE, "  quarter ",
                WS-PAY-QUARTER, "  state ", PH-WORK-STATE.
            DISPLAY "Gross:     ", WS-ED-AMOUNT, "  net ",
                WS-ED-AMOUNT-2.
            EVALUATE TRUE
                WHEN PAID-BY-CHECK
                WHEN PAID-CHECK-UNABSORBED
                    DISPLAY "Paid by:   check ", WS-CHECK-NUMBER,
                        " -- will be voided"
                WHEN PAID-CHECK-VOIDED
                    DISPLAY "Paid by:   check ", WS-CHECK-NUMBER,
                        " -- already void"
                WHEN PAID-NOTHING
                    DISPLAY "Paid by:   nothing -- no net pay"
                WHEN OTHER
                    DISPLAY "Paid by:   direct deposit -- an ACH ",
                        "reversal will be queued"
            END-EVALUATE.
            DISPLAY "Reverse this line through every master? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF NOT ANSWER-IS-YES
                MOVE "NOT CONFIRMED BY THE OPERATOR" TO WS-REFUSE-TEXT
                PERFORM 8900-REFUSE-REVERSAL
            END-IF.

            MOVE SPACES TO REV-RPT-LINE.
            STRING "LINE PAID " DELIMITED BY SIZE
                   PH-PAY-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   PH-FIRSTNAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   PH-LASTNAME DELIMITED BY SPACE
                   "  GROSS " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   "  NET " DELIMITED BY SIZE
                   WS-ED-AMOUNT-2 DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
        2700-END.


        3000-BACK-OUT-YTD.
            SUBTRACT PH-PAYAMOUNT FROM YTD-GROSS.
            IF YTD-HOURS < PH-HOURS
                MOVE 0 TO YTD-HOURS
            ELSE
                SUBTRACT PH-HOURS FROM YTD-HOURS
            END-IF.
            SUBTRACT PH-FED-TAX FROM YTD-FED-TAX.
            SUBTRACT PH-STATE-TAX FROM YTD-STATE-TAX.
            SUBTRACT PH-NET-PAY FROM YTD-NET-PAY.
            SUBTRACT PH-EE-SOCSEC FROM YTD-EE-SOCSEC.
            SUBTRACT PH-EE-MEDICARE FROM YTD-EE-MEDICARE.
            SUBTRACT PH-EE-ADDL-MEDICARE FROM YTD-EE-ADDL-MEDICARE.
            SUBTRACT PH-TAXABLE-WAGES FROM YTD-TAXABLE-WAGES.
            SUBTRACT PH-BONUS-AMOUNT FROM YTD-BONUS.
            REWRITE YTD-RECORD
                INVALID KEY
                    DISPLAY "WARNING: YTDMASTER.DAT REWRITE FAILED, ",
                        "STATUS ", YTD-FILE-STATUS
            END-REWRITE.
            MOVE "YTD MASTER BACKED OUT" TO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
            PERFORM 3050-MOVE-RECON-BASELINE.
        3000-END.


        3050-MOVE-RECON-BASELINE.
      *the reconciliation proves the register's net against the
      *CHANGE in the YTD net since its snapshot -- the net just
      *taken off the YTD master has to come off both stored
      *baselines too, or every reconciliation from here to
      *year-end flags the reversal.
            IF PH-NET-PAY = 0
                CONTINUE
            ELSE
                OPEN I-O RECONCTLFILE
                IF RCTL-FILE-STATUS NOT = "00"
                    MOVE SPACES TO REV-RPT-LINE
                    STRING "** RECONCTL.DAT NOT AVAILABLE, STATUS "
                               DELIMITED BY SIZE
                           RCTL-FILE-STATUS DELIMITED BY SIZE
                           " -- RECON BASELINE NOT MOVED"
                               DELIMITED BY SIZE
                        INTO REV-RPT-LINE
                    WRITE REV-RPT-LINE
                ELSE
                    READ RECONCTLFILE
                        AT END
                            MOVE "** RECONCTL.DAT EMPTY -- RECON BASELI
      -                        "NE NOT MOVED" TO REV-RPT-LINE
                            WRITE REV-RPT-LINE
                            END-WRITE
                        NOT AT END
                            PERFORM 3060-REWRITE-RECON-BASELINE
                    END-READ
                    CLOSE RECONCTLFILE
                END-IF
            END-IF.
        3050-END.


        3060-REWRITE-RECON-BASELINE.
            IF RCTL-PERIOD-START-NET < PH-NET-PAY
                OR RCTL-LATEST-NET < PH-NET-PAY
                MOVE "** RECON BASELINE BELOW THE LINE'S NET -- NOT MOVE
      -            "D" TO REV-RPT-LINE
                WRITE REV-RPT-LINE
            ELSE
                SUBTRACT PH-NET-PAY FROM RCTL-PERIOD-START-NET
                SUBTRACT PH-NET-PAY FROM RCTL-LATEST-NET
                REWRITE RECON-CTL-RECORD
                MOVE "RECONCILIATION BASELINE MOVED WITH THE NET"
                    TO REV-RPT-LINE
                WRITE REV-RPT-LINE
            END-IF.
        3060-END.


        3100-BACK-OUT-QTD.
            SUBTRACT PH-PAYAMOUNT FROM QTD-GROSS.
            SUBTRACT PH-FED-TAX FROM QTD-FED-TAX.
            SUBTRACT PH-STATE-TAX FROM QTD-STATE-TAX.
            SUBTRACT PH-EE-SOCSEC FROM QTD-EE-SOCSEC.
            SUBTRACT PH-EE-MEDICARE FROM QTD-EE-MEDICARE.
            SUBTRACT PH-EE-ADDL-MEDICARE FROM QTD-EE-ADDL-MEDICARE.
            SUBTRACT PH-ER-SOCSEC FROM QTD-ER-SOCSEC.
            SUBTRACT PH-ER-MEDICARE FROM QTD-ER-MEDICARE.
            SUBTRACT PH-TAXABLE-WAGES FROM QTD-TAXABLE-WAGES.
            REWRITE QTD-RECORD
                INVALID KEY
                    DISPLAY "WARNING: QTRMASTER.DAT REWRITE FAILED, ",
                        "STATUS ", QTR-FILE-STATUS
            END-REWRITE.
            MOVE SPACES TO REV-RPT-LINE.
            STRING "QUARTER " DELIMITED BY SIZE
                   WS-PAY-QUARTER DELIMITED BY SIZE
                   " STATE " DELIMITED BY SIZE
                   PH-WORK-STATE DELIMITED BY SIZE
                   " BUCKET BACKED OUT" DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
        3100-END.


        3200-RESTORE-LEAVE.
      *the hours the line's vacation and sick codes drew go back on
      *the balances. A final check's payout emptied the balances
      *at a rate the history does not carry, so that is left to be
      *restored by hand.
            PERFORM 3210-ADD-LEAVE-DRAWN
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.

            IF WS-RESTORE-VAC > 0 OR WS-RESTORE-SICK > 0
                OPEN I-O LEAVEFILE
                MOVE PH-EMPLOYEEID TO LVB-EMPLOYEEID
                READ LEAVEFILE
                    INVALID KEY
                        MOVE "** NO LEAVEBAL.DAT RECORD -- LEAVE NOT RES
      -                    "TORED" TO REV-RPT-LINE
                        WRITE REV-RPT-LINE
                        END-WRITE
                    NOT INVALID KEY
                        PERFORM 3220-REWRITE-LEAVE-BALANCE
                END-READ
                CLOSE LEAVEFILE
            END-IF.

            IF PH-LEAVE-PAYOUT > 0
                MOVE PH-LEAVE-PAYOUT TO WS-ED-AMOUNT
                MOVE SPACES TO REV-RPT-LINE
                STRING "** LEAVE PAYOUT " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       " ON THIS LINE -- RESTORE THE BALANCES BY HAND"
                           DELIMITED BY SIZE
                    INTO REV-RPT-LINE
                WRITE REV-RPT-LINE
            END-IF.
        3200-END.


        3210-ADD-LEAVE-DRAWN.
            IF PH-EARN-CODE (WS-EARNLINE-SUB) NOT = SPACE
                PERFORM 1200-FIND-EARNCODE
                IF WS-EARN-POS NOT = 0
                    EVALUATE WS-EARN-LEAVE-DRAW (WS-EARN-POS)
                        WHEN "V"
                            ADD PH-EARN-HOURS (WS-EARNLINE-SUB)
                                TO WS-RESTORE-VAC
                        WHEN "S"
                            ADD PH-EARN-HOURS (WS-EARNLINE-SUB)
                                TO WS-RESTORE-SICK
                    END-EVALUATE
                END-IF
            END-IF.
        3210-END.


        3220-REWRITE-LEAVE-BALANCE.
            ADD WS-RESTORE-VAC TO LVB-VAC-BALANCE.
            ADD WS-RESTORE-SICK TO LVB-SICK-BALANCE.
            REWRITE LEAVE-BAL-RECORD
                INVALID KEY
                    DISPLAY "WARNING: LEAVEBAL.DAT REWRITE FAILED, ",
                        "STATUS ", LEAVE-FILE-STATUS
            END-REWRITE.
            MOVE WS-RESTORE-VAC TO WS-ED-HOURS.
            MOVE WS-RESTORE-SICK TO WS-ED-HOURS-2.
            MOVE SPACES TO REV-RPT-LINE.
            STRING "LEAVE RESTORED -- VACATION " DELIMITED BY SIZE
                   WS-ED-HOURS DELIMITED BY SIZE
                   "  SICK " DELIMITED BY SIZE
                   WS-ED-HOURS-2 DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
        3220-END.


        3300-REVERSE-DEDUCTIONS.
      *the code-by-code withholdings come off DEDDETAIL.DAT while it
      *is still the run's own -- the register on hand carries the
      *run's token and this is the first line the run paid the
      *employee. Past that, DEDBAL.DAT still knows what each
      *election took on its last check, which answers for the
      *employee's latest pay date. Whatever neither can account for
      *is reported for reversal by hand.
            IF PH-DEDUCT-TOTAL > 0
                OPEN I-O DEDBALFILE
                OPEN EXTEND DEDREVFILE
                IF DREV-FILE-STATUS = "05" OR "35"
                    OPEN OUTPUT DEDREVFILE
                END-IF
                PERFORM 3310-CHOOSE-DEDUCTION-SOURCE
                IF DED-FROM-DETAIL
                    PERFORM 3320-REVERSE-FROM-DETAIL
                ELSE
                    PERFORM 3340-REVERSE-FROM-BALANCES
                END-IF
                CLOSE DEDBALFILE DEDREVFILE
                COMPUTE WS-DED-UNTRACED =
                    PH-DEDUCT-TOTAL - WS-DED-REVERSED
                IF WS-DED-UNTRACED > 0
                    MOVE WS-DED-UNTRACED TO WS-ED-AMOUNT
                    MOVE SPACES TO REV-RPT-LINE
                    STRING "** DEDUCTIONS NOT TRACED " DELIMITED BY SIZE
                           WS-ED-AMOUNT DELIMITED BY SIZE
                           " -- REVERSE BY HAND" DELIMITED BY SIZE
                        INTO REV-RPT-LINE
                    WRITE REV-RPT-LINE
                END-IF
            END-IF.
        3300-END.


        3310-CHOOSE-DEDUCTION-SOURCE.
            SET DED-FROM-BALANCE TO TRUE.
            IF WS-ORIG-POS = 1
                OPEN INPUT PAYROLL
                IF PAY-FILE-STATUS = "00"
                    READ PAYROLL
                        NOT AT END
                            MOVE EMPPAYROLL (1:16) TO RUN-HEADER
                            IF RH-IS-HEADER
                                AND RH-RUN-NUMBER = PH-RUN-NUMBER
                                AND RH-PAY-DATE = PH-PAY-DATE
                                SET DED-FROM-DETAIL TO TRUE
                            END-IF
                    END-READ
                    CLOSE PAYROLL
                END-IF
            END-IF.
        3310-END.


        3320-REVERSE-FROM-DETAIL.
            OPEN INPUT DEDDETAILFILE.
            IF DDET-FILE-STATUS = "00"
                PERFORM 3330-READ-DETAIL-LINE
                    UNTIL DDET-FILE-STATUS NOT = "00"
                    OR WS-DED-REVERSED NOT < PH-DEDUCT-TOTAL
                CLOSE DEDDETAILFILE
            END-IF.
        3320-END.


        3330-READ-DETAIL-LINE.
            READ DEDDETAILFILE
                AT END MOVE "10" TO DDET-FILE-STATUS
                NOT AT END
                    IF DDET-EMPLOYEEID = PH-EMPLOYEEID
                        MOVE DDET-CODE TO WS-REV-CODE
                        MOVE DDET-CLASS TO WS-REV-CLASS
                        MOVE DDET-AMOUNT TO WS-REV-AMOUNT
                        PERFORM 3360-REVERSE-ONE-DEDUCTION
                    END-IF
            END-READ.
        3330-END.


        3340-REVERSE-FROM-BALANCES.
            OPEN INPUT DEDUCTFILE.
            IF DED-FILE-STATUS = "00"
                PERFORM 3350-READ-ELECTION
                    UNTIL DED-FILE-STATUS NOT = "00"
                CLOSE DEDUCTFILE
            END-IF.
        3340-END.


        3350-READ-ELECTION.
            READ DEDUCTFILE
                AT END MOVE "10" TO DED-FILE-STATUS
                NOT AT END
                    IF DED-EMPLOYEEID = PH-EMPLOYEEID
                        MOVE DED-EMPLOYEEID TO DBAL-EMPLOYEEID
                        MOVE DED-CODE TO DBAL-CODE
                        READ DEDBALFILE
                            NOT INVALID KEY
                                IF DBAL-LAST-PAY-DATE = PH-PAY-DATE
                                    AND DBAL-LAST-TAKEN > 0
                                    MOVE DED-CODE TO WS-REV-CODE
                                    MOVE DED-CLASS TO WS-REV-CLASS
                                    MOVE DBAL-LAST-TAKEN
                                        TO WS-REV-AMOUNT
                                    PERFORM 3360-REVERSE-ONE-DEDUCTION
                                END-IF
                        END-READ
                    END-IF
            END-READ.
        3350-END.


        3360-REVERSE-ONE-DEDUCTION.
      *the election's running balance gives the money back: taken-
      *to-date comes down, and a goal that now stands unmet puts
      *the election back in force.
            MOVE PH-EMPLOYEEID TO DBAL-EMPLOYEEID.
            MOVE WS-REV-CODE TO DBAL-CODE.
            READ DEDBALFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DBAL-TAKEN-TO-DATE < WS-REV-AMOUNT
                        MOVE 0 TO DBAL-TAKEN-TO-DATE
                    ELSE
                        SUBTRACT WS-REV-AMOUNT FROM DBAL-TAKEN-TO-DATE
                    END-IF
                    IF DBAL-LAST-PAY-DATE = PH-PAY-DATE
                        MOVE 0 TO DBAL-LAST-TAKEN
                    END-IF
                    IF DBAL-GOAL-MET
                        AND DBAL-TAKEN-TO-DATE < DBAL-GOAL
                        SET DBAL-ACTIVE TO TRUE
                    END-IF
                    REWRITE DED-BALANCE-RECORD
                        INVALID KEY
                            DISPLAY "WARNING: DEDBAL.DAT REWRITE ",
                                "FAILED FOR ", WS-REV-CODE
                    END-REWRITE
            END-READ.

            MOVE PH-RUN-NUMBER TO DREV-RUN-NUMBER.
            MOVE PH-PAY-DATE TO DREV-PAY-DATE.
            MOVE PH-EMPLOYEEID TO DREV-EMPLOYEEID.
            MOVE WS-REV-CODE TO DREV-CODE.
            MOVE WS-REV-CLASS TO DREV-CLASS.
            MOVE WS-REV-AMOUNT TO DREV-AMOUNT.
            MOVE WS-TODAY TO DREV-REVERSED-DATE.
            WRITE DED-REVERSAL-RECORD.
            ADD WS-REV-AMOUNT TO WS-DED-REVERSED.
            ADD 1 TO WS-DED-LINE-COUNT.

            MOVE WS-REV-AMOUNT TO WS-ED-AMOUNT.
            MOVE SPACES TO REV-RPT-LINE.
            STRING "DEDUCTION " DELIMITED BY SIZE
                   WS-REV-CODE DELIMITED BY SIZE
                   " CLASS " DELIMITED BY SIZE
                   WS-REV-CLASS DELIMITED BY SIZE
                   " REVERSED " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   " -- RECOVER FROM THE PAYEE" DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
        3360-END.


        3400-POST-REVERSAL-JOURNAL.
      *GLPost's entry for the line with every side turned over:
      *the expense accounts the gross was charged to are credited
      *(an earnings code with an account of its own gets its share
      *back, the rest goes to wage expense under the home
      *department), the withholding and employer-tax liabilities
      *are debited, and clearing is debited for the net pay that
      *is coming back.
            OPEN EXTEND GLPOSTFILE.
            IF GLP-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT GLPOSTFILE
            END-IF.

            COMPUTE WS-WAGE-REMAINDER =
                PH-PAYAMOUNT - PH-BONUS-AMOUNT.
            PERFORM 3410-CREDIT-CODE-ACCOUNT
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.
            IF WS-WAGE-REMAINDER > 0
                MOVE WS-ACCT-WAGE-EXP TO WS-POST-ACCOUNT
                MOVE "C" TO WS-POST-DRCR
                MOVE WS-WAGE-REMAINDER TO WS-POST-AMOUNT
                MOVE PH-DEPARTMENT TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.

            IF PH-BONUS-AMOUNT > 0
                MOVE WS-ACCT-BONUS-EXP TO WS-POST-ACCOUNT
                MOVE "C" TO WS-POST-DRCR
                MOVE PH-BONUS-AMOUNT TO WS-POST-AMOUNT
                MOVE "BONUS/COMMISSION REVERSED" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.

            IF PH-WELLNESS-ADJ NOT = 0
                MOVE WS-ACCT-WELLNESS TO WS-POST-ACCOUNT
                IF PH-WELLNESS-ADJ > 0
                    MOVE "C" TO WS-POST-DRCR
                    MOVE PH-WELLNESS-ADJ TO WS-POST-AMOUNT
                ELSE
                    MOVE "D" TO WS-POST-DRCR
                    COMPUTE WS-POST-AMOUNT = 0 - PH-WELLNESS-ADJ
                END-IF
                MOVE "WELLNESS ADJUSTMENT REVERSED" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.

            COMPUTE WS-ER-TAX-TOTAL = PH-ER-SOCSEC + PH-ER-MEDICARE.
            IF WS-ER-TAX-TOTAL > 0
                MOVE WS-ACCT-ER-TAX-EXP TO WS-POST-ACCOUNT
                MOVE "C" TO WS-POST-DRCR
                MOVE WS-ER-TAX-TOTAL TO WS-POST-AMOUNT
                MOVE "EMPLOYER PAYROLL TAX REVERSED" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.

            MOVE "D" TO WS-POST-DRCR.
            IF PH-ER-SOCSEC > 0
                MOVE WS-ACCT-ER-SS-PAY TO WS-POST-ACCOUNT
                MOVE PH-ER-SOCSEC TO WS-POST-AMOUNT
                MOVE "EMPLOYER SOC SEC PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-ER-MEDICARE > 0
                MOVE WS-ACCT-ER-MEDI-PAY TO WS-POST-ACCOUNT
                MOVE PH-ER-MEDICARE TO WS-POST-AMOUNT
                MOVE "EMPLOYER MEDICARE PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-FED-TAX > 0
                MOVE WS-ACCT-FED-PAYABLE TO WS-POST-ACCOUNT
                MOVE PH-FED-TAX TO WS-POST-AMOUNT
                MOVE "FEDERAL W/H PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-EE-SOCSEC > 0
                MOVE WS-ACCT-EE-SS-PAY TO WS-POST-ACCOUNT
                MOVE PH-EE-SOCSEC TO WS-POST-AMOUNT
                MOVE "EMPLOYEE SOC SEC W/H PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-EE-MEDICARE > 0
                MOVE WS-ACCT-EE-MEDI-PAY TO WS-POST-ACCOUNT
                MOVE PH-EE-MEDICARE TO WS-POST-AMOUNT
                MOVE "EMPLOYEE MEDICARE W/H PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-EE-ADDL-MEDICARE > 0
                MOVE WS-ACCT-EE-ADDL-PAY TO WS-POST-ACCOUNT
                MOVE PH-EE-ADDL-MEDICARE TO WS-POST-AMOUNT
                MOVE "ADDL MEDICARE W/H PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-STATE-TAX > 0
                MOVE WS-ACCT-ST-PAYABLE TO WS-POST-ACCOUNT
                MOVE PH-STATE-TAX TO WS-POST-AMOUNT
                MOVE SPACES TO WS-POST-DESC
                STRING "STATE W/H PAYABLE " DELIMITED BY SIZE
                       PH-WORK-STATE DELIMITED BY SIZE
                    INTO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-DEDUCT-TOTAL > 0
                MOVE WS-ACCT-DED-PAYABLE TO WS-POST-ACCOUNT
                MOVE PH-DEDUCT-TOTAL TO WS-POST-AMOUNT
                MOVE "DEDUCTIONS PAYABLE" TO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            IF PH-NET-PAY > 0
                MOVE WS-ACCT-CLEARING TO WS-POST-ACCOUNT
                MOVE PH-NET-PAY TO WS-POST-AMOUNT
                MOVE SPACES TO WS-POST-DESC
                STRING "PAY REVERSED EMP " DELIMITED BY SIZE
                       PH-EMPLOYEEID DELIMITED BY SIZE
                    INTO WS-POST-DESC
                PERFORM 3490-WRITE-JOURNAL-LINE
            END-IF.
            CLOSE GLPOSTFILE.

            MOVE WS-DEBIT-TOTAL TO WS-ED-AMOUNT.
            MOVE WS-CREDIT-TOTAL TO WS-ED-AMOUNT-2.
            MOVE SPACES TO REV-RPT-LINE.
            IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                STRING "REVERSING ENTRY ON PAYREVGL.DAT -- DEBITS "
                           DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       " CREDITS " DELIMITED BY SIZE
                       WS-ED-AMOUNT-2 DELIMITED BY SIZE
                    INTO REV-RPT-LINE
            ELSE
                STRING "** REVERSING ENTRY OUT OF BALANCE -- DEBITS "
                           DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       " CREDITS " DELIMITED BY SIZE
                       WS-ED-AMOUNT-2 DELIMITED BY SIZE
                    INTO REV-RPT-LINE
            END-IF.
            WRITE REV-RPT-LINE.
        3400-END.


        3410-CREDIT-CODE-ACCOUNT.
            IF PH-EARN-CODE (WS-EARNLINE-SUB) NOT = SPACE
                AND PH-EARN-AMOUNT (WS-EARNLINE-SUB) > 0
                PERFORM 1200-FIND-EARNCODE
                IF WS-EARN-POS NOT = 0
                    IF WS-EARN-ACCOUNT (WS-EARN-POS) NOT = SPACES
                        AND PH-EARN-AMOUNT (WS-EARNLINE-SUB)
                            NOT > WS-WAGE-REMAINDER
                        MOVE WS-EARN-ACCOUNT (WS-EARN-POS)
                            TO WS-POST-ACCOUNT
                        MOVE "C" TO WS-POST-DRCR
                        MOVE PH-EARN-AMOUNT (WS-EARNLINE-SUB)
                            TO WS-POST-AMOUNT
                        MOVE PH-DEPARTMENT TO WS-POST-DESC
                        PERFORM 3490-WRITE-JOURNAL-LINE
                        SUBTRACT PH-EARN-AMOUNT (WS-EARNLINE-SUB)
                            FROM WS-WAGE-REMAINDER
                    END-IF
                END-IF
            END-IF.
        3410-END.


        3490-WRITE-JOURNAL-LINE.
            MOVE WS-POST-ACCOUNT TO GLP-ACCOUNT.
            MOVE WS-POST-DRCR TO GLP-DRCR.
            MOVE WS-POST-AMOUNT TO GLP-AMOUNT.
            MOVE WS-POST-DESC TO GLP-DESC.
            WRITE GL-POSTING-RECORD.
            IF WS-POST-DRCR = "D"
                ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
            ELSE
                ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
            END-IF.
        3490-END.


        3500-CANCEL-PAYMENT.
            EVALUATE TRUE
                WHEN PAID-BY-CHECK
                    MOVE "V" TO WS-MST-STATUS (WS-MST-POS)
                    PERFORM 3550-SAVE-CHECK-MASTER
                    MOVE SPACES TO REV-RPT-LINE
                    STRING "CHECK " DELIMITED BY SIZE
                           WS-CHECK-NUMBER DELIMITED BY SIZE
                           " VOIDED ON CHECKMST.DAT" DELIMITED BY SIZE
                        INTO REV-RPT-LINE
                    WRITE REV-RPT-LINE
                WHEN PAID-CHECK-UNABSORBED
                    PERFORM 3510-ADD-VOIDED-CHECK
                WHEN PAID-CHECK-VOIDED
                    MOVE SPACES TO REV-RPT-LINE
                    STRING "CHECK " DELIMITED BY SIZE
                           WS-CHECK-NUMBER DELIMITED BY SIZE
                           " ALREADY VOID ON CHECKMST.DAT"
                               DELIMITED BY SIZE
                        INTO REV-RPT-LINE
                    WRITE REV-RPT-LINE
                WHEN PAID-BY-EFT
                WHEN PAID-EFT-FROM-MASTER
                    PERFORM 3520-QUEUE-ACH-REVERSAL
                WHEN OTHER
                    MOVE "NO NET PAY -- NOTHING TO VOID" TO REV-RPT-LINE
                    WRITE REV-RPT-LINE
            END-EVALUATE.
        3500-END.


        3510-ADD-VOIDED-CHECK.
      *a check still only on the period register goes onto the
      *cumulative one already void; CheckRecon absorbs a check
      *number only once, so it stays void when the period is swept
      *up.
            IF WS-MST-COUNT < 2000
                ADD 1 TO WS-MST-COUNT
                MOVE WS-MST-COUNT TO WS-MST-SUB
                MOVE WS-CHECK-NUMBER TO WS-MST-CHECK-NUMBER (WS-MST-SUB)
                MOVE PH-EMPLOYEEID TO WS-MST-EMPLOYEEID (WS-MST-SUB)
                MOVE SPACES TO WS-PAYEE
                STRING PH-FIRSTNAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PH-LASTNAME DELIMITED BY SPACE
                    INTO WS-PAYEE
                MOVE WS-PAYEE TO WS-MST-PAYEE (WS-MST-SUB)
                MOVE PH-NET-PAY TO WS-MST-AMOUNT (WS-MST-SUB)
                MOVE PH-PAY-DATE TO WS-MST-ISSUE-DATE (WS-MST-SUB)
                MOVE "V" TO WS-MST-STATUS (WS-MST-SUB)
                MOVE 0 TO WS-MST-CLEAR-DATE (WS-MST-SUB)
                MOVE 0 TO WS-MST-REPLACED-BY (WS-MST-SUB)
                MOVE 0 TO WS-MST-REPLACES (WS-MST-SUB)
                PERFORM 3550-SAVE-CHECK-MASTER
                MOVE SPACES TO REV-RPT-LINE
                STRING "CHECK " DELIMITED BY SIZE
                       WS-CHECK-NUMBER DELIMITED BY SIZE
                       " ADDED VOID TO CHECKMST.DAT" DELIMITED BY SIZE
                    INTO REV-RPT-LINE
            ELSE
                MOVE SPACES TO REV-RPT-LINE
                STRING "** CHECK MASTER FULL -- VOID CHECK "
                           DELIMITED BY SIZE
                       WS-CHECK-NUMBER DELIMITED BY SIZE
                       " IN CHECKRECON" DELIMITED BY SIZE
                    INTO REV-RPT-LINE
            END-IF.
            WRITE REV-RPT-LINE.
        3510-END.


        3520-QUEUE-ACH-REVERSAL.
      *the reversing entry debits the account the pay went to for
      *the same amount: 27 from checking, 37 from savings. Past the
      *reversal window the bank will refuse it, and the money has
      *to be recovered from the employee instead.
            OPEN EXTEND ACHREVFILE.
            IF AREV-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT ACHREVFILE
            END-IF.
            IF PAID-BY-EFT
                MOVE WS-DEPOSIT-ENTRY TO EFT-RECORD
            ELSE
                DIVIDE WS-BANK-ROUTING BY 10
                    GIVING EFT-RECEIVING-DFI
                    REMAINDER EFT-CHECK-DIGIT
                MOVE WS-BANK-ACCOUNT TO EFT-DFI-ACCOUNT
                IF WS-BANK-ACCT-TYPE = "S"
                    MOVE "32" TO EFT-TRANSACTION-CODE
                ELSE
                    MOVE "22" TO EFT-TRANSACTION-CODE
                END-IF
                MOVE SPACES TO EFT-INDIVIDUAL-ID
                MOVE PH-EMPLOYEEID TO EFT-INDIVIDUAL-ID (1:7)
                MOVE SPACES TO EFT-INDIVIDUAL-NAME
                STRING PH-FIRSTNAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PH-LASTNAME DELIMITED BY SPACE
                    INTO EFT-INDIVIDUAL-NAME
                MOVE SPACES TO EFT-DISCRETIONARY
                MOVE PH-EMPLOYEEID TO EFT-TRACE-NUMBER
            END-IF.
            MOVE "6" TO EFT-RECORD-TYPE.
            MOVE "0" TO EFT-ADDENDA-IND.
            IF EFT-TRANSACTION-CODE = "32"
                MOVE "37" TO EFT-TRANSACTION-CODE
            ELSE
                MOVE "27" TO EFT-TRANSACTION-CODE
            END-IF.
            MOVE WS-NET-CENTS TO EFT-AMOUNT.
            WRITE EFT-RECORD.
            CLOSE ACHREVFILE.

            MOVE SPACES TO REV-RPT-LINE.
            STRING "ACH REVERSAL QUEUED ON ACHREV.DAT, TRACE "
                       DELIMITED BY SIZE
                   EFT-TRACE-NUMBER DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
            IF PAID-EFT-FROM-MASTER
                MOVE "** PAYEFT.DAT NO LONGER HOLDS THE DEPOSIT -- CONF
      -            "IRM THE ACCOUNT BEFORE SENDING" TO REV-RPT-LINE
                WRITE REV-RPT-LINE
            END-IF.

            MOVE "S" TO DC-FUNCTION.
            MOVE PH-PAY-DATE TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            MOVE DC-RESULT TO WS-PAY-SERIAL.
            MOVE WS-TODAY TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            MOVE DC-RESULT TO WS-TODAY-SERIAL.
            COMPUTE WS-DEPOSIT-AGE = WS-TODAY-SERIAL - WS-PAY-SERIAL.
            IF WS-DEPOSIT-AGE > WS-ACH-WINDOW-DAYS
                MOVE "** DEPOSIT IS PAST THE REVERSAL WINDOW -- RECOVE
      -            "R FROM THE EMPLOYEE IF THE BANK REFUSES"
                    TO REV-RPT-LINE
                WRITE REV-RPT-LINE
            END-IF.
        3520-END.


        3550-SAVE-CHECK-MASTER.
            OPEN OUTPUT CHECKMSTFILE.
            PERFORM 3560-WRITE-MASTER-ENTRY
                VARYING WS-MST-SUB FROM 1 BY 1
                UNTIL WS-MST-SUB > WS-MST-COUNT.
            CLOSE CHECKMSTFILE.
        3550-END.


        3560-WRITE-MASTER-ENTRY.
            MOVE WS-MST-CHECK-NUMBER (WS-MST-SUB) TO CM-CHECK-NUMBER.
            MOVE WS-MST-EMPLOYEEID (WS-MST-SUB) TO CM-EMPLOYEEID.
            MOVE WS-MST-PAYEE (WS-MST-SUB) TO CM-PAYEE.
            MOVE WS-MST-AMOUNT (WS-MST-SUB) TO CM-AMOUNT.
            MOVE WS-MST-ISSUE-DATE (WS-MST-SUB) TO CM-ISSUE-DATE.
            MOVE WS-MST-STATUS (WS-MST-SUB) TO CM-STATUS.
            MOVE WS-MST-CLEAR-DATE (WS-MST-SUB) TO CM-CLEAR-DATE.
            MOVE WS-MST-REPLACED-BY (WS-MST-SUB) TO CM-REPLACED-BY.
            MOVE WS-MST-REPLACES (WS-MST-SUB) TO CM-REPLACES.
            WRITE CHECK-MST-RECORD.
        3560-END.


        3600-WRITE-MIRROR-LINE.
      *the original line with every amount and hour turned negative,
      *under its own run number and pay date.
            COMPUTE PH-HOURS = 0 - PH-HOURS.
            COMPUTE PH-OT-HOURS = 0 - PH-OT-HOURS.
            COMPUTE PH-PAYAMOUNT = 0 - PH-PAYAMOUNT.
            COMPUTE PH-FED-TAX = 0 - PH-FED-TAX.
            COMPUTE PH-STATE-TAX = 0 - PH-STATE-TAX.
            COMPUTE PH-NET-PAY = 0 - PH-NET-PAY.
            COMPUTE PH-WELLNESS-ADJ = 0 - PH-WELLNESS-ADJ.
            COMPUTE PH-DEDUCT-TOTAL = 0 - PH-DEDUCT-TOTAL.
            COMPUTE PH-ER-SOCSEC = 0 - PH-ER-SOCSEC.
            COMPUTE PH-ER-MEDICARE = 0 - PH-ER-MEDICARE.
            COMPUTE PH-EE-SOCSEC = 0 - PH-EE-SOCSEC.
            COMPUTE PH-EE-MEDICARE = 0 - PH-EE-MEDICARE.
            COMPUTE PH-EE-ADDL-MEDICARE = 0 - PH-EE-ADDL-MEDICARE.
            COMPUTE PH-TAXABLE-WAGES = 0 - PH-TAXABLE-WAGES.
            COMPUTE PH-BONUS-AMOUNT = 0 - PH-BONUS-AMOUNT.
            COMPUTE PH-BONUS-FED-TAX = 0 - PH-BONUS-FED-TAX.
            COMPUTE PH-BONUS-STATE-TAX = 0 - PH-BONUS-STATE-TAX.
            COMPUTE PH-OT-PREMIUM = 0 - PH-OT-PREMIUM.
            COMPUTE PH-LEAVE-PAYOUT = 0 - PH-LEAVE-PAYOUT.
            PERFORM 3610-NEGATE-EARNINGS-LINE
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.
            SET PH-LINE-REVERSAL TO TRUE.
            WRITE PAY-HIST-RECORD.
            MOVE "NEGATIVE MIRROR LINE WRITTEN TO PAYHIST.DAT"
                TO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
        3600-END.


        3610-NEGATE-EARNINGS-LINE.
            COMPUTE PH-EARN-HOURS (WS-EARNLINE-SUB) =
                0 - PH-EARN-HOURS (WS-EARNLINE-SUB).
            COMPUTE PH-EARN-AMOUNT (WS-EARNLINE-SUB) =
                0 - PH-EARN-AMOUNT (WS-EARNLINE-SUB).
        3610-END.


        8900-REFUSE-REVERSAL.
      *nothing has been changed when a reversal is refused -- every
      *master is checked before the first one is touched.
            DISPLAY "** ", WS-REFUSE-TEXT.
            DISPLAY "NOTHING REVERSED".
            MOVE SPACES TO REV-RPT-LINE.
            STRING "** NOT REVERSED: " DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY SIZE
                INTO REV-RPT-LINE.
            WRITE REV-RPT-LINE.
            CLOSE PAYHISTFILE YTDFILE QTRFILE REVRPTFILE.
            STOP RUN.
        8900-END.


        9000-END-PROGRAM.
            CLOSE PAYHISTFILE YTDFILE QTRFILE REVRPTFILE.
            DISPLAY "Line reversed -- see PAYREV.RPT".
            STOP RUN.


            END PROGRAM PayReverse.
