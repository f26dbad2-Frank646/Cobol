        IDENTIFICATION DIVISION.
        PROGRAM-ID. DedBRpt.
        AUTHOR.     FRANK.

      *Deduction balance report for the pay date on the run-control
      *card, off DEDBAL.DAT as Payroll left it. Lists every order or
      *loan paid off on this check, every one within two checks of
      *its goal, every election this check could not take in full
      *(a garnishment held to its disposable-earnings limit, a
      *check too short to cover it), and any arrears still owed,
      *however old. Balances with nothing to say are left off. Run
      *after Payroll, before the remittances go out.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMPLOYEEID.

        SELECT DEDBALFILE ASSIGN TO "DEDBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DBAL-KEY
            FILE STATUS IS DBAL-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO "RUNCTL.DAT"
            FILE STATUS IS RUNCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEDBALRPTFILE ASSIGN TO "DEDBALRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD DEDBALFILE.
            COPY DBALREC.

        FD RUNCTLFILE.
        01 RUN-CONTROL-RECORD.
            04 RC-RUN-NUMBER        PIC 9(5).
            04 RC-PAY-DATE          PIC 9(8).
            04 RC-PERIOD-END        PIC 9(8).
            04 RC-RUN-TYPE          PIC X.

        FD DEDBALRPTFILE.
        01 DEDBAL-RPT-LINE          PIC X(100).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  DBAL-FILE-STATUS    PIC X(2).
            05  RUNCTL-FILE-STATUS  PIC X(2).
            05  WS-CTL-PAY-DATE     PIC 9(8).
            05  WS-EMP-EOF-SW       PIC X     VALUE "N".
                88 END-OF-EMPLOYEES VALUE "Y".
            05  WS-DBAL-EOF-SW      PIC X     VALUE "N".
                88 END-OF-BALANCES  VALUE "Y".
            05  WS-EMP-FOUND-SW     PIC X     VALUE "N".
                88 EMPLOYEE-FOUND   VALUE "Y".
            05  WS-BAL-READ-COUNT   PIC 9(5)  VALUE 0.
            05  WS-LINE-COUNT       PIC 9(5)  VALUE 0.
            05  WS-PAID-OFF-COUNT   PIC 9(5)  VALUE 0.
            05  WS-NEAR-COUNT       PIC 9(5)  VALUE 0.
            05  WS-SHORT-COUNT      PIC 9(5)  VALUE 0.
            05  WS-NO-MASTER-COUNT  PIC 9(5)  VALUE 0.
            05  WS-GOAL-LEFT        PIC 9(7)V99 VALUE 0.
            05  WS-NEAR-MARGIN      PIC 9(7)V99 VALUE 0.
            05  WS-GT-TAKEN         PIC 9(7)V99 VALUE 0.
            05  WS-GT-NOT-TAKEN     PIC 9(7)V99 VALUE 0.
            05  WS-GT-ARREARS       PIC 9(7)V99 VALUE 0.
            05  WS-LINE-FLAG        PIC X(10).

      *the employee master loaded once for the name lookup, the
      *same in-memory pattern LeaveRpt uses.
        01 WS-EMP-TABLE.
            05  WS-EMP-COUNT        PIC 9(5)  COMP VALUE 0.
            05  WS-EMP-ENTRY OCCURS 1000 TIMES
                    INDEXED BY WS-EMP-IX.
                10  WS-EMP-EMPLOYEEID   PIC 9(7).
                10  WS-EMP-FIRSTNAME    PIC X(10).
                10  WS-EMP-LASTNAME     PIC X(10).

        01 WS-REPORT-LINE.
            05  WS-RL-EMPLOYEEID    PIC 9(7).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-NAME          PIC X(18).
            05  WS-RL-CODE          PIC X(4).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-GOAL          PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-LEFT          PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-TAKEN         PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-NOT-TAKEN     PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-ARREARS       PIC ZZZZZZ9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-FLAG          PIC X(10).

        01 WS-TOTAL-LINE.
            05  FILLER              PIC X(9)  VALUE "TOTALS".
            05  FILLER              PIC X(45) VALUE SPACES.
            05  WS-TL-TAKEN         PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-NOT-TAKEN     PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-ARREARS       PIC ZZZZZZ9.99.


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-REPORT-BALANCES UNTIL END-OF-BALANCES.
            PERFORM 3000-WRITE-TOTALS.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
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
            MOVE RC-PAY-DATE TO WS-CTL-PAY-DATE.
            CLOSE RUNCTLFILE.

            OPEN INPUT DEDBALFILE.
            IF DBAL-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN DEDBAL.DAT, STATUS ",
                    DBAL-FILE-STATUS, " -- RUN ABORTED"
                STOP RUN
            END-IF.

            PERFORM 1100-LOAD-EMPLOYEE-TABLE.

            OPEN OUTPUT DEDBALRPTFILE.
            MOVE SPACES TO DEDBAL-RPT-LINE.
            STRING "DEDUCTION BALANCES FOR PAY DATE "
                       DELIMITED BY SIZE
                   WS-CTL-PAY-DATE DELIMITED BY SIZE
                INTO DEDBAL-RPT-LINE.
            WRITE DEDBAL-RPT-LINE.
            MOVE SPACES TO DEDBAL-RPT-LINE.
            STRING "EMPLOYEE NAME              CODE       GOAL"
                       DELIMITED BY SIZE
                   "  REMAINING   THIS CHK  NOT TAKEN    ARREARS"
                       DELIMITED BY SIZE
                INTO DEDBAL-RPT-LINE.
            WRITE DEDBAL-RPT-LINE.

            MOVE LOW-VALUES TO DBAL-KEY.
            START DEDBALFILE KEY NOT < DBAL-KEY
                INVALID KEY SET END-OF-BALANCES TO TRUE
            END-START.
        1000-END.


        1100-LOAD-EMPLOYEE-TABLE.
            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "WARNING: EMPFILE.DAT NOT AVAILABLE -- ",
                    "REPORT WILL CARRY ID ONLY"
            ELSE
                READ EMPLOYEEFILE
                    AT END SET END-OF-EMPLOYEES TO TRUE
                END-READ
                PERFORM 1110-LOAD-EMPLOYEE-ENTRY
                    UNTIL END-OF-EMPLOYEES
                CLOSE EMPLOYEEFILE
            END-IF.
        1100-END.


        1110-LOAD-EMPLOYEE-ENTRY.
            IF WS-EMP-COUNT < 1000
                ADD 1 TO WS-EMP-COUNT
                SET WS-EMP-IX TO WS-EMP-COUNT
                MOVE EMPLOYEEID TO WS-EMP-EMPLOYEEID (WS-EMP-IX)
                MOVE FIRSTNAME TO WS-EMP-FIRSTNAME (WS-EMP-IX)
                MOVE LASTNAME TO WS-EMP-LASTNAME (WS-EMP-IX)
            END-IF.
            READ EMPLOYEEFILE
                AT END SET END-OF-EMPLOYEES TO TRUE
            END-READ.
        1110-END.


        2000-REPORT-BALANCES.
            READ DEDBALFILE NEXT RECORD
                AT END SET END-OF-BALANCES TO TRUE
                NOT AT END
                    ADD 1 TO WS-BAL-READ-COUNT
                    PERFORM 2050-CLASSIFY-BALANCE
                    IF WS-LINE-FLAG NOT = SPACES
                        PERFORM 2100-WRITE-BALANCE-LINE
                    END-IF
            END-READ.
        2000-END.


        2050-CLASSIFY-BALANCE.
      *a balance taken on this pay date is judged on this check: a
      *goal met, a goal within two more checks at this check's rate,
      *or an amount the check could not cover. One not touched this
      *pay date only shows if it still carries arrears.
            MOVE SPACES TO WS-LINE-FLAG.
            MOVE 0 TO WS-GOAL-LEFT.
            IF DBAL-GOAL > DBAL-TAKEN-TO-DATE
                COMPUTE WS-GOAL-LEFT =
                    DBAL-GOAL - DBAL-TAKEN-TO-DATE
            END-IF.
            COMPUTE WS-NEAR-MARGIN = DBAL-LAST-TAKEN * 2.

            IF DBAL-LAST-PAY-DATE = WS-CTL-PAY-DATE
                IF DBAL-GOAL-MET AND DBAL-LAST-TAKEN > 0
                    MOVE "PAID OFF" TO WS-LINE-FLAG
                    ADD 1 TO WS-PAID-OFF-COUNT
                ELSE
                    IF DBAL-ACTIVE AND DBAL-GOAL > 0
                        AND DBAL-LAST-TAKEN > 0
                        AND WS-GOAL-LEFT NOT > WS-NEAR-MARGIN
                        MOVE "NEAR PAYOFF" TO WS-LINE-FLAG
                        ADD 1 TO WS-NEAR-COUNT
                    END-IF
                END-IF
                IF DBAL-LAST-NOT-TAKEN > 0
                    IF WS-LINE-FLAG = SPACES
                        MOVE "NOT TAKEN" TO WS-LINE-FLAG
                    END-IF
                    ADD 1 TO WS-SHORT-COUNT
                END-IF
            END-IF.

            IF WS-LINE-FLAG = SPACES AND DBAL-ARREARS > 0
                AND DBAL-ACTIVE
                MOVE "ARREARS" TO WS-LINE-FLAG
            END-IF.
        2050-END.


        2100-WRITE-BALANCE-LINE.
            PERFORM 2200-FIND-EMPLOYEE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE DBAL-EMPLOYEEID TO WS-RL-EMPLOYEEID.
            IF EMPLOYEE-FOUND
                STRING WS-EMP-FIRSTNAME (WS-EMP-IX)
                        DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-EMP-LASTNAME (WS-EMP-IX)
                        DELIMITED BY SPACE
                    INTO WS-RL-NAME
            ELSE
                MOVE "NO MASTER RECORD" TO WS-RL-NAME
                ADD 1 TO WS-NO-MASTER-COUNT
            END-IF.
            MOVE DBAL-CODE TO WS-RL-CODE.
            MOVE DBAL-GOAL TO WS-RL-GOAL.
            MOVE WS-GOAL-LEFT TO WS-RL-LEFT.
            MOVE DBAL-ARREARS TO WS-RL-ARREARS.
      *last-check figures from an earlier pay date are not this
      *period's and print as zero.
            IF DBAL-LAST-PAY-DATE = WS-CTL-PAY-DATE
                MOVE DBAL-LAST-TAKEN TO WS-RL-TAKEN
                MOVE DBAL-LAST-NOT-TAKEN TO WS-RL-NOT-TAKEN
                ADD DBAL-LAST-TAKEN TO WS-GT-TAKEN
                ADD DBAL-LAST-NOT-TAKEN TO WS-GT-NOT-TAKEN
            ELSE
                MOVE 0 TO WS-RL-TAKEN WS-RL-NOT-TAKEN
            END-IF.
            MOVE WS-LINE-FLAG TO WS-RL-FLAG.
            MOVE WS-REPORT-LINE TO DEDBAL-RPT-LINE.
            WRITE DEDBAL-RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.
            ADD DBAL-ARREARS TO WS-GT-ARREARS.
        2100-END.


        2200-FIND-EMPLOYEE.
            MOVE "N" TO WS-EMP-FOUND-SW.
            IF WS-EMP-COUNT > 0
                SET WS-EMP-IX TO 1
                PERFORM 2210-SEARCH-EMPLOYEE-TABLE
                    UNTIL EMPLOYEE-FOUND
                    OR WS-EMP-IX > WS-EMP-COUNT
            END-IF.
        2200-END.


        2210-SEARCH-EMPLOYEE-TABLE.
            IF WS-EMP-EMPLOYEEID (WS-EMP-IX) = DBAL-EMPLOYEEID
                SET EMPLOYEE-FOUND TO TRUE
            ELSE
                SET WS-EMP-IX UP BY 1
            END-IF.
        2210-END.


        3000-WRITE-TOTALS.
            MOVE WS-GT-TAKEN TO WS-TL-TAKEN.
            MOVE WS-GT-NOT-TAKEN TO WS-TL-NOT-TAKEN.
            MOVE WS-GT-ARREARS TO WS-TL-ARREARS.
            MOVE WS-TOTAL-LINE TO DEDBAL-RPT-LINE.
            WRITE DEDBAL-RPT-LINE.
        3000-END.


        9000-END-PROGRAM.
            CLOSE DEDBALFILE, DEDBALRPTFILE.
            DISPLAY "Deduction balances read:       ",
                WS-BAL-READ-COUNT.
            DISPLAY "Balances listed:               ", WS-LINE-COUNT.
            DISPLAY "Paid off this pay date:        ",
                WS-PAID-OFF-COUNT.
            DISPLAY "Nearing payoff:                ", WS-NEAR-COUNT.
            DISPLAY "Not taken in full:             ", WS-SHORT-COUNT.
            DISPLAY "Balances with no master:       ",
                WS-NO-MASTER-COUNT.
            DISPLAY "Deduction balance report written to DEDBALRPT.DAT".
            STOP RUN.


            END PROGRAM DedBRpt.
