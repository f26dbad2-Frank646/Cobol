        IDENTIFICATION DIVISION.
        PROGRAM-ID. WcReport.
        AUTHOR.     FRANK.

      *Workers' compensation payroll by class code and state, for a
      *quarter (the premium estimate) or the whole year (the
      *carrier's audit), with the estimated premium off the rate
      *table WcRateMaint keeps on WCRATE.DAT. Report on WCRPT.DAT.
      *The premium base is straight-time payroll: gross pay less
      *the overtime premium, less pay for leave hours (any earnings
      *line whose code draws a leave balance, and a final check's
      *leave payout). Bonus and retro pay stay in. Hours are the
      *hours paid less the leave hours.
      *The class is the employee's override on the master when one
      *is keyed, else the DEPTREF.DAT class of the department
      *charged. The source is the pay history's lines by home
      *department, except the pay date whose labor distribution is
      *still on hand: that period is taken from LABORDIST.DAT, so
      *hours charged to another department land in that
      *department's class. A reversal's negative mirror is always
      *taken from the history and nets its check out.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DEPTREFFILE ASSIGN TO "DEPTREF.DAT"
            FILE STATUS IS DREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT WCRATEFILE ASSIGN TO "WCRATE.DAT"
            FILE STATUS IS WCR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PAYHISTFILE ASSIGN TO "PAYHIST.DAT"
            FILE STATUS IS PHIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LABORDISTFILE ASSIGN TO "LABORDIST.DAT"
            FILE STATUS IS LDIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

        SELECT WCREPORT ASSIGN TO "WCRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD DEPTREFFILE.
            COPY DEPTREC.

        FD WCRATEFILE.
            COPY WCRREC.

        FD EARNCODEFILE.
            COPY ERNREC.

        FD PAYHISTFILE.
            COPY PAYHREC.

        FD LABORDISTFILE.
            COPY LDISTREC.

        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD WCREPORT.
        01 WC-REPORT-LINE           PIC X(132).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  DREF-FILE-STATUS    PIC X(2).
            05  WCR-FILE-STATUS     PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  PHIST-FILE-STATUS   PIC X(2).
            05  LDIST-FILE-STATUS   PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  WS-RPT-YEAR         PIC 9(4).
            05  WS-RPT-QUARTER      PIC 9(1).
            05  WS-FIRST-MONTH      PIC 9(2).
            05  WS-LAST-MONTH       PIC 9(2).
            05  WS-PAY-DATE.
                10  WS-PAY-YEAR     PIC 9(4).
                10  WS-PAY-MONTH    PIC 9(2).
                10  WS-PAY-DAY      PIC 9(2).
            05  WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE
                                    PIC 9(8).
            05  WS-IN-PERIOD-SW     PIC X.
                88 DATE-IN-PERIOD   VALUE "Y".
            05  WS-LDIST-SW         PIC X     VALUE "N".
                88 LABORDIST-IN-PERIOD VALUE "Y".
            05  WS-LDIST-PAY-DATE   PIC 9(8)  VALUE 0.
            05  WS-MASTER-SW        PIC X     VALUE "N".
                88 MASTER-ON-FILE   VALUE "Y".
            05  WS-EMP-FOUND-SW     PIC X.
                88 EMPLOYEE-FOUND   VALUE "Y".
            05  WS-SKIP-SW          PIC X.
                88 SKIP-THIS-SHARE  VALUE "Y".
            05  WS-FIND-EMPLOYEEID  PIC 9(7).
            05  WS-FIND-DEPT        PIC X(30).
            05  WS-FIND-CODE        PIC X.
            05  WS-FIND-KEY.
                10  WS-FIND-CLASS   PIC X(4).
                10  WS-FIND-STATE   PIC X(2).
            05  WS-LEAVE-AMOUNT     PIC S9(7)V99.
            05  WS-LEAVE-HOURS      PIC S9(5)V99.
            05  WS-ADD-PAYROLL      PIC S9(9)V99.
            05  WS-ADD-HOURS        PIC S9(5)V99.
            05  WS-PREMIUM          PIC S9(9)V99.
            05  WS-LAST-CLASS       PIC X(4).

            COPY RUNHDR.

        01 WS-DEPTREF-CONTROLS.
            05  WS-DEPTREF-COUNT    PIC 9(2)  COMP VALUE 0.
            05  WS-DEPTREF-SUB      PIC 9(2)  COMP.
            05  WS-DEPTREF-POS      PIC 9(2)  COMP.

        01 WS-DEPTREF-TABLE.
            05  WS-DEPTREF-ENTRY OCCURS 50 TIMES.
                10  WS-DEPTREF-NAME     PIC X(30).
                10  WS-DEPTREF-WC-CLASS PIC X(4).

        01 WS-RATE-CONTROLS.
            05  WS-RATE-COUNT       PIC 9(3)  COMP VALUE 0.
            05  WS-RATE-SUB         PIC 9(3)  COMP.
            05  WS-RATE-POS         PIC 9(3)  COMP.

        01 WS-RATE-TABLE.
            05  WS-RATE-ENTRY OCCURS 200 TIMES.
                10  WS-RATE-KEY.
                    15  WS-RATE-CLASS   PIC X(4).
                    15  WS-RATE-STATE   PIC X(2).
                10  WS-RATE-DESC        PIC X(20).
                10  WS-RATE-RATE        PIC 9(3)V9(4).

        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.
            05  WS-EARN-POS         PIC 9(2)  COMP.
            05  WS-LINE-SUB         PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-LEAVE-DRAW  PIC X.

      *the employees paid on the pay date the distribution file
      *still holds, with the state and any leave payout their
      *history line carried -- the distribution record knows
      *neither.
        01 WS-ONHAND-CONTROLS.
            05  WS-ONHAND-COUNT     PIC 9(3)  COMP VALUE 0.
            05  WS-ONHAND-SUB       PIC 9(3)  COMP.
            05  WS-ONHAND-POS       PIC 9(3)  COMP.

        01 WS-ONHAND-TABLE.
            05  WS-ONHAND-ENTRY OCCURS 999 TIMES.
                10  WS-ONHAND-EMPLOYEEID PIC 9(7).
                10  WS-ONHAND-STATE     PIC X(2).
                10  WS-ONHAND-PAYOUT    PIC S9(7)V99.

      *payroll by class and state, kept in class/state order as it
      *is built so the report prints grouped by class.
        01 WS-CLASS-CONTROLS.
            05  WS-CLASS-COUNT      PIC 9(3)  COMP VALUE 0.
            05  WS-CLASS-SUB        PIC 9(3)  COMP.
            05  WS-CLASS-POS        PIC 9(3)  COMP.

        01 WS-CLASS-TABLE.
            05  WS-CLASS-ENTRY OCCURS 200 TIMES.
                10  WS-CLASS-KEY.
                    15  WS-CLASS-CODE   PIC X(4).
                    15  WS-CLASS-STATE  PIC X(2).
                10  WS-CLASS-HOURS      PIC S9(7)V99.
                10  WS-CLASS-PAYROLL    PIC S9(9)V99.

        01 WS-TOTALS.
            05  WS-SUB-HOURS        PIC S9(7)V99 VALUE 0.
            05  WS-SUB-PAYROLL      PIC S9(9)V99 VALUE 0.
            05  WS-SUB-PREMIUM      PIC S9(9)V99 VALUE 0.
            05  WS-GT-HOURS         PIC S9(7)V99 VALUE 0.
            05  WS-GT-PAYROLL       PIC S9(9)V99 VALUE 0.
            05  WS-GT-PREMIUM       PIC S9(9)V99 VALUE 0.

        01 WS-CLASS-LINE.
            05  WS-CL-CLASS         PIC X(4).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-STATE         PIC X(2).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-DESC          PIC X(20).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-HOURS         PIC Z,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-PAYROLL       PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-RATE          PIC ZZ9.9999.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-PREMIUM       PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-CL-FLAG          PIC X(10).


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 1100-LOAD-DEPTREF.
            PERFORM 1200-LOAD-RATES.
            PERFORM 1300-LOAD-EARN-CODES.
            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY = "00"
                SET MASTER-ON-FILE TO TRUE
            ELSE
                DISPLAY "WARNING: EMPFILE.DAT NOT AVAILABLE, STATUS ",
                    FILE-CHECK-KEY, " -- CLASS OVERRIDES IGNORED"
            END-IF.
            PERFORM 2000-CHECK-LABOR-DIST.
            PERFORM 3000-ADD-PAY-HISTORY.
            IF LABORDIST-IN-PERIOD
                PERFORM 4000-ADD-LABOR-DIST
            END-IF.
            IF MASTER-ON-FILE
                CLOSE EMPLOYEEFILE
            END-IF.
            PERFORM 6000-WRITE-REPORT.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            DISPLAY "Workers' comp payroll by class".
            DISPLAY "Year (YYYY):".
            ACCEPT WS-RPT-YEAR.
            DISPLAY "Quarter (1-4, 0 = the whole year):".
            ACCEPT WS-RPT-QUARTER.
            IF WS-RPT-QUARTER > 4
                DISPLAY "QUARTER MUST BE 0-4 -- RUN ABORTED"
                STOP RUN
            END-IF.
            IF WS-RPT-QUARTER = 0
                MOVE 1 TO WS-FIRST-MONTH
                MOVE 12 TO WS-LAST-MONTH
            ELSE
                COMPUTE WS-LAST-MONTH = WS-RPT-QUARTER * 3
                COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2
            END-IF.
        1000-END.


        1100-LOAD-DEPTREF.
            OPEN INPUT DEPTREFFILE.
            IF DREF-FILE-STATUS = "00"
                PERFORM 1110-LOAD-DEPTREF-ENTRY
                    UNTIL DREF-FILE-STATUS NOT = "00"
                CLOSE DEPTREFFILE
            ELSE
                DISPLAY "WARNING: DEPTREF.DAT NOT AVAILABLE, ",
                    "DEPARTMENTS REPORT UNCLASSED"
            END-IF.
        1100-END.


        1110-LOAD-DEPTREF-ENTRY.
            READ DEPTREFFILE
                AT END MOVE "10" TO DREF-FILE-STATUS
                NOT AT END
                    IF WS-DEPTREF-COUNT < 50
                        ADD 1 TO WS-DEPTREF-COUNT
                        MOVE WS-DEPTREF-COUNT TO WS-DEPTREF-SUB
                        MOVE DREF-NAME
                            TO WS-DEPTREF-NAME (WS-DEPTREF-SUB)
                        MOVE DREF-WC-CLASS
                            TO WS-DEPTREF-WC-CLASS (WS-DEPTREF-SUB)
                    END-IF
            END-READ.
        1110-END.


        1200-LOAD-RATES.
            OPEN INPUT WCRATEFILE.
            IF WCR-FILE-STATUS = "00"
                PERFORM 1210-LOAD-RATE-ENTRY
                    UNTIL WCR-FILE-STATUS NOT = "00"
                CLOSE WCRATEFILE
            ELSE
                DISPLAY "WARNING: WCRATE.DAT NOT AVAILABLE, ",
                    "NO PREMIUM ESTIMATED"
            END-IF.
        1200-END.


        1210-LOAD-RATE-ENTRY.
            READ WCRATEFILE
                AT END MOVE "10" TO WCR-FILE-STATUS
                NOT AT END
                    IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        MOVE WS-RATE-COUNT TO WS-RATE-SUB
                        MOVE WCR-CLASS TO WS-RATE-CLASS (WS-RATE-SUB)
                        MOVE WCR-STATE TO WS-RATE-STATE (WS-RATE-SUB)
                        MOVE WCR-DESC TO WS-RATE-DESC (WS-RATE-SUB)
                        MOVE WCR-RATE TO WS-RATE-RATE (WS-RATE-SUB)
                    END-IF
            END-READ.
        1210-END.


        1300-LOAD-EARN-CODES.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 1310-LOAD-EARN-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            ELSE
      *no file is the three standard codes; vacation and sick draw
      *their balances.
                MOVE 2 TO WS-EARN-COUNT
                MOVE "V" TO WS-EARN-CODE (1)
                MOVE "V" TO WS-EARN-LEAVE-DRAW (1)
                MOVE "S" TO WS-EARN-CODE (2)
                MOVE "S" TO WS-EARN-LEAVE-DRAW (2)
            END-IF.
        1300-END.


        1310-LOAD-EARN-ENTRY.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE WS-EARN-COUNT TO WS-EARN-SUB
                        MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-SUB)
                        MOVE ERN-LEAVE-DRAW
                            TO WS-EARN-LEAVE-DRAW (WS-EARN-SUB)
                    END-IF
            END-READ.
        1310-END.


        1400-FIND-EARN-CODE.
            MOVE 0 TO WS-EARN-POS.
            PERFORM 1410-MATCH-EARN-CODE
                VARYING WS-EARN-SUB FROM 1 BY 1
                UNTIL WS-EARN-SUB > WS-EARN-COUNT
                OR WS-EARN-POS NOT = 0.
        1400-END.


        1410-MATCH-EARN-CODE.
            IF WS-EARN-CODE (WS-EARN-SUB) = WS-FIND-CODE
                MOVE WS-EARN-SUB TO WS-EARN-POS
            END-IF.
        1410-END.


        1500-FIND-CLASS.
      *WS-FIND-EMPLOYEEID and WS-FIND-DEPT in, WS-FIND-CLASS out.
            MOVE SPACES TO WS-FIND-CLASS.
            IF MASTER-ON-FILE
                MOVE WS-FIND-EMPLOYEEID TO EMPLOYEEID
                MOVE "Y" TO WS-EMP-FOUND-SW
                READ EMPLOYEEFILE
                    INVALID KEY MOVE "N" TO WS-EMP-FOUND-SW
                END-READ
                IF EMPLOYEE-FOUND
                    MOVE WC-CLASS-OVERRIDE TO WS-FIND-CLASS
                END-IF
            END-IF.
            IF WS-FIND-CLASS = SPACES
                MOVE 0 TO WS-DEPTREF-POS
                PERFORM 1510-MATCH-DEPARTMENT
                    VARYING WS-DEPTREF-SUB FROM 1 BY 1
                    UNTIL WS-DEPTREF-SUB > WS-DEPTREF-COUNT
                    OR WS-DEPTREF-POS NOT = 0
                IF WS-DEPTREF-POS NOT = 0
                    MOVE WS-DEPTREF-WC-CLASS (WS-DEPTREF-POS)
                        TO WS-FIND-CLASS
                END-IF
            END-IF.
        1500-END.


        1510-MATCH-DEPARTMENT.
            IF WS-DEPTREF-NAME (WS-DEPTREF-SUB) = WS-FIND-DEPT
                MOVE WS-DEPTREF-SUB TO WS-DEPTREF-POS
            END-IF.
        1510-END.


        1600-CHECK-PERIOD.
            MOVE "N" TO WS-IN-PERIOD-SW.
            IF WS-PAY-YEAR = WS-RPT-YEAR
                AND WS-PAY-MONTH NOT < WS-FIRST-MONTH
                AND WS-PAY-MONTH NOT > WS-LAST-MONTH
                SET DATE-IN-PERIOD TO TRUE
            END-IF.
        1600-END.


        2000-CHECK-LABOR-DIST.
      *the split stands in for its pay date's history lines only
      *when that pay date falls inside the period reported.
            OPEN INPUT LABORDISTFILE.
            IF LDIST-FILE-STATUS = "00"
                READ LABORDISTFILE
                    AT END MOVE "10" TO LDIST-FILE-STATUS
                END-READ
                IF LDIST-FILE-STATUS = "00"
                    AND LABOR-DIST-RECORD (1:3) = "HDR"
                    MOVE LABOR-DIST-RECORD (1:16) TO RUN-HEADER
                    MOVE RH-PAY-DATE TO WS-PAY-DATE-NUM
                    PERFORM 1600-CHECK-PERIOD
                    IF DATE-IN-PERIOD
                        SET LABORDIST-IN-PERIOD TO TRUE
                        MOVE RH-PAY-DATE TO WS-LDIST-PAY-DATE
                    END-IF
                END-IF
                CLOSE LABORDISTFILE
            END-IF.
        2000-END.


        3000-ADD-PAY-HISTORY.
            OPEN INPUT PAYHISTFILE.
            IF PHIST-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: PAYHIST.DAT NOT AVAILABLE, STATUS ",
                    PHIST-FILE-STATUS
            ELSE
                PERFORM 3100-READ-HISTORY-LINE
                    UNTIL PHIST-FILE-STATUS NOT = "00"
                CLOSE PAYHISTFILE
            END-IF.
        3000-END.


        3100-READ-HISTORY-LINE.
            READ PAYHISTFILE
                AT END MOVE "10" TO PHIST-FILE-STATUS
                NOT AT END
                    MOVE PH-PAY-DATE TO WS-PAY-DATE-NUM
                    PERFORM 1600-CHECK-PERIOD
                    IF DATE-IN-PERIOD
                        IF LABORDIST-IN-PERIOD
                            AND PH-PAY-DATE = WS-LDIST-PAY-DATE
                            AND NOT PH-LINE-REVERSAL
                            PERFORM 3300-NOTE-ONHAND-EMPLOYEE
                        ELSE
                            PERFORM 3200-ADD-HISTORY-LINE
                        END-IF
                    END-IF
            END-READ.
        3100-END.


        3200-ADD-HISTORY-LINE.
            MOVE 0 TO WS-LEAVE-AMOUNT.
            MOVE 0 TO WS-LEAVE-HOURS.
            PERFORM 3210-ADD-LEAVE-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > 8.
            COMPUTE WS-ADD-PAYROLL = PH-PAYAMOUNT - PH-OT-PREMIUM
                - PH-LEAVE-PAYOUT - WS-LEAVE-AMOUNT.
            COMPUTE WS-ADD-HOURS = PH-HOURS - WS-LEAVE-HOURS.
            MOVE PH-EMPLOYEEID TO WS-FIND-EMPLOYEEID.
            MOVE PH-DEPARTMENT TO WS-FIND-DEPT.
            PERFORM 1500-FIND-CLASS.
            MOVE PH-WORK-STATE TO WS-FIND-STATE.
            PERFORM 5000-ADD-TO-CLASS.
        3200-END.


        3210-ADD-LEAVE-LINE.
            IF PH-EARN-CODE (WS-LINE-SUB) NOT = SPACE
                MOVE PH-EARN-CODE (WS-LINE-SUB) TO WS-FIND-CODE
                PERFORM 1400-FIND-EARN-CODE
                IF WS-EARN-POS NOT = 0
                    IF WS-EARN-LEAVE-DRAW (WS-EARN-POS) NOT = SPACE
                        ADD PH-EARN-AMOUNT (WS-LINE-SUB)
                            TO WS-LEAVE-AMOUNT
                        ADD PH-EARN-HOURS (WS-LINE-SUB)
                            TO WS-LEAVE-HOURS
                    END-IF
                END-IF
            END-IF.
        3210-END.


        3300-NOTE-ONHAND-EMPLOYEE.
            MOVE PH-EMPLOYEEID TO WS-FIND-EMPLOYEEID.
            PERFORM 3400-FIND-ONHAND.
            IF WS-ONHAND-POS = 0
                IF WS-ONHAND-COUNT >= 999
                    DISPLAY "PAY-DATE TABLE FULL AT 999 EMPLOYEES -- ",
                        "RUN ABORTED"
                    STOP RUN
                END-IF
                ADD 1 TO WS-ONHAND-COUNT
                MOVE WS-ONHAND-COUNT TO WS-ONHAND-POS
                MOVE PH-EMPLOYEEID
                    TO WS-ONHAND-EMPLOYEEID (WS-ONHAND-POS)
                MOVE 0 TO WS-ONHAND-PAYOUT (WS-ONHAND-POS)
            END-IF.
            MOVE PH-WORK-STATE TO WS-ONHAND-STATE (WS-ONHAND-POS).
            ADD PH-LEAVE-PAYOUT TO WS-ONHAND-PAYOUT (WS-ONHAND-POS).
        3300-END.


        3400-FIND-ONHAND.
            MOVE 0 TO WS-ONHAND-POS.
            PERFORM 3410-MATCH-ONHAND
                VARYING WS-ONHAND-SUB FROM 1 BY 1
                UNTIL WS-ONHAND-SUB > WS-ONHAND-COUNT
                OR WS-ONHAND-POS NOT = 0.
        3400-END.


        3410-MATCH-ONHAND.
            IF WS-ONHAND-EMPLOYEEID (WS-ONHAND-SUB)
                = WS-FIND-EMPLOYEEID
                MOVE WS-ONHAND-SUB TO WS-ONHAND-POS
            END-IF.
        3410-END.


        4000-ADD-LABOR-DIST.
            OPEN INPUT LABORDISTFILE.
            IF LDIST-FILE-STATUS = "00"
                PERFORM 4100-ADD-LDIST-ENTRY
                    UNTIL LDIST-FILE-STATUS NOT = "00"
                CLOSE LABORDISTFILE
            END-IF.
        4000-END.


        4100-ADD-LDIST-ENTRY.
            READ LABORDISTFILE
                AT END MOVE "10" TO LDIST-FILE-STATUS
                NOT AT END
                    IF LABOR-DIST-RECORD (1:3) NOT = "HDR"
                        PERFORM 4200-PRICE-LDIST-SHARE
                    END-IF
            END-READ.
        4100-END.


        4200-PRICE-LDIST-SHARE.
      *an overtime premium share, and a coded share whose code
      *draws leave, are not in the base -- a coded share with no
      *hours of its own (a salaried employee's salary with no
      *card) is. An uncoded share with no hours that matches the
      *employee's leave payout is that payout; any other uncoded
      *share (retro) is in. Bonus is in.
            MOVE "N" TO WS-SKIP-SW.
            MOVE LD-EMPLOYEEID TO WS-FIND-EMPLOYEEID.
            PERFORM 3400-FIND-ONHAND.
            IF LD-KIND-PREMIUM
                SET SKIP-THIS-SHARE TO TRUE
            END-IF.
            IF NOT LD-KIND-BONUS AND NOT LD-KIND-PREMIUM
                IF LD-EARN-CODE NOT = SPACE
                    MOVE LD-EARN-CODE TO WS-FIND-CODE
                    PERFORM 1400-FIND-EARN-CODE
                    IF WS-EARN-POS NOT = 0
                        IF WS-EARN-LEAVE-DRAW (WS-EARN-POS)
                            NOT = SPACE
                            SET SKIP-THIS-SHARE TO TRUE
                        END-IF
                    END-IF
                ELSE
                    IF LD-HOURS = 0 AND WS-ONHAND-POS NOT = 0
                        IF WS-ONHAND-PAYOUT (WS-ONHAND-POS) NOT = 0
                            AND WS-ONHAND-PAYOUT (WS-ONHAND-POS)
                                = LD-GROSS
                            SET SKIP-THIS-SHARE TO TRUE
                            MOVE 0 TO WS-ONHAND-PAYOUT (WS-ONHAND-POS)
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF NOT SKIP-THIS-SHARE
                MOVE LD-GROSS TO WS-ADD-PAYROLL
                IF LD-KIND-BONUS
                    MOVE 0 TO WS-ADD-HOURS
                ELSE
                    MOVE LD-HOURS TO WS-ADD-HOURS
                END-IF
                MOVE LD-DEPARTMENT TO WS-FIND-DEPT
                PERFORM 1500-FIND-CLASS
                IF WS-ONHAND-POS NOT = 0
                    MOVE WS-ONHAND-STATE (WS-ONHAND-POS)
                        TO WS-FIND-STATE
                ELSE
                    MOVE SPACES TO WS-FIND-STATE
                END-IF
                PERFORM 5000-ADD-TO-CLASS
            END-IF.
        4200-END.


        5000-ADD-TO-CLASS.
      *WS-ADD-HOURS and WS-ADD-PAYROLL into the entry for
      *WS-FIND-KEY; a new key is slotted in ahead of the first
      *entry that sorts after it.
            MOVE 0 TO WS-CLASS-POS.
            PERFORM 5010-MATCH-CLASS
                VARYING WS-CLASS-SUB FROM 1 BY 1
                UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                OR WS-CLASS-POS NOT = 0.
            IF WS-CLASS-POS = 0
                IF WS-CLASS-COUNT >= 200
                    DISPLAY "CLASS TABLE FULL AT 200 -- RUN ABORTED"
                    STOP RUN
                END-IF
                PERFORM 5020-FIND-SLOT
                    VARYING WS-CLASS-SUB FROM 1 BY 1
                    UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                    OR WS-CLASS-POS NOT = 0
                IF WS-CLASS-POS = 0
                    COMPUTE WS-CLASS-POS = WS-CLASS-COUNT + 1
                END-IF
                PERFORM 5030-SHIFT-ENTRY-DOWN
                    VARYING WS-CLASS-SUB FROM WS-CLASS-COUNT BY -1
                    UNTIL WS-CLASS-SUB < WS-CLASS-POS
                ADD 1 TO WS-CLASS-COUNT
                MOVE WS-FIND-KEY TO WS-CLASS-KEY (WS-CLASS-POS)
                MOVE 0 TO WS-CLASS-HOURS (WS-CLASS-POS)
                MOVE 0 TO WS-CLASS-PAYROLL (WS-CLASS-POS)
            END-IF.
            ADD WS-ADD-HOURS TO WS-CLASS-HOURS (WS-CLASS-POS).
            ADD WS-ADD-PAYROLL TO WS-CLASS-PAYROLL (WS-CLASS-POS).
        5000-END.


        5010-MATCH-CLASS.
            IF WS-CLASS-KEY (WS-CLASS-SUB) = WS-FIND-KEY
                MOVE WS-CLASS-SUB TO WS-CLASS-POS
            END-IF.
        5010-END.


        5020-FIND-SLOT.
            IF WS-CLASS-KEY (WS-CLASS-SUB) > WS-FIND-KEY
                MOVE WS-CLASS-SUB TO WS-CLASS-POS
            END-IF.
        5020-END.


        5030-SHIFT-ENTRY-DOWN.
            MOVE WS-CLASS-ENTRY (WS-CLASS-SUB)
                TO WS-CLASS-ENTRY (WS-CLASS-SUB + 1).
        5030-END.


        6000-WRITE-REPORT.
            OPEN OUTPUT WCREPORT.
            MOVE SPACES TO WC-REPORT-LINE.
            IF WS-RPT-QUARTER = 0
                STRING "WORKERS' COMP PAYROLL BY CLASS -- YEAR "
                           DELIMITED BY SIZE
                       WS-RPT-YEAR DELIMITED BY SIZE
                    INTO WC-REPORT-LINE
            ELSE
                STRING "WORKERS' COMP PAYROLL BY CLASS -- "
                           DELIMITED BY SIZE
                       WS-RPT-YEAR DELIMITED BY SIZE
                       " QUARTER " DELIMITED BY SIZE
                       WS-RPT-QUARTER DELIMITED BY SIZE
                    INTO WC-REPORT-LINE
            END-IF.
            WRITE WC-REPORT-LINE.
            MOVE SPACES TO WC-REPORT-LINE.
            STRING "STRAIGHT-TIME PAYROLL: GROSS LESS OVERTIME "
                       DELIMITED BY SIZE
                   "PREMIUM AND LEAVE PAY; RATE PER $100 OF PAYROLL"
                       DELIMITED BY SIZE
                INTO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.
            MOVE SPACES TO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.
            MOVE SPACES TO WC-REPORT-LINE.
            MOVE "CLASS ST  DESCRIPTION" TO WC-REPORT-LINE (1:21).
            MOVE "HOURS" TO WC-REPORT-LINE (39:5).
            MOVE "PAYROLL" TO WC-REPORT-LINE (54:7).
            MOVE "RATE" TO WC-REPORT-LINE (67:4).
            MOVE "PREMIUM" TO WC-REPORT-LINE (82:7).
            WRITE WC-REPORT-LINE.

            MOVE HIGH-VALUES TO WS-LAST-CLASS.
            PERFORM 6100-WRITE-CLASS-LINE
                VARYING WS-CLASS-SUB FROM 1 BY 1
                UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
            IF WS-CLASS-COUNT > 0
                PERFORM 6200-WRITE-CLASS-TOTAL
            END-IF.

            MOVE SPACES TO WS-CLASS-LINE.
            MOVE "TOTAL ALL CLASSES" TO WS-CL-DESC.
            MOVE WS-GT-HOURS TO WS-CL-HOURS.
            MOVE WS-GT-PAYROLL TO WS-CL-PAYROLL.
            MOVE WS-GT-PREMIUM TO WS-CL-PREMIUM.
            MOVE WS-CLASS-LINE TO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.
            CLOSE WCREPORT.
        6000-END.


        6100-WRITE-CLASS-LINE.
      *the state's own rate, else the class's any-state rate.
            IF WS-CLASS-CODE (WS-CLASS-SUB) NOT = WS-LAST-CLASS
                IF WS-LAST-CLASS NOT = HIGH-VALUES
                    PERFORM 6200-WRITE-CLASS-TOTAL
                END-IF
                MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-LAST-CLASS
            END-IF.

            MOVE WS-CLASS-KEY (WS-CLASS-SUB) TO WS-FIND-KEY.
            PERFORM 6300-FIND-RATE.
            IF WS-RATE-POS = 0
                MOVE SPACES TO WS-FIND-STATE
                PERFORM 6300-FIND-RATE
            END-IF.

            MOVE SPACES TO WS-CLASS-LINE.
            MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-CL-CLASS.
            MOVE WS-CLASS-STATE (WS-CLASS-SUB) TO WS-CL-STATE.
            MOVE WS-CLASS-HOURS (WS-CLASS-SUB) TO WS-CL-HOURS.
            MOVE WS-CLASS-PAYROLL (WS-CLASS-SUB) TO WS-CL-PAYROLL.
            MOVE 0 TO WS-PREMIUM.
            IF WS-CLASS-CODE (WS-CLASS-SUB) = SPACES
                MOVE "NONE" TO WS-CL-CLASS
                MOVE "UNCLASSED" TO WS-CL-FLAG
            ELSE
                IF WS-RATE-POS = 0
                    MOVE "NO RATE" TO WS-CL-FLAG
                ELSE
                    MOVE WS-RATE-DESC (WS-RATE-POS) TO WS-CL-DESC
                    MOVE WS-RATE-RATE (WS-RATE-POS) TO WS-CL-RATE
                    COMPUTE WS-PREMIUM ROUNDED =
                        WS-CLASS-PAYROLL (WS-CLASS-SUB)
                            * WS-RATE-RATE (WS-RATE-POS) / 100
                END-IF
            END-IF.
            MOVE WS-PREMIUM TO WS-CL-PREMIUM.
            MOVE WS-CLASS-LINE TO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.

            ADD WS-CLASS-HOURS (WS-CLASS-SUB) TO WS-SUB-HOURS.
            ADD WS-CLASS-PAYROLL (WS-CLASS-SUB) TO WS-SUB-PAYROLL.
            ADD WS-PREMIUM TO WS-SUB-PREMIUM.
            ADD WS-CLASS-HOURS (WS-CLASS-SUB) TO WS-GT-HOURS.
            ADD WS-CLASS-PAYROLL (WS-CLASS-SUB) TO WS-GT-PAYROLL.
            ADD WS-PREMIUM TO WS-GT-PREMIUM.
        6100-END.


        6200-WRITE-CLASS-TOTAL.
            MOVE SPACES TO WS-CLASS-LINE.
            MOVE "  CLASS TOTAL" TO WS-CL-DESC.
            MOVE WS-SUB-HOURS TO WS-CL-HOURS.
            MOVE WS-SUB-PAYROLL TO WS-CL-PAYROLL.
            MOVE WS-SUB-PREMIUM TO WS-CL-PREMIUM.
            MOVE WS-CLASS-LINE TO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.
            MOVE SPACES TO WC-REPORT-LINE.
            WRITE WC-REPORT-LINE.
            MOVE 0 TO WS-SUB-HOURS.
            MOVE 0 TO WS-SUB-PAYROLL.
            MOVE 0 TO WS-SUB-PREMIUM.
        6200-END.


        6300-FIND-RATE.
            MOVE 0 TO WS-RATE-POS.
            PERFORM 6310-MATCH-RATE
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT
                OR WS-RATE-POS NOT = 0.
        6300-END.


        6310-MATCH-RATE.
            IF WS-RATE-KEY (WS-RATE-SUB) = WS-FIND-KEY
                MOVE WS-RATE-SUB TO WS-RATE-POS
            END-IF.
        6310-END.


        9000-END-PROGRAM.
            DISPLAY "Workers' comp payroll written to WCRPT.DAT".
            STOP RUN.


            END PROGRAM WcReport.
