        IDENTIFICATION DIVISION.
        PROGRAM-ID. BudgetRpt.
        AUTHOR.     FRANK.

      *Department budget against actual for a month and the year to
      *date, so an overrun shows up the month it happens instead of
      *when Finance compares numbers at quarter end. Budget comes
      *off DEPTBUDG.DAT; actual labor dollars are gross pay:
      *  the pay history's lines by home department for every pay
      *  date in the year up to the month's end (a reversal's
      *  negative mirror nets its check out);
      *  except the pay date whose labor distribution is still on
      *  hand, which is taken from LABORDIST.DAT instead, so that
      *  period lands in the departments the hours were worked.
      *Actual headcount is the master's employees started by the
      *month's end and not terminated by it. Variance is budget
      *less actual -- negative is over budget, and the line is
      *flagged OVER. Report on BUDGRPT.DAT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DEPTBUDGFILE ASSIGN TO "DEPTBUDG.DAT"
            FILE STATUS IS BUD-FILE-STATUS
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
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMPLOYEEID.

        SELECT BUDGREPORT ASSIGN TO "BUDGRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD DEPTBUDGFILE.
            COPY BUDGREC.

        FD PAYHISTFILE.
            COPY PAYHREC.

        FD LABORDISTFILE.
            COPY LDISTREC.

        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD BUDGREPORT.
        01 BUDG-REPORT-LINE         PIC X(140).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  BUD-FILE-STATUS     PIC X(2).
            05  PHIST-FILE-STATUS   PIC X(2).
            05  LDIST-FILE-STATUS   PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  WS-RPT-YEAR         PIC 9(4).
            05  WS-RPT-MONTH        PIC 9(2).
            05  WS-RPT-YYYYMM       PIC 9(6).
            05  WS-EMP-YYYYMM       PIC 9(6).
            05  WS-PAY-DATE.
                10  WS-PAY-YEAR     PIC 9(4).
                10  WS-PAY-MONTH    PIC 9(2).
                10  WS-PAY-DAY      PIC 9(2).
            05  WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE
                                    PIC 9(8).
            05  WS-LDIST-SW         PIC X     VALUE "N".
                88 LABORDIST-IN-RANGE VALUE "Y".
            05  WS-LDIST-PAY-DATE   PIC 9(8)  VALUE 0.
            05  WS-FIND-DEPT        PIC X(30).
            05  WS-AMOUNT           PIC S9(9)V99.
            05  WS-VARIANCE         PIC S9(9)V99.

            COPY RUNHDR.

        01 WS-DEPT-CONTROLS.
            05  WS-DEPT-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-DEPT-SUB         PIC 9(2)  COMP.
            05  WS-DEPT-POS         PIC 9(2)  COMP.

        01 WS-DEPT-TABLE.
            05  WS-DEPT-ENTRY OCCURS 99 TIMES.
                10  WS-DEPT-NAME        PIC X(30).
                10  WS-DEPT-BUDGET-SW   PIC X.
                    88 DEPT-HAS-BUDGET  VALUE "Y".
                10  WS-DEPT-AUTH-HC     PIC 9(5).
                10  WS-DEPT-ACTUAL-HC   PIC 9(5).
                10  WS-DEPT-MTH-BUDGET  PIC 9(9)V99.
                10  WS-DEPT-MTH-ACTUAL  PIC S9(9)V99.
                10  WS-DEPT-YTD-BUDGET  PIC 9(9)V99.
                10  WS-DEPT-YTD-ACTUAL  PIC S9(9)V99.

        01 WS-GRAND-TOTALS.
            05  WS-GT-AUTH-HC       PIC 9(5)  VALUE 0.
            05  WS-GT-ACTUAL-HC     PIC 9(5)  VALUE 0.
            05  WS-GT-MTH-BUDGET    PIC 9(9)V99 VALUE 0.
            05  WS-GT-MTH-ACTUAL    PIC S9(9)V99 VALUE 0.
            05  WS-GT-YTD-BUDGET    PIC 9(9)V99 VALUE 0.
            05  WS-GT-YTD-ACTUAL    PIC S9(9)V99 VALUE 0.

        01 WS-DEPT-LINE.
            05  WS-DL-DEPT          PIC X(30).
            05  WS-DL-AUTH-HC       PIC ZZZZ9.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-DL-ACTUAL-HC     PIC ZZZZ9.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-MTH-BUDGET    PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-DL-MTH-ACTUAL    PIC ZZZ,ZZZ,ZZ9.99-.
            05  WS-DL-MTH-VARIANCE  PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-DL-YTD-BUDGET    PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-DL-YTD-ACTUAL    PIC ZZZ,ZZZ,ZZ9.99-.
            05  WS-DL-YTD-VARIANCE  PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-DL-FLAG          PIC X(7).


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LOAD-BUDGETS.
            PERFORM 3000-LOAD-LABOR-DIST.
            PERFORM 4000-ADD-PAY-HISTORY.
            PERFORM 5000-COUNT-HEADCOUNT.
            PERFORM 6000-WRITE-REPORT.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            DISPLAY "Department budget against actual".
            DISPLAY "Year (YYYY):".
            ACCEPT WS-RPT-YEAR.
            DISPLAY "Month (MM):".
            ACCEPT WS-RPT-MONTH.
            IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
                DISPLAY "MONTH MUST BE 01-12 -- RUN ABORTED"
                STOP RUN
            END-IF.
            COMPUTE WS-RPT-YYYYMM = WS-RPT-YEAR * 100 + WS-RPT-MONTH.
        1000-END.


        1100-FIND-DEPARTMENT.
            MOVE 0 TO WS-DEPT-POS.
            PERFORM 1110-MATCH-DEPARTMENT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                OR WS-DEPT-POS NOT = 0.
            IF WS-DEPT-POS = 0
                IF WS-DEPT-COUNT >= 99
                    DISPLAY "DEPARTMENT TABLE FULL AT 99 ENTRIES -- ",
                        "CANNOT ADD ", WS-FIND-DEPT
                    STOP RUN
                END-IF
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-POS
                MOVE WS-FIND-DEPT TO WS-DEPT-NAME (WS-DEPT-POS)
                MOVE "N" TO WS-DEPT-BUDGET-SW (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-AUTH-HC (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-ACTUAL-HC (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-MTH-BUDGET (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-MTH-ACTUAL (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-YTD-BUDGET (WS-DEPT-POS)
                MOVE 0 TO WS-DEPT-YTD-ACTUAL (WS-DEPT-POS)
            END-IF.
        1100-END.


        1110-MATCH-DEPARTMENT.
            IF WS-DEPT-NAME (WS-DEPT-SUB) = WS-FIND-DEPT
                MOVE WS-DEPT-SUB TO WS-DEPT-POS
            END-IF.
        1110-END.


        1200-ADD-ACTUAL.
      *WS-AMOUNT paid on WS-PAY-DATE to WS-FIND-DEPT: into the year
      *to date when it falls in the year by the month's end, and
      *into the month when it falls in the month.
            IF WS-PAY-YEAR = WS-RPT-YEAR
                AND WS-PAY-MONTH NOT > WS-RPT-MONTH
                PERFORM 1100-FIND-DEPARTMENT
                ADD WS-AMOUNT TO WS-DEPT-YTD-ACTUAL (WS-DEPT-POS)
                IF WS-PAY-MONTH = WS-RPT-MONTH
                    ADD WS-AMOUNT TO WS-DEPT-MTH-ACTUAL (WS-DEPT-POS)
                END-IF
            END-IF.
        1200-END.


        2000-LOAD-BUDGETS.
            OPEN INPUT DEPTBUDGFILE.
            IF BUD-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: DEPTBUDG.DAT NOT AVAILABLE, STATUS ",
                    BUD-FILE-STATUS, " -- ACTUALS ONLY"
            ELSE
                PERFORM 2100-LOAD-BUDGET-ENTRY
                    UNTIL BUD-FILE-STATUS NOT = "00"
                CLOSE DEPTBUDGFILE
            END-IF.
        2000-END.


        2100-LOAD-BUDGET-ENTRY.
            READ DEPTBUDGFILE
                AT END MOVE "10" TO BUD-FILE-STATUS
                NOT AT END
                    IF BUD-YEAR = WS-RPT-YEAR
                        AND BUD-MONTH NOT > WS-RPT-MONTH
                        MOVE BUD-DEPARTMENT TO WS-FIND-DEPT
                        PERFORM 1100-FIND-DEPARTMENT
                        MOVE "Y" TO WS-DEPT-BUDGET-SW (WS-DEPT-POS)
                        ADD BUD-LABOR-DOLLARS
                            TO WS-DEPT-YTD-BUDGET (WS-DEPT-POS)
                        IF BUD-MONTH = WS-RPT-MONTH
                            MOVE BUD-HEADCOUNT
                                TO WS-DEPT-AUTH-HC (WS-DEPT-POS)
                            MOVE BUD-LABOR-DOLLARS
                                TO WS-DEPT-MTH-BUDGET (WS-DEPT-POS)
                        END-IF
                    END-IF
            END-READ.
        2100-END.


        3000-LOAD-LABOR-DIST.
      *the split stands in for its pay date's history lines only
      *when that pay date falls inside the year to date reported.
            OPEN INPUT LABORDISTFILE.
            IF LDIST-FILE-STATUS = "00"
                READ LABORDISTFILE
                    AT END MOVE "10" TO LDIST-FILE-STATUS
                END-READ
                IF LDIST-FILE-STATUS = "00"
                    AND LABOR-DIST-RECORD (1:3) = "HDR"
                    MOVE LABOR-DIST-RECORD (1:16) TO RUN-HEADER
                    MOVE RH-PAY-DATE TO WS-PAY-DATE-NUM
                    IF WS-PAY-YEAR = WS-RPT-YEAR
                        AND WS-PAY-MONTH NOT > WS-RPT-MONTH
                        MOVE "Y" TO WS-LDIST-SW
                        MOVE RH-PAY-DATE TO WS-LDIST-PAY-DATE
                        PERFORM 3100-ADD-LDIST-ENTRY
                            UNTIL LDIST-FILE-STATUS NOT = "00"
                    END-IF
                END-IF
                CLOSE LABORDISTFILE
            END-IF.
        3000-END.


        3100-ADD-LDIST-ENTRY.
            READ LABORDISTFILE
                AT END MOVE "10" TO LDIST-FILE-STATUS
                NOT AT END
                    IF LABOR-DIST-RECORD (1:3) NOT = "HDR"
                        MOVE LD-DEPARTMENT TO WS-FIND-DEPT
                        MOVE LD-GROSS TO WS-AMOUNT
                        MOVE WS-LDIST-PAY-DATE TO WS-PAY-DATE-NUM
                        PERFORM 1200-ADD-ACTUAL
                    END-IF
            END-READ.
        3100-END.


        4000-ADD-PAY-HISTORY.
            OPEN INPUT PAYHISTFILE.
            IF PHIST-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: PAYHIST.DAT NOT AVAILABLE, STATUS ",
                    PHIST-FILE-STATUS
            ELSE
                PERFORM 4100-ADD-HISTORY-LINE
                    UNTIL PHIST-FILE-STATUS NOT = "00"
                CLOSE PAYHISTFILE
            END-IF.
        4000-END.


        4100-ADD-HISTORY-LINE.
      *a reversal is not on the distribution file, so its mirror
      *still counts against its home department.
            READ PAYHISTFILE
                AT END MOVE "10" TO PHIST-FILE-STATUS
                NOT AT END
                    IF NOT LABORDIST-IN-RANGE
                        OR PH-PAY-DATE NOT = WS-LDIST-PAY-DATE
                        OR PH-LINE-REVERSAL
                        MOVE PH-DEPARTMENT TO WS-FIND-DEPT
                        MOVE PH-PAYAMOUNT TO WS-AMOUNT
                        MOVE PH-PAY-DATE TO WS-PAY-DATE-NUM
                        PERFORM 1200-ADD-ACTUAL
                    END-IF
            END-READ.
        4100-END.


        5000-COUNT-HEADCOUNT.
            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "WARNING: EMPFILE.DAT NOT AVAILABLE, STATUS ",
                    FILE-CHECK-KEY, " -- NO HEADCOUNT"
            ELSE
                PERFORM 5100-COUNT-EMPLOYEE
                    UNTIL FILE-CHECK-KEY NOT = "00"
                CLOSE EMPLOYEEFILE
            END-IF.
        5000-END.


        5100-COUNT-EMPLOYEE.
      *on the books at the month's end: started by then, and not
      *terminated by then.
            READ EMPLOYEEFILE
                AT END MOVE "10" TO FILE-CHECK-KEY
                NOT AT END
                    COMPUTE WS-EMP-YYYYMM =
                        START-YEAR * 100 + START-MONTH
                    IF WS-EMP-YYYYMM NOT > WS-RPT-YYYYMM
                        IF NOT-TERMINATED
                            OR TERM-YEAR * 100 + TERM-MONTH
                                > WS-RPT-YYYYMM
                            MOVE DEPARTMENT TO WS-FIND-DEPT
                            PERFORM 1100-FIND-DEPARTMENT
                            ADD 1 TO WS-DEPT-ACTUAL-HC (WS-DEPT-POS)
                        END-IF
                    END-IF
            END-READ.
        5100-END.


        6000-WRITE-REPORT.
            OPEN OUTPUT BUDGREPORT.
            MOVE SPACES TO BUDG-REPORT-LINE.
            STRING "DEPARTMENT BUDGET AGAINST ACTUAL -- "
                       DELIMITED BY SIZE
                   WS-RPT-YEAR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RPT-MONTH DELIMITED BY SIZE
                   " AND YEAR TO DATE" DELIMITED BY SIZE
                INTO BUDG-REPORT-LINE.
            WRITE BUDG-REPORT-LINE.
            MOVE SPACES TO BUDG-REPORT-LINE.
            WRITE BUDG-REPORT-LINE.
            MOVE SPACES TO BUDG-REPORT-LINE.
            MOVE "HEADCOUNT" TO BUDG-REPORT-LINE (32:9).
            MOVE "---------------- MONTH ----------------"
                TO BUDG-REPORT-LINE (50:39).
            MOVE "----------- YEAR TO DATE --------------"
                TO BUDG-REPORT-LINE (93:39).
            WRITE BUDG-REPORT-LINE.
            MOVE SPACES TO BUDG-REPORT-LINE.
            MOVE "DEPARTMENT" TO BUDG-REPORT-LINE (1:10).
            MOVE " AUTH  ACTUAL" TO BUDG-REPORT-LINE (30:13).
            MOVE "        BUDGET         ACTUAL       VARIANCE"
                TO BUDG-REPORT-LINE (44:44).
            MOVE "        BUDGET         ACTUAL       VARIANCE"
                TO BUDG-REPORT-LINE (89:44).
            WRITE BUDG-REPORT-LINE.

            PERFORM 6100-WRITE-DEPARTMENT-LINE
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

            MOVE SPACES TO WS-DEPT-LINE.
            MOVE "TOTAL" TO WS-DL-DEPT.
            MOVE WS-GT-AUTH-HC TO WS-DL-AUTH-HC.
            MOVE WS-GT-ACTUAL-HC TO WS-DL-ACTUAL-HC.
            MOVE WS-GT-MTH-BUDGET TO WS-DL-MTH-BUDGET.
            MOVE WS-GT-MTH-ACTUAL TO WS-DL-MTH-ACTUAL.
            COMPUTE WS-VARIANCE = WS-GT-MTH-BUDGET - WS-GT-MTH-ACTUAL.
            MOVE WS-VARIANCE TO WS-DL-MTH-VARIANCE.
            MOVE WS-GT-YTD-BUDGET TO WS-DL-YTD-BUDGET.
            MOVE WS-GT-YTD-ACTUAL TO WS-DL-YTD-ACTUAL.
            COMPUTE WS-VARIANCE = WS-GT-YTD-BUDGET - WS-GT-YTD-ACTUAL.
            MOVE WS-VARIANCE TO WS-DL-YTD-VARIANCE.
            MOVE WS-DEPT-LINE TO BUDG-REPORT-LINE.
            WRITE BUDG-REPORT-LINE.
            CLOSE BUDGREPORT.
        6000-END.


        6100-WRITE-DEPARTMENT-LINE.
      *a department with no budget keyed shows its actuals with
      *NO BUDG in place of variances; one over on headcount or on
      *either dollar figure is flagged OVER.
            MOVE SPACES TO WS-DEPT-LINE.
            MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-DL-DEPT.
            MOVE WS-DEPT-AUTH-HC (WS-DEPT-SUB) TO WS-DL-AUTH-HC.
            MOVE WS-DEPT-ACTUAL-HC (WS-DEPT-SUB) TO WS-DL-ACTUAL-HC.
            MOVE WS-DEPT-MTH-BUDGET (WS-DEPT-SUB) TO WS-DL-MTH-BUDGET.
            MOVE WS-DEPT-MTH-ACTUAL (WS-DEPT-SUB) TO WS-DL-MTH-ACTUAL.
            MOVE WS-DEPT-YTD-BUDGET (WS-DEPT-SUB) TO WS-DL-YTD-BUDGET.
            MOVE WS-DEPT-YTD-ACTUAL (WS-DEPT-SUB) TO WS-DL-YTD-ACTUAL.
            IF DEPT-HAS-BUDGET (WS-DEPT-SUB)
                COMPUTE WS-VARIANCE =
                    WS-DEPT-MTH-BUDGET (WS-DEPT-SUB)
                        - WS-DEPT-MTH-ACTUAL (WS-DEPT-SUB)
                MOVE WS-VARIANCE TO WS-DL-MTH-VARIANCE
                IF WS-VARIANCE < 0
                    MOVE "OVER" TO WS-DL-FLAG
                END-IF
                COMPUTE WS-VARIANCE =
                    WS-DEPT-YTD-BUDGET (WS-DEPT-SUB)
                        - WS-DEPT-YTD-ACTUAL (WS-DEPT-SUB)
                MOVE WS-VARIANCE TO WS-DL-YTD-VARIANCE
                IF WS-VARIANCE < 0
                    MOVE "OVER" TO WS-DL-FLAG
                END-IF
                IF WS-DEPT-ACTUAL-HC (WS-DEPT-SUB)
                    > WS-DEPT-AUTH-HC (WS-DEPT-SUB)
                    MOVE "OVER" TO WS-DL-FLAG
                END-IF
            ELSE
                MOVE "NO BUDG" TO WS-DL-FLAG
            END-IF.
            MOVE WS-DEPT-LINE TO BUDG-REPORT-LINE.
            WRITE BUDG-REPORT-LINE.

            ADD WS-DEPT-AUTH-HC (WS-DEPT-SUB) TO WS-GT-AUTH-HC.
            ADD WS-DEPT-ACTUAL-HC (WS-DEPT-SUB) TO WS-GT-ACTUAL-HC.
            ADD WS-DEPT-MTH-BUDGET (WS-DEPT-SUB) TO WS-GT-MTH-BUDGET.
            ADD WS-DEPT-MTH-ACTUAL (WS-DEPT-SUB) TO WS-GT-MTH-ACTUAL.
            ADD WS-DEPT-YTD-BUDGET (WS-DEPT-SUB) TO WS-GT-YTD-BUDGET.
            ADD WS-DEPT-YTD-ACTUAL (WS-DEPT-SUB) TO WS-GT-YTD-ACTUAL.
        6100-END.


        9000-END-PROGRAM.
            DISPLAY "Budget against actual written to BUDGRPT.DAT".
            STOP RUN.


            END PROGRAM BudgetRpt.
