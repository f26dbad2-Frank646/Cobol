      *existing department per run, the same one-shot style as the
      *new-hire intake screen. Retired departments stay on file so
      *existing employees and history still group; they just take no
      *new activity. The budget action keys an active department's
      *authorized headcount and labor dollars onto DEPTBUDG.DAT for
      *one month, or for every month of a year at once. The class
      *action sets the workers' compensation class code a
      *department's payroll is reported under.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            FILE STATUS IS DREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEPTBUDGFILE ASSIGN TO "DEPTBUDG.DAT"
            FILE STATUS IS BUD-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD DEPTREFFILE.
            COPY DEPTREC.

        FD DEPTBUDGFILE.
            COPY BUDGREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  DREF-FILE-STATUS    PIC X(2).
            05  BUD-FILE-STATUS     PIC X(2).
            05  WS-ACTION-CODE      PIC X.
                88 ACTION-IS-ADD    VALUE "A".
                88 ACTION-IS-RETIRE VALUE "R".
                88 ACTION-IS-BUDGET VALUE "B".
                88 ACTION-IS-CLASS  VALUE "C".
            05  WS-ENTERED-NAME     PIC X(30).
            05  WS-ENTERED-CLASS    PIC X(4).
            05  WS-FOUND-SUB        PIC 9(2)  COMP.

        01 WS-DEPTREF-CONTROLS.
            05  WS-DEPTREF-ENTRY OCCURS 50 TIMES.
                10  WS-DEPTREF-NAME     PIC X(30).
                10  WS-DEPTREF-STATUS   PIC X.
                10  WS-DEPTREF-WC-CLASS PIC X(4).

      *the budget file in memory, replaced a month at a time and
      *written back whole.
        01 WS-BUDGET-CONTROLS.
            05  WS-BUDGET-COUNT     PIC 9(4)  COMP VALUE 0.
            05  WS-BUDGET-SUB       PIC 9(4)  COMP.
            05  WS-BUDGET-POS       PIC 9(4)  COMP.
            05  WS-BUD-YEAR         PIC 9(4).
            05  WS-BUD-MONTH        PIC 9(2).
            05  WS-BUD-FIRST-MONTH  PIC 9(2).
            05  WS-BUD-LAST-MONTH   PIC 9(2).
            05  WS-BUD-HEADCOUNT    PIC 9(5).
            05  WS-BUD-DOLLARS      PIC 9(9)V99.

        01 WS-BUDGET-TABLE.
            05  WS-BUDGET-ENTRY OCCURS 1200 TIMES.
                10  WS-BUDGET-DEPT      PIC X(30).
                10  WS-BUDGET-YEAR      PIC 9(4).
                10  WS-BUDGET-MONTH     PIC 9(2).
                10  WS-BUDGET-HEADCOUNT PIC 9(5).
                10  WS-BUDGET-DOLLARS   PIC 9(9)V99.


        PROCEDURE DIVISION.
                VARYING WS-DEPTREF-SUB FROM 1 BY 1
                UNTIL WS-DEPTREF-SUB > WS-DEPTREF-COUNT.

            DISPLAY "Action (A=add, R=retire, B=budget, ",
                "C=comp class):".
            ACCEPT WS-ACTION-CODE.

            EVALUATE TRUE
                    PERFORM 0400-ADD-DEPARTMENT
                WHEN ACTION-IS-RETIRE
                    PERFORM 0500-RETIRE-DEPARTMENT
                WHEN ACTION-IS-CLASS
                    PERFORM 0900-SET-WC-CLASS
                WHEN ACTION-IS-BUDGET
                    PERFORM 0800-SET-BUDGET
                    DISPLAY "DEPTBUDG.DAT updated."
                    STOP RUN
                WHEN OTHER
                    DISPLAY "No action taken."
                    STOP RUN
                            TO WS-DEPTREF-NAME (WS-DEPTREF-SUB)
                        MOVE DREF-STATUS
                            TO WS-DEPTREF-STATUS (WS-DEPTREF-SUB)
                        MOVE DREF-WC-CLASS
                            TO WS-DEPTREF-WC-CLASS (WS-DEPTREF-SUB)
                    ELSE
                        DISPLAY "WARNING: MORE THAN 50 DEPARTMENTS ",
                            "ON FILE, EXTRAS DROPPED"

        0300-LIST-DEPARTMENT.
            DISPLAY "  ", WS-DEPTREF-NAME (WS-DEPTREF-SUB), " ",
                WS-DEPTREF-STATUS (WS-DEPTREF-SUB), " ",
                WS-DEPTREF-WC-CLASS (WS-DEPTREF-SUB).
        0300-END.


                DISPLAY "ALREADY ON FILE -- NOTHING ADDED"
                STOP RUN
            END-IF.
            DISPLAY "Workers' comp class code (4 chars, blank = ",
                "not yet classed):".
            ACCEPT WS-ENTERED-CLASS.
            ADD 1 TO WS-DEPTREF-COUNT.
            MOVE WS-ENTERED-NAME
                TO WS-DEPTREF-NAME (WS-DEPTREF-COUNT).
            MOVE "A" TO WS-DEPTREF-STATUS (WS-DEPTREF-COUNT).
            MOVE WS-ENTERED-CLASS
                TO WS-DEPTREF-WC-CLASS (WS-DEPTREF-COUNT).
        0400-END.


        0610-WRITE-DEPTREF-ENTRY.
            MOVE WS-DEPTREF-NAME (WS-DEPTREF-SUB) TO DREF-NAME.
            MOVE WS-DEPTREF-STATUS (WS-DEPTREF-SUB) TO DREF-STATUS.
            MOVE WS-DEPTREF-WC-CLASS (WS-DEPTREF-SUB) TO DREF-WC-CLASS.
            WRITE DEPT-REF-RECORD.
        0610-END.

        0710-END.


        0800-SET-BUDGET.
      *one month, or month 00 for the same figures in all twelve;
      *a month already budgeted is replaced, not added to.
            DISPLAY "Department to budget:".
            ACCEPT WS-ENTERED-NAME.
            PERFORM 0700-FIND-DEPARTMENT.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING BUDGETED"
                STOP RUN
            END-IF.
            IF WS-DEPTREF-STATUS (WS-FOUND-SUB) NOT = "A"
                DISPLAY "DEPARTMENT IS RETIRED -- NOTHING BUDGETED"
                STOP RUN
            END-IF.
            DISPLAY "Budget year (YYYY):".
            ACCEPT WS-BUD-YEAR.
            DISPLAY "Budget month (MM, 00 = every month of the year):".
            ACCEPT WS-BUD-MONTH.
            IF WS-BUD-MONTH > 12
                DISPLAY "MONTH MUST BE 00-12 -- NOTHING BUDGETED"
                STOP RUN
            END-IF.
            DISPLAY "Authorized headcount (99999):".
            ACCEPT WS-BUD-HEADCOUNT.
            DISPLAY "Labor dollars for the month (999999999.99):".
            ACCEPT WS-BUD-DOLLARS.

            IF WS-BUD-MONTH = 0
                MOVE 1 TO WS-BUD-FIRST-MONTH
                MOVE 12 TO WS-BUD-LAST-MONTH
            ELSE
                MOVE WS-BUD-MONTH TO WS-BUD-FIRST-MONTH
                MOVE WS-BUD-MONTH TO WS-BUD-LAST-MONTH
            END-IF.

            PERFORM 0810-LOAD-BUDGET-TABLE.
            PERFORM 0830-STORE-BUDGET-MONTH
                VARYING WS-BUD-MONTH FROM WS-BUD-FIRST-MONTH BY 1
                UNTIL WS-BUD-MONTH > WS-BUD-LAST-MONTH.

            OPEN OUTPUT DEPTBUDGFILE.
            PERFORM 0860-WRITE-BUDGET-ENTRY
                VARYING WS-BUDGET-SUB FROM 1 BY 1
                UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT.
            CLOSE DEPTBUDGFILE.
        0800-END.


        0810-LOAD-BUDGET-TABLE.
            OPEN INPUT DEPTBUDGFILE.
            IF BUD-FILE-STATUS = "00"
                PERFORM 0820-LOAD-BUDGET-ENTRY
                    UNTIL BUD-FILE-STATUS NOT = "00"
                CLOSE DEPTBUDGFILE
            ELSE
                DISPLAY "DEPTBUDG.DAT not on file yet -- it will be ",
                    "created."
            END-IF.
        0810-END.


        0820-LOAD-BUDGET-ENTRY.
            READ DEPTBUDGFILE
                AT END MOVE "10" TO BUD-FILE-STATUS
                NOT AT END
                    IF WS-BUDGET-COUNT < 1200
                        ADD 1 TO WS-BUDGET-COUNT
                        MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB
                        MOVE BUD-DEPARTMENT
                            TO WS-BUDGET-DEPT (WS-BUDGET-SUB)
                        MOVE BUD-YEAR TO WS-BUDGET-YEAR (WS-BUDGET-SUB)
                        MOVE BUD-MONTH
                            TO WS-BUDGET-MONTH (WS-BUDGET-SUB)
                        MOVE BUD-HEADCOUNT
                            TO WS-BUDGET-HEADCOUNT (WS-BUDGET-SUB)
                        MOVE BUD-LABOR-DOLLARS
                            TO WS-BUDGET-DOLLARS (WS-BUDGET-SUB)
                    ELSE
                        DISPLAY "BUDGET TABLE FULL AT 1200 -- ",
                            "ARCHIVE OLD YEARS. NOTHING BUDGETED"
                        CLOSE DEPTBUDGFILE
                        STOP RUN
                    END-IF
            END-READ.
        0820-END.


        0830-STORE-BUDGET-MONTH.
            MOVE 0 TO WS-BUDGET-POS.
            PERFORM 0840-MATCH-BUDGET-MONTH
                VARYING WS-BUDGET-SUB FROM 1 BY 1
                UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
                OR WS-BUDGET-POS NOT = 0.
            IF WS-BUDGET-POS = 0
                IF WS-BUDGET-COUNT >= 1200
                    DISPLAY "BUDGET TABLE FULL AT 1200 -- ",
                        "ARCHIVE OLD YEARS. NOTHING BUDGETED"
                    STOP RUN
                END-IF
                ADD 1 TO WS-BUDGET-COUNT
                MOVE WS-BUDGET-COUNT TO WS-BUDGET-POS
                MOVE WS-ENTERED-NAME TO WS-BUDGET-DEPT (WS-BUDGET-POS)
                MOVE WS-BUD-YEAR TO WS-BUDGET-YEAR (WS-BUDGET-POS)
                MOVE WS-BUD-MONTH TO WS-BUDGET-MONTH (WS-BUDGET-POS)
            END-IF.
            MOVE WS-BUD-HEADCOUNT
                TO WS-BUDGET-HEADCOUNT (WS-BUDGET-POS).
            MOVE WS-BUD-DOLLARS TO WS-BUDGET-DOLLARS (WS-BUDGET-POS).
        0830-END.


        0840-MATCH-BUDGET-MONTH.
            IF WS-BUDGET-DEPT (WS-BUDGET-SUB) = WS-ENTERED-NAME
                AND WS-BUDGET-YEAR (WS-BUDGET-SUB) = WS-BUD-YEAR
                AND WS-BUDGET-MONTH (WS-BUDGET-SUB) = WS-BUD-MONTH
                MOVE WS-BUDGET-SUB TO WS-BUDGET-POS
            END-IF.
        0840-END.


        0860-WRITE-BUDGET-ENTRY.
            MOVE WS-BUDGET-DEPT (WS-BUDGET-SUB) TO BUD-DEPARTMENT.
            MOVE WS-BUDGET-YEAR (WS-BUDGET-SUB) TO BUD-YEAR.
            MOVE WS-BUDGET-MONTH (WS-BUDGET-SUB) TO BUD-MONTH.
            MOVE WS-BUDGET-HEADCOUNT (WS-BUDGET-SUB) TO BUD-HEADCOUNT.
            MOVE WS-BUDGET-DOLLARS (WS-BUDGET-SUB)
                TO BUD-LABOR-DOLLARS.
            WRITE DEPT-BUDGET-RECORD.
        0860-END.


        0900-SET-WC-CLASS.
      *a retired department may still be reclassed -- its history
      *still reports under the class.
            DISPLAY "Department to class:".
            ACCEPT WS-ENTERED-NAME.
            PERFORM 0700-FIND-DEPARTMENT.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING CHANGED"
                STOP RUN
            END-IF.
            DISPLAY "Workers' comp class code (4 chars, blank = ",
                "not yet classed):".
            ACCEPT WS-ENTERED-CLASS.
            MOVE WS-ENTERED-CLASS TO WS-DEPTREF-WC-CLASS (WS-FOUND-SUB).
        0900-END.


            END PROGRAM DeptMaint.
