            05  WS-GT-HEADCOUNT     PIC 9(5)  VALUE 0.
            05  WS-GT-HOURS         PIC 9(7)V99 VALUE 0.
            05  WS-GT-GROSS         PIC 9(9)V99 VALUE 0.
            05  WS-LAST-EMPLOYEEID  PIC 9(7)  VALUE 0.
            05  WS-EMP-DEPT-COUNT   PIC 9(2)  VALUE 0.
            05  WS-EMP-DEPT-SUB     PIC 9(2)  COMP.
            05  WS-EMP-DEPT-SW      PIC X     VALUE "N".
                88 EMP-DEPT-COUNTED VALUE "Y".

            COPY RUNHDR.

                10  WS-DEPT-HOURS       PIC 9(7)V99 VALUE 0.
                10  WS-DEPT-GROSS       PIC 9(9)V99 VALUE 0.

      *the departments the employee now being read has already been
      *counted in.
        01 WS-EMP-DEPT-TABLE.
            05  WS-EMP-DEPT-NAME    PIC X(30) OCCURS 50 TIMES.

        01 WS-REPORT-LINE.
            05  WS-RL-DEPT          PIC X(30).
            05  WS-RL-HEADCOUNT     PIC ZZZZ9.
        2000-ACCUMULATE-DEPARTMENTS.
      *finds (or creates) this worked department's table entry and
      *rolls this distribution line's hours and gross share into it.
      *Payroll writes an employee's records together, one per
      *earnings code and department, premium share, payout and
      *bonus, so a head is counted the first time each employee
      *shows up in each department -- and never on a bonus or
      *overtime-premium record, which is money on top of work
      *already counted.
            PERFORM 2100-FIND-DEPARTMENT.

            IF NOT LD-KIND-BONUS AND NOT LD-KIND-PREMIUM
                PERFORM 2200-COUNT-HEAD
            END-IF.
            ADD LD-HOURS       TO WS-DEPT-HOURS (WS-DEPT-SUB).
            ADD LD-GROSS       TO WS-DEPT-GROSS (WS-DEPT-SUB).

        2110-END.


        2200-COUNT-HEAD.
            IF LD-EMPLOYEEID NOT = WS-LAST-EMPLOYEEID
                MOVE LD-EMPLOYEEID TO WS-LAST-EMPLOYEEID
                MOVE 0 TO WS-EMP-DEPT-COUNT
            END-IF.
            MOVE "N" TO WS-EMP-DEPT-SW.
            PERFORM 2210-MATCH-EMP-DEPT
                VARYING WS-EMP-DEPT-SUB FROM 1 BY 1
                UNTIL WS-EMP-DEPT-SUB > WS-EMP-DEPT-COUNT
                OR EMP-DEPT-COUNTED.
            IF NOT EMP-DEPT-COUNTED
                ADD 1 TO WS-DEPT-HEADCOUNT (WS-DEPT-SUB)
                IF WS-EMP-DEPT-COUNT < 50
                    ADD 1 TO WS-EMP-DEPT-COUNT
                    MOVE LD-DEPARTMENT
                        TO WS-EMP-DEPT-NAME (WS-EMP-DEPT-COUNT)
                END-IF
            END-IF.
        2200-END.


        2210-MATCH-EMP-DEPT.
            IF WS-EMP-DEPT-NAME (WS-EMP-DEPT-SUB) = LD-DEPARTMENT
                SET EMP-DEPT-COUNTED TO TRUE
            END-IF.
        2210-END.


        3000-WRITE-REPORT.
            MOVE SPACES TO DEPT-REPORT-LINE.
            MOVE "DEPARTMENT                     HEADCOUNT     HOURS"
