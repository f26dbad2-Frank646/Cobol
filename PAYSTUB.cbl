        SELECT STUBFILE ASSIGN TO "PAYSTUBS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

      *the earnings codes, for the description each line prints
      *under.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD STUBFILE.
        01 STUB-LINE                PIC X(80).

        FD EARNCODEFILE.
            COPY ERNREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  YTD-FILE-STATUS     PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  WS-EOF-SWITCH       PIC X     VALUE "N".
                88 END-OF-PAYROLL   VALUE "Y".
            05  WS-STUB-COUNT       PIC 9(5)  VALUE 0.
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  WS-SD-YTD           PIC ZZZ,ZZZ,ZZ9.99-.

      *earnings code to description; a code not on the list prints
      *under the code itself.
        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.
            05  WS-LINE-SUB         PIC 9(2)  COMP.
            05  WS-EARN-DESC        PIC X(14).

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-NAME        PIC X(16).

        01 WS-STUB-HEADING.
            05  WS-SH-NAME          PIC X(21).
            05  WS-SH-EMP-LIT       PIC X(5).
                GO TO 9000-END-PROGRAM
            END-IF.
            OPEN OUTPUT STUBFILE.
            PERFORM 1100-LOAD-EARNCODES.

            READ PAYROLL
                AT END SET END-OF-PAYROLL TO TRUE
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
                        MOVE ERN-DESC TO WS-EARN-NAME (WS-EARN-COUNT)
                    END-IF
            END-READ.
        1110-END.


        2000-WRITE-STUBS.
      *one pay-register line becomes one stub: look up this
      *employee's YTD record, then write the heading and the
                INVALID KEY
                    INITIALIZE YTD-GROSS YTD-HOURS YTD-FED-TAX
                               YTD-STATE-TAX YTD-NET-PAY
                               YTD-EE-SOCSEC YTD-EE-MEDICARE
                               YTD-EE-ADDL-MEDICARE YTD-TAXABLE-WAGES
                               YTD-BONUS
                    ADD 1 TO WS-NO-YTD-COUNT
                    DISPLAY "NO YTD RECORD FOR EMPLOYEE ",
                        PAY-EMPLOYEEID
            MOVE WS-STUB-DETAIL TO STUB-LINE.
            WRITE STUB-LINE.

      *gross broken out by the earnings codes it was priced under,
      *then the overtime premium and a final check's leave payout
      *-- current period only, the YTD master carries gross whole.
            PERFORM 2300-WRITE-EARNINGS-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > 8.

            IF PAY-OT-PREMIUM > 0
                MOVE SPACES TO WS-STUB-DETAIL
                MOVE "  OT PREMIUM" TO WS-SD-LABEL
                MOVE PAY-OT-PREMIUM TO WS-SD-CURRENT
                MOVE WS-STUB-DETAIL TO STUB-LINE
                WRITE STUB-LINE
            END-IF.

            IF PAY-LEAVE-PAYOUT > 0
                MOVE SPACES TO WS-STUB-DETAIL
                MOVE "  LEAVE PAYOUT" TO WS-SD-LABEL
                MOVE PAY-LEAVE-PAYOUT TO WS-SD-CURRENT
                MOVE WS-STUB-DETAIL TO STUB-LINE
                WRITE STUB-LINE
            END-IF.

      *bonus and commission pay is part of gross above; its own line
      *only prints for an employee paid one this year, with the
      *reason code on a bonus check of this period.
            IF YTD-BONUS > 0
                MOVE SPACES TO WS-SD-LABEL
                IF PAY-BONUS-AMOUNT > 0
                    STRING "  BONUS " DELIMITED BY SIZE
                           PAY-BONUS-REASON DELIMITED BY SIZE
                        INTO WS-SD-LABEL
                ELSE
                    MOVE "  BONUS" TO WS-SD-LABEL
                END-IF
                MOVE PAY-BONUS-AMOUNT TO WS-SD-CURRENT
                MOVE YTD-BONUS TO WS-SD-YTD
                MOVE WS-STUB-DETAIL TO STUB-LINE
                WRITE STUB-LINE
            END-IF.

            MOVE "FEDERAL TAX" TO WS-SD-LABEL.
            MOVE PAY-FED-TAX TO WS-SD-CURRENT.
            MOVE YTD-FED-TAX TO WS-SD-YTD.
            MOVE WS-STUB-DETAIL TO STUB-LINE.
            WRITE STUB-LINE.

            MOVE "SOCIAL SECURITY" TO WS-SD-LABEL.
            MOVE PAY-EE-SOCSEC TO WS-SD-CURRENT.
            MOVE YTD-EE-SOCSEC TO WS-SD-YTD.
            MOVE WS-STUB-DETAIL TO STUB-LINE.
            WRITE STUB-LINE.

            MOVE "MEDICARE" TO WS-SD-LABEL.
            MOVE PAY-EE-MEDICARE TO WS-SD-CURRENT.
            MOVE YTD-EE-MEDICARE TO WS-SD-YTD.
            MOVE WS-STUB-DETAIL TO STUB-LINE.
            WRITE STUB-LINE.

      *the additional Medicare line only prints for an employee
      *whose earnings have reached the threshold this year.
            IF YTD-EE-ADDL-MEDICARE > 0
                MOVE "ADDL MEDICARE" TO WS-SD-LABEL
                MOVE PAY-EE-ADDL-MEDICARE TO WS-SD-CURRENT
                MOVE YTD-EE-ADDL-MEDICARE TO WS-SD-YTD
                MOVE WS-STUB-DETAIL TO STUB-LINE
                WRITE STUB-LINE
            END-IF.

      *deductions and the wellness adjustment are per-period figures
      *only -- the YTD master does not carry them -- so their YTD
      *columns are blank. The per-code deduction breakdown is on
        2200-END.


        2300-WRITE-EARNINGS-LINE.
            IF PAY-EARN-CODE (WS-LINE-SUB) NOT = SPACE
                MOVE SPACES TO WS-EARN-DESC
                IF WS-EARN-COUNT > 0
                    PERFORM 2310-MATCH-EARN-DESC
                        VARYING WS-EARN-SUB FROM 1 BY 1
                        UNTIL WS-EARN-SUB > WS-EARN-COUNT
                END-IF
                IF WS-EARN-DESC = SPACES
                    STRING "CODE " DELIMITED BY SIZE
                           PAY-EARN-CODE (WS-LINE-SUB)
                               DELIMITED BY SIZE
                        INTO WS-EARN-DESC
                END-IF
                MOVE SPACES TO WS-STUB-DETAIL
                STRING "  " DELIMITED BY SIZE
                       WS-EARN-DESC DELIMITED BY SIZE
                    INTO WS-SD-LABEL
                MOVE PAY-EARN-AMOUNT (WS-LINE-SUB) TO WS-SD-CURRENT
                MOVE WS-STUB-DETAIL TO STUB-LINE
                WRITE STUB-LINE
            END-IF.
        2300-END.


        2310-MATCH-EARN-DESC.
            IF WS-EARN-CODE (WS-EARN-SUB) = PAY-EARN-CODE (WS-LINE-SUB)
                MOVE WS-EARN-NAME (WS-EARN-SUB) TO WS-EARN-DESC
            END-IF.
        2310-END.


        9000-END-PROGRAM.
            CLOSE PAYROLL, YTDFILE, STUBFILE.
            DISPLAY "Pay stubs written:             ", WS-STUB-COUNT.
