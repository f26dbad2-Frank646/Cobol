      *Grown into a new-hire intake screen that appends a properly
      *formatted record onto EMPFILE.DAT instead of hand-editing the
      *flat file in a text editor.
      *A hire that would take a department past the headcount
      *DEPTBUDG.DAT authorizes for the start month is warned about
      *and goes through only with an override reason, which is
      *logged to HCOVRIDE.DAT for the budget owners.
      *The taxpayer ID and home mailing address the year-end wage
      *filing needs are keyed here at hire, not chased in December.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *the employee master is indexed on EMPLOYEEID, so keying an
      *ID that is already on file is caught here at entry instead of
      *surfacing as a double payment out of Payroll. Dynamic access
      *lets the screen count each department's current headcount
      *off the master before the new record is keyed.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID.

        SELECT DEPTREFFILE ASSIGN TO "DEPTREF.DAT"
            FILE STATUS IS DREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEPTBUDGFILE ASSIGN TO "DEPTBUDG.DAT"
            FILE STATUS IS BUD-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HCOVRFILE ASSIGN TO "HCOVRIDE.DAT"
            FILE STATUS IS HCO-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
        FD DEPTREFFILE.
            COPY DEPTREC.

        FD DEPTBUDGFILE.
            COPY BUDGREC.

      *one hire let through past the authorized headcount: when,
      *who, where, the authorization and the headcount with the
      *hire, and the reason given.
        FD HCOVRFILE.
        01 HC-OVERRIDE-RECORD.
            04 HCO-DATE             PIC 9(8).
            04 HCO-EMPLOYEEID       PIC 9(7).
            04 HCO-DEPARTMENT       PIC X(30).
            04 HCO-BUDGET-YEAR      PIC 9(4).
            04 HCO-BUDGET-MONTH     PIC 9(2).
            04 HCO-AUTHORIZED       PIC 9(5).
            04 HCO-HEADCOUNT        PIC 9(5).
            04 HCO-REASON           PIC X(40).

        WORKING-STORAGE SECTION.
        01 WS-WORK-AREAS.
            05 FILE-CHECK-KEY       PIC X(2).
            05 DREF-FILE-STATUS     PIC X(2).
            05 BUD-FILE-STATUS      PIC X(2).
            05 HCO-FILE-STATUS      PIC X(2).
            05 WS-DEPT-VALID-SW     PIC X VALUE "N".
                88 DEPARTMENT-ON-FILE VALUE "Y".
            05 WS-MASTER-OPEN-SW    PIC X VALUE "N".
                88 MASTER-ON-FILE   VALUE "Y".
            05 WS-DEPT-POS          PIC 9(2)  COMP VALUE 0.
            05 WS-TIN-VALID-SW      PIC X VALUE "N".
                88 TAXPAYER-ID-VALID VALUE "Y".
            05 WS-TODAY             PIC 9(8).

      *the start month's authorization for the department keyed,
      *and the override a hire past it has to carry.
        01 WS-HEADCOUNT-CONTROLS.
            05 WS-BUDGET-FOUND-SW   PIC X VALUE "N".
                88 BUDGET-ON-FILE   VALUE "Y".
            05 WS-AUTHORIZED        PIC 9(5) VALUE 0.
            05 WS-HEADCOUNT-WITH-HIRE PIC 9(5) VALUE 0.
            05 WS-OVERRIDE-SW       PIC X VALUE "N".
                88 HEADCOUNT-OVERRIDDEN VALUE "Y".
            05 WS-OVERRIDE-REASON   PIC X(40) VALUE SPACES.

      *the department reference list, so a typo at the prompt can't
      *mint a brand-new department; with no DEPTREF.DAT on hand the
            05 WS-DEPTREF-ENTRY OCCURS 50 TIMES.
                10 WS-DEPTREF-NAME      PIC X(30).
                10 WS-DEPTREF-STATUS    PIC X.
                10 WS-DEPTREF-HEADCOUNT PIC 9(5).

        PROCEDURE DIVISION.
            0100-START-HERE.
                ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                OPEN I-O EMPLOYEEFILE.
                IF FILE-CHECK-KEY = "05" OR "35"
                    OPEN OUTPUT EMPLOYEEFILE
                ELSE
                    MOVE "Y" TO WS-MASTER-OPEN-SW
                END-IF.

                PERFORM 0500-LOAD-DEPTREF-TABLE.
                IF MASTER-ON-FILE AND WS-DEPTREF-COUNT > 0
                    PERFORM 0520-COUNT-HEADCOUNT
                        UNTIL FILE-CHECK-KEY NOT = "00"
                END-IF.

                DISPLAY "New-hire intake for EMPFILE.DAT".


                PERFORM 0600-ACCEPT-DEPARTMENT
                    UNTIL DEPARTMENT-ON-FILE.
                IF WS-DEPT-POS NOT = 0
                    PERFORM 0700-CHECK-HEADCOUNT
                END-IF.

                DISPLAY "Gender (M/F/X):".
                ACCEPT GENDER.
                DISPLAY "Work state (2 chars, blank = default):".
                ACCEPT WORK-STATE-CODE.

                PERFORM 0800-ACCEPT-TAXPAYER-ID
                    UNTIL TAXPAYER-ID-VALID.

                DISPLAY "Home street address:".
                ACCEPT HOME-STREET.
                DISPLAY "Apartment / suite (blank if none):".
                ACCEPT HOME-SUITE.
                DISPLAY "City:".
                ACCEPT HOME-CITY.
                DISPLAY "State (2 chars):".
                ACCEPT HOME-STATE.
                DISPLAY "ZIP code (5 digits):".
                ACCEPT HOME-ZIP.
                DISPLAY "ZIP+4 extension (blank if none):".
                ACCEPT HOME-ZIP-EXT.

                DISPLAY "Hourly rate (9999.99):".
                ACCEPT HOURLYRATE.

      *when the maintenance screen keys them in.
                MOVE SPACE TO BANK-PRENOTE-STATUS.
                MOVE 0 TO BANK-PRENOTE-DATE.
      *a new hire reports under their department's comp class.
                MOVE SPACES TO WC-CLASS-OVERRIDE.

                WRITE EMPDETAILS
                    INVALID KEY
                    NOT INVALID KEY
                        DISPLAY "New-hire record written for employee ",
                            EMPLOYEEID
                        IF HEADCOUNT-OVERRIDDEN
                            PERFORM 0720-LOG-OVERRIDE
                        END-IF
                END-WRITE.

                CLOSE EMPLOYEEFILE.
                                TO WS-DEPTREF-NAME (WS-DEPTREF-SUB)
                            MOVE DREF-STATUS
                                TO WS-DEPTREF-STATUS (WS-DEPTREF-SUB)
                            MOVE 0
                                TO WS-DEPTREF-HEADCOUNT (WS-DEPTREF-SUB)
                        END-IF
                END-READ.
            0510-END.

            0520-COUNT-HEADCOUNT.
      *current headcount is everyone on the master not terminated,
      *as WorkMove counts it.
                READ EMPLOYEEFILE NEXT RECORD
                    AT END MOVE "10" TO FILE-CHECK-KEY
                    NOT AT END
                        IF NOT-TERMINATED
                            PERFORM 0530-ADD-TO-HEADCOUNT
                                VARYING WS-DEPTREF-SUB FROM 1 BY 1
                                UNTIL WS-DEPTREF-SUB > WS-DEPTREF-COUNT
                        END-IF
                END-READ.
            0520-END.

            0530-ADD-TO-HEADCOUNT.
                IF WS-DEPTREF-NAME (WS-DEPTREF-SUB) = DEPARTMENT
                    ADD 1 TO WS-DEPTREF-HEADCOUNT (WS-DEPTREF-SUB)
                END-IF.
            0530-END.

            0600-ACCEPT-DEPARTMENT.
      *keeps asking until the department keyed is on the active
      *list -- the typo that used to mint "ACCOUNTNG" as its own
                IF WS-DEPTREF-NAME (WS-DEPTREF-SUB) = DEPARTMENT
                    AND WS-DEPTREF-STATUS (WS-DEPTREF-SUB) = "A"
                    MOVE "Y" TO WS-DEPT-VALID-SW
                    MOVE WS-DEPTREF-SUB TO WS-DEPT-POS
                END-IF.
            0610-END.

            0700-CHECK-HEADCOUNT.
      *the authorization is the one for the month the hire starts;
      *a month with no budget keyed is not controlled. Past it, the
      *hire is written only with a reason on record -- a blank
      *answer leaves the employee off the master.
                OPEN INPUT DEPTBUDGFILE.
                IF BUD-FILE-STATUS = "00"
                    PERFORM 0710-FIND-BUDGET-MONTH
                        UNTIL BUD-FILE-STATUS NOT = "00"
                        OR BUDGET-ON-FILE
                    CLOSE DEPTBUDGFILE
                END-IF.
                IF BUDGET-ON-FILE
                    COMPUTE WS-HEADCOUNT-WITH-HIRE =
                        WS-DEPTREF-HEADCOUNT (WS-DEPT-POS) + 1
                    IF WS-HEADCOUNT-WITH-HIRE > WS-AUTHORIZED
                        DISPLAY "WARNING: THIS HIRE PUTS ", DEPARTMENT
                        DISPLAY "  AT ", WS-HEADCOUNT-WITH-HIRE,
                            " AGAINST ", WS-AUTHORIZED,
                            " AUTHORIZED FOR ", START-YEAR, "/",
                            START-MONTH
                        DISPLAY "Override reason (blank = do not hire):"
                        ACCEPT WS-OVERRIDE-REASON
                        IF WS-OVERRIDE-REASON = SPACES
                            DISPLAY "NO OVERRIDE REASON -- HIRE NOT ",
                                "WRITTEN"
                            CLOSE EMPLOYEEFILE
                            STOP RUN
                        END-IF
                        MOVE "Y" TO WS-OVERRIDE-SW
                    END-IF
                END-IF.
            0700-END.

            0710-FIND-BUDGET-MONTH.
                READ DEPTBUDGFILE
                    AT END MOVE "10" TO BUD-FILE-STATUS
                    NOT AT END
                        IF BUD-DEPARTMENT = DEPARTMENT
                            AND BUD-YEAR = START-YEAR
                            AND BUD-MONTH = START-MONTH
                            MOVE "Y" TO WS-BUDGET-FOUND-SW
                            MOVE BUD-HEADCOUNT TO WS-AUTHORIZED
                        END-IF
                END-READ.
            0710-END.

            0720-LOG-OVERRIDE.
                OPEN EXTEND HCOVRFILE.
                IF HCO-FILE-STATUS = "05" OR "35"
                    OPEN OUTPUT HCOVRFILE
                END-IF.
                MOVE WS-TODAY TO HCO-DATE.
                MOVE EMPLOYEEID TO HCO-EMPLOYEEID.
                MOVE DEPARTMENT TO HCO-DEPARTMENT.
                MOVE START-YEAR TO HCO-BUDGET-YEAR.
                MOVE START-MONTH TO HCO-BUDGET-MONTH.
                MOVE WS-AUTHORIZED TO HCO-AUTHORIZED.
                MOVE WS-HEADCOUNT-WITH-HIRE TO HCO-HEADCOUNT.
                MOVE WS-OVERRIDE-REASON TO HCO-REASON.
                WRITE HC-OVERRIDE-RECORD.
                CLOSE HCOVRFILE.
                DISPLAY "Headcount override logged to HCOVRIDE.DAT".
            0720-END.

            0800-ACCEPT-TAXPAYER-ID.
      *keeps asking until the number could be real: nine digits,
      *no all-zero group, and an area number that is issued.
                DISPLAY "Taxpayer ID (9 digits, no dashes):".
                ACCEPT TAXPAYER-ID.
                MOVE "N" TO WS-TIN-VALID-SW.
                IF TAXPAYER-ID NUMERIC
                    IF TAXPAYER-ID (1:3) NOT = "000"
                        AND TAXPAYER-ID (1:3) NOT = "666"
                        AND TAXPAYER-ID (1:1) NOT = "9"
                        AND TAXPAYER-ID (4:2) NOT = "00"
                        AND TAXPAYER-ID (6:4) NOT = "0000"
                        MOVE "Y" TO WS-TIN-VALID-SW
                    END-IF
                END-IF.
                IF NOT TAXPAYER-ID-VALID
                    DISPLAY "NOT A VALID TAXPAYER ID -- TRY AGAIN"
                END-IF.
            0800-END.
        END PROGRAM INPUT.
