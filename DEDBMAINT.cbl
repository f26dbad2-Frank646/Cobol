        IDENTIFICATION DIVISION.
        PROGRAM-ID. DedbMaint.
        AUTHOR.     FRANK.

      *Maintenance screen for a deduction balance -- the goal on a
      *court order or payroll loan, the share of disposable earnings
      *a garnishment order allows, and the taken-to-date and arrears
      *figures carried over when an order predates DEDBAL.DAT.
      *Retrieves the employee by EMPLOYEEID (they must already be on
      *the master) and the election by deduction code (it must be on
      *DEDUCT.DAT), shows the balance on file, and prompts field by
      *field (a N answer keeps the current value). Payroll keeps the
      *balance current from there. Raising a met goal puts the
      *election back in force.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

        SELECT DEDUCTFILE ASSIGN TO "DEDUCT.DAT"
            FILE STATUS IS DED-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEDBALFILE ASSIGN TO "DEDBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DBAL-KEY
            FILE STATUS IS DBAL-FILE-STATUS.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD DEDUCTFILE.
            COPY DEDREC.

        FD DEDBALFILE.
            COPY DBALREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  DED-FILE-STATUS     PIC X(2).
            05  DBAL-FILE-STATUS    PIC X(2).
            05  WS-ANSWER-SW        PIC X.
                88 ANSWER-IS-YES    VALUE "Y".
            05  WS-RECORD-OK-SW     PIC X     VALUE "Y".
                88 CHANGES-ARE-VALID VALUE "Y".
            05  WS-NEW-BALANCE-SW   PIC X     VALUE "N".
                88 BALANCE-IS-NEW   VALUE "Y".
            05  WS-ELECTION-SW      PIC X     VALUE "N".
                88 ELECTION-ON-FILE VALUE "Y".
            05  WS-DED-CODE         PIC X(4).
            05  WS-DED-CLASS        PIC X.
                88 WS-CLASS-GARNISHMENT VALUE "G".

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-GOAL          PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-TAKEN         PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-ARREARS       PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-PCT           PIC Z9.99.


        PROCEDURE DIVISION.


        0100-START-HERE.
            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open EMPFILE.DAT: ", FILE-CHECK-KEY
                STOP RUN
            END-IF.

      *the first balance ever keyed creates the file.
            OPEN I-O DEDBALFILE.
            IF DBAL-FILE-STATUS = "35"
                OPEN OUTPUT DEDBALFILE
                CLOSE DEDBALFILE
                OPEN I-O DEDBALFILE
            END-IF.
            IF DBAL-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open DEDBAL.DAT: ",
                    DBAL-FILE-STATUS
                CLOSE EMPLOYEEFILE
                STOP RUN
            END-IF.

            DISPLAY "Deduction balance maintenance".
            DISPLAY "Employee ID (7 digits):".
            ACCEPT EMPLOYEEID.

            READ EMPLOYEEFILE
                INVALID KEY
                    DISPLAY "EMPLOYEE ", EMPLOYEEID, " IS NOT ON FILE"
                    CLOSE EMPLOYEEFILE, DEDBALFILE
                    STOP RUN
            END-READ.

            DISPLAY "Deduction code (4 characters):".
            ACCEPT WS-DED-CODE.
            PERFORM 0150-FIND-ELECTION.
            IF NOT ELECTION-ON-FILE
                DISPLAY "NO ", WS-DED-CODE, " ELECTION ON DEDUCT.DAT ",
                    "FOR EMPLOYEE ", EMPLOYEEID
                CLOSE EMPLOYEEFILE, DEDBALFILE
                STOP RUN
            END-IF.

      *no balance yet means Payroll has not taken the election yet,
      *or took it before balances were kept -- start from zero.
            MOVE EMPLOYEEID TO DBAL-EMPLOYEEID.
            MOVE WS-DED-CODE TO DBAL-CODE.
            READ DEDBALFILE
                INVALID KEY
                    SET BALANCE-IS-NEW TO TRUE
                    MOVE 0 TO DBAL-GOAL DBAL-TAKEN-TO-DATE
                        DBAL-ARREARS DBAL-LIMIT-PCT
                        DBAL-LAST-PAY-DATE DBAL-LAST-TAKEN
                        DBAL-LAST-NOT-TAKEN
                    MOVE "A" TO DBAL-STATUS
            END-READ.

            PERFORM 0200-SHOW-CURRENT-BALANCE.
            PERFORM 0300-PROMPT-CHANGES.
            PERFORM 0400-VALIDATE-CHANGES.

            IF CHANGES-ARE-VALID
                PERFORM 0500-WRITE-BALANCE
            ELSE
                DISPLAY "NO CHANGES APPLIED -- fix the values ",
                    "above and rerun."
            END-IF.

            CLOSE EMPLOYEEFILE, DEDBALFILE.
            STOP RUN.
        0100-END.


        0150-FIND-ELECTION.
            OPEN INPUT DEDUCTFILE.
            IF DED-FILE-STATUS = "00"
                PERFORM 0160-READ-ELECTION
                    UNTIL DED-FILE-STATUS NOT = "00"
                    OR ELECTION-ON-FILE
                CLOSE DEDUCTFILE
            END-IF.
        0150-END.


        0160-READ-ELECTION.
            READ DEDUCTFILE
                AT END MOVE "10" TO DED-FILE-STATUS
                NOT AT END
                    IF DED-EMPLOYEEID = EMPLOYEEID
                        AND DED-CODE = WS-DED-CODE
                        SET ELECTION-ON-FILE TO TRUE
                        MOVE DED-CLASS TO WS-DED-CLASS
                    END-IF
            END-READ.
        0160-END.


        0200-SHOW-CURRENT-BALANCE.
            DISPLAY "Employee:   ", FIRSTNAME, " ", LASTNAME,
                "  Election: ", WS-DED-CODE, " class ", WS-DED-CLASS.
            IF BALANCE-IS-NEW
                DISPLAY "No balance on file -- nothing taken yet."
            ELSE
                DISPLAY "Last taken on pay date ", DBAL-LAST-PAY-DATE
            END-IF.
            MOVE DBAL-GOAL TO WS-ED-GOAL.
            MOVE DBAL-TAKEN-TO-DATE TO WS-ED-TAKEN.
            MOVE DBAL-ARREARS TO WS-ED-ARREARS.
            DISPLAY "Goal:       ", WS-ED-GOAL, "  (0 = no goal)".
            DISPLAY "Taken:      ", WS-ED-TAKEN.
            DISPLAY "Arrears:    ", WS-ED-ARREARS.
            IF WS-CLASS-GARNISHMENT
                MOVE DBAL-LIMIT-PCT TO WS-ED-PCT
                DISPLAY "Limit:      ", WS-ED-PCT,
                    "% of disposable (0 = general limit)"
            END-IF.
            IF DBAL-GOAL-MET
                DISPLAY "Goal has been met -- the election is no ",
                    "longer taken."
            END-IF.
        0200-END.


        0300-PROMPT-CHANGES.
            DISPLAY "Change goal? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Goal amount (9999999.99, 0 = no goal):"
                ACCEPT DBAL-GOAL
            END-IF.

      *taken-to-date and arrears are Payroll's to keep; keying them
      *here is for an order or loan already part paid, or arrears
      *owed, before this file held it.
            DISPLAY "Change taken to date or arrears? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Taken to date (9999999.99):"
                ACCEPT DBAL-TAKEN-TO-DATE
                DISPLAY "Arrears (9999999.99):"
                ACCEPT DBAL-ARREARS
            END-IF.

            IF WS-CLASS-GARNISHMENT
                DISPLAY "Change disposable-earnings limit? (Y/N):"
                ACCEPT WS-ANSWER-SW
                IF ANSWER-IS-YES
                    DISPLAY "Percent of disposable earnings (99.99, ",
                        "0 = general limit):"
                    ACCEPT DBAL-LIMIT-PCT
                END-IF
            END-IF.
        0300-END.


        0400-VALIDATE-CHANGES.
      *only a garnishment order is held to a share of disposable
      *earnings, and no order may take more than 65 percent of it.
      *The goal decides whether the election is still in force.
            MOVE "Y" TO WS-RECORD-OK-SW.

            IF NOT WS-CLASS-GARNISHMENT
                MOVE 0 TO DBAL-LIMIT-PCT
            END-IF.
            IF DBAL-LIMIT-PCT > 65
                DISPLAY "LIMIT MAY NOT EXCEED 65 PERCENT OF ",
                    "DISPOSABLE EARNINGS"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.

            IF DBAL-GOAL > 0
                AND DBAL-TAKEN-TO-DATE NOT < DBAL-GOAL
                SET DBAL-GOAL-MET TO TRUE
                MOVE 0 TO DBAL-ARREARS
            ELSE
                SET DBAL-ACTIVE TO TRUE
            END-IF.
        0400-END.


        0500-WRITE-BALANCE.
            IF BALANCE-IS-NEW
                WRITE DED-BALANCE-RECORD
                    INVALID KEY
                        DISPLAY "WRITE FAILED, STATUS ",
                            DBAL-FILE-STATUS
                    NOT INVALID KEY
                        DISPLAY "Deduction balance for ", EMPLOYEEID,
                            " ", WS-DED-CODE, " added."
                END-WRITE
            ELSE
                REWRITE DED-BALANCE-RECORD
                    INVALID KEY
                        DISPLAY "REWRITE FAILED, STATUS ",
                            DBAL-FILE-STATUS
                    NOT INVALID KEY
                        DISPLAY "Deduction balance for ", EMPLOYEEID,
                            " ", WS-DED-CODE, " updated."
                END-REWRITE
            END-IF.
            IF DBAL-GOAL-MET
                DISPLAY "Goal is met -- Payroll will not take this ",
                    "election again until the goal is raised."
            END-IF.
        0500-END.


            END PROGRAM DedbMaint.
