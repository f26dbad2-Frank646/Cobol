        IDENTIFICATION DIVISION.
        PROGRAM-ID. BankChgRpt.
        AUTHOR.     FRANK.

      *Bank changes waiting for approval, off BANKCHG.DAT: every
      *direct-deposit change keyed on EmpMaint that no second
      *operator has yet approved or rejected on BankApprove, with
      *who keyed it, when, how many days it has waited, and the
      *account being replaced and the one replacing it (both masked
      *to their last four). Each of these employees is still being
      *paid to the details on file. Run it before every pay run, so
      *nothing waits by oversight past the run it was meant for.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

        SELECT BANKCHGFILE ASSIGN TO "BANKCHG.DAT"
            FILE STATUS IS BCHG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BANKRPTFILE ASSIGN TO "BANKRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD BANKCHGFILE.
            COPY BNKCREC.

        FD BANKRPTFILE.
        01 BANK-RPT-LINE            PIC X(100).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  BCHG-FILE-STATUS    PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-TODAY-SERIAL     PIC 9(7).
            05  WS-DAYS-WAITING     PIC 9(5).
            05  WS-EMP-OPEN-SW      PIC X     VALUE "N".
                88 EMPFILE-IS-OPEN  VALUE "Y".
            05  WS-CHG-OPEN-SW      PIC X     VALUE "N".
                88 BANKCHG-IS-OPEN  VALUE "Y".
            05  WS-CHG-EOF-SW       PIC X     VALUE "N".
                88 END-OF-CHANGES   VALUE "Y".
            05  WS-LINE-COUNT       PIC 9(5)  VALUE 0.
            05  WS-OLDEST-DAYS      PIC 9(5)  VALUE 0.
            05  WS-MASK-ACCOUNT     PIC X(17).
            05  WS-ACCT-MASKED      PIC X(17).
            05  WS-ACCT-LEN         PIC 9(2)  COMP.
            05  WS-ACCT-POS         PIC 9(2)  COMP.
            05  WS-ACCT-END-SW      PIC X.
                88 ACCT-END-FOUND   VALUE "Y".

      *parameter area for the shared DATECALC calendar routine --
      *days waiting is a subtraction of day serials.
            COPY DCALCREC.

        01 WS-REPORT-LINE.
            05  WS-RL-EMPLOYEEID    PIC 9(7).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-NAME          PIC X(21).
            05  WS-RL-KEYED-DATE    PIC 9(8).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-KEYED-BY      PIC X(8).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-DAYS          PIC ZZZZ9.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-RL-OLD-ACCOUNT   PIC X(17).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RL-NEW-ACCOUNT   PIC X(17).


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-REPORT-CHANGE UNTIL END-OF-CHANGES.
            PERFORM 3000-WRITE-TOTALS.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            MOVE "S" TO DC-FUNCTION.
            MOVE WS-TODAY TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            MOVE DC-RESULT TO WS-TODAY-SERIAL.

            OPEN OUTPUT BANKRPTFILE.
            MOVE SPACES TO BANK-RPT-LINE.
            STRING "BANK CHANGES WAITING FOR APPROVAL AS OF "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                INTO BANK-RPT-LINE.
            WRITE BANK-RPT-LINE.
            MOVE SPACES TO BANK-RPT-LINE.
            STRING "EMPLOYEE NAME                 KEYED    BY"
                       DELIMITED BY SIZE
                   "         DAYS  ACCOUNT ON FILE   CHANGING TO"
                       DELIMITED BY SIZE
                INTO BANK-RPT-LINE.
            WRITE BANK-RPT-LINE.

            OPEN INPUT BANKCHGFILE.
            IF BCHG-FILE-STATUS = "00"
                SET BANKCHG-IS-OPEN TO TRUE
            ELSE
                SET END-OF-CHANGES TO TRUE
            END-IF.

            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY = "00"
                SET EMPFILE-IS-OPEN TO TRUE
            ELSE
                DISPLAY "WARNING: EMPFILE.DAT NOT AVAILABLE -- ",
                    "REPORT WILL CARRY ID ONLY"
            END-IF.
        1000-END.


        2000-REPORT-CHANGE.
            READ BANKCHGFILE
                AT END SET END-OF-CHANGES TO TRUE
                NOT AT END
                    IF BC-PENDING
                        PERFORM 2100-WRITE-CHANGE-LINE
                    END-IF
            END-READ.
        2000-END.


        2100-WRITE-CHANGE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE BC-EMPLOYEEID TO WS-RL-EMPLOYEEID.
            MOVE "NO MASTER RECORD" TO WS-RL-NAME.
            IF EMPFILE-IS-OPEN
                MOVE BC-EMPLOYEEID TO EMPLOYEEID
                READ EMPLOYEEFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO WS-RL-NAME
                        STRING FIRSTNAME DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               LASTNAME DELIMITED BY SPACE
                            INTO WS-RL-NAME
                END-READ
            END-IF.
            MOVE BC-KEYED-DATE TO WS-RL-KEYED-DATE.
            MOVE BC-KEYED-BY TO WS-RL-KEYED-BY.

            MOVE 0 TO WS-DAYS-WAITING.
            MOVE "S" TO DC-FUNCTION.
            MOVE BC-KEYED-DATE TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            IF DC-DATE-GOOD AND DC-RESULT < WS-TODAY-SERIAL
                COMPUTE WS-DAYS-WAITING = WS-TODAY-SERIAL - DC-RESULT
            END-IF.
            MOVE WS-DAYS-WAITING TO WS-RL-DAYS.
            IF WS-DAYS-WAITING > WS-OLDEST-DAYS
                MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
            END-IF.

            IF BC-OLD-ROUTING = 0 OR BC-OLD-ACCOUNT = SPACES
                MOVE "NONE (CHECK)" TO WS-RL-OLD-ACCOUNT
            ELSE
                MOVE BC-OLD-ACCOUNT TO WS-MASK-ACCOUNT
                PERFORM 2200-MASK-ACCOUNT
                MOVE WS-ACCT-MASKED TO WS-RL-OLD-ACCOUNT
            END-IF.
            MOVE BC-NEW-ACCOUNT TO WS-MASK-ACCOUNT.
            PERFORM 2200-MASK-ACCOUNT.
            MOVE WS-ACCT-MASKED TO WS-RL-NEW-ACCOUNT.

            MOVE WS-REPORT-LINE TO BANK-RPT-LINE.
            WRITE BANK-RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.
        2100-END.


        2200-MASK-ACCOUNT.
      *the inquiry screen's mask: stars up to the last four
      *characters actually keyed, the unused tail left blank.
            MOVE SPACES TO WS-ACCT-MASKED.
            MOVE "N" TO WS-ACCT-END-SW.
            MOVE 17 TO WS-ACCT-LEN.
            PERFORM 2210-FIND-ACCOUNT-END UNTIL ACCT-END-FOUND.

            IF WS-ACCT-LEN > 0
                IF WS-ACCT-LEN > 4
                    COMPUTE WS-ACCT-POS = WS-ACCT-LEN - 3
                    MOVE ALL "*"
                        TO WS-ACCT-MASKED (1 : WS-ACCT-POS - 1)
                ELSE
                    MOVE 1 TO WS-ACCT-POS
                END-IF
                MOVE WS-MASK-ACCOUNT
                    (WS-ACCT-POS : WS-ACCT-LEN - WS-ACCT-POS + 1)
                    TO WS-ACCT-MASKED
                    (WS-ACCT-POS : WS-ACCT-LEN - WS-ACCT-POS + 1)
            END-IF.
        2200-END.


        2210-FIND-ACCOUNT-END.
            IF WS-ACCT-LEN = 0
                SET ACCT-END-FOUND TO TRUE
            ELSE
                IF WS-MASK-ACCOUNT (WS-ACCT-LEN : 1) NOT = SPACE
                    SET ACCT-END-FOUND TO TRUE
                ELSE
                    SUBTRACT 1 FROM WS-ACCT-LEN
                END-IF
            END-IF.
        2210-END.


        3000-WRITE-TOTALS.
            MOVE SPACES TO BANK-RPT-LINE.
            IF WS-LINE-COUNT = 0
                MOVE "NO BANK CHANGES WAITING FOR APPROVAL"
                    TO BANK-RPT-LINE
            ELSE
                STRING "CHANGES WAITING: " DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                       "   OLDEST WAITING (DAYS): " DELIMITED BY SIZE
                       WS-OLDEST-DAYS DELIMITED BY SIZE
                    INTO BANK-RPT-LINE
            END-IF.
            WRITE BANK-RPT-LINE.
        3000-END.


        9000-END-PROGRAM.
            IF BANKCHG-IS-OPEN
                CLOSE BANKCHGFILE
            END-IF.
            IF EMPFILE-IS-OPEN
                CLOSE EMPLOYEEFILE
            END-IF.
            CLOSE BANKRPTFILE.
            DISPLAY "Bank changes waiting for approval: ",
                WS-LINE-COUNT.
            DISPLAY "Oldest waiting (days):             ",
                WS-OLDEST-DAYS.
            DISPLAY "Bank change report written to BANKRPT.DAT".
            STOP RUN.


            END PROGRAM BankChgRpt.
