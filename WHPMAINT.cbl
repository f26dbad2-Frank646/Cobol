        IDENTIFICATION DIVISION.
        PROGRAM-ID. WhpMaint.
        AUTHOR.     FRANK.

      *Maintenance screen for an employee's withholding profile --
      *federal and state filing status, allowances, extra
      *withholding per check and exempt claim with its expiry date.
      *Retrieves the employee by EMPLOYEEID (they must already be on
      *the master), shows the elections on file, prompts leg by leg
      *(a N answer keeps the current values), and asks for the pay
      *date the new elections take effect from. Zero or a date not
      *in the future changes the profile now; a future date parks
      *the new elections on the profile's pending half for Payroll
      *to roll across on the run whose pay date reaches it.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

        SELECT WHPROFILEFILE ASSIGN TO "WHPROFILE.DAT"
            FILE STATUS IS WHP-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS WHP-EMPLOYEEID.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD WHPROFILEFILE.
            COPY WHPREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  WHP-FILE-STATUS     PIC X(2).
            05  WS-ANSWER-SW        PIC X.
                88 ANSWER-IS-YES    VALUE "Y".
            05  WS-RECORD-OK-SW     PIC X     VALUE "Y".
                88 CHANGES-ARE-VALID VALUE "Y".
            05  WS-NEW-PROFILE-SW   PIC X     VALUE "N".
                88 PROFILE-IS-NEW   VALUE "Y".
            05  WS-EFFECTIVE-DATE   PIC 9(8).
            05  WS-TODAY            PIC 9(8).
            05  WS-PEND-MODE-SW     PIC X     VALUE "N".
                88 CHANGES-ARE-FUTURE-DATED VALUE "Y".
      *the elections in force while the future-dated ones are keyed
      *over them; put back once the new ones move to WHP-PENDING.
            05  WS-SAVE-CURRENT     PIC X(38).

      *parameter area for the shared DATECALC calendar routine --
      *effective dates and exempt expiry dates must be real dates.
            COPY DCALCREC.

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-EXTRA         PIC ZZ,ZZ9.99.


        PROCEDURE DIVISION.


        0100-START-HERE.
            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open EMPFILE.DAT: ", FILE-CHECK-KEY
                STOP RUN
            END-IF.

      *the first profile ever keyed creates the file.
            OPEN I-O WHPROFILEFILE.
            IF WHP-FILE-STATUS = "35"
                OPEN OUTPUT WHPROFILEFILE
                CLOSE WHPROFILEFILE
                OPEN I-O WHPROFILEFILE
            END-IF.
            IF WHP-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open WHPROFILE.DAT: ",
                    WHP-FILE-STATUS
                CLOSE EMPLOYEEFILE
                STOP RUN
            END-IF.

            DISPLAY "Employee withholding profile maintenance".
            DISPLAY "Employee ID (7 digits):".
            ACCEPT EMPLOYEEID.

            READ EMPLOYEEFILE
                INVALID KEY
                    DISPLAY "EMPLOYEE ", EMPLOYEEID, " IS NOT ON FILE"
                    CLOSE EMPLOYEEFILE, WHPROFILEFILE
                    STOP RUN
            END-READ.

      *no profile yet means the employee has been withholding the
      *default all along -- start them from a blank election.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            MOVE EMPLOYEEID TO WHP-EMPLOYEEID.
            READ WHPROFILEFILE
                INVALID KEY
                    SET PROFILE-IS-NEW TO TRUE
                    MOVE SPACES TO WH-PROFILE-RECORD
                    MOVE EMPLOYEEID TO WHP-EMPLOYEEID
                    MOVE 0 TO WHP-EFFECTIVE-DATE
                    MOVE 0 TO WHP-FED-ALLOWANCES
                    MOVE 0 TO WHP-FED-EXTRA
                    MOVE "N" TO WHP-FED-EXEMPT
                    MOVE 0 TO WHP-FED-EXEMPT-EXPIRY
                    MOVE 0 TO WHP-ST-ALLOWANCES
                    MOVE 0 TO WHP-ST-EXTRA
                    MOVE "N" TO WHP-ST-EXEMPT
                    MOVE 0 TO WHP-ST-EXEMPT-EXPIRY
                    MOVE 0 TO WHP-PENDING-EFF-DATE
                    MOVE WHP-CURRENT TO WHP-PENDING
            END-READ.

            PERFORM 0200-SHOW-CURRENT-PROFILE.

      *an effective pay date of zero changes the profile here and
      *now; a future date holds the new elections until Payroll's
      *first run on or after it. A second future-dated change
      *replaces whatever was still waiting.
            DISPLAY "Effective pay date (YYYYMMDD, 0 = immediate):".
            ACCEPT WS-EFFECTIVE-DATE.
            IF WS-EFFECTIVE-DATE NOT = 0
                MOVE "S" TO DC-FUNCTION
                MOVE WS-EFFECTIVE-DATE TO DC-DATE
                CALL "DATECALC" USING DATE-CALC-AREA
                IF DC-DATE-BAD
                    DISPLAY "EFFECTIVE DATE IS NOT A REAL DATE -- ",
                        "NOTHING CHANGED"
                    CLOSE EMPLOYEEFILE, WHPROFILEFILE
                    STOP RUN
                END-IF
                IF WS-EFFECTIVE-DATE NOT > WS-TODAY
                    DISPLAY "Effective date is not in the future -- ",
                        "applying immediately."
                ELSE
                    SET CHANGES-ARE-FUTURE-DATED TO TRUE
                END-IF
            END-IF.

            IF CHANGES-ARE-FUTURE-DATED
                MOVE WHP-CURRENT TO WS-SAVE-CURRENT
            END-IF.
            PERFORM 0300-PROMPT-CHANGES.
            PERFORM 0400-VALIDATE-CHANGES.

            IF CHANGES-ARE-VALID
                MOVE WS-TODAY TO WHP-KEYED-DATE
                IF CHANGES-ARE-FUTURE-DATED
                    MOVE WHP-CURRENT TO WHP-PENDING
                    MOVE WS-EFFECTIVE-DATE TO WHP-PENDING-EFF-DATE
                    MOVE WS-SAVE-CURRENT TO WHP-CURRENT
                ELSE
                    IF WS-EFFECTIVE-DATE = 0
                        MOVE WS-TODAY TO WHP-EFFECTIVE-DATE
                    ELSE
                        MOVE WS-EFFECTIVE-DATE TO WHP-EFFECTIVE-DATE
                    END-IF
                END-IF
                PERFORM 0500-WRITE-PROFILE
            ELSE
                DISPLAY "NO CHANGES APPLIED -- fix the values ",
                    "above and rerun."
            END-IF.

            CLOSE EMPLOYEEFILE, WHPROFILEFILE.
            STOP RUN.
        0100-END.


        0200-SHOW-CURRENT-PROFILE.
            DISPLAY "Employee:   ", FIRSTNAME, " ", LASTNAME,
                "  Work state: ", WORK-STATE-CODE.
            IF PROFILE-IS-NEW
                DISPLAY "No withholding profile on file -- default ",
                    "withholding."
            ELSE
                DISPLAY "Elections effective ", WHP-EFFECTIVE-DATE,
                    ", keyed ", WHP-KEYED-DATE
            END-IF.
            MOVE WHP-FED-EXTRA TO WS-ED-EXTRA.
            DISPLAY "Federal:    status ", WHP-FED-STATUS,
                "  allowances ", WHP-FED-ALLOWANCES,
                "  extra ", WS-ED-EXTRA.
            DISPLAY "            exempt ", WHP-FED-EXEMPT,
                "  expires ", WHP-FED-EXEMPT-EXPIRY.
            MOVE WHP-ST-EXTRA TO WS-ED-EXTRA.
            DISPLAY "State:      status ", WHP-ST-STATUS,
                "  allowances ", WHP-ST-ALLOWANCES,
                "  extra ", WS-ED-EXTRA.
            DISPLAY "            exempt ", WHP-ST-EXEMPT,
                "  expires ", WHP-ST-EXEMPT-EXPIRY.
            IF WHP-PENDING-EFF-DATE NOT = 0
                DISPLAY "A future-dated change is waiting for pay ",
                    "date ", WHP-PENDING-EFF-DATE,
                    " -- a new future date replaces it."
            END-IF.
        0200-END.


        0300-PROMPT-CHANGES.
      *each leg is gated by a Y/N, the way EmpMaint gates each
      *field. A renewed exempt claim is keyed here too: answer Y
      *to exempt again with the new expiry date.
            DISPLAY "Change federal elections? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Federal filing status (S/M/H, blank = ",
                    "none):"
                ACCEPT WHP-FED-STATUS
                DISPLAY "Federal allowances (99):"
                ACCEPT WHP-FED-ALLOWANCES
                DISPLAY "Federal extra per check (99999.99):"
                ACCEPT WHP-FED-EXTRA
                DISPLAY "Federal exempt? (Y/N):"
                ACCEPT WHP-FED-EXEMPT
                IF WHP-FED-IS-EXEMPT
                    DISPLAY "Exempt claim expires (YYYYMMDD):"
                    ACCEPT WHP-FED-EXEMPT-EXPIRY
                ELSE
                    MOVE "N" TO WHP-FED-EXEMPT
                    MOVE 0 TO WHP-FED-EXEMPT-EXPIRY
                END-IF
            END-IF.

            DISPLAY "Change state elections? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "State filing status (S/M/H, blank = none):"
                ACCEPT WHP-ST-STATUS
                DISPLAY "State allowances (99):"
                ACCEPT WHP-ST-ALLOWANCES
                DISPLAY "State extra per check (99999.99):"
                ACCEPT WHP-ST-EXTRA
                DISPLAY "State exempt? (Y/N):"
                ACCEPT WHP-ST-EXEMPT
                IF WHP-ST-IS-EXEMPT
                    DISPLAY "Exempt claim expires (YYYYMMDD):"
                    ACCEPT WHP-ST-EXEMPT-EXPIRY
                ELSE
                    MOVE "N" TO WHP-ST-EXEMPT
                    MOVE 0 TO WHP-ST-EXEMPT-EXPIRY
                END-IF
            END-IF.
        0300-END.


        0400-VALIDATE-CHANGES.
      *an exempt claim must carry a real expiry date that is still
      *ahead of the date the claim takes effect -- a claim that has
      *already lapsed when keyed would only land the employee on
      *Payroll's exception listing.
            MOVE "Y" TO WS-RECORD-OK-SW.

            IF NOT WHP-FED-STATUS-VALID
                DISPLAY "FEDERAL FILING STATUS MUST BE S, M, H ",
                    "OR BLANK"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF NOT WHP-ST-STATUS-VALID
                DISPLAY "STATE FILING STATUS MUST BE S, M, H ",
                    "OR BLANK"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.

            IF WHP-FED-IS-EXEMPT
                MOVE WHP-FED-EXEMPT-EXPIRY TO DC-DATE
                PERFORM 0410-CHECK-EXPIRY-DATE
            END-IF.
            IF WHP-ST-IS-EXEMPT
                MOVE WHP-ST-EXEMPT-EXPIRY TO DC-DATE
                PERFORM 0410-CHECK-EXPIRY-DATE
            END-IF.
        0400-END.


        0410-CHECK-EXPIRY-DATE.
            MOVE "S" TO DC-FUNCTION.
            CALL "DATECALC" USING DATE-CALC-AREA.
            IF DC-DATE-BAD
                DISPLAY "EXEMPT EXPIRY ", DC-DATE,
                    " IS NOT A REAL DATE"
                MOVE "N" TO WS-RECORD-OK-SW
            ELSE
                IF DC-DATE NOT > WS-TODAY
                    OR DC-DATE NOT > WS-EFFECTIVE-DATE
                    DISPLAY "EXEMPT EXPIRY ", DC-DATE,
                        " HAS ALREADY PASSED"
                    MOVE "N" TO WS-RECORD-OK-SW
                END-IF
            END-IF.
        0410-END.


        0500-WRITE-PROFILE.
            IF PROFILE-IS-NEW
                WRITE WH-PROFILE-RECORD
                    INVALID KEY
                        DISPLAY "WRITE FAILED, STATUS ",
                            WHP-FILE-STATUS
                    NOT INVALID KEY
                        DISPLAY "Withholding profile for ", EMPLOYEEID,
                            " added."
                END-WRITE
            ELSE
                REWRITE WH-PROFILE-RECORD
                    INVALID KEY
                        DISPLAY "REWRITE FAILED, STATUS ",
                            WHP-FILE-STATUS
                    NOT INVALID KEY
                        DISPLAY "Withholding profile for ", EMPLOYEEID,
                            " updated."
                END-REWRITE
            END-IF.
            IF CHANGES-ARE-FUTURE-DATED
                DISPLAY "New elections take effect on the first run ",
                    "paying on or after ", WS-EFFECTIVE-DATE
            END-IF.
        0500-END.


            END PROGRAM WhpMaint.
