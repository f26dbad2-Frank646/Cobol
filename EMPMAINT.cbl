      *EMPLOYEEID, shows the current record, prompts field by field
      *(blank answer keeps the current value), applies the same
      *range edits Payroll's validation applies, and rewrites the
      *record only when every entered value passes. The taxpayer ID
      *is shown masked to its last four digits even here; changing
      *it means keying the whole number again. Bank details are the
      *one thing this screen never writes to the master: a bank
      *change is queued on BANKCHG.DAT under the keying operator's
      *ID for a different operator to approve on the BankApprove
      *screen, and a notice of it goes to the employee at the
      *address on file before this session -- one person alone
      *cannot redirect a paycheck.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            FILE STATUS IS PEND-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *bank changes wait here for a second operator's approval; the
      *notice of each goes to the employee's mailing run.
        SELECT BANKCHGFILE ASSIGN TO "BANKCHG.DAT"
            FILE STATUS IS BCHG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BANKNOTEFILE ASSIGN TO "BANKNOTE.DAT"
            FILE STATUS IS BNOTE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD PENDCHGFILE.
            COPY PENDREC.

        FD BANKCHGFILE.
            COPY BNKCREC.

        FD BANKNOTEFILE.
        01 BANK-NOTICE-LINE         PIC X(80).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  DREF-FILE-STATUS    PIC X(2).
            05  PEND-FILE-STATUS    PIC X(2).
            05  BCHG-FILE-STATUS    PIC X(2).
            05  BNOTE-FILE-STATUS   PIC X(2).
            05  WS-ANSWER-SW        PIC X.
                88 ANSWER-IS-YES    VALUE "Y".
            05  WS-RECORD-OK-SW     PIC X     VALUE "Y".
                88 DEPARTMENT-ON-FILE VALUE "Y".
            05  WS-DEPT-CHANGED-SW  PIC X VALUE "N".
                88 DEPARTMENT-CHANGED VALUE "Y".
            05  WS-TIN-CHANGED-SW   PIC X VALUE "N".
                88 TAXPAYER-ID-CHANGED VALUE "Y".
            05  WS-TIN-MASKED       PIC X(11).
            05  WS-EFFECTIVE-DATE   PIC 9(8).
            05  WS-TODAY            PIC 9(8).
            05  WS-PEND-COUNT       PIC 9(2)  VALUE 0.
            05  WS-NEW-DEPARTMENT   PIC X(30).
            05  WS-NEW-FREQUENCY    PIC X.
            05  WS-NEW-TERM-DATE    PIC 9(8).
            05  WS-BANK-CHANGE-SW   PIC X     VALUE "N".
                88 BANK-CHANGE-KEYED VALUE "Y".
            05  WS-BANK-PENDING-SW  PIC X     VALUE "N".
                88 BANK-CHANGE-ALREADY-PENDING VALUE "Y".
            05  WS-OPERATOR-ID      PIC X(8)  VALUE SPACES.
            05  WS-NEW-ROUTING      PIC 9(9).
            05  WS-NEW-ACCOUNT      PIC X(17).
            05  WS-NEW-ACCT-TYPE    PIC X.
                88 NEW-ACCT-TYPE-VALID VALUES "C" "S".
            05  WS-MASK-ACCOUNT     PIC X(17).
            05  WS-ACCT-MASKED      PIC X(17).
            05  WS-ACCT-LEN         PIC 9(2)  COMP.
            05  WS-ACCT-POS         PIC 9(2)  COMP.
            05  WS-ACCT-END-SW      PIC X.
                88 ACCT-END-FOUND   VALUE "Y".

      *the home address as it stood when the record was read, so a
      *bank change notice goes where the employee got their mail
      *before this session -- not to an address keyed alongside
      *the new account.
        01 WS-PRIOR-ADDRESS.
            05  WS-PRIOR-STREET     PIC X(22).
            05  WS-PRIOR-SUITE      PIC X(22).
            05  WS-PRIOR-CITY       PIC X(22).
            05  WS-PRIOR-STATE      PIC X(2).
            05  WS-PRIOR-ZIP        PIC X(5).
            05  WS-PRIOR-ZIP-EXT    PIC X(4).

      *parameter area for the shared DATECALC calendar routine --
      *effective dates and termination dates must be real dates.
            END-READ.

            PERFORM 0200-SHOW-CURRENT-RECORD.
            MOVE HOME-ADDRESS TO WS-PRIOR-ADDRESS.

      *an effective date of zero changes the master here and now,
      *the way this screen always has; a future date routes every
                        INVALID KEY
                            DISPLAY "REWRITE FAILED, STATUS ",
                                FILE-CHECK-KEY
                            IF BANK-CHANGE-KEYED
                                DISPLAY "No bank change queued."
                            END-IF
                        NOT INVALID KEY
                            DISPLAY "Employee ", EMPLOYEEID,
                                " updated."
                            IF BANK-CHANGE-KEYED
                                PERFORM 0700-QUEUE-BANK-CHANGE
                            END-IF
                    END-REWRITE
                ELSE
                    DISPLAY "NO CHANGES APPLIED -- fix the values ",
                " / ", BANK-ACCT-TYPE.
            DISPLAY "Term date:  ", TERMDATE,
                "  Final pay issued: ", TERM-PAID-FLAG.
            DISPLAY "Comp class override: ", WC-CLASS-OVERRIDE.
            MOVE "***-**-" TO WS-TIN-MASKED.
            MOVE TAXPAYER-ID (6:4) TO WS-TIN-MASKED (8:4).
            DISPLAY "Taxpayer ID: ", WS-TIN-MASKED.
            DISPLAY "Home:       ", HOME-STREET, " ", HOME-SUITE.
            DISPLAY "            ", HOME-CITY, " ", HOME-STATE, " ",
                HOME-ZIP, " ", HOME-ZIP-EXT.
        0200-END.


                ACCEPT WORK-STATE-CODE
            END-IF.

            DISPLAY "Change workers' comp class override? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Class code (4 chars, blank = department's ",
                    "class):"
                ACCEPT WC-CLASS-OVERRIDE
            END-IF.

            DISPLAY "Change taxpayer ID? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Taxpayer ID (9 digits, no dashes):"
                ACCEPT TAXPAYER-ID
                SET TAXPAYER-ID-CHANGED TO TRUE
            END-IF.

            DISPLAY "Change home address? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Home street address:"
                ACCEPT HOME-STREET
                DISPLAY "Apartment / suite (blank if none):"
                ACCEPT HOME-SUITE
                DISPLAY "City:"
                ACCEPT HOME-CITY
                DISPLAY "State (2 chars):"
                ACCEPT HOME-STATE
                DISPLAY "ZIP code (5 digits):"
                ACCEPT HOME-ZIP
                DISPLAY "ZIP+4 extension (blank if none):"
                ACCEPT HOME-ZIP-EXT
            END-IF.

      *new bank details are keyed into holding fields, not the
      *record: they go to BANKCHG.DAT for a second operator to
      *approve, and the master keeps the old details until then.
            DISPLAY "Change bank details? (Y/N):".
            ACCEPT WS-ANSWER-SW.
            IF ANSWER-IS-YES
                DISPLAY "Your operator ID:"
                ACCEPT WS-OPERATOR-ID
                DISPLAY "Bank routing (9 digits):"
                ACCEPT WS-NEW-ROUTING
                DISPLAY "Bank account (up to 17):"
                ACCEPT WS-NEW-ACCOUNT
                DISPLAY "Account type (C/S):"
                ACCEPT WS-NEW-ACCT-TYPE
                SET BANK-CHANGE-KEYED TO TRUE
            END-IF.

            DISPLAY "Set termination date? (Y/N):".
                END-IF
            END-IF.

      *the same test the intake screen applies: nine digits, no
      *all-zero group, and an area number that is issued.
            IF TAXPAYER-ID-CHANGED
                IF TAXPAYER-ID NOT NUMERIC
                    OR TAXPAYER-ID (1:3) = "000"
                    OR TAXPAYER-ID (1:3) = "666"
                    OR TAXPAYER-ID (1:1) = "9"
                    OR TAXPAYER-ID (4:2) = "00"
                    OR TAXPAYER-ID (6:4) = "0000"
                    DISPLAY "NOT A VALID TAXPAYER ID"
                    MOVE "N" TO WS-RECORD-OK-SW
                END-IF
            END-IF.

            IF NOT NOT-TERMINATED
                IF TERM-MONTH < 1 OR TERM-MONTH > 12
                    OR TERM-DATE < 1 OR TERM-DATE > 31
                    MOVE "N" TO WS-RECORD-OK-SW
                END-IF
            END-IF.

            IF BANK-CHANGE-KEYED
                PERFORM 0450-VALIDATE-BANK-CHANGE
            END-IF.
        0400-END.


        0450-VALIDATE-BANK-CHANGE.
      *one change waits at a time -- a second one keyed over it
      *would leave the approver unsure which they were signing.
            IF WS-OPERATOR-ID = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED FOR A BANK CHANGE"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF WS-NEW-ROUTING NOT NUMERIC OR WS-NEW-ROUTING = 0
                DISPLAY "BANK ROUTING MUST BE 9 DIGITS"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF WS-NEW-ACCOUNT = SPACES
                DISPLAY "BANK ACCOUNT IS REQUIRED"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF NOT NEW-ACCT-TYPE-VALID
                DISPLAY "BANK ACCOUNT TYPE MUST BE C OR S"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF WS-NEW-ROUTING = BANK-ROUTING
                AND WS-NEW-ACCOUNT = BANK-ACCOUNT
                AND WS-NEW-ACCT-TYPE = BANK-ACCT-TYPE
                DISPLAY "BANK DETAILS ARE THE SAME AS ON FILE"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.

            MOVE "N" TO WS-BANK-PENDING-SW.
            OPEN INPUT BANKCHGFILE.
            IF BCHG-FILE-STATUS = "00"
                PERFORM 0460-CHECK-BANK-PENDING
                    UNTIL BCHG-FILE-STATUS NOT = "00"
                CLOSE BANKCHGFILE
            END-IF.
            IF BANK-CHANGE-ALREADY-PENDING
                DISPLAY "A BANK CHANGE FOR THIS EMPLOYEE IS ALREADY ",
                    "WAITING FOR APPROVAL -- APPROVE OR REJECT IT ",
                    "FIRST"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
        0450-END.


        0460-CHECK-BANK-PENDING.
            READ BANKCHGFILE
                AT END MOVE "10" TO BCHG-FILE-STATUS
                NOT AT END
                    IF BC-EMPLOYEEID = EMPLOYEEID AND BC-PENDING
                        SET BANK-CHANGE-ALREADY-PENDING TO TRUE
                    END-IF
            END-READ.
        0460-END.


        0500-LOAD-DEPTREF-TABLE.
            OPEN INPUT DEPTREFFILE.
            IF DREF-FILE-STATUS = "00"
                PERFORM 0520-LOAD-DEPTREF-ENTRY
                    UNTIL DREF-FILE-STATUS NOT = "00"
                CLOSE DEPTREFFILE
            ELSE
                DISPLAY "WARNING: DEPTREF.DAT NOT AVAILABLE, ",
                    "DEPARTMENT CHECK SKIPPED"
            END-IF.
        0500-END.


        0510-SEARCH-DEPTREF.
            IF WS-DEPTREF-NAME (WS-DEPTREF-SUB) = DEPARTMENT
                AND WS-DEPTREF-STATUS (WS-DEPTREF-SUB) = "A"
                MOVE "Y" TO WS-DEPT-VALID-SW
            END-IF.
        0510-END.


        0520-LOAD-DEPTREF-ENTRY.
            READ DEPTREFFILE
                AT END MOVE "10" TO DREF-FILE-STATUS
                NOT AT END
                    IF WS-DEPTREF-COUNT < 50
                        ADD 1 TO WS-DEPTREF-COUNT
                        MOVE WS-DEPTREF-COUNT TO WS-DEPTREF-SUB
                        MOVE DREF-NAME
                            TO WS-DEPTREF-NAME (WS-DEPTREF-SUB)
                        MOVE DREF-STATUS
                            TO WS-DEPTREF-STATUS (WS-DEPTREF-SUB)
                    END-IF
            END-READ.
        0520-END.


        0600-PROMPT-PENDING-CHANGES.
      *the future-dated counterpart of 0300: each Y-answered field
      *is edited with the same limits the immediate path applies,
      *then written to the pending file instead of the master. Bank
      *details are deliberately not here -- they go through the
      *second-operator approval on the immediate path, and the
      *prenote cycle starts the day they are approved.
            OPEN EXTEND PENDCHGFILE.
            IF PEND-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT PENDCHGFILE
        0650-END.


        0700-QUEUE-BANK-CHANGE.
      *the old details stay on the master and keep being paid; the
      *change waits for a different operator on BankApprove, which
      *restarts the prenote cycle when it applies it.
            OPEN EXTEND BANKCHGFILE.
            IF BCHG-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT BANKCHGFILE
            END-IF.
            MOVE SPACES TO BANK-CHANGE-RECORD.
            MOVE EMPLOYEEID TO BC-EMPLOYEEID.
            MOVE "P" TO BC-STATUS.
            MOVE WS-TODAY TO BC-KEYED-DATE.
            MOVE WS-OPERATOR-ID TO BC-KEYED-BY.
            MOVE BANK-ROUTING TO BC-OLD-ROUTING.
            MOVE BANK-ACCOUNT TO BC-OLD-ACCOUNT.
            MOVE BANK-ACCT-TYPE TO BC-OLD-ACCT-TYPE.
            MOVE WS-NEW-ROUTING TO BC-NEW-ROUTING.
            MOVE WS-NEW-ACCOUNT TO BC-NEW-ACCOUNT.
            MOVE WS-NEW-ACCT-TYPE TO BC-NEW-ACCT-TYPE.
            MOVE 0 TO BC-REVIEWED-DATE.
            WRITE BANK-CHANGE-RECORD.
            CLOSE BANKCHGFILE.
            PERFORM 0750-WRITE-BANK-NOTICE.
            DISPLAY "Bank change queued for approval by a different ",
                "operator -- pay goes to the old details until then.".
            DISPLAY "Notice to the employee written to BANKNOTE.DAT.".
        0700-END.


        0750-WRITE-BANK-NOTICE.
      *one notice per change, addressed to the employee at the
      *address they had before this session, showing the account
      *being replaced and the one replacing it by their last four
      *characters only. A change the employee did not ask for is
      *reported by the one person who can be sure of it.
            OPEN EXTEND BANKNOTEFILE.
            IF BNOTE-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT BANKNOTEFILE
            END-IF.
            MOVE SPACES TO BANK-NOTICE-LINE.
            STRING "FRANK MFG CO  PAYROLL DEPARTMENT" DELIMITED BY SIZE
                "          " DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            STRING FIRSTNAME DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                LASTNAME DELIMITED BY SPACE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            STRING WS-PRIOR-STREET DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-PRIOR-SUITE DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            STRING WS-PRIOR-CITY DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-PRIOR-STATE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PRIOR-ZIP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-PRIOR-ZIP-EXT DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            STRING "DIRECT DEPOSIT CHANGE NOTICE -- EMPLOYEE "
                    DELIMITED BY SIZE
                EMPLOYEEID DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            STRING "A CHANGE TO YOUR DIRECT DEPOSIT WAS KEYED ON "
                    DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            IF BANK-ROUTING = 0 OR BANK-ACCOUNT = SPACES
                MOVE "  NOW ON FILE:  NONE (PAID BY CHECK)"
                    TO BANK-NOTICE-LINE
            ELSE
                MOVE BANK-ACCOUNT TO WS-MASK-ACCOUNT
                PERFORM 0760-MASK-ACCOUNT
                STRING "  NOW ON FILE:  ROUTING " DELIMITED BY SIZE
                    BANK-ROUTING DELIMITED BY SIZE
                    "  ACCOUNT " DELIMITED BY SIZE
                    WS-ACCT-MASKED DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    BANK-ACCT-TYPE DELIMITED BY SIZE
                    INTO BANK-NOTICE-LINE
            END-IF.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            MOVE WS-NEW-ACCOUNT TO WS-MASK-ACCOUNT.
            PERFORM 0760-MASK-ACCOUNT.
            STRING "  CHANGING TO:  ROUTING " DELIMITED BY SIZE
                WS-NEW-ROUTING DELIMITED BY SIZE
                "  ACCOUNT " DELIMITED BY SIZE
                WS-ACCT-MASKED DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-NEW-ACCT-TYPE DELIMITED BY SIZE
                INTO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE SPACES TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE "YOUR PAY GOES TO THE DETAILS NOW ON FILE UNTIL"
                TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE "A SECOND PAYROLL OPERATOR APPROVES THE CHANGE."
                TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE "IF YOU DID NOT ASK FOR IT, CALL PAYROLL AT ONCE:"
                TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE "  937-555-0100" TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            MOVE ALL "-" TO BANK-NOTICE-LINE.
            WRITE BANK-NOTICE-LINE.
            CLOSE BANKNOTEFILE.
        0750-END.


        0760-MASK-ACCOUNT.
      *the inquiry screen's mask: stars up to the last four
      *characters actually keyed, the unused tail left blank.
            MOVE SPACES TO WS-ACCT-MASKED.
            MOVE "N" TO WS-ACCT-END-SW.
            MOVE 17 TO WS-ACCT-LEN.
            PERFORM 0770-FIND-ACCOUNT-END UNTIL ACCT-END-FOUND.

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
        0760-END.


        0770-FIND-ACCOUNT-END.
            IF WS-ACCT-LEN = 0
                SET ACCT-END-FOUND TO TRUE
            ELSE
                IF WS-MASK-ACCOUNT (WS-ACCT-LEN : 1) NOT = SPACE
                    SET ACCT-END-FOUND TO TRUE
                ELSE
                    SUBTRACT 1 FROM WS-ACCT-LEN
                END-IF
            END-IF.
        0770-END.


            END PROGRAM EmpMaint.
