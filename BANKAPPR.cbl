        IDENTIFICATION DIVISION.
        PROGRAM-ID. BankApprove.
        AUTHOR.     FRANK.

      *Second-operator approval screen for direct-deposit bank
      *changes. EmpMaint never writes new bank details to the
      *master; it queues them on BANKCHG.DAT under the keying
      *operator's ID. This screen lists what is waiting (accounts
      *masked to their last four), then approves or rejects one
      *change per run, the same one-shot style as the other
      *maintenance screens. Approval is refused to the operator who
      *keyed the change -- they may only reject (withdraw) it. An
      *approved change is written to EMPFILE.DAT with the prenote
      *cycle restarted, so the new account still proves itself with
      *a zero-dollar entry before real pay flows; until then Payroll
      *pays the old details exactly as before. Either way the
      *decided record leaves BANKCHG.DAT for BANKLOG.DAT, stamped
      *with who decided it and when.

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

        SELECT BANKLOGFILE ASSIGN TO "BANKLOG.DAT"
            FILE STATUS IS BLOG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD BANKCHGFILE.
            COPY BNKCREC.

        FD BANKLOGFILE.
        01 BANK-LOG-RECORD          PIC X(94).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  BCHG-FILE-STATUS    PIC X(2).
            05  BLOG-FILE-STATUS    PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-OPERATOR-ID      PIC X(8).
            05  WS-ENTERED-ID       PIC 9(7).
            05  WS-FOUND-SUB        PIC 9(3)  COMP.
            05  WS-ACTION-CODE      PIC X.
                88 ACTION-IS-APPROVE VALUE "A".
                88 ACTION-IS-REJECT VALUE "R".
            05  WS-MASK-ACCOUNT     PIC X(17).
            05  WS-ACCT-MASKED      PIC X(17).
            05  WS-ACCT-LEN         PIC 9(2)  COMP.
            05  WS-ACCT-POS         PIC 9(2)  COMP.
            05  WS-ACCT-END-SW      PIC X.
                88 ACCT-END-FOUND   VALUE "Y".
            05  WS-OLD-MASKED       PIC X(17).
            05  WS-NEW-MASKED       PIC X(17).

        01 WS-CHANGE-CONTROLS.
            05  WS-CHG-COUNT        PIC 9(3)  COMP VALUE 0.
            05  WS-CHG-SUB          PIC 9(3)  COMP.

      *BANKCHG.DAT in memory, one entry per waiting change in the
      *BNKCREC layout, written back whole once the decided entry
      *is taken out.
        01 WS-CHANGE-TABLE.
            05  WS-CHG-ENTRY OCCURS 500 TIMES.
                10  WS-CHG-EMPLOYEEID   PIC 9(7).
                10  WS-CHG-STATUS       PIC X.
                10  WS-CHG-KEYED-DATE   PIC 9(8).
                10  WS-CHG-KEYED-BY     PIC X(8).
                10  WS-CHG-OLD-ROUTING  PIC 9(9).
                10  WS-CHG-OLD-ACCOUNT  PIC X(17).
                10  WS-CHG-OLD-ACCT-TYPE PIC X.
                10  WS-CHG-NEW-ROUTING  PIC 9(9).
                10  WS-CHG-NEW-ACCOUNT  PIC X(17).
                10  WS-CHG-NEW-ACCT-TYPE PIC X.
                10  WS-CHG-REVIEWED-BY  PIC X(8).
                10  WS-CHG-REVIEWED-DATE PIC 9(8).


        PROCEDURE DIVISION.


        0100-START-HERE.
            PERFORM 0200-LOAD-CHANGE-TABLE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            DISPLAY "Direct-deposit bank change approval".
            IF WS-CHG-COUNT = 0
                DISPLAY "No bank changes waiting for approval."
                STOP RUN
            END-IF.
            DISPLAY "Changes waiting (employee, keyed, by, old ",
                "routing/account, new routing/account):".
            PERFORM 0300-LIST-CHANGE
                VARYING WS-CHG-SUB FROM 1 BY 1
                UNTIL WS-CHG-SUB > WS-CHG-COUNT.

            DISPLAY "Your operator ID:".
            ACCEPT WS-OPERATOR-ID.
            IF WS-OPERATOR-ID = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED -- NOTHING DONE"
                STOP RUN
            END-IF.

            DISPLAY "Employee ID (7 digits):".
            ACCEPT WS-ENTERED-ID.
            PERFORM 0700-FIND-CHANGE.
            IF WS-FOUND-SUB = 0
                DISPLAY "NO BANK CHANGE WAITING FOR ", WS-ENTERED-ID,
                    " -- NOTHING DONE"
                STOP RUN
            END-IF.

            PERFORM 0400-SHOW-CHANGE.
            DISPLAY "Action (A=approve, R=reject):".
            ACCEPT WS-ACTION-CODE.

      *dual control: whoever keyed a change cannot also approve it.
      *They may reject it -- withdrawing their own mistake redirects
      *nobody's pay.
            EVALUATE TRUE
                WHEN ACTION-IS-APPROVE
                    IF WS-CHG-KEYED-BY (WS-FOUND-SUB) = WS-OPERATOR-ID
                        DISPLAY "YOU KEYED THIS CHANGE -- A DIFFERENT ",
                            "OPERATOR MUST APPROVE IT. NOTHING DONE"
                        STOP RUN
                    END-IF
                    PERFORM 0500-APPROVE-CHANGE
                WHEN ACTION-IS-REJECT
                    MOVE "R" TO WS-CHG-STATUS (WS-FOUND-SUB)
                    DISPLAY "Bank change rejected -- the master keeps ",
                        "the details on file."
                WHEN OTHER
                    DISPLAY "No action taken."
                    STOP RUN
            END-EVALUATE.

            MOVE WS-OPERATOR-ID TO WS-CHG-REVIEWED-BY (WS-FOUND-SUB).
            MOVE WS-TODAY TO WS-CHG-REVIEWED-DATE (WS-FOUND-SUB).
            PERFORM 0800-LOG-DECISION.
            PERFORM 0600-REWRITE-CHANGE-FILE.
            DISPLAY "BANKCHG.DAT updated, decision logged to ",
                "BANKLOG.DAT.".
            STOP RUN.
        0100-END.


        0200-LOAD-CHANGE-TABLE.
            OPEN INPUT BANKCHGFILE.
            IF BCHG-FILE-STATUS = "00"
                PERFORM 0210-LOAD-CHANGE-ENTRY
                    UNTIL BCHG-FILE-STATUS NOT = "00"
                CLOSE BANKCHGFILE
            END-IF.
        0200-END.


        0210-LOAD-CHANGE-ENTRY.
      *a full table stops the screen rather than dropping entries
      *the rewrite would then lose.
            READ BANKCHGFILE
                AT END MOVE "10" TO BCHG-FILE-STATUS
                NOT AT END
                    IF WS-CHG-COUNT < 500
                        ADD 1 TO WS-CHG-COUNT
                        MOVE BANK-CHANGE-RECORD
                            TO WS-CHG-ENTRY (WS-CHG-COUNT)
                    ELSE
                        DISPLAY "MORE THAN 500 BANK CHANGES WAITING ",
                            "-- NOTHING DONE"
                        CLOSE BANKCHGFILE
                        STOP RUN
                    END-IF
            END-READ.
        0210-END.


        0300-LIST-CHANGE.
            MOVE WS-CHG-OLD-ACCOUNT (WS-CHG-SUB) TO WS-MASK-ACCOUNT.
            PERFORM 0900-MASK-ACCOUNT.
            MOVE WS-ACCT-MASKED TO WS-OLD-MASKED.
            MOVE WS-CHG-NEW-ACCOUNT (WS-CHG-SUB) TO WS-MASK-ACCOUNT.
            PERFORM 0900-MASK-ACCOUNT.
            MOVE WS-ACCT-MASKED TO WS-NEW-MASKED.
            DISPLAY "  ", WS-CHG-EMPLOYEEID (WS-CHG-SUB), " ",
                WS-CHG-KEYED-DATE (WS-CHG-SUB), " ",
                WS-CHG-KEYED-BY (WS-CHG-SUB), " ",
                WS-CHG-OLD-ROUTING (WS-CHG-SUB), "/", WS-OLD-MASKED,
                " ", WS-CHG-NEW-ROUTING (WS-CHG-SUB), "/",
                WS-NEW-MASKED.
        0300-END.


        0400-SHOW-CHANGE.
      *the approver checks the new details against the employee's
      *signed authorization, so they are shown whole here, and only
      *here.
            DISPLAY "Keyed:      ", WS-CHG-KEYED-DATE (WS-FOUND-SUB),
                " by ", WS-CHG-KEYED-BY (WS-FOUND-SUB).
            DISPLAY "On file:    ", WS-CHG-OLD-ROUTING (WS-FOUND-SUB),
                " / ", WS-CHG-OLD-ACCOUNT (WS-FOUND-SUB), " / ",
                WS-CHG-OLD-ACCT-TYPE (WS-FOUND-SUB).
            DISPLAY "Change to:  ", WS-CHG-NEW-ROUTING (WS-FOUND-SUB),
                " / ", WS-CHG-NEW-ACCOUNT (WS-FOUND-SUB), " / ",
                WS-CHG-NEW-ACCT-TYPE (WS-FOUND-SUB).
        0400-END.


        0500-APPROVE-CHANGE.
      *the master must still carry the details the change was keyed
      *against; if something else has changed them since (a bank's
      *notification of change applied by Payroll, say), the
      *approver would be signing off on a picture that no longer
      *exists -- reject it and have it rekeyed.
            OPEN I-O EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open EMPFILE.DAT: ", FILE-CHECK-KEY
                STOP RUN
            END-IF.
            MOVE WS-CHG-EMPLOYEEID (WS-FOUND-SUB) TO EMPLOYEEID.
            READ EMPLOYEEFILE
                INVALID KEY
                    DISPLAY "EMPLOYEE ", EMPLOYEEID, " IS NOT ON ",
                        "FILE -- REJECT THIS CHANGE"
                    CLOSE EMPLOYEEFILE
                    STOP RUN
            END-READ.
            IF BANK-ROUTING NOT = WS-CHG-OLD-ROUTING (WS-FOUND-SUB)
                OR BANK-ACCOUNT NOT = WS-CHG-OLD-ACCOUNT (WS-FOUND-SUB)
                OR BANK-ACCT-TYPE
                    NOT = WS-CHG-OLD-ACCT-TYPE (WS-FOUND-SUB)
                DISPLAY "BANK DETAILS ON THE MASTER HAVE CHANGED ",
                    "SINCE THIS WAS KEYED -- REJECT IT AND REKEY"
                CLOSE EMPLOYEEFILE
                STOP RUN
            END-IF.

            MOVE WS-CHG-NEW-ROUTING (WS-FOUND-SUB) TO BANK-ROUTING.
            MOVE WS-CHG-NEW-ACCOUNT (WS-FOUND-SUB) TO BANK-ACCOUNT.
            MOVE WS-CHG-NEW-ACCT-TYPE (WS-FOUND-SUB) TO BANK-ACCT-TYPE.
      *new or changed bank details must prove themselves: the next
      *pay run sends a zero-dollar prenote and cuts a paper check
      *until it has aged -- a mistyped account bounces a prenote
      *instead of a paycheck.
            MOVE "P" TO BANK-PRENOTE-STATUS.
            MOVE 0 TO BANK-PRENOTE-DATE.
            REWRITE EMPDETAILS
                INVALID KEY
                    DISPLAY "REWRITE FAILED, STATUS ", FILE-CHECK-KEY,
                        " -- NOTHING APPROVED"
                    CLOSE EMPLOYEEFILE
                    STOP RUN
            END-REWRITE.
            CLOSE EMPLOYEEFILE.
            MOVE "A" TO WS-CHG-STATUS (WS-FOUND-SUB).
            DISPLAY "Bank change approved for ", EMPLOYEEID,
                " -- prenote cycle restarted, paper check until the ",
                "prenote clears.".
        0500-END.


        0600-REWRITE-CHANGE-FILE.
      *the last entry moves into the decided one's place; the file
      *has no order to keep.
            MOVE WS-CHG-ENTRY (WS-CHG-COUNT)
                TO WS-CHG-ENTRY (WS-FOUND-SUB).
            SUBTRACT 1 FROM WS-CHG-COUNT.
            OPEN OUTPUT BANKCHGFILE.
            PERFORM 0610-WRITE-CHANGE-ENTRY
                VARYING WS-CHG-SUB FROM 1 BY 1
                UNTIL WS-CHG-SUB > WS-CHG-COUNT.
            CLOSE BANKCHGFILE.
        0600-END.


        0610-WRITE-CHANGE-ENTRY.
            MOVE WS-CHG-ENTRY (WS-CHG-SUB) TO BANK-CHANGE-RECORD.
            WRITE BANK-CHANGE-RECORD.
        0610-END.


        0700-FIND-CHANGE.
            MOVE 0 TO WS-FOUND-SUB.
            PERFORM 0710-MATCH-CHANGE
                VARYING WS-CHG-SUB FROM 1 BY 1
                UNTIL WS-CHG-SUB > WS-CHG-COUNT
                OR WS-FOUND-SUB NOT = 0.
        0700-END.


        0710-MATCH-CHANGE.
            IF WS-CHG-EMPLOYEEID (WS-CHG-SUB) = WS-ENTERED-ID
                MOVE WS-CHG-SUB TO WS-FOUND-SUB
            END-IF.
        0710-END.


        0800-LOG-DECISION.
            OPEN EXTEND BANKLOGFILE.
            IF BLOG-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT BANKLOGFILE
            END-IF.
            MOVE WS-CHG-ENTRY (WS-FOUND-SUB) TO BANK-LOG-RECORD.
            WRITE BANK-LOG-RECORD.
            CLOSE BANKLOGFILE.
        0800-END.


        0900-MASK-ACCOUNT.
      *the inquiry screen's mask: stars up to the last four
      *characters actually keyed, the unused tail left blank.
            MOVE SPACES TO WS-ACCT-MASKED.
            MOVE "N" TO WS-ACCT-END-SW.
            MOVE 17 TO WS-ACCT-LEN.
            PERFORM 0910-FIND-ACCOUNT-END UNTIL ACCT-END-FOUND.

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
        0900-END.


        0910-FIND-ACCOUNT-END.
            IF WS-ACCT-LEN = 0
                SET ACCT-END-FOUND TO TRUE
            ELSE
                IF WS-MASK-ACCOUNT (WS-ACCT-LEN : 1) NOT = SPACE
                    SET ACCT-END-FOUND TO TRUE
                ELSE
                    SUBTRACT 1 FROM WS-ACCT-LEN
                END-IF
            END-IF.
        0910-END.


            END PROGRAM BankApprove.
