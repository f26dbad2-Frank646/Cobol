        IDENTIFICATION DIVISION.
        PROGRAM-ID. EarnMaint.
        AUTHOR.     FRANK.

      *Maintenance screen for the earnings-code reference file:
      *lists what is on file, then adds one new code, changes one
      *code's pricing, overtime, leave and account settings, or
      *retires one code per run, the same one-shot style as the
      *department maintenance screen. A file that does not exist yet
      *starts from the three hours types every timecard already
      *knows -- regular, vacation and sick -- so nothing keyed
      *before the file existed changes meaning. Retired codes stay
      *on file so past registers still read; they just take no new
      *timecards.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EARNCODEFILE.
            COPY ERNREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  ERN-FILE-STATUS     PIC X(2).
            05  WS-ACTION-CODE      PIC X.
                88 ACTION-IS-ADD    VALUE "A".
                88 ACTION-IS-CHANGE VALUE "C".
                88 ACTION-IS-RETIRE VALUE "R".
            05  WS-ENTERED-CODE     PIC X.
            05  WS-FOUND-SUB        PIC 9(2)  COMP.
            05  WS-RECORD-OK-SW     PIC X     VALUE "Y".
                88 ENTRY-IS-VALID   VALUE "Y".

        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-DESC        PIC X(16).
                10  WS-EARN-MULTIPLIER  PIC 9V9(4).
                10  WS-EARN-PREMIUM     PIC 9(3)V99.
                10  WS-EARN-COUNTS-OT   PIC X.
                10  WS-EARN-LEAVE-DRAW  PIC X.
                10  WS-EARN-GL-ACCOUNT  PIC X(8).
                10  WS-EARN-STATUS      PIC X.

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-MULTIPLIER    PIC 9.9999.
            05  WS-ED-PREMIUM       PIC ZZ9.99.


        PROCEDURE DIVISION.


        0100-START-HERE.
            PERFORM 0200-LOAD-EARN-TABLE.

            DISPLAY "Earnings-code maintenance".
            DISPLAY "Codes on file (code, description, multiplier, ",
                "premium/hr, counts OT, leave drawn, account, status):".
            PERFORM 0300-LIST-EARN-CODE
                VARYING WS-EARN-SUB FROM 1 BY 1
                UNTIL WS-EARN-SUB > WS-EARN-COUNT.

            DISPLAY "Action (A=add, C=change, R=retire):".
            ACCEPT WS-ACTION-CODE.

            EVALUATE TRUE
                WHEN ACTION-IS-ADD
                    PERFORM 0400-ADD-EARN-CODE
                WHEN ACTION-IS-CHANGE
                    PERFORM 0450-CHANGE-EARN-CODE
                WHEN ACTION-IS-RETIRE
                    PERFORM 0500-RETIRE-EARN-CODE
                WHEN OTHER
                    DISPLAY "No action taken."
                    STOP RUN
            END-EVALUATE.

            PERFORM 0600-REWRITE-EARN-FILE.
            DISPLAY "EARNCODE.DAT updated.".
            STOP RUN.
        0100-END.


        0200-LOAD-EARN-TABLE.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 0210-LOAD-EARN-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            ELSE
                DISPLAY "EARNCODE.DAT not on file yet -- it will be ",
                    "created with the standard R, V and S codes."
                PERFORM 0220-SEED-STANDARD-CODES
            END-IF.
        0200-END.


        0210-LOAD-EARN-ENTRY.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE WS-EARN-COUNT TO WS-EARN-SUB
                        PERFORM 0230-RECORD-TO-TABLE
                    ELSE
                        DISPLAY "WARNING: MORE THAN 20 EARNINGS ",
                            "CODES ON FILE, EXTRAS DROPPED"
                    END-IF
            END-READ.
        0210-END.


        0220-SEED-STANDARD-CODES.
      *regular time at straight time counting toward overtime;
      *vacation and sick at straight time, drawing their balances
      *and never pushing anyone into overtime -- exactly how Payroll
      *paid the three types before the file existed.
            MOVE SPACES TO EARN-CODE-RECORD.
            MOVE 1 TO ERN-MULTIPLIER.
            MOVE 0 TO ERN-PREMIUM.
            MOVE "A" TO ERN-STATUS.

            MOVE "R" TO ERN-CODE.
            MOVE "REGULAR" TO ERN-DESC.
            MOVE "Y" TO ERN-COUNTS-OT.
            MOVE SPACE TO ERN-LEAVE-DRAW.
            ADD 1 TO WS-EARN-COUNT.
            MOVE WS-EARN-COUNT TO WS-EARN-SUB.
            PERFORM 0230-RECORD-TO-TABLE.

            MOVE "V" TO ERN-CODE.
            MOVE "VACATION" TO ERN-DESC.
            MOVE "N" TO ERN-COUNTS-OT.
            MOVE "V" TO ERN-LEAVE-DRAW.
            ADD 1 TO WS-EARN-COUNT.
            MOVE WS-EARN-COUNT TO WS-EARN-SUB.
            PERFORM 0230-RECORD-TO-TABLE.

            MOVE "S" TO ERN-CODE.
            MOVE "SICK" TO ERN-DESC.
            MOVE "N" TO ERN-COUNTS-OT.
            MOVE "S" TO ERN-LEAVE-DRAW.
            ADD 1 TO WS-EARN-COUNT.
            MOVE WS-EARN-COUNT TO WS-EARN-SUB.
            PERFORM 0230-RECORD-TO-TABLE.
        0220-END.


        0230-RECORD-TO-TABLE.
            MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-SUB).
            MOVE ERN-DESC TO WS-EARN-DESC (WS-EARN-SUB).
            MOVE ERN-MULTIPLIER TO WS-EARN-MULTIPLIER (WS-EARN-SUB).
            MOVE ERN-PREMIUM TO WS-EARN-PREMIUM (WS-EARN-SUB).
            MOVE ERN-COUNTS-OT TO WS-EARN-COUNTS-OT (WS-EARN-SUB).
            MOVE ERN-LEAVE-DRAW TO WS-EARN-LEAVE-DRAW (WS-EARN-SUB).
            MOVE ERN-GL-ACCOUNT TO WS-EARN-GL-ACCOUNT (WS-EARN-SUB).
            MOVE ERN-STATUS TO WS-EARN-STATUS (WS-EARN-SUB).
        0230-END.


        0300-LIST-EARN-CODE.
            MOVE WS-EARN-MULTIPLIER (WS-EARN-SUB) TO WS-ED-MULTIPLIER.
            MOVE WS-EARN-PREMIUM (WS-EARN-SUB) TO WS-ED-PREMIUM.
            DISPLAY "  ", WS-EARN-CODE (WS-EARN-SUB), " ",
                WS-EARN-DESC (WS-EARN-SUB), " ",
                WS-ED-MULTIPLIER, " ", WS-ED-PREMIUM, " ",
                WS-EARN-COUNTS-OT (WS-EARN-SUB), " ",
                WS-EARN-LEAVE-DRAW (WS-EARN-SUB), " ",
                WS-EARN-GL-ACCOUNT (WS-EARN-SUB), " ",
                WS-EARN-STATUS (WS-EARN-SUB).
        0300-END.


        0400-ADD-EARN-CODE.
            IF WS-EARN-COUNT >= 20
                DISPLAY "EARNINGS-CODE TABLE FULL AT 20 -- CANNOT ADD"
                STOP RUN
            END-IF.
            DISPLAY "New earnings code (one character):".
            ACCEPT WS-ENTERED-CODE.
            IF WS-ENTERED-CODE = SPACE
                DISPLAY "A BLANK CODE READS AS REGULAR TIME -- ",
                    "NOTHING ADDED"
                STOP RUN
            END-IF.
            PERFORM 0700-FIND-EARN-CODE.
            IF WS-FOUND-SUB NOT = 0
                DISPLAY "ALREADY ON FILE -- NOTHING ADDED"
                STOP RUN
            END-IF.
            MOVE SPACES TO EARN-CODE-RECORD.
            MOVE WS-ENTERED-CODE TO ERN-CODE.
            MOVE "A" TO ERN-STATUS.
            PERFORM 0800-PROMPT-SETTINGS.
            ADD 1 TO WS-EARN-COUNT.
            MOVE WS-EARN-COUNT TO WS-EARN-SUB.
            PERFORM 0230-RECORD-TO-TABLE.
        0400-END.


        0450-CHANGE-EARN-CODE.
      *a changed price reaches every card paid from the next run
      *on; the registers already written keep what they paid.
            DISPLAY "Earnings code to change:".
            ACCEPT WS-ENTERED-CODE.
            PERFORM 0700-FIND-EARN-CODE.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING CHANGED"
                STOP RUN
            END-IF.
            MOVE WS-EARN-CODE (WS-FOUND-SUB) TO ERN-CODE.
            MOVE WS-EARN-STATUS (WS-FOUND-SUB) TO ERN-STATUS.
            PERFORM 0800-PROMPT-SETTINGS.
            MOVE WS-FOUND-SUB TO WS-EARN-SUB.
            PERFORM 0230-RECORD-TO-TABLE.
        0450-END.


        0500-RETIRE-EARN-CODE.
            DISPLAY "Earnings code to retire:".
            ACCEPT WS-ENTERED-CODE.
            PERFORM 0700-FIND-EARN-CODE.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING RETIRED"
                STOP RUN
            END-IF.
            IF WS-ENTERED-CODE = "R"
                DISPLAY "REGULAR TIME CANNOT BE RETIRED -- ",
                    "NOTHING RETIRED"
                STOP RUN
            END-IF.
            MOVE "R" TO WS-EARN-STATUS (WS-FOUND-SUB).
        0500-END.


        0600-REWRITE-EARN-FILE.
            OPEN OUTPUT EARNCODEFILE.
            PERFORM 0610-WRITE-EARN-ENTRY
                VARYING WS-EARN-SUB FROM 1 BY 1
                UNTIL WS-EARN-SUB > WS-EARN-COUNT.
            CLOSE EARNCODEFILE.
        0600-END.


        0610-WRITE-EARN-ENTRY.
            MOVE WS-EARN-CODE (WS-EARN-SUB) TO ERN-CODE.
            MOVE WS-EARN-DESC (WS-EARN-SUB) TO ERN-DESC.
            MOVE WS-EARN-MULTIPLIER (WS-EARN-SUB) TO ERN-MULTIPLIER.
            MOVE WS-EARN-PREMIUM (WS-EARN-SUB) TO ERN-PREMIUM.
            MOVE WS-EARN-COUNTS-OT (WS-EARN-SUB) TO ERN-COUNTS-OT.
            MOVE WS-EARN-LEAVE-DRAW (WS-EARN-SUB) TO ERN-LEAVE-DRAW.
            MOVE WS-EARN-GL-ACCOUNT (WS-EARN-SUB) TO ERN-GL-ACCOUNT.
            MOVE WS-EARN-STATUS (WS-EARN-SUB) TO ERN-STATUS.
            WRITE EARN-CODE-RECORD.
        0610-END.


        0700-FIND-EARN-CODE.
            MOVE 0 TO WS-FOUND-SUB.
            PERFORM 0710-MATCH-EARN-CODE
                VARYING WS-EARN-SUB FROM 1 BY 1
                UNTIL WS-EARN-SUB > WS-EARN-COUNT
                OR WS-FOUND-SUB NOT = 0.
        0700-END.


        0710-MATCH-EARN-CODE.
            IF WS-EARN-CODE (WS-EARN-SUB) = WS-ENTERED-CODE
                MOVE WS-EARN-SUB TO WS-FOUND-SUB
            END-IF.
        0710-END.


        0800-PROMPT-SETTINGS.
      *every setting is keyed whole, then edited; one bad answer
      *and nothing is written.
            DISPLAY "Description:".
            ACCEPT ERN-DESC.
            DISPLAY "Pay multiplier on the hourly rate (9V9999, ",
                "e.g. 15000 for time and a half, 0 for none):".
            ACCEPT ERN-MULTIPLIER.
            DISPLAY "Flat premium per hour (999V99, e.g. 00150):".
            ACCEPT ERN-PREMIUM.
            DISPLAY "Counts toward the overtime threshold (Y/N):".
            ACCEPT ERN-COUNTS-OT.
            DISPLAY "Leave balance drawn (V=vacation, S=sick, ",
                "blank=none):".
            ACCEPT ERN-LEAVE-DRAW.
            DISPLAY "GL expense account (8 digits, blank=standard ",
                "wage expense):".
            ACCEPT ERN-GL-ACCOUNT.

            MOVE "Y" TO WS-RECORD-OK-SW.
            IF ERN-DESC = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF ERN-MULTIPLIER NOT NUMERIC
                OR ERN-PREMIUM NOT NUMERIC
                DISPLAY "MULTIPLIER AND PREMIUM MUST BE NUMERIC"
                MOVE "N" TO WS-RECORD-OK-SW
            ELSE
                IF ERN-MULTIPLIER = 0 AND ERN-PREMIUM = 0
                    AND ERN-LEAVE-DRAW = SPACE
                    DISPLAY "A CODE WITH NO MULTIPLIER, NO PREMIUM ",
                        "AND NO LEAVE DRAW PAYS NOTHING"
                    MOVE "N" TO WS-RECORD-OK-SW
                END-IF
            END-IF.
            IF ERN-COUNTS-OT NOT = "Y" AND ERN-COUNTS-OT NOT = "N"
                DISPLAY "COUNTS-TOWARD-OVERTIME MUST BE Y OR N"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF NOT ERN-LEAVE-DRAW-VALID
                DISPLAY "LEAVE BALANCE MUST BE V, S OR BLANK"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF ERN-GL-ACCOUNT NOT = SPACES
                AND ERN-GL-ACCOUNT NOT NUMERIC
                DISPLAY "GL ACCOUNT MUST BE 8 DIGITS OR BLANK"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF NOT ENTRY-IS-VALID
                DISPLAY "NOTHING WRITTEN -- RERUN AND REKEY"
                STOP RUN
            END-IF.
        0800-END.


            END PROGRAM EarnMaint.
