        IDENTIFICATION DIVISION.
        PROGRAM-ID. WcRateMaint.
        AUTHOR.     FRANK.

      *Maintenance screen for the workers' compensation rate table:
      *lists what is on file, then adds one class/state rate,
      *changes one, or deletes one per run, the same one-shot style
      *as the earnings-code screen. The carrier reissues rates at
      *each policy renewal; key the new rates before the first
      *report of the new policy year. A rate only prices the
      *estimate WcReport prints -- nothing already reported is
      *touched.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT WCRATEFILE ASSIGN TO "WCRATE.DAT"
            FILE STATUS IS WCR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD WCRATEFILE.
            COPY WCRREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  WCR-FILE-STATUS     PIC X(2).
            05  WS-ACTION-CODE      PIC X.
                88 ACTION-IS-ADD    VALUE "A".
                88 ACTION-IS-CHANGE VALUE "C".
                88 ACTION-IS-DELETE VALUE "D".
            05  WS-ENTERED-CLASS    PIC X(4).
            05  WS-ENTERED-STATE    PIC X(2).
            05  WS-FOUND-SUB        PIC 9(3)  COMP.
            05  WS-RECORD-OK-SW     PIC X     VALUE "Y".
                88 ENTRY-IS-VALID   VALUE "Y".

        01 WS-RATE-CONTROLS.
            05  WS-RATE-COUNT       PIC 9(3)  COMP VALUE 0.
            05  WS-RATE-SUB         PIC 9(3)  COMP.

        01 WS-RATE-TABLE.
            05  WS-RATE-ENTRY OCCURS 200 TIMES.
                10  WS-RATE-CLASS       PIC X(4).
                10  WS-RATE-STATE       PIC X(2).
                10  WS-RATE-DESC        PIC X(20).
                10  WS-RATE-RATE        PIC 9(3)V9(4).

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-RATE          PIC ZZ9.9999.


        PROCEDURE DIVISION.


        0100-START-HERE.
            PERFORM 0200-LOAD-RATE-TABLE.

            DISPLAY "Workers' comp rate maintenance".
            DISPLAY "Rates on file (class, state, description, ",
                "rate per $100 of payroll):".
            PERFORM 0300-LIST-RATE
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT.

            DISPLAY "Action (A=add, C=change, D=delete):".
            ACCEPT WS-ACTION-CODE.

            EVALUATE TRUE
                WHEN ACTION-IS-ADD
                    PERFORM 0400-ADD-RATE
                WHEN ACTION-IS-CHANGE
                    PERFORM 0450-CHANGE-RATE
                WHEN ACTION-IS-DELETE
                    PERFORM 0500-DELETE-RATE
                WHEN OTHER
                    DISPLAY "No action taken."
                    STOP RUN
            END-EVALUATE.

            PERFORM 0600-REWRITE-RATE-FILE.
            DISPLAY "WCRATE.DAT updated.".
            STOP RUN.
        0100-END.


        0200-LOAD-RATE-TABLE.
            OPEN INPUT WCRATEFILE.
            IF WCR-FILE-STATUS = "00"
                PERFORM 0210-LOAD-RATE-ENTRY
                    UNTIL WCR-FILE-STATUS NOT = "00"
                CLOSE WCRATEFILE
            ELSE
                DISPLAY "WCRATE.DAT not on file yet -- it will be ",
                    "created."
            END-IF.
        0200-END.


        0210-LOAD-RATE-ENTRY.
            READ WCRATEFILE
                AT END MOVE "10" TO WCR-FILE-STATUS
                NOT AT END
                    IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        MOVE WS-RATE-COUNT TO WS-RATE-SUB
                        PERFORM 0230-RECORD-TO-TABLE
                    ELSE
                        DISPLAY "WARNING: MORE THAN 200 RATES ",
                            "ON FILE, EXTRAS DROPPED"
                    END-IF
            END-READ.
        0210-END.


        0230-RECORD-TO-TABLE.
            MOVE WCR-CLASS TO WS-RATE-CLASS (WS-RATE-SUB).
            MOVE WCR-STATE TO WS-RATE-STATE (WS-RATE-SUB).
            MOVE WCR-DESC TO WS-RATE-DESC (WS-RATE-SUB).
            MOVE WCR-RATE TO WS-RATE-RATE (WS-RATE-SUB).
        0230-END.


        0300-LIST-RATE.
            MOVE WS-RATE-RATE (WS-RATE-SUB) TO WS-ED-RATE.
            DISPLAY "  ", WS-RATE-CLASS (WS-RATE-SUB), " ",
                WS-RATE-STATE (WS-RATE-SUB), " ",
                WS-RATE-DESC (WS-RATE-SUB), " ", WS-ED-RATE.
        0300-END.


        0400-ADD-RATE.
            IF WS-RATE-COUNT >= 200
                DISPLAY "RATE TABLE FULL AT 200 -- CANNOT ADD"
                STOP RUN
            END-IF.
            PERFORM 0750-ACCEPT-KEY.
            IF WS-ENTERED-CLASS = SPACES
                DISPLAY "CLASS CODE IS REQUIRED -- NOTHING ADDED"
                STOP RUN
            END-IF.
            PERFORM 0700-FIND-RATE.
            IF WS-FOUND-SUB NOT = 0
                DISPLAY "ALREADY ON FILE -- NOTHING ADDED"
                STOP RUN
            END-IF.
            MOVE SPACES TO WC-RATE-RECORD.
            MOVE WS-ENTERED-CLASS TO WCR-CLASS.
            MOVE WS-ENTERED-STATE TO WCR-STATE.
            PERFORM 0800-PROMPT-SETTINGS.
            ADD 1 TO WS-RATE-COUNT.
            MOVE WS-RATE-COUNT TO WS-RATE-SUB.
            PERFORM 0230-RECORD-TO-TABLE.
        0400-END.


        0450-CHANGE-RATE.
            PERFORM 0750-ACCEPT-KEY.
            PERFORM 0700-FIND-RATE.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING CHANGED"
                STOP RUN
            END-IF.
            MOVE WS-ENTERED-CLASS TO WCR-CLASS.
            MOVE WS-ENTERED-STATE TO WCR-STATE.
            PERFORM 0800-PROMPT-SETTINGS.
            MOVE WS-FOUND-SUB TO WS-RATE-SUB.
            PERFORM 0230-RECORD-TO-TABLE.
        0450-END.


        0500-DELETE-RATE.
      *the last entry moves into the hole; the file has no order
      *to keep.
            PERFORM 0750-ACCEPT-KEY.
            PERFORM 0700-FIND-RATE.
            IF WS-FOUND-SUB = 0
                DISPLAY "NOT ON FILE -- NOTHING DELETED"
                STOP RUN
            END-IF.
            MOVE WS-RATE-ENTRY (WS-RATE-COUNT)
                TO WS-RATE-ENTRY (WS-FOUND-SUB).
            SUBTRACT 1 FROM WS-RATE-COUNT.
        0500-END.


        0600-REWRITE-RATE-FILE.
            OPEN OUTPUT WCRATEFILE.
            PERFORM 0610-WRITE-RATE-ENTRY
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT.
            CLOSE WCRATEFILE.
        0600-END.


        0610-WRITE-RATE-ENTRY.
            MOVE WS-RATE-CLASS (WS-RATE-SUB) TO WCR-CLASS.
            MOVE WS-RATE-STATE (WS-RATE-SUB) TO WCR-STATE.
            MOVE WS-RATE-DESC (WS-RATE-SUB) TO WCR-DESC.
            MOVE WS-RATE-RATE (WS-RATE-SUB) TO WCR-RATE.
            WRITE WC-RATE-RECORD.
        0610-END.


        0700-FIND-RATE.
            MOVE 0 TO WS-FOUND-SUB.
            PERFORM 0710-MATCH-RATE
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > WS-RATE-COUNT
                OR WS-FOUND-SUB NOT = 0.
        0700-END.


        0710-MATCH-RATE.
            IF WS-RATE-CLASS (WS-RATE-SUB) = WS-ENTERED-CLASS
                AND WS-RATE-STATE (WS-RATE-SUB) = WS-ENTERED-STATE
                MOVE WS-RATE-SUB TO WS-FOUND-SUB
            END-IF.
        0710-END.


        0750-ACCEPT-KEY.
            DISPLAY "Class code (4 chars):".
            ACCEPT WS-ENTERED-CLASS.
            DISPLAY "State (2 chars, blank = any state not rated ",
                "on its own):".
            ACCEPT WS-ENTERED-STATE.
        0750-END.


        0800-PROMPT-SETTINGS.
      *every setting is keyed whole, then edited; one bad answer
      *and nothing is written.
            DISPLAY "Description:".
            ACCEPT WCR-DESC.
            DISPLAY "Rate per $100 of payroll (999V9999, ",
                "e.g. 0012500 for 1.25):".
            ACCEPT WCR-RATE.

            MOVE "Y" TO WS-RECORD-OK-SW.
            IF WCR-DESC = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF WCR-RATE NOT NUMERIC
                DISPLAY "RATE MUST BE NUMERIC"
                MOVE "N" TO WS-RECORD-OK-SW
            END-IF.
            IF NOT ENTRY-IS-VALID
                DISPLAY "NOTHING WRITTEN -- RERUN AND REKEY"
                STOP RUN
            END-IF.
        0800-END.


            END PROGRAM WcRateMaint.
