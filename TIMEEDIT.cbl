      *person is already unpaid for the cycle. A batch whose count
      *or hours total disagrees with its header is held back whole:
      *a missing or doubled card is exactly what the header proof
      *exists to catch. A card's hours type must be an active code
      *on the earnings-code reference file.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        SELECT EDITRPTFILE ASSIGN TO "TIMEEDIT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EDITRPTFILE.
        01 EDIT-RPT-LINE            PIC X(80).

        FD EARNCODEFILE.
            COPY ERNREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  ENTRY-FILE-STATUS   PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  WS-EMP-EOF-SW       PIC X     VALUE "N".
                88 END-OF-EMPLOYEES VALUE "Y".
            05  WS-CARDS-READ       PIC 9(5)  VALUE 0.
                10  WS-DUP-EMPLOYEEID   PIC 9(7).
                10  WS-DUP-HOURS-TYPE   PIC X.

      *the earnings codes a card may be keyed under, and whether
      *each is still active. With no EARNCODE.DAT the three types
      *every card has always known -- R, V and S -- are the list.
        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.
            05  WS-EARN-POS         PIC 9(2)  COMP.

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-STATUS      PIC X.

        01 WS-CARD-EDIT-CONTROLS.
            05  WS-CARD-OK-SW       PIC X.
                88 CARD-IS-CLEAN    VALUE "Y".
            END-IF.

            PERFORM 1100-LOAD-EMPLOYEE-TABLE.
            PERFORM 1200-LOAD-EARN-TABLE.

            OPEN OUTPUT TIMECARDFILE.
            OPEN OUTPUT EDITRPTFILE.
        1110-END.


        1200-LOAD-EARN-TABLE.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 1210-LOAD-EARN-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            ELSE
                DISPLAY "WARNING: EARNCODE.DAT NOT AVAILABLE, STATUS ",
                    ERN-FILE-STATUS, " -- ONLY R, V AND S CARDS ",
                    "ACCEPTED"
                MOVE 3 TO WS-EARN-COUNT
                MOVE "R" TO WS-EARN-CODE (1)
                MOVE "V" TO WS-EARN-CODE (2)
                MOVE "S" TO WS-EARN-CODE (3)
                MOVE "A" TO WS-EARN-STATUS (1) WS-EARN-STATUS (2)
                    WS-EARN-STATUS (3)
            END-IF.
        1200-END.


        1210-LOAD-EARN-ENTRY.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-COUNT)
                        MOVE ERN-STATUS
                            TO WS-EARN-STATUS (WS-EARN-COUNT)
                    ELSE
                        DISPLAY "WARNING: MORE THAN 20 EARNINGS ",
                            "CODES ON FILE, EXTRAS DROPPED"
                    END-IF
            END-READ.
        1210-END.


        2000-READ-ENTRY-FILE.
      *a header closes out the batch before it and opens the next
      *one; a card joins the open batch. A card arriving before any
            END-IF.

            IF CARD-IS-CLEAN
                PERFORM 3150-CHECK-EARN-CODE
                IF WS-EARN-POS = 0
                    MOVE "N" TO WS-CARD-OK-SW
                    MOVE "HOURS TYPE NOT AN EARNINGS CODE"
                        TO WS-CARD-REASON
                ELSE
                    IF WS-EARN-STATUS (WS-EARN-POS) = "R"
                        MOVE "N" TO WS-CARD-OK-SW
                        MOVE "EARNINGS CODE RETIRED"
                            TO WS-CARD-REASON
                    END-IF
                END-IF
            END-IF.

        3140-END.


        3150-CHECK-EARN-CODE.
            MOVE 0 TO WS-EARN-POS.
            IF WS-EARN-COUNT > 0
                PERFORM 3151-SEARCH-EARN-CODE
                    VARYING WS-EARN-SUB FROM 1 BY 1
                    UNTIL WS-EARN-SUB > WS-EARN-COUNT
                    OR WS-EARN-POS NOT = 0
            END-IF.
        3150-END.


        3151-SEARCH-EARN-CODE.
            IF WS-EARN-CODE (WS-EARN-SUB) = WS-EC-HOURS-TYPE
                MOVE WS-EARN-SUB TO WS-EARN-POS
            END-IF.
        3151-END.


        3200-REJECT-HELD-CARD.
            MOVE WS-BC-EMPLOYEEID (WS-BATCH-SUB) TO WS-EC-EMPLOYEEID.
            MOVE WS-BC-HOURS (WS-BATCH-SUB) TO WS-EC-HOURS.
