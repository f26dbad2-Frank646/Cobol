      *import are authorized only by RELEASE.OK, which is written
      *solely when step 6 ends clean AND Recon's own balance flag
      *says RUN-IN-BALANCE for this run -- nobody imports
      *GLPOST.DAT before the run has proved itself again. The
      *positive-pay issue file (PosPay, built after Payroll and
      *Remit) is released with the EFT file and never without it:
      *RELEASE.OK is also withheld until a complete POSPAY.DAT for
      *this run is on hand.
      *A regular run's step 1 is also held until the payroll
      *supervisor has signed off its preview (Payroll run with run
      *type P, which lists every check against the last one and
      *pays nothing): function A shows the preview's totals and
      *records the sign-off on PREVOK.DAT, and a preview rerun after
      *that has to be signed off again. Supplemental, retro and
      *bonus runs are not previewed.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        SELECT RELEASEFILE ASSIGN TO "RELEASE.OK"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT POSPAYFILE ASSIGN TO "POSPAY.DAT"
            FILE STATUS IS PPAY-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PREVCTLFILE ASSIGN TO "PREVCTL.DAT"
            FILE STATUS IS PVC-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PREVOKFILE ASSIGN TO "PREVOK.DAT"
            FILE STATUS IS PVOK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
            04 RFLG-BALANCED        PIC X.

        FD RELEASEFILE.
        01 RELEASE-RECORD           PIC X(80).

        FD POSPAYFILE.
            COPY PPAYREC.

      *written by Payroll's preview run.
        FD PREVCTLFILE.
        01 PREVIEW-CTL-RECORD.
            04 PVC-RUN-NUMBER       PIC 9(5).
            04 PVC-PAY-DATE         PIC 9(8).
            04 PVC-RUN-DATE         PIC 9(8).
            04 PVC-RUN-TIME         PIC 9(6).
            04 PVC-PAID-COUNT       PIC 9(5).
            04 PVC-GROSS-TOTAL      PIC 9(9)V99.
            04 PVC-NET-TOTAL        PIC 9(9)V99.
            04 PVC-FLAGGED-COUNT    PIC 9(5).
            04 PVC-MISSING-COUNT    PIC 9(5).

      *the supervisor's sign-off, tied to the preview it approved by
      *that preview's run date and time.
        FD PREVOKFILE.
        01 PREVIEW-OK-RECORD.
            04 PVOK-RUN-NUMBER      PIC 9(5).
            04 PVOK-PAY-DATE        PIC 9(8).
            04 PVOK-PREVIEW-DATE    PIC 9(8).
            04 PVOK-PREVIEW-TIME    PIC 9(6).
            04 PVOK-SUPERVISOR      PIC X(8).
            04 PVOK-SIGN-DATE       PIC 9(8).
            04 PVOK-SIGN-TIME       PIC 9(6).

        WORKING-STORAGE SECTION.

            05  RUNCTL-FILE-STATUS  PIC X(2).
            05  CSTAT-FILE-STATUS   PIC X(2).
            05  RFLG-FILE-STATUS    PIC X(2).
            05  PVC-FILE-STATUS     PIC X(2).
            05  PVOK-FILE-STATUS    PIC X(2).
            05  PPAY-FILE-STATUS    PIC X(2).
            05  WS-PPAY-RUN-NUMBER  PIC 9(5).
            05  WS-PPAY-OK-SW       PIC X.
                88 POSITIVE-PAY-READY VALUE "Y".
            05  WS-CTL-RUN-NUMBER   PIC 9(5).
            05  WS-CTL-PAY-DATE     PIC 9(8).
            05  WS-CTL-RUN-TYPE     PIC X.
                88 CTL-RUN-PREVIEW  VALUE "P".
                88 CTL-RUN-UNPREVIEWED VALUE "S" "T" "B".
            05  WS-FUNCTION-CODE    PIC X.
                88 FUNCTION-START   VALUE "S".
                88 FUNCTION-END     VALUE "E".
                88 FUNCTION-INQUIRE VALUE "I".
                88 FUNCTION-APPROVE VALUE "A".
            05  WS-ASK-STEP         PIC 9(1).
            05  WS-OUTCOME-CODE     PIC X.
                88 OUTCOME-CLEAN    VALUE "C".
                88 PREDECESSORS-CLEAN VALUE "Y".
            05  WS-BOARD-FRESH-SW   PIC X     VALUE "N".
                88 BOARD-IS-FRESH   VALUE "Y".
            05  WS-SIGNOFF-OK-SW    PIC X     VALUE "Y".
                88 PREVIEW-SIGNED-OFF VALUE "Y".
            05  WS-SUPERVISOR-ID    PIC X(8).
            05  WS-CONFIRM-SW       PIC X.
                88 SIGN-OFF-CONFIRMED VALUE "Y".
            05  WS-ED-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-NET           PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-TODAY            PIC 9(8).
            05  WS-NOW              PIC 9(8).

                    PERFORM 3000-END-STEP
                WHEN FUNCTION-INQUIRE
                    CONTINUE
                WHEN FUNCTION-APPROVE
                    PERFORM 6000-SIGN-OFF-PREVIEW
                WHEN OTHER
                    DISPLAY "FUNCTION MUST BE S, E, I OR A -- ",
                        "NOTHING RECORDED"
            END-EVALUATE.
            PERFORM 4000-SHOW-BOARD.
                    STOP RUN
            END-READ.
            MOVE RC-RUN-NUMBER TO WS-CTL-RUN-NUMBER.
            MOVE RC-PAY-DATE TO WS-CTL-PAY-DATE.
            MOVE RC-RUN-TYPE TO WS-CTL-RUN-TYPE.
            CLOSE RUNCTLFILE.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM 1100-LOAD-BOARD.

            DISPLAY "Pay-cycle controller -- run ", WS-CTL-RUN-NUMBER.
            DISPLAY "Function (S=start step, E=end step, I=inquire, ",
                "A=approve preview):".
            ACCEPT WS-FUNCTION-CODE.
            IF FUNCTION-START OR FUNCTION-END
                DISPLAY "Step number (1-6):"
                    UNTIL WS-PRED-SUB >= WS-ASK-STEP
                    OR NOT PREDECESSORS-CLEAN
            END-IF.
            MOVE "Y" TO WS-SIGNOFF-OK-SW.
            IF WS-ASK-STEP = 1
                PERFORM 2200-CHECK-PREVIEW-SIGN-OFF
            END-IF.

            MOVE WS-ASK-STEP TO WS-STEP-SUB.
            EVALUATE TRUE
                    DISPLAY "** STEP ", WS-ASK-STEP, " (",
                        WS-STEP-NAME (WS-ASK-STEP), ") REFUSED -- ",
                        "PREDECESSOR NOT COMPLETE"
                WHEN NOT PREVIEW-SIGNED-OFF
                    DISPLAY "** STEP 1 (PAYROLL) REFUSED -- ",
                        "PREVIEW NOT SIGNED OFF"
                WHEN STEP-COMPLETE (WS-STEP-SUB)
                    DISPLAY "** STEP ", WS-ASK-STEP, " ALREADY ",
                        "COMPLETE -- NOT RESTARTED. OPEN A NEW RUN ",
        2100-END.


        2200-CHECK-PREVIEW-SIGN-OFF.
      *a preview card never runs as step 1 -- it is run ahead of the
      *cycle, and the card is then changed to the real run type. A
      *regular run needs a sign-off for this run number and pay
      *date that names the very preview now on PREVCTL.DAT.
            EVALUATE TRUE
                WHEN CTL-RUN-PREVIEW
                    DISPLAY "** RUNCTL.DAT IS A PREVIEW CARD (RUN ",
                        "TYPE P) -- RUN THE PREVIEW OUTSIDE THE CYCLE"
                    MOVE "N" TO WS-SIGNOFF-OK-SW
                WHEN CTL-RUN-UNPREVIEWED
                    CONTINUE
                WHEN OTHER
                    PERFORM 2210-MATCH-SIGN-OFF
            END-EVALUATE.
        2200-END.


        2210-MATCH-SIGN-OFF.
            MOVE "N" TO WS-SIGNOFF-OK-SW.
            OPEN INPUT PREVOKFILE.
            IF PVOK-FILE-STATUS = "00"
                READ PREVOKFILE
                    AT END MOVE "10" TO PVOK-FILE-STATUS
                END-READ
                CLOSE PREVOKFILE
            END-IF.
            OPEN INPUT PREVCTLFILE.
            IF PVC-FILE-STATUS = "00"
                READ PREVCTLFILE
                    AT END MOVE "10" TO PVC-FILE-STATUS
                END-READ
                CLOSE PREVCTLFILE
            END-IF.

            EVALUATE TRUE
                WHEN PVC-FILE-STATUS NOT = "00"
                    DISPLAY "** NO PREVIEW ON FILE -- RUN PAYROLL ",
                        "WITH RUN TYPE P AND SIGN IT OFF (FUNCTION A)"
                WHEN PVOK-FILE-STATUS NOT = "00"
                    OR PVOK-RUN-NUMBER NOT = WS-CTL-RUN-NUMBER
                    OR PVOK-PAY-DATE NOT = WS-CTL-PAY-DATE
                    DISPLAY "** PREVIEW FOR RUN ", WS-CTL-RUN-NUMBER,
                        " NOT SIGNED OFF -- FUNCTION A"
                WHEN PVOK-PREVIEW-DATE NOT = PVC-RUN-DATE
                    OR PVOK-PREVIEW-TIME NOT = PVC-RUN-TIME
                    OR PVC-RUN-NUMBER NOT = WS-CTL-RUN-NUMBER
                    DISPLAY "** PREVIEW WAS RERUN AFTER SIGN-OFF -- ",
                        "SIGN OFF THE NEW ONE (FUNCTION A)"
                WHEN OTHER
                    MOVE "Y" TO WS-SIGNOFF-OK-SW
                    DISPLAY "Preview signed off by ", PVOK-SUPERVISOR,
                        " on ", PVOK-SIGN-DATE
            END-EVALUATE.
        2210-END.


        3000-END-STEP.
            DISPLAY "Outcome (C=completed clean, F=failed):".
            ACCEPT WS-OUTCOME-CODE.
                    NOT AT END
                        IF RFLG-RUN-NUMBER = WS-CTL-RUN-NUMBER
                            AND RFLG-BALANCED = "Y"
                            PERFORM 3250-CHECK-POSITIVE-PAY
                        ELSE
                            DISPLAY "** RECON DID NOT REPORT THIS ",
                                "RUN IN BALANCE -- RELEASE WITHHELD"
        3200-END.


        3250-CHECK-POSITIVE-PAY.
      *the issue file must be this run's (header reference) and
      *whole (trailer present) -- a half-written file or last
      *period's would let this period's checks bounce, or worse,
      *let a forged one through.
            MOVE "N" TO WS-PPAY-OK-SW.
            MOVE 0 TO WS-PPAY-RUN-NUMBER.
            OPEN INPUT POSPAYFILE.
            IF PPAY-FILE-STATUS = "00"
                PERFORM 3260-READ-POSITIVE-PAY
                    UNTIL PPAY-FILE-STATUS NOT = "00"
                CLOSE POSPAYFILE
            END-IF.
            IF POSITIVE-PAY-READY
                AND WS-PPAY-RUN-NUMBER = WS-CTL-RUN-NUMBER
                PERFORM 3300-WRITE-RELEASE
            ELSE
                DISPLAY "** NO COMPLETE POSPAY.DAT FOR THIS RUN -- ",
                    "RUN POSPAY; RELEASE WITHHELD"
                MOVE "F" TO WS-BRD-STATUS (WS-STEP-SUB)
            END-IF.
        3250-END.


        3260-READ-POSITIVE-PAY.
            READ POSPAYFILE
                AT END MOVE "10" TO PPAY-FILE-STATUS
                NOT AT END
                    EVALUATE TRUE
                        WHEN PP-HEADER
                            MOVE PP-FILE-REF TO WS-PPAY-RUN-NUMBER
                            MOVE "N" TO WS-PPAY-OK-SW
                        WHEN PP-TRAILER
                            SET POSITIVE-PAY-READY TO TRUE
                        WHEN OTHER
                            MOVE "N" TO WS-PPAY-OK-SW
                    END-EVALUATE
            END-READ.
        3260-END.


        3300-WRITE-RELEASE.
            OPEN OUTPUT RELEASEFILE.
            MOVE SPACES TO RELEASE-RECORD.
            STRING "RUN " DELIMITED BY SIZE
                   WS-CTL-RUN-NUMBER DELIMITED BY SIZE
                   " IN BALANCE -- EFT TRANSMIT, POSITIVE PAY AND "
                   DELIMITED BY SIZE
                   "GL IMPORT AUTHORIZED" DELIMITED BY SIZE
                INTO RELEASE-RECORD.
            WRITE RELEASE-RECORD.
            CLOSE RELEASEFILE.
            DISPLAY "CYCLE COMPLETE -- RELEASE.OK WRITTEN. EFT ",
                "TRANSMIT, POSITIVE PAY AND GL IMPORT AUTHORIZED.".
        3300-END.


        5100-END.


        6000-SIGN-OFF-PREVIEW.
      *the payroll supervisor's sign-off of the preview on file,
      *after reading its listing (PREVIEW.DAT).
            OPEN INPUT PREVCTLFILE.
            IF PVC-FILE-STATUS NOT = "00"
                DISPLAY "** NO PREVCTL.DAT -- RUN THE PREVIEW FIRST"
            ELSE
                READ PREVCTLFILE
                    AT END
                        DISPLAY "** PREVCTL.DAT EMPTY -- RUN THE ",
                            "PREVIEW FIRST"
                    NOT AT END
                        PERFORM 6100-CONFIRM-SIGN-OFF
                END-READ
                CLOSE PREVCTLFILE
            END-IF.
        6000-END.


        6100-CONFIRM-SIGN-OFF.
            IF PVC-RUN-NUMBER NOT = WS-CTL-RUN-NUMBER
                OR PVC-PAY-DATE NOT = WS-CTL-PAY-DATE
                DISPLAY "** PREVIEW ON FILE IS FOR RUN ",
                    PVC-RUN-NUMBER, " PAY DATE ", PVC-PAY-DATE,
                    " -- NOT THIS CARD, NOTHING SIGNED OFF"
            ELSE
                MOVE PVC-GROSS-TOTAL TO WS-ED-GROSS
                MOVE PVC-NET-TOTAL TO WS-ED-NET
                DISPLAY "Preview of run ", PVC-RUN-NUMBER,
                    " pay date ", PVC-PAY-DATE, " run ",
                    PVC-RUN-DATE, " ", PVC-RUN-TIME
                DISPLAY "  Employees: ", PVC-PAID-COUNT,
                    "  Gross: ", WS-ED-GROSS, "  Net: ", WS-ED-NET
                DISPLAY "  Flagged:   ", PVC-FLAGGED-COUNT,
                    "  Last period payees not paid: ",
                    PVC-MISSING-COUNT
                DISPLAY "Supervisor ID:"
                ACCEPT WS-SUPERVISOR-ID
                DISPLAY "Sign off this preview? (Y/N):"
                ACCEPT WS-CONFIRM-SW
                EVALUATE TRUE
                    WHEN WS-SUPERVISOR-ID = SPACES
                        DISPLAY "** NO SUPERVISOR ID -- NOT SIGNED OFF"
                    WHEN NOT SIGN-OFF-CONFIRMED
                        DISPLAY "PREVIEW NOT SIGNED OFF"
                    WHEN OTHER
                        PERFORM 6200-WRITE-SIGN-OFF
                END-EVALUATE
            END-IF.
        6100-END.


        6200-WRITE-SIGN-OFF.
            OPEN OUTPUT PREVOKFILE.
            MOVE PVC-RUN-NUMBER TO PVOK-RUN-NUMBER.
            MOVE PVC-PAY-DATE TO PVOK-PAY-DATE.
            MOVE PVC-RUN-DATE TO PVOK-PREVIEW-DATE.
            MOVE PVC-RUN-TIME TO PVOK-PREVIEW-TIME.
            MOVE WS-SUPERVISOR-ID TO PVOK-SUPERVISOR.
            MOVE WS-TODAY TO PVOK-SIGN-DATE.
            MOVE WS-NOW (1:6) TO PVOK-SIGN-TIME.
            WRITE PREVIEW-OK-RECORD.
            CLOSE PREVOKFILE.
            DISPLAY "PREVIEW SIGNED OFF -- STEP 1 MAY NOW START".
        6200-END.


            END PROGRAM PayCycle.
