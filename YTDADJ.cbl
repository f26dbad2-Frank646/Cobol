      *change as part of the baseline instead of flagging it as a
      *discrepancy forever after. Poking the figure with an editor
      *is exactly what this program exists to end.
      *A card that names a tax year corrects that year after YearEnd
      *has closed it: the YTD master (which by then holds the new
      *year) is not touched; the change is figured against the
      *year's archived figures on YTDHIST.DAT, or its latest
      *correction, and appended pending to YTDCORR.DAT for YearEnd's
      *correction mode to file.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            FILE STATUS IS RCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT YTDHISTFILE ASSIGN TO "YTDHIST.DAT"
            FILE STATUS IS HIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT YTDCORRFILE ASSIGN TO "YTDCORR.DAT"
            FILE STATUS IS CORR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
      *one adjustment per card: which employee, which YTD bucket
      *(G gross, T taxable wages, F federal tax, S state tax,
      *O Social Security withheld, M Medicare withheld, A additional
      *Medicare withheld, N net pay), add or subtract, how much, and
      *the reason code the auditors get. The tax year is a trailing
      *field, blank on every card for the open year, so older cards
      *read exactly as before.
        FD ADJINFILE.
        01 ADJ-IN-RECORD.
            04 ADJ-EMPLOYEEID       PIC 9(7).
            04 ADJ-BUCKET           PIC X.
                88 ADJ-BUCKET-GROSS VALUE "G".
                88 ADJ-BUCKET-TAXABLE VALUE "T".
                88 ADJ-BUCKET-FED   VALUE "F".
                88 ADJ-BUCKET-STATE VALUE "S".
                88 ADJ-BUCKET-SOCSEC VALUE "O".
                88 ADJ-BUCKET-MEDICARE VALUE "M".
                88 ADJ-BUCKET-ADDL-MEDICARE VALUE "A".
                88 ADJ-BUCKET-NET   VALUE "N".
            04 ADJ-SIGN             PIC X.
                88 ADJ-SIGN-PLUS    VALUE "+".
                88 ADJ-SIGN-MINUS   VALUE "-".
            04 ADJ-AMOUNT           PIC 9(9)V99.
            04 ADJ-REASON-CODE      PIC X(4).
            04 ADJ-TAX-YEAR         PIC X(4).
            04 ADJ-TAX-YEAR-NUM REDEFINES ADJ-TAX-YEAR
                                    PIC 9(4).

        FD YTDFILE.
            COPY YTDREC.
            04 LOG-REASON-CODE      PIC X(4).
            04 LOG-BEFORE           PIC 9(9)V99.
            04 LOG-AFTER            PIC 9(9)V99.
      *zero for the open year on the YTD master.
            04 LOG-TAX-YEAR         PIC 9(4).

        FD RECONCTLFILE.
        01 RECON-CTL-RECORD.
            04 RCTL-PERIOD-START-NET PIC 9(11)V99.
            04 RCTL-LATEST-NET      PIC 9(11)V99.

      *YearEnd's archive of each closed year -- the figures a closed
      *year was reported with.
        FD YTDHISTFILE.
        01 YTD-HIST-RECORD.
            04 HIST-CLOSE-YEAR      PIC 9(4).
            04 HIST-EMPLOYEEID      PIC 9(7).
            04 HIST-GROSS           PIC 9(9)V99.
            04 HIST-HOURS           PIC 9(5)V99.
            04 HIST-FED-TAX         PIC 9(9)V99.
            04 HIST-STATE-TAX       PIC 9(9)V99.
            04 HIST-NET-PAY         PIC 9(9)V99.
            04 HIST-EE-SOCSEC       PIC 9(9)V99.
            04 HIST-EE-MEDICARE     PIC 9(9)V99.
            04 HIST-EE-ADDL-MEDICARE PIC 9(9)V99.
            04 HIST-TAXABLE-WAGES   PIC 9(9)V99.

        FD YTDCORRFILE.
            COPY YTDCREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  YTD-FILE-STATUS     PIC X(2).
            05  LOG-FILE-STATUS     PIC X(2).
            05  RCTL-FILE-STATUS    PIC X(2).
            05  HIST-FILE-STATUS    PIC X(2).
            05  CORR-FILE-STATUS    PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-APPLIED-COUNT    PIC 9(5)  VALUE 0.
            05  WS-REJECT-COUNT     PIC 9(5)  VALUE 0.
      *the signed sum of the net-bucket adjustments applied, which
      *is exactly how far the reconciliation baseline must move.
            05  WS-NET-SHIFT        PIC S9(11)V99 VALUE 0.
            05  WS-CLOSED-YEAR-SW   PIC X     VALUE "N".
                88 CARD-FOR-CLOSED-YEAR VALUE "Y".
            05  WS-CLOSED-FOUND-SW  PIC X     VALUE "N".
                88 CLOSED-YEAR-FOUND VALUE "Y".
            05  WS-CORR-WRITTEN     PIC 9(5)  VALUE 0.

      *a closed year's statement figures as they stand before the
      *card -- laid out like YC-PREVIOUS / YC-CORRECTED so the whole
      *group moves across.
        01 WS-CLOSED-FIGURES.
            05  WS-CY-GROSS         PIC 9(9)V99.
            05  WS-CY-TAXABLE       PIC 9(9)V99.
            05  WS-CY-FED-TAX       PIC 9(9)V99.
            05  WS-CY-STATE-TAX     PIC 9(9)V99.
            05  WS-CY-EE-SOCSEC     PIC 9(9)V99.
            05  WS-CY-EE-MEDICARE   PIC 9(9)V99.
            05  WS-CY-EE-ADDL-MEDICARE PIC 9(9)V99.


        PROCEDURE DIVISION.

        2100-APPLY-ONE-CARD.
            MOVE "Y" TO WS-CARD-OK-SW.
            IF ADJ-TAX-YEAR = SPACES OR ADJ-TAX-YEAR = "0000"
                MOVE "N" TO WS-CLOSED-YEAR-SW
            ELSE
                MOVE "Y" TO WS-CLOSED-YEAR-SW
            END-IF.

            IF NOT ADJ-BUCKET-GROSS AND NOT ADJ-BUCKET-TAXABLE
                AND NOT ADJ-BUCKET-FED AND NOT ADJ-BUCKET-STATE
                AND NOT ADJ-BUCKET-SOCSEC
                AND NOT ADJ-BUCKET-MEDICARE
                AND NOT ADJ-BUCKET-ADDL-MEDICARE AND NOT ADJ-BUCKET-NET
                DISPLAY "CARD FOR ", ADJ-EMPLOYEEID,
                    " BUCKET NOT G, T, F, S, O, M, A OR N -- REJECTED"
                MOVE "N" TO WS-CARD-OK-SW
            END-IF.
      *net pay is not on the wage statement, and a closed year's
      *net has long since left the reconciliation.
            IF CARD-IS-GOOD AND CARD-FOR-CLOSED-YEAR
                IF ADJ-TAX-YEAR NOT NUMERIC
                    DISPLAY "CARD FOR ", ADJ-EMPLOYEEID,
                        " TAX YEAR NOT NUMERIC -- REJECTED"
                    MOVE "N" TO WS-CARD-OK-SW
                ELSE
                    IF ADJ-BUCKET-NET
                        DISPLAY "CARD FOR ", ADJ-EMPLOYEEID,
                            " NET PAY OF A CLOSED YEAR CANNOT BE ",
                            "ADJUSTED -- REJECTED"
                        MOVE "N" TO WS-CARD-OK-SW
                    END-IF
                END-IF
            END-IF.
            IF CARD-IS-GOOD
                AND NOT ADJ-SIGN-PLUS AND NOT ADJ-SIGN-MINUS
                DISPLAY "CARD FOR ", ADJ-EMPLOYEEID,
                MOVE "N" TO WS-CARD-OK-SW
            END-IF.

            IF CARD-IS-GOOD AND CARD-FOR-CLOSED-YEAR
                PERFORM 2400-FIND-CLOSED-YEAR
                IF NOT CLOSED-YEAR-FOUND
                    DISPLAY "EMPLOYEE ", ADJ-EMPLOYEEID,
                        " HAS NO CLOSED FIGURES FOR ", ADJ-TAX-YEAR,
                        " -- CARD REJECTED"
                    MOVE "N" TO WS-CARD-OK-SW
                END-IF
            END-IF.

            IF CARD-IS-GOOD AND NOT CARD-FOR-CLOSED-YEAR
                MOVE ADJ-EMPLOYEEID TO YTD-EMPLOYEEID
                READ YTDFILE
                    INVALID KEY
      *the YTD pictures are unsigned -- a subtraction that would
      *take a bucket below zero is a keying error, not an
      *adjustment, and bounces the card whole.
            IF CARD-FOR-CLOSED-YEAR
                PERFORM 2210-CLOSED-BUCKET-BEFORE
            ELSE
                EVALUATE TRUE
                    WHEN ADJ-BUCKET-GROSS
                        MOVE YTD-GROSS TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-TAXABLE
                        MOVE YTD-TAXABLE-WAGES TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-FED
                        MOVE YTD-FED-TAX TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-STATE
                        MOVE YTD-STATE-TAX TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-SOCSEC
                        MOVE YTD-EE-SOCSEC TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-MEDICARE
                        MOVE YTD-EE-MEDICARE TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-ADDL-MEDICARE
                        MOVE YTD-EE-ADDL-MEDICARE TO WS-BUCKET-BEFORE
                    WHEN ADJ-BUCKET-NET
                        MOVE YTD-NET-PAY TO WS-BUCKET-BEFORE
                END-EVALUATE
            END-IF.

            IF ADJ-SIGN-MINUS
                IF ADJ-AMOUNT > WS-BUCKET-BEFORE
        2200-END.


        2210-CLOSED-BUCKET-BEFORE.
            EVALUATE TRUE
                WHEN ADJ-BUCKET-GROSS
                    MOVE WS-CY-GROSS TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-TAXABLE
                    MOVE WS-CY-TAXABLE TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-FED
                    MOVE WS-CY-FED-TAX TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-STATE
                    MOVE WS-CY-STATE-TAX TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-SOCSEC
                    MOVE WS-CY-EE-SOCSEC TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-MEDICARE
                    MOVE WS-CY-EE-MEDICARE TO WS-BUCKET-BEFORE
                WHEN ADJ-BUCKET-ADDL-MEDICARE
                    MOVE WS-CY-EE-ADDL-MEDICARE TO WS-BUCKET-BEFORE
            END-EVALUATE.
        2210-END.


        2300-STORE-AND-LOG.
            IF CARD-FOR-CLOSED-YEAR
                PERFORM 2500-WRITE-CORRECTION
            ELSE
                EVALUATE TRUE
                    WHEN ADJ-BUCKET-GROSS
                        MOVE WS-BUCKET-AFTER TO YTD-GROSS
                    WHEN ADJ-BUCKET-TAXABLE
                        MOVE WS-BUCKET-AFTER TO YTD-TAXABLE-WAGES
                    WHEN ADJ-BUCKET-FED
                        MOVE WS-BUCKET-AFTER TO YTD-FED-TAX
                    WHEN ADJ-BUCKET-STATE
                        MOVE WS-BUCKET-AFTER TO YTD-STATE-TAX
                    WHEN ADJ-BUCKET-SOCSEC
                        MOVE WS-BUCKET-AFTER TO YTD-EE-SOCSEC
                    WHEN ADJ-BUCKET-MEDICARE
                        MOVE WS-BUCKET-AFTER TO YTD-EE-MEDICARE
                    WHEN ADJ-BUCKET-ADDL-MEDICARE
                        MOVE WS-BUCKET-AFTER TO YTD-EE-ADDL-MEDICARE
                    WHEN ADJ-BUCKET-NET
                        MOVE WS-BUCKET-AFTER TO YTD-NET-PAY
                        IF ADJ-SIGN-MINUS
                            SUBTRACT ADJ-AMOUNT FROM WS-NET-SHIFT
                        ELSE
                            ADD ADJ-AMOUNT TO WS-NET-SHIFT
                        END-IF
                END-EVALUATE
                REWRITE YTD-RECORD
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.

            MOVE WS-TODAY TO LOG-APPLIED-DATE.
            MOVE ADJ-REASON-CODE TO LOG-REASON-CODE.
            MOVE WS-BUCKET-BEFORE TO LOG-BEFORE.
            MOVE WS-BUCKET-AFTER TO LOG-AFTER.
            IF CARD-FOR-CLOSED-YEAR
                MOVE ADJ-TAX-YEAR-NUM TO LOG-TAX-YEAR
            ELSE
                MOVE 0 TO LOG-TAX-YEAR
            END-IF.
            WRITE ADJ-LOG-RECORD.
        2300-END.


        2400-FIND-CLOSED-YEAR.
      *the year's archived figures are the starting point; every
      *correction since carries the figures it left behind, so the
      *last one on file for the employee and year wins. Both files
      *are read afresh for each card, so a second card for the same
      *employee in this run builds on the first.
            MOVE "N" TO WS-CLOSED-FOUND-SW.
            OPEN INPUT YTDHISTFILE.
            IF HIST-FILE-STATUS = "00"
                PERFORM 2410-SCAN-HISTORY
                    UNTIL HIST-FILE-STATUS NOT = "00"
                CLOSE YTDHISTFILE
            END-IF.
            IF CLOSED-YEAR-FOUND
                OPEN INPUT YTDCORRFILE
                IF CORR-FILE-STATUS = "00"
                    PERFORM 2420-SCAN-CORRECTIONS
                        UNTIL CORR-FILE-STATUS NOT = "00"
                    CLOSE YTDCORRFILE
                END-IF
            END-IF.
        2400-END.


        2410-SCAN-HISTORY.
            READ YTDHISTFILE
                AT END MOVE "10" TO HIST-FILE-STATUS
                NOT AT END
                    IF HIST-CLOSE-YEAR = ADJ-TAX-YEAR-NUM
                        AND HIST-EMPLOYEEID = ADJ-EMPLOYEEID
                        MOVE "Y" TO WS-CLOSED-FOUND-SW
                        MOVE HIST-GROSS TO WS-CY-GROSS
                        MOVE HIST-TAXABLE-WAGES TO WS-CY-TAXABLE
                        MOVE HIST-FED-TAX TO WS-CY-FED-TAX
                        MOVE HIST-STATE-TAX TO WS-CY-STATE-TAX
                        MOVE HIST-EE-SOCSEC TO WS-CY-EE-SOCSEC
                        MOVE HIST-EE-MEDICARE TO WS-CY-EE-MEDICARE
                        MOVE HIST-EE-ADDL-MEDICARE
                            TO WS-CY-EE-ADDL-MEDICARE
                    END-IF
            END-READ.
        2410-END.


        2420-SCAN-CORRECTIONS.
            READ YTDCORRFILE
                AT END MOVE "10" TO CORR-FILE-STATUS
                NOT AT END
                    IF YC-TAX-YEAR = ADJ-TAX-YEAR-NUM
                        AND YC-EMPLOYEEID = ADJ-EMPLOYEEID
                        MOVE YC-CORRECTED TO WS-CLOSED-FIGURES
                    END-IF
            END-READ.
        2420-END.


        2500-WRITE-CORRECTION.
      *appended pending; the master and the reconciliation
      *baseline belong to the open year and are left alone.
            OPEN EXTEND YTDCORRFILE.
            IF CORR-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT YTDCORRFILE
            END-IF.
            MOVE ADJ-TAX-YEAR-NUM TO YC-TAX-YEAR.
            MOVE ADJ-EMPLOYEEID TO YC-EMPLOYEEID.
            MOVE "P" TO YC-STATUS.
            MOVE WS-TODAY TO YC-KEYED-DATE.
            MOVE 0 TO YC-FILED-DATE.
            MOVE ADJ-REASON-CODE TO YC-REASON-CODE.
            MOVE WS-CLOSED-FIGURES TO YC-PREVIOUS.
            EVALUATE TRUE
                WHEN ADJ-BUCKET-GROSS
                    MOVE WS-BUCKET-AFTER TO WS-CY-GROSS
                WHEN ADJ-BUCKET-TAXABLE
                    MOVE WS-BUCKET-AFTER TO WS-CY-TAXABLE
                WHEN ADJ-BUCKET-FED
                    MOVE WS-BUCKET-AFTER TO WS-CY-FED-TAX
                WHEN ADJ-BUCKET-STATE
                    MOVE WS-BUCKET-AFTER TO WS-CY-STATE-TAX
                WHEN ADJ-BUCKET-SOCSEC
                    MOVE WS-BUCKET-AFTER TO WS-CY-EE-SOCSEC
                WHEN ADJ-BUCKET-MEDICARE
                    MOVE WS-BUCKET-AFTER TO WS-CY-EE-MEDICARE
                WHEN ADJ-BUCKET-ADDL-MEDICARE
                    MOVE WS-BUCKET-AFTER TO WS-CY-EE-ADDL-MEDICARE
            END-EVALUATE.
            MOVE WS-CLOSED-FIGURES TO YC-CORRECTED.
            WRITE YTD-CORR-RECORD.
            CLOSE YTDCORRFILE.
            ADD 1 TO WS-CORR-WRITTEN.
        2500-END.


        3000-MOVE-RECON-BASELINE.
      *the reconciliation proves the register's net against the
      *CHANGE in the YTD net since its snapshot -- so a deliberate
                WS-APPLIED-COUNT.
            DISPLAY "Cards rejected:                ",
                WS-REJECT-COUNT.
            DISPLAY "Closed-year corrections:       ",
                WS-CORR-WRITTEN.
            IF WS-CORR-WRITTEN > 0
                DISPLAY "Pending on YTDCORR.DAT for YearEnd's ",
                    "correction mode"
            END-IF.
            DISPLAY "Audit trail appended to YTDADJLOG.DAT".
            STOP RUN.

