        IDENTIFICATION DIVISION.
        PROGRAM-ID. PosPay.
        AUTHOR.     FRANK.

      *Positive-pay issue file for the bank, built after Payroll
      *(and Remit, whose payee checks join the same register) and
      *before the run is released. Every check this run put into
      *circulation goes on POSPAY.DAT as an issued item -- the
      *period's CHECKREG.DAT entries, plus the replacement checks
      *CheckRecon (REISSUE.DAT) and AchReturn (ACHREISS.DAT) have
      *queued -- and every check CheckRecon has voided on
      *CHECKMST.DAT goes on as a void, so the bank refuses a
      *forged, altered or cancelled check at the window. Items are
      *logged to POSPAYLOG.DAT under the run number: an item sent
      *with an earlier run is never sent again, while a rebuild for
      *the same run (after Remit, say) carries the same items. A
      *void is sent only for a check the bank has been told was
      *issued. PayCycle authorizes this file's release alongside
      *the EFT file, and only once Recon has balanced the run.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT RUNCTLFILE ASSIGN TO "RUNCTL.DAT"
            FILE STATUS IS RUNCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKREGFILE ASSIGN TO "CHECKREG.DAT"
            FILE STATUS IS CHKREG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REISSUEFILE ASSIGN TO "REISSUE.DAT"
            FILE STATUS IS RIS-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ACHREISSFILE ASSIGN TO "ACHREISS.DAT"
            FILE STATUS IS ARI-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKMSTFILE ASSIGN TO "CHECKMST.DAT"
            FILE STATUS IS CMST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *every item ever sent: run number, check number, issue/void.
        SELECT PPLOGFILE ASSIGN TO "POSPAYLOG.DAT"
            FILE STATUS IS PPL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT POSPAYFILE ASSIGN TO "POSPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD RUNCTLFILE.
        01 RUN-CONTROL-RECORD.
            04 RC-RUN-NUMBER        PIC 9(5).
            04 RC-PAY-DATE          PIC 9(8).
            04 RC-PERIOD-END        PIC 9(8).
            04 RC-RUN-TYPE          PIC X.

        FD CHECKREGFILE.
            COPY CHKREC.

        FD REISSUEFILE.
        01 REISSUE-RECORD.
            04 RIS-CHECK-NUMBER     PIC 9(6).
            04 RIS-EMPLOYEEID       PIC 9(7).
            04 RIS-PAYEE            PIC X(21).
            04 RIS-AMOUNT           PIC 9(7)V99.
            04 RIS-REPLACES         PIC 9(6).

        FD ACHREISSFILE.
        01 ACH-REISSUE-RECORD.
            04 ARI-CHECK-NUMBER     PIC 9(6).
            04 ARI-EMPLOYEEID       PIC 9(7).
            04 ARI-PAYEE            PIC X(21).
            04 ARI-AMOUNT           PIC 9(7)V99.
            04 ARI-ISSUE-DATE       PIC 9(8).
            04 ARI-TRACE-NUMBER     PIC 9(15).
            04 ARI-RETURN-CODE      PIC X(3).

      *same shape as CheckRecon's cumulative register.
        FD CHECKMSTFILE.
        01 CHECK-MST-RECORD.
            04 CM-CHECK-NUMBER      PIC 9(6).
            04 CM-EMPLOYEEID        PIC 9(7).
            04 CM-PAYEE             PIC X(21).
            04 CM-AMOUNT            PIC 9(7)V99.
            04 CM-ISSUE-DATE        PIC 9(8).
            04 CM-STATUS            PIC X.
                88 CM-CHECK-VOID    VALUE "V".
            04 CM-CLEAR-DATE        PIC 9(8).
            04 CM-REPLACED-BY       PIC 9(6).
            04 CM-REPLACES          PIC 9(6).

        FD PPLOGFILE.
        01 PP-LOG-RECORD.
            04 PPL-RUN-NUMBER       PIC 9(5).
            04 PPL-CHECK-NUMBER     PIC 9(6).
            04 PPL-ISSUE-VOID       PIC X.

        FD POSPAYFILE.
            COPY PPAYREC.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  RUNCTL-FILE-STATUS  PIC X(2).
            05  CHKREG-FILE-STATUS  PIC X(2).
            05  RIS-FILE-STATUS     PIC X(2).
            05  ARI-FILE-STATUS     PIC X(2).
            05  CMST-FILE-STATUS    PIC X(2).
            05  PPL-FILE-STATUS     PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-CTL-RUN-NUMBER   PIC 9(5).
            05  WS-CTL-PAY-DATE     PIC 9(8).
            05  WS-ISSUED-COUNT     PIC 9(5)  VALUE 0.
            05  WS-VOIDED-COUNT     PIC 9(5)  VALUE 0.
            05  WS-SKIPPED-COUNT    PIC 9(5)  VALUE 0.
            05  WS-ITEM-COUNT       PIC 9(7)  VALUE 0.
            05  WS-DOLLAR-TOTAL     PIC 9(10)V99 VALUE 0.

      *the disbursement account the payroll and remittance checks
      *are drawn on, as the bank knows it.
        01 WS-POSPAY-CONTROLS.
            05  WS-PP-ACCOUNT       PIC 9(10) VALUE 0004471190.

      *the item being sent, whichever file it came from.
        01 WS-ITEM.
            05  WS-ITEM-CHECK-NUMBER PIC 9(6).
            05  WS-ITEM-AMOUNT      PIC 9(7)V99.
            05  WS-ITEM-ISSUE-DATE  PIC 9(8).
            05  WS-ITEM-PAYEE       PIC X(21).
            05  WS-ITEM-ISSUE-VOID  PIC X.

        01 WS-LOG-CONTROLS.
            05  WS-LOG-COUNT        PIC 9(5)  COMP VALUE 0.
            05  WS-LOG-SUB          PIC 9(5)  COMP.
            05  WS-LOG-POS          PIC 9(5)  COMP.
            05  WS-LOG-FULL-SW      PIC X     VALUE "N".
                88 LOG-TABLE-FULL   VALUE "Y".

      *the log in memory, with this run's new items added as they
      *are sent; only the new ones go back onto the file.
        01 WS-LOG-TABLE.
            05  WS-LOG-ENTRY OCCURS 5000 TIMES.
                10  WS-LOG-RUN-NUMBER   PIC 9(5).
                10  WS-LOG-CHECK-NUMBER PIC 9(6).
                10  WS-LOG-ISSUE-VOID   PIC X.
                10  WS-LOG-NEW-SW       PIC X.
                    88 WS-LOG-IS-NEW    VALUE "Y".


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-ISSUE-PERIOD-CHECKS.
            PERFORM 2100-ISSUE-REISSUED-CHECKS.
            PERFORM 2200-ISSUE-ACH-REPLACEMENTS.
            PERFORM 3000-VOID-CANCELLED-CHECKS.
            PERFORM 4000-WRITE-TRAILER.
            PERFORM 5000-SAVE-LOG.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            OPEN INPUT RUNCTLFILE.
            IF RUNCTL-FILE-STATUS NOT = "00"
                DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE -- ",
                    "RUN ABORTED"
                STOP RUN
            END-IF.
            READ RUNCTLFILE
                AT END
                    DISPLAY "RUNCTL.DAT IS EMPTY -- RUN ABORTED"
                    STOP RUN
            END-READ.
            MOVE RC-RUN-NUMBER TO WS-CTL-RUN-NUMBER.
            MOVE RC-PAY-DATE TO WS-CTL-PAY-DATE.
            CLOSE RUNCTLFILE.

            PERFORM 1100-LOAD-LOG.

            OPEN OUTPUT POSPAYFILE.
            MOVE SPACES TO POS-PAY-RECORD.
            MOVE "H" TO PP-RECORD-TYPE.
            MOVE WS-PP-ACCOUNT TO PP-ACCOUNT.
            MOVE WS-TODAY TO PP-FILE-DATE.
            MOVE WS-CTL-RUN-NUMBER TO PP-FILE-REF.
            WRITE POS-PAY-RECORD.
        1000-END.


        1100-LOAD-LOG.
            OPEN INPUT PPLOGFILE.
            IF PPL-FILE-STATUS = "00"
                PERFORM 1110-LOAD-LOG-ENTRY
                    UNTIL PPL-FILE-STATUS NOT = "00"
                CLOSE PPLOGFILE
            END-IF.
        1100-END.


        1110-LOAD-LOG-ENTRY.
            READ PPLOGFILE
                AT END MOVE "10" TO PPL-FILE-STATUS
                NOT AT END
                    IF WS-LOG-COUNT < 5000
                        ADD 1 TO WS-LOG-COUNT
                        MOVE PPL-RUN-NUMBER
                            TO WS-LOG-RUN-NUMBER (WS-LOG-COUNT)
                        MOVE PPL-CHECK-NUMBER
                            TO WS-LOG-CHECK-NUMBER (WS-LOG-COUNT)
                        MOVE PPL-ISSUE-VOID
                            TO WS-LOG-ISSUE-VOID (WS-LOG-COUNT)
                        MOVE "N" TO WS-LOG-NEW-SW (WS-LOG-COUNT)
                    ELSE
                        SET LOG-TABLE-FULL TO TRUE
                        MOVE "10" TO PPL-FILE-STATUS
                    END-IF
            END-READ.
            IF LOG-TABLE-FULL
                DISPLAY "POSPAYLOG.DAT TABLE FULL AT 5000 -- ",
                    "RUN ABORTED"
                STOP RUN
            END-IF.
        1110-END.


        2000-ISSUE-PERIOD-CHECKS.
            OPEN INPUT CHECKREGFILE.
            IF CHKREG-FILE-STATUS = "00"
                PERFORM 2010-ISSUE-REGISTER-CHECK
                    UNTIL CHKREG-FILE-STATUS NOT = "00"
                CLOSE CHECKREGFILE
            END-IF.
        2000-END.


        2010-ISSUE-REGISTER-CHECK.
            READ CHECKREGFILE
                AT END MOVE "10" TO CHKREG-FILE-STATUS
                NOT AT END
                    MOVE CHKR-CHECK-NUMBER TO WS-ITEM-CHECK-NUMBER
                    MOVE CHKR-AMOUNT TO WS-ITEM-AMOUNT
                    MOVE CHKR-ISSUE-DATE TO WS-ITEM-ISSUE-DATE
                    MOVE CHKR-PAYEE TO WS-ITEM-PAYEE
                    MOVE "I" TO WS-ITEM-ISSUE-VOID
                    PERFORM 6000-SEND-ITEM
            END-READ.
        2010-END.


        2100-ISSUE-REISSUED-CHECKS.
      *a reissue carries no date of its own; it was cut the day
      *CheckRecon voided the lost check, which is this build's
      *date or earlier -- the bank matches on number and amount.
            OPEN INPUT REISSUEFILE.
            IF RIS-FILE-STATUS = "00"
                PERFORM 2110-ISSUE-REISSUE
                    UNTIL RIS-FILE-STATUS NOT = "00"
                CLOSE REISSUEFILE
            END-IF.
        2100-END.


        2110-ISSUE-REISSUE.
            READ REISSUEFILE
                AT END MOVE "10" TO RIS-FILE-STATUS
                NOT AT END
                    MOVE RIS-CHECK-NUMBER TO WS-ITEM-CHECK-NUMBER
                    MOVE RIS-AMOUNT TO WS-ITEM-AMOUNT
                    MOVE WS-TODAY TO WS-ITEM-ISSUE-DATE
                    MOVE RIS-PAYEE TO WS-ITEM-PAYEE
                    MOVE "I" TO WS-ITEM-ISSUE-VOID
                    PERFORM 6000-SEND-ITEM
            END-READ.
        2110-END.


        2200-ISSUE-ACH-REPLACEMENTS.
            OPEN INPUT ACHREISSFILE.
            IF ARI-FILE-STATUS = "00"
                PERFORM 2210-ISSUE-ACH-REPLACEMENT
                    UNTIL ARI-FILE-STATUS NOT = "00"
                CLOSE ACHREISSFILE
            END-IF.
        2200-END.


        2210-ISSUE-ACH-REPLACEMENT.
            READ ACHREISSFILE
                AT END MOVE "10" TO ARI-FILE-STATUS
                NOT AT END
                    MOVE ARI-CHECK-NUMBER TO WS-ITEM-CHECK-NUMBER
                    MOVE ARI-AMOUNT TO WS-ITEM-AMOUNT
                    MOVE ARI-ISSUE-DATE TO WS-ITEM-ISSUE-DATE
                    MOVE ARI-PAYEE TO WS-ITEM-PAYEE
                    MOVE "I" TO WS-ITEM-ISSUE-VOID
                    PERFORM 6000-SEND-ITEM
            END-READ.
        2210-END.


        3000-VOID-CANCELLED-CHECKS.
            OPEN INPUT CHECKMSTFILE.
            IF CMST-FILE-STATUS = "00"
                PERFORM 3010-VOID-MASTER-CHECK
                    UNTIL CMST-FILE-STATUS NOT = "00"
                CLOSE CHECKMSTFILE
            END-IF.
        3000-END.


        3010-VOID-MASTER-CHECK.
      *a check cut before the bank held an issue file was never on
      *it; the bank already refuses it, so no void is sent.
            READ CHECKMSTFILE
                AT END MOVE "10" TO CMST-FILE-STATUS
                NOT AT END
                    IF CM-CHECK-VOID
                        MOVE CM-CHECK-NUMBER TO WS-ITEM-CHECK-NUMBER
                        MOVE "I" TO WS-ITEM-ISSUE-VOID
                        PERFORM 6100-FIND-LOG-ENTRY
                        IF WS-LOG-POS NOT = 0
                            MOVE CM-AMOUNT TO WS-ITEM-AMOUNT
                            MOVE CM-ISSUE-DATE TO WS-ITEM-ISSUE-DATE
                            MOVE CM-PAYEE TO WS-ITEM-PAYEE
                            MOVE "V" TO WS-ITEM-ISSUE-VOID
                            PERFORM 6000-SEND-ITEM
                        END-IF
                    END-IF
            END-READ.
        3010-END.


        4000-WRITE-TRAILER.
            MOVE SPACES TO POS-PAY-RECORD.
            MOVE "T" TO PP-RECORD-TYPE.
            MOVE WS-PP-ACCOUNT TO PP-ACCOUNT.
            MOVE WS-ITEM-COUNT TO PP-ITEM-COUNT.
            COMPUTE PP-DOLLAR-TOTAL = WS-DOLLAR-TOTAL * 100.
            WRITE POS-PAY-RECORD.
            CLOSE POSPAYFILE.
        4000-END.


        5000-SAVE-LOG.
            OPEN EXTEND PPLOGFILE.
            IF PPL-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT PPLOGFILE
            END-IF.
            IF WS-LOG-COUNT > 0
                PERFORM 5100-WRITE-NEW-LOG-ENTRY
                    VARYING WS-LOG-SUB FROM 1 BY 1
                    UNTIL WS-LOG-SUB > WS-LOG-COUNT
            END-IF.
            CLOSE PPLOGFILE.
        5000-END.


        5100-WRITE-NEW-LOG-ENTRY.
            IF WS-LOG-IS-NEW (WS-LOG-SUB)
                MOVE WS-LOG-RUN-NUMBER (WS-LOG-SUB) TO PPL-RUN-NUMBER
                MOVE WS-LOG-CHECK-NUMBER (WS-LOG-SUB)
                    TO PPL-CHECK-NUMBER
                MOVE WS-LOG-ISSUE-VOID (WS-LOG-SUB) TO PPL-ISSUE-VOID
                WRITE PP-LOG-RECORD
            END-IF.
        5100-END.


        6000-SEND-ITEM.
      *an item already sent with an earlier run stays off the file;
      *one sent with this run (a rebuild) goes on again unlogged.
            PERFORM 6100-FIND-LOG-ENTRY.
            IF WS-LOG-POS NOT = 0
                AND WS-LOG-RUN-NUMBER (WS-LOG-POS)
                    NOT = WS-CTL-RUN-NUMBER
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                PERFORM 6050-WRITE-ITEM
            END-IF.
        6000-END.


        6050-WRITE-ITEM.
            IF WS-LOG-POS = 0
                IF WS-LOG-COUNT >= 5000
                    DISPLAY "POSPAYLOG.DAT TABLE FULL AT 5000 -- ",
                        "RUN ABORTED"
                    CLOSE POSPAYFILE
                    STOP RUN
                END-IF
                ADD 1 TO WS-LOG-COUNT
                MOVE WS-CTL-RUN-NUMBER
                    TO WS-LOG-RUN-NUMBER (WS-LOG-COUNT)
                MOVE WS-ITEM-CHECK-NUMBER
                    TO WS-LOG-CHECK-NUMBER (WS-LOG-COUNT)
                MOVE WS-ITEM-ISSUE-VOID
                    TO WS-LOG-ISSUE-VOID (WS-LOG-COUNT)
                MOVE "Y" TO WS-LOG-NEW-SW (WS-LOG-COUNT)
            END-IF.

            MOVE SPACES TO POS-PAY-RECORD.
            MOVE "D" TO PP-RECORD-TYPE.
            MOVE WS-PP-ACCOUNT TO PP-ACCOUNT.
            MOVE WS-ITEM-CHECK-NUMBER TO PP-CHECK-NUMBER.
            COMPUTE PP-AMOUNT = WS-ITEM-AMOUNT * 100.
            MOVE WS-ITEM-ISSUE-DATE TO PP-ISSUE-DATE.
            MOVE WS-ITEM-ISSUE-VOID TO PP-ISSUE-VOID.
            MOVE WS-ITEM-PAYEE TO PP-PAYEE.
            WRITE POS-PAY-RECORD.

            ADD 1 TO WS-ITEM-COUNT.
            ADD WS-ITEM-AMOUNT TO WS-DOLLAR-TOTAL.
            IF WS-ITEM-ISSUE-VOID = "V"
                ADD 1 TO WS-VOIDED-COUNT
            ELSE
                ADD 1 TO WS-ISSUED-COUNT
            END-IF.
        6050-END.


        6100-FIND-LOG-ENTRY.
      *locates WS-ITEM-CHECK-NUMBER with WS-ITEM-ISSUE-VOID in the
      *log; zero means it has never been sent that way.
            MOVE 0 TO WS-LOG-POS.
            IF WS-LOG-COUNT > 0
                PERFORM 6110-MATCH-LOG-ENTRY
                    VARYING WS-LOG-SUB FROM 1 BY 1
                    UNTIL WS-LOG-SUB > WS-LOG-COUNT
                    OR WS-LOG-POS NOT = 0
            END-IF.
        6100-END.


        6110-MATCH-LOG-ENTRY.
            IF WS-LOG-CHECK-NUMBER (WS-LOG-SUB) = WS-ITEM-CHECK-NUMBER
                AND WS-LOG-ISSUE-VOID (WS-LOG-SUB)
                    = WS-ITEM-ISSUE-VOID
                MOVE WS-LOG-SUB TO WS-LOG-POS
            END-IF.
        6110-END.


        9000-END-PROGRAM.
            DISPLAY "Checks issued to the bank:     ", WS-ISSUED-COUNT.
            DISPLAY "Checks voided to the bank:     ", WS-VOIDED-COUNT.
            DISPLAY "Items already sent, skipped:   ",
                WS-SKIPPED-COUNT.
            DISPLAY "Positive-pay items on file:    ", WS-ITEM-COUNT.
            DISPLAY "Positive-pay file written to POSPAY.DAT".
            STOP RUN.


            END PROGRAM PosPay.
