        IDENTIFICATION DIVISION.
        PROGRAM-ID. AchReturn.
        AUTHOR.     FRANK.

      *ACH return and notification-of-change processing, run when
      *the bank sends back its returns/NOC file for a deposit run.
      *Every entry is matched to the original on PAYEFT.DAT by
      *trace number AND EMPLOYEEID -- an entry that matches nothing
      *is reported, never acted on.
      *  Returned pay: a replacement paper check is queued off the
      *  shared CHECKNUM.DAT sequence (ACHREISS.DAT for the check
      *  run that prints it, and an outstanding entry on
      *  CHECKMST.DAT so the check reconciliation carries it), the
      *  employee's BANK-PRENOTE-STATUS goes back to required so the
      *  details are proved again before another deposit, and a
      *  reversing entry for payroll clearing goes to ACHRETGL.DAT.
      *  A returned prenote only puts the status back to required.
      *  Notification of change: the corrected routing number,
      *  account number or account type is queued on PENDCHG.DAT,
      *  effective today, for Payroll to apply at the start of its
      *  next run like any other pending master change.
      *Each entry is logged to ACHRHIST.DAT once processed, so a
      *returns file fed through twice cannot cut a second check.
      *Everything is listed on ACHRET.RPT for follow-up.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *the bank's returns/NOC file: one record per returned entry
      *or notification of change, carrying the original entry's
      *trace number and individual ID.
        SELECT ACHRTNFILE ASSIGN TO "ACHRTN.DAT"
            FILE STATUS IS RTN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EFTFILE ASSIGN TO "PAYEFT.DAT"
            FILE STATUS IS EFT-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID.

        SELECT PENDCHGFILE ASSIGN TO "PENDCHG.DAT"
            FILE STATUS IS PEND-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKNUMFILE ASSIGN TO "CHECKNUM.DAT"
            FILE STATUS IS CKNUM-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKMSTFILE ASSIGN TO "CHECKMST.DAT"
            FILE STATUS IS CMST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *one record per replacement check queued, for the check run
      *that actually prints it.
        SELECT ACHREISSFILE ASSIGN TO "ACHREISS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

      *every entry this program has acted on, carried run to run.
        SELECT ACHRHISTFILE ASSIGN TO "ACHRHIST.DAT"
            FILE STATUS IS AHST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT GLPOSTFILE ASSIGN TO "ACHRETGL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RETRPTFILE ASSIGN TO "ACHRET.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
      *entry type R is a returned entry, C a notification of change.
      *The reason is the bank's return code (R01, R02...) or change
      *code (C01, C02...). Corrected data follows the NACHA change
      *code: C01 account; C02 routing; C03 routing, three spaces,
      *account; C05 transaction code; C06 account, three spaces,
      *transaction code; C07 routing, account, transaction code.
        FD ACHRTNFILE.
        01 ACH-RETURN-RECORD.
            04 RTN-ENTRY-TYPE       PIC X.
                88 RTN-IS-RETURN    VALUE "R".
                88 RTN-IS-NOC       VALUE "C".
            04 RTN-TRACE-NUMBER     PIC 9(15).
            04 RTN-INDIVIDUAL-ID.
                05 RTN-EMPLOYEEID   PIC 9(7).
                05 FILLER           PIC X(8).
            04 RTN-REASON-CODE      PIC X(3).
            04 RTN-AMOUNT           PIC 9(10).
            04 RTN-RETURN-DATE      PIC 9(8).
            04 RTN-CORRECTED-DATA   PIC X(29).

        FD EFTFILE.
            COPY EFTREC.

        FD EMPLOYEEFILE.
            COPY EMPREC.

        FD PENDCHGFILE.
            COPY PENDREC.

        FD CHECKNUMFILE.
        01 CHECK-NUM-RECORD.
            04 CKN-LAST-CHECK-NUMBER PIC 9(6).

      *same shape as CheckRecon's cumulative register.
        FD CHECKMSTFILE.
        01 CHECK-MST-RECORD.
            04 CM-CHECK-NUMBER      PIC 9(6).
            04 CM-EMPLOYEEID        PIC 9(7).
            04 CM-PAYEE             PIC X(21).
            04 CM-AMOUNT            PIC 9(7)V99.
            04 CM-ISSUE-DATE        PIC 9(8).
            04 CM-STATUS            PIC X.
            04 CM-CLEAR-DATE        PIC 9(8).
            04 CM-REPLACED-BY       PIC 9(6).
            04 CM-REPLACES          PIC 9(6).

        FD ACHREISSFILE.
        01 ACH-REISSUE-RECORD.
            04 ARI-CHECK-NUMBER     PIC 9(6).
            04 ARI-EMPLOYEEID       PIC 9(7).
            04 ARI-PAYEE            PIC X(21).
            04 ARI-AMOUNT           PIC 9(7)V99.
            04 ARI-ISSUE-DATE       PIC 9(8).
            04 ARI-TRACE-NUMBER     PIC 9(15).
            04 ARI-RETURN-CODE      PIC X(3).

        FD ACHRHISTFILE.
        01 ACH-HIST-RECORD.
            04 AHST-ENTRY-TYPE      PIC X.
            04 AHST-TRACE-NUMBER    PIC 9(15).
            04 AHST-EMPLOYEEID      PIC 9(7).
            04 AHST-REASON-CODE     PIC X(3).
            04 AHST-RETURN-DATE     PIC 9(8).
            04 AHST-PROCESSED-DATE  PIC 9(8).
            04 AHST-CHECK-NUMBER    PIC 9(6).

      *GLPost's journal line: account, debit/credit flag, amount,
      *description.
        FD GLPOSTFILE.
        01 GL-POSTING-RECORD.
            04 GLP-ACCOUNT          PIC X(8).
            04 GLP-DRCR             PIC X.
            04 GLP-AMOUNT           PIC 9(9)V99.
            04 GLP-DESC             PIC X(30).

        FD RETRPTFILE.
        01 RET-RPT-LINE             PIC X(100).

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  RTN-FILE-STATUS     PIC X(2).
            05  EFT-FILE-STATUS     PIC X(2).
            05  FILE-CHECK-KEY      PIC X(2).
            05  PEND-FILE-STATUS    PIC X(2).
            05  CKNUM-FILE-STATUS   PIC X(2).
            05  CMST-FILE-STATUS    PIC X(2).
            05  AHST-FILE-STATUS    PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-CHECK-NUMBER     PIC 9(6)  VALUE 100000.
            05  WS-NUMBER-CHANGED-SW PIC X    VALUE "N".
                88 CHECK-NUMBER-MOVED VALUE "Y".
            05  WS-EMP-FOUND-SW     PIC X.
                88 EMPLOYEE-ON-FILE VALUE "Y".
            05  WS-RETURN-AMOUNT    PIC 9(7)V99.
            05  WS-LINE-AMOUNT      PIC 9(8)V99.
            05  WS-ACTION-PTR       PIC 9(2)  COMP.
            05  WS-PAYEE            PIC X(21).
            05  WS-ACTION-TEXT      PIC X(50).

      *the corrected bank details pulled out of a notification of
      *change, and which of them the change code supplies.
        01 WS-NOC-FIELDS.
            05  WS-NOC-ROUTING-X    PIC X(9).
            05  WS-NOC-ROUTING REDEFINES WS-NOC-ROUTING-X
                                    PIC 9(9).
            05  WS-NOC-ACCOUNT      PIC X(17).
            05  WS-NOC-TRAN-CODE    PIC X(2).
            05  WS-NOC-ACCT-TYPE    PIC X.
            05  WS-NOC-ROUTING-SW   PIC X.
                88 NOC-HAS-ROUTING  VALUE "Y".
            05  WS-NOC-ACCOUNT-SW   PIC X.
                88 NOC-HAS-ACCOUNT  VALUE "Y".
            05  WS-NOC-TYPE-SW      PIC X.
                88 NOC-HAS-TYPE     VALUE "Y".
            05  WS-NOC-VALID-SW     PIC X.
                88 NOC-IS-VALID     VALUE "Y".

      *chart-of-accounts constants for the return journal: the
      *returned money comes back into payroll clearing and is owed
      *to the employee until the replacement check goes out.
        01 WS-GL-ACCOUNTS.
            05  WS-ACCT-CLEARING    PIC X(8) VALUE "10100000".
            05  WS-ACCT-RETURNED-PAY PIC X(8) VALUE "21900000".

        01 WS-RUN-TOTALS.
            05  WS-RETURN-COUNT     PIC 9(5)  VALUE 0.
            05  WS-RETURN-TOTAL     PIC 9(9)V99 VALUE 0.
            05  WS-PRENOTE-COUNT    PIC 9(5)  VALUE 0.
            05  WS-REISSUE-COUNT    PIC 9(5)  VALUE 0.
            05  WS-NOC-COUNT        PIC 9(5)  VALUE 0.
            05  WS-NOC-QUEUED       PIC 9(5)  VALUE 0.
            05  WS-UNMATCHED-COUNT  PIC 9(5)  VALUE 0.
            05  WS-DUPLICATE-COUNT  PIC 9(5)  VALUE 0.
            05  WS-REVIEW-COUNT     PIC 9(5)  VALUE 0.

      *the period's entries as sent to the bank.
        01 WS-EFT-CONTROLS.
            05  WS-EFT-COUNT        PIC 9(5)  COMP VALUE 0.
            05  WS-EFT-SUB          PIC 9(5)  COMP.
            05  WS-EFT-POS          PIC 9(5)  COMP.

        01 WS-EFT-TABLE.
            05  WS-EFT-ENTRY OCCURS 1000 TIMES.
                10  WS-EFT-TRACE        PIC 9(15).
                10  WS-EFT-EMPLOYEEID   PIC 9(7).
                10  WS-EFT-TRAN-CODE    PIC X(2).
                    88 WS-EFT-PRENOTE   VALUES "23" "33".
                10  WS-EFT-AMOUNT       PIC 9(10).

      *entries already acted on by an earlier run.
        01 WS-HIST-CONTROLS.
            05  WS-HIST-COUNT       PIC 9(5)  COMP VALUE 0.
            05  WS-HIST-SUB         PIC 9(5)  COMP.
            05  WS-HIST-POS         PIC 9(5)  COMP.

        01 WS-HIST-TABLE.
            05  WS-HIST-ENTRY OCCURS 2000 TIMES.
                10  WS-HIST-ENTRY-TYPE  PIC X.
                10  WS-HIST-TRACE       PIC 9(15).
                10  WS-HIST-EMPLOYEEID  PIC 9(7).
                10  WS-HIST-RETURN-DATE PIC 9(8).

        01 WS-REPORT-FIELDS.
            05  WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-COUNT         PIC ZZ,ZZ9.


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PROCESS-RETURNS-FILE.
            PERFORM 5000-WRITE-TOTALS.
            PERFORM 6000-SAVE-CHECK-NUMBER.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            OPEN INPUT ACHRTNFILE.
            IF RTN-FILE-STATUS NOT = "00"
                DISPLAY "ACHRTN.DAT MISSING OR UNREADABLE, STATUS ",
                    RTN-FILE-STATUS, " -- NOTHING TO PROCESS"
                STOP RUN
            END-IF.

            OPEN I-O EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open EMPFILE.DAT: ", FILE-CHECK-KEY
                CLOSE ACHRTNFILE
                STOP RUN
            END-IF.

            PERFORM 1100-LOAD-EFT-ENTRIES.
            PERFORM 1200-LOAD-HISTORY.
            PERFORM 1300-READ-CHECK-NUMBER.

            OPEN EXTEND PENDCHGFILE.
            IF PEND-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT PENDCHGFILE
            END-IF.
            OPEN EXTEND CHECKMSTFILE.
            IF CMST-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT CHECKMSTFILE
            END-IF.
            OPEN EXTEND ACHRHISTFILE.
            IF AHST-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT ACHRHISTFILE
            END-IF.
            OPEN OUTPUT ACHREISSFILE.
            OPEN OUTPUT GLPOSTFILE.

            OPEN OUTPUT RETRPTFILE.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "ACH RETURNS AND NOTIFICATIONS OF CHANGE -- "
                DELIMITED BY SIZE
                "PROCESSED " DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.
        1000-END.


        1100-LOAD-EFT-ENTRIES.
      *without the sent entries nothing can be matched -- every
      *entry on the returns file would only be reported.
            OPEN INPUT EFTFILE.
            IF EFT-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: PAYEFT.DAT NOT AVAILABLE, STATUS ",
                    EFT-FILE-STATUS, " -- NO ENTRY CAN BE MATCHED"
            ELSE
                PERFORM 1110-LOAD-EFT-ENTRY
                    UNTIL EFT-FILE-STATUS NOT = "00"
                CLOSE EFTFILE
            END-IF.
        1100-END.


        1110-LOAD-EFT-ENTRY.
            READ EFTFILE
                AT END MOVE "10" TO EFT-FILE-STATUS
                NOT AT END
                    IF WS-EFT-COUNT < 1000
                        ADD 1 TO WS-EFT-COUNT
                        MOVE EFT-TRACE-NUMBER
                            TO WS-EFT-TRACE (WS-EFT-COUNT)
                        MOVE EFT-INDIVIDUAL-ID (1:7)
                            TO WS-EFT-EMPLOYEEID (WS-EFT-COUNT)
                        MOVE EFT-TRANSACTION-CODE
                            TO WS-EFT-TRAN-CODE (WS-EFT-COUNT)
                        MOVE EFT-AMOUNT
                            TO WS-EFT-AMOUNT (WS-EFT-COUNT)
                    ELSE
                        DISPLAY "WARNING: EFT TABLE FULL AT 1000 -- ",
                            "LATER ENTRIES CANNOT BE MATCHED"
                        MOVE "10" TO EFT-FILE-STATUS
                    END-IF
            END-READ.
        1110-END.


        1200-LOAD-HISTORY.
            OPEN INPUT ACHRHISTFILE.
            IF AHST-FILE-STATUS = "00"
                PERFORM 1210-LOAD-HISTORY-ENTRY
                    UNTIL AHST-FILE-STATUS NOT = "00"
                CLOSE ACHRHISTFILE
            END-IF.
        1200-END.


        1210-LOAD-HISTORY-ENTRY.
            READ ACHRHISTFILE
                AT END MOVE "10" TO AHST-FILE-STATUS
                NOT AT END
                    IF WS-HIST-COUNT < 2000
                        ADD 1 TO WS-HIST-COUNT
                        MOVE AHST-ENTRY-TYPE
                            TO WS-HIST-ENTRY-TYPE (WS-HIST-COUNT)
                        MOVE AHST-TRACE-NUMBER
                            TO WS-HIST-TRACE (WS-HIST-COUNT)
                        MOVE AHST-EMPLOYEEID
                            TO WS-HIST-EMPLOYEEID (WS-HIST-COUNT)
                        MOVE AHST-RETURN-DATE
                            TO WS-HIST-RETURN-DATE (WS-HIST-COUNT)
                    ELSE
                        DISPLAY "WARNING: RETURN HISTORY TABLE FULL ",
                            "AT 2000 -- REPEAT CHECK IS INCOMPLETE"
                        MOVE "10" TO AHST-FILE-STATUS
                    END-IF
            END-READ.
        1210-END.


        1300-READ-CHECK-NUMBER.
            OPEN INPUT CHECKNUMFILE.
            IF CKNUM-FILE-STATUS = "00"
                READ CHECKNUMFILE
                    NOT AT END
                        MOVE CKN-LAST-CHECK-NUMBER
                            TO WS-CHECK-NUMBER
                END-READ
                CLOSE CHECKNUMFILE
            END-IF.
        1300-END.


        2000-PROCESS-RETURNS-FILE.
            PERFORM 2100-PROCESS-ONE-ENTRY
                UNTIL RTN-FILE-STATUS NOT = "00".
            CLOSE ACHRTNFILE.
        2000-END.


        2100-PROCESS-ONE-ENTRY.
            READ ACHRTNFILE
                AT END MOVE "10" TO RTN-FILE-STATUS
                NOT AT END PERFORM 2110-ACT-ON-ENTRY
            END-READ.
        2100-END.


        2110-ACT-ON-ENTRY.
            PERFORM 2200-FIND-HISTORY.
            PERFORM 2300-FIND-EFT-ENTRY.
            MOVE "N" TO WS-EMP-FOUND-SW.
            IF WS-HIST-POS = 0 AND WS-EFT-POS NOT = 0
                MOVE RTN-EMPLOYEEID TO EMPLOYEEID
                MOVE "Y" TO WS-EMP-FOUND-SW
                READ EMPLOYEEFILE
                    INVALID KEY MOVE "N" TO WS-EMP-FOUND-SW
                END-READ
            END-IF.

            EVALUATE TRUE
                WHEN WS-HIST-POS NOT = 0
                    MOVE "ALREADY PROCESSED -- IGNORED"
                        TO WS-ACTION-TEXT
                    PERFORM 4900-WRITE-ENTRY-LINE
                    ADD 1 TO WS-DUPLICATE-COUNT
                WHEN WS-EFT-POS = 0
                    MOVE "NO MATCHING ENTRY SENT -- CHECK BY HAND"
                        TO WS-ACTION-TEXT
                    PERFORM 4900-WRITE-ENTRY-LINE
                    ADD 1 TO WS-UNMATCHED-COUNT
                WHEN NOT EMPLOYEE-ON-FILE
                    MOVE "EMPLOYEE NOT ON MASTER -- CHECK BY HAND"
                        TO WS-ACTION-TEXT
                    PERFORM 4900-WRITE-ENTRY-LINE
                    ADD 1 TO WS-UNMATCHED-COUNT
                WHEN RTN-IS-RETURN
                    PERFORM 3000-PROCESS-RETURN
                WHEN RTN-IS-NOC
                    PERFORM 4000-PROCESS-NOC
                WHEN OTHER
                    MOVE "UNKNOWN ENTRY TYPE -- CHECK BY HAND"
                        TO WS-ACTION-TEXT
                    PERFORM 4900-WRITE-ENTRY-LINE
                    ADD 1 TO WS-REVIEW-COUNT
            END-EVALUATE.
        2110-END.


        2200-FIND-HISTORY.
            MOVE 0 TO WS-HIST-POS.
            IF WS-HIST-COUNT > 0
                PERFORM 2210-MATCH-HISTORY
                    VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > WS-HIST-COUNT
                    OR WS-HIST-POS NOT = 0
            END-IF.
        2200-END.


        2210-MATCH-HISTORY.
            IF WS-HIST-ENTRY-TYPE (WS-HIST-SUB) = RTN-ENTRY-TYPE
                AND WS-HIST-TRACE (WS-HIST-SUB) = RTN-TRACE-NUMBER
                AND WS-HIST-EMPLOYEEID (WS-HIST-SUB) = RTN-EMPLOYEEID
                AND WS-HIST-RETURN-DATE (WS-HIST-SUB)
                    = RTN-RETURN-DATE
                MOVE WS-HIST-SUB TO WS-HIST-POS
            END-IF.
        2210-END.


        2300-FIND-EFT-ENTRY.
      *trace number and EMPLOYEEID must both agree -- a trace number
      *alone could be a keying slip at the bank.
            MOVE 0 TO WS-EFT-POS.
            IF WS-EFT-COUNT > 0
                PERFORM 2310-MATCH-EFT-ENTRY
                    VARYING WS-EFT-SUB FROM 1 BY 1
                    UNTIL WS-EFT-SUB > WS-EFT-COUNT
                    OR WS-EFT-POS NOT = 0
            END-IF.
        2300-END.


        2310-MATCH-EFT-ENTRY.
            IF WS-EFT-TRACE (WS-EFT-SUB) = RTN-TRACE-NUMBER
                AND WS-EFT-EMPLOYEEID (WS-EFT-SUB) = RTN-EMPLOYEEID
                MOVE WS-EFT-SUB TO WS-EFT-POS
            END-IF.
        2310-END.


        3000-PROCESS-RETURN.
      *the details that bounced are no longer trusted: the prenote
      *cycle starts over, and Payroll pays by check meanwhile. A
      *prenote carried no money, so there is nothing to replace.
            MOVE "P" TO BANK-PRENOTE-STATUS.
            MOVE 0 TO BANK-PRENOTE-DATE.
            REWRITE EMPDETAILS
                INVALID KEY
                    DISPLAY "REWRITE FAILED FOR ", EMPLOYEEID,
                        ", STATUS ", FILE-CHECK-KEY
            END-REWRITE.

            IF WS-EFT-PRENOTE (WS-EFT-POS)
                MOVE "PRENOTE RETURNED -- PRENOTE REQUIRED AGAIN"
                    TO WS-ACTION-TEXT
                PERFORM 4900-WRITE-ENTRY-LINE
                ADD 1 TO WS-PRENOTE-COUNT
                MOVE 0 TO AHST-CHECK-NUMBER
            ELSE
                COMPUTE WS-RETURN-AMOUNT =
                    WS-EFT-AMOUNT (WS-EFT-POS) / 100
                ADD 1 TO WS-RETURN-COUNT
                ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL
                PERFORM 3100-QUEUE-REPLACEMENT-CHECK
                PERFORM 3200-POST-RETURN-JOURNAL
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "REPLACEMENT CHECK " DELIMITED BY SIZE
                       WS-CHECK-NUMBER DELIMITED BY SIZE
                       " QUEUED -- PRENOTE REQUIRED"
                           DELIMITED BY SIZE
                    INTO WS-ACTION-TEXT
                PERFORM 4900-WRITE-ENTRY-LINE
                MOVE WS-CHECK-NUMBER TO AHST-CHECK-NUMBER
            END-IF.

            PERFORM 4800-WRITE-HISTORY.
        3000-END.


        3100-QUEUE-REPLACEMENT-CHECK.
      *the replacement joins the shared CHECKNUM.DAT sequence, goes
      *on the cumulative register as outstanding from today, and is
      *queued for the check run that prints the paper. It stays off
      *CHECKREG.DAT -- that register is the pay run's own, and
      *Recon proves it against the run's net pay.
            ADD 1 TO WS-CHECK-NUMBER.
            SET CHECK-NUMBER-MOVED TO TRUE.

            MOVE SPACES TO WS-PAYEE.
            STRING FIRSTNAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LASTNAME DELIMITED BY SPACE
                INTO WS-PAYEE.

            MOVE WS-CHECK-NUMBER TO ARI-CHECK-NUMBER.
            MOVE EMPLOYEEID TO ARI-EMPLOYEEID.
            MOVE WS-PAYEE TO ARI-PAYEE.
            MOVE WS-RETURN-AMOUNT TO ARI-AMOUNT.
            MOVE WS-TODAY TO ARI-ISSUE-DATE.
            MOVE RTN-TRACE-NUMBER TO ARI-TRACE-NUMBER.
            MOVE RTN-REASON-CODE TO ARI-RETURN-CODE.
            WRITE ACH-REISSUE-RECORD.

            MOVE WS-CHECK-NUMBER TO CM-CHECK-NUMBER.
            MOVE EMPLOYEEID TO CM-EMPLOYEEID.
            MOVE WS-PAYEE TO CM-PAYEE.
            MOVE WS-RETURN-AMOUNT TO CM-AMOUNT.
            MOVE WS-TODAY TO CM-ISSUE-DATE.
            MOVE "O" TO CM-STATUS.
            MOVE 0 TO CM-CLEAR-DATE.
            MOVE 0 TO CM-REPLACED-BY.
            MOVE 0 TO CM-REPLACES.
            WRITE CHECK-MST-RECORD.
            ADD 1 TO WS-REISSUE-COUNT.
        3100-END.


        3200-POST-RETURN-JOURNAL.
      *the reversal: the deposit's credit to payroll clearing is
      *undone against returned net pay owed. The replacement check
      *then pays that liability back out of clearing.
            MOVE WS-ACCT-CLEARING TO GLP-ACCOUNT.
            MOVE "D" TO GLP-DRCR.
            MOVE WS-RETURN-AMOUNT TO GLP-AMOUNT.
            MOVE SPACES TO GLP-DESC.
            STRING "ACH RETURN " DELIMITED BY SIZE
                   RTN-REASON-CODE DELIMITED BY SIZE
                   " EMP " DELIMITED BY SIZE
                   EMPLOYEEID DELIMITED BY SIZE
                INTO GLP-DESC.
            WRITE GL-POSTING-RECORD.

            MOVE WS-ACCT-RETURNED-PAY TO GLP-ACCOUNT.
            MOVE "C" TO GLP-DRCR.
            WRITE GL-POSTING-RECORD.

            MOVE WS-ACCT-RETURNED-PAY TO GLP-ACCOUNT.
            MOVE "D" TO GLP-DRCR.
            MOVE SPACES TO GLP-DESC.
            STRING "REPLACEMENT CHECK " DELIMITED BY SIZE
                   WS-CHECK-NUMBER DELIMITED BY SIZE
                INTO GLP-DESC.
            WRITE GL-POSTING-RECORD.

            MOVE WS-ACCT-CLEARING TO GLP-ACCOUNT.
            MOVE "C" TO GLP-DRCR.
            WRITE GL-POSTING-RECORD.
        3200-END.


        4000-PROCESS-NOC.
      *the bank's corrected details go through the pending-change
      *path like any other master change, effective today so the
      *next run applies them. The bank has already verified them,
      *so the prenote cycle is left where it stands.
            ADD 1 TO WS-NOC-COUNT.
            PERFORM 4100-PARSE-CORRECTION.
            IF NOT NOC-IS-VALID
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "CHANGE CODE " DELIMITED BY SIZE
                       RTN-REASON-CODE DELIMITED BY SIZE
                       " NOT APPLIED -- CORRECT BY HAND"
                           DELIMITED BY SIZE
                    INTO WS-ACTION-TEXT
                PERFORM 4900-WRITE-ENTRY-LINE
                ADD 1 TO WS-REVIEW-COUNT
            ELSE
                PERFORM 4050-QUEUE-CORRECTION
            END-IF.
        4000-END.


        4050-QUEUE-CORRECTION.
            MOVE SPACES TO WS-ACTION-TEXT.
            MOVE 1 TO WS-ACTION-PTR.
            STRING "CORRECTION QUEUED:" DELIMITED BY SIZE
                INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR.
            IF NOC-HAS-ROUTING
                MOVE "B" TO PND-FIELD-CODE
                MOVE SPACES TO PND-NEW-VALUE
                MOVE WS-NOC-ROUTING TO PND-VALUE-NUM
                PERFORM 4200-WRITE-PENDING-CHANGE
                STRING " ROUTING" DELIMITED BY SIZE
                    INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
            END-IF.
            IF NOC-HAS-ACCOUNT
                MOVE "A" TO PND-FIELD-CODE
                MOVE SPACES TO PND-NEW-VALUE
                MOVE WS-NOC-ACCOUNT TO PND-NEW-VALUE
                PERFORM 4200-WRITE-PENDING-CHANGE
                STRING " ACCOUNT" DELIMITED BY SIZE
                    INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
            END-IF.
            IF NOC-HAS-TYPE
                MOVE "K" TO PND-FIELD-CODE
                MOVE SPACES TO PND-NEW-VALUE
                MOVE WS-NOC-ACCT-TYPE TO PND-NEW-VALUE (1:1)
                PERFORM 4200-WRITE-PENDING-CHANGE
                STRING " ACCOUNT TYPE" DELIMITED BY SIZE
                    INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
            END-IF.
            PERFORM 4900-WRITE-ENTRY-LINE.
            ADD 1 TO WS-NOC-QUEUED.

            MOVE 0 TO AHST-CHECK-NUMBER.
            PERFORM 4800-WRITE-HISTORY.
        4050-END.


        4100-PARSE-CORRECTION.
      *only the bank-detail change codes are applied; anything else
      *(a corrected name or individual ID) is left to be keyed by
      *hand off the report.
            MOVE "N" TO WS-NOC-ROUTING-SW WS-NOC-ACCOUNT-SW
                WS-NOC-TYPE-SW.
            MOVE "Y" TO WS-NOC-VALID-SW.
            MOVE SPACES TO WS-NOC-ROUTING-X WS-NOC-ACCOUNT
                WS-NOC-TRAN-CODE.
            EVALUATE RTN-REASON-CODE
                WHEN "C01"
                    MOVE RTN-CORRECTED-DATA (1:17) TO WS-NOC-ACCOUNT
                    SET NOC-HAS-ACCOUNT TO TRUE
                WHEN "C02"
                    MOVE RTN-CORRECTED-DATA (1:9) TO WS-NOC-ROUTING-X
                    SET NOC-HAS-ROUTING TO TRUE
                WHEN "C03"
                    MOVE RTN-CORRECTED-DATA (1:9) TO WS-NOC-ROUTING-X
                    MOVE RTN-CORRECTED-DATA (13:17) TO WS-NOC-ACCOUNT
                    SET NOC-HAS-ROUTING TO TRUE
                    SET NOC-HAS-ACCOUNT TO TRUE
                WHEN "C05"
                    MOVE RTN-CORRECTED-DATA (1:2) TO WS-NOC-TRAN-CODE
                    SET NOC-HAS-TYPE TO TRUE
                WHEN "C06"
                    MOVE RTN-CORRECTED-DATA (1:17) TO WS-NOC-ACCOUNT
                    MOVE RTN-CORRECTED-DATA (21:2) TO WS-NOC-TRAN-CODE
                    SET NOC-HAS-ACCOUNT TO TRUE
                    SET NOC-HAS-TYPE TO TRUE
                WHEN "C07"
                    MOVE RTN-CORRECTED-DATA (1:9) TO WS-NOC-ROUTING-X
                    MOVE RTN-CORRECTED-DATA (10:17) TO WS-NOC-ACCOUNT
                    MOVE RTN-CORRECTED-DATA (27:2) TO WS-NOC-TRAN-CODE
                    SET NOC-HAS-ROUTING TO TRUE
                    SET NOC-HAS-ACCOUNT TO TRUE
                    SET NOC-HAS-TYPE TO TRUE
                WHEN OTHER
                    MOVE "N" TO WS-NOC-VALID-SW
            END-EVALUATE.

            IF NOC-HAS-ROUTING
                IF WS-NOC-ROUTING-X NOT NUMERIC
                    OR WS-NOC-ROUTING = 0
                    MOVE "N" TO WS-NOC-VALID-SW
                END-IF
            END-IF.
            IF NOC-HAS-ACCOUNT
                IF WS-NOC-ACCOUNT = SPACES
                    MOVE "N" TO WS-NOC-VALID-SW
                END-IF
            END-IF.
            IF NOC-HAS-TYPE
                EVALUATE WS-NOC-TRAN-CODE
                    WHEN "22"
                    WHEN "23"
                        MOVE "C" TO WS-NOC-ACCT-TYPE
                    WHEN "32"
                    WHEN "33"
                        MOVE "S" TO WS-NOC-ACCT-TYPE
                    WHEN OTHER
                        MOVE "N" TO WS-NOC-VALID-SW
                END-EVALUATE
            END-IF.
        4100-END.


        4200-WRITE-PENDING-CHANGE.
            MOVE EMPLOYEEID TO PND-EMPLOYEEID.
            MOVE WS-TODAY TO PND-EFFECTIVE-DATE.
            MOVE WS-TODAY TO PND-KEYED-DATE.
            WRITE PENDING-CHANGE-RECORD.
        4200-END.


        4800-WRITE-HISTORY.
            MOVE RTN-ENTRY-TYPE TO AHST-ENTRY-TYPE.
            MOVE RTN-TRACE-NUMBER TO AHST-TRACE-NUMBER.
            MOVE RTN-EMPLOYEEID TO AHST-EMPLOYEEID.
            MOVE RTN-REASON-CODE TO AHST-REASON-CODE.
            MOVE RTN-RETURN-DATE TO AHST-RETURN-DATE.
            MOVE WS-TODAY TO AHST-PROCESSED-DATE.
            WRITE ACH-HIST-RECORD.
        4800-END.


        4900-WRITE-ENTRY-LINE.
            COMPUTE WS-LINE-AMOUNT = RTN-AMOUNT / 100.
            MOVE WS-LINE-AMOUNT TO WS-ED-AMOUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING RTN-ENTRY-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTN-REASON-CODE DELIMITED BY SIZE
                   "  EMP " DELIMITED BY SIZE
                   RTN-EMPLOYEEID DELIMITED BY SIZE
                   "  TRACE " DELIMITED BY SIZE
                   RTN-TRACE-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.
        4900-END.


        5000-WRITE-TOTALS.
            MOVE SPACES TO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-RETURN-COUNT TO WS-ED-COUNT.
            MOVE WS-RETURN-TOTAL TO WS-ED-TOTAL.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "DEPOSITS RETURNED:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "   AMOUNT " DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-REISSUE-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "REPLACEMENT CHECKS:     " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-PRENOTE-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "PRENOTES RETURNED:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-NOC-QUEUED TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "CORRECTIONS QUEUED:     " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-REVIEW-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "LEFT FOR REVIEW:        " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-UNMATCHED-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "UNMATCHED:              " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.

            MOVE WS-DUPLICATE-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO RET-RPT-LINE.
            STRING "ALREADY PROCESSED:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                INTO RET-RPT-LINE.
            WRITE RET-RPT-LINE.
        5000-END.


        6000-SAVE-CHECK-NUMBER.
            IF CHECK-NUMBER-MOVED
                OPEN OUTPUT CHECKNUMFILE
                MOVE WS-CHECK-NUMBER TO CKN-LAST-CHECK-NUMBER
                WRITE CHECK-NUM-RECORD
                CLOSE CHECKNUMFILE
            END-IF.
        6000-END.


        9000-END-PROGRAM.
            CLOSE EMPLOYEEFILE, PENDCHGFILE, CHECKMSTFILE,
                ACHRHISTFILE, ACHREISSFILE, GLPOSTFILE, RETRPTFILE.
            DISPLAY "Deposits returned:             ", WS-RETURN-COUNT.
            DISPLAY "Replacement checks queued:     ",
                WS-REISSUE-COUNT.
            DISPLAY "Prenotes returned:             ",
                WS-PRENOTE-COUNT.
            DISPLAY "Notifications of change:       ", WS-NOC-COUNT.
            DISPLAY "Corrections queued:            ", WS-NOC-QUEUED.
            DISPLAY "Unmatched entries:             ",
                WS-UNMATCHED-COUNT.
            DISPLAY "Follow-up listed on ACHRET.RPT".
            STOP RUN.


            END PROGRAM AchReturn.
