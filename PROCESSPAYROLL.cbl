            FILE STATUS IS RETRO-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *bonus and commission cards: employee, amount and reason code.
      *Paid on a type-B run of their own, or added to each
      *employee's check on a regular run when the file is present;
      *either run empties the file once it has read the cards.
        SELECT BONUSINFILE ASSIGN TO "BONUSIN.DAT"
            FILE STATUS IS BONUS-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *Recon's snapshot, read only for the pay date it last proved --
      *a bonus run may not reuse it.
        SELECT RECONCTLFILE ASSIGN TO "RECONCTL.DAT"
            FILE STATUS IS RCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *a second path onto the pay-history archive, opened INPUT so a
      *retro run can price the affected periods while the writer FD
      *above stays open EXTEND for the run's own lines.
            FILE STATUS IS DREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *the earnings codes a timecard's hours type can name, with
      *how each is priced, whether it counts toward overtime and
      *which leave balance it draws.
        SELECT EARNCODEFILE ASSIGN TO "EARNCODE.DAT"
            FILE STATUS IS ERN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *future-dated master changes waiting for their effective
      *date; everything due on or before this run's pay date is
      *applied to the master at the start of the run and logged.
        SELECT DEDDETAILFILE ASSIGN TO "DEDDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

      *the running account behind each election, keyed by employee
      *and deduction code -- goal, taken to date and arrears.
        SELECT DEDBALFILE ASSIGN TO "DEDBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DBAL-KEY
            FILE STATUS IS DBAL-FILE-STATUS.

      *how each employee's gross splits across the departments their
      *timecards charged -- what GLPost and DeptSum group by, so
      *department cost follows the hours actually worked.
        SELECT TIMEEXCPFILE ASSIGN TO "TIMEEXCP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

      *each employee's own federal and state withholding elections,
      *keyed by EMPLOYEEID and kept by WhpMaint. Opened I-O so a
      *future-dated set of elections can be rolled into force on
      *the first run whose pay date reaches it.
        SELECT WHPROFILEFILE ASSIGN TO "WHPROFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WHP-EMPLOYEEID
            FILE STATUS IS WHP-FILE-STATUS.

        SELECT WHEXCPFILE ASSIGN TO "WHEXCP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CHECKFILE ASSIGN TO "PAYCHECK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

            FILE STATUS IS PHIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *a preview run (run type P on the card) figures the period's
      *pay and keeps none of it: its only outputs are the variance
      *listing against each employee's last check, and the control
      *record the payroll supervisor signs off through PayCycle
      *before step 1 runs for real. The swing tolerances are an
      *optional card -- without one the defaults apply.
        SELECT PREVIEWFILE ASSIGN TO "PREVIEW.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PREVCTLFILE ASSIGN TO "PREVCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PREVTOLFILE ASSIGN TO "PREVTOL.DAT"
            FILE STATUS IS PTOL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
            04 RC-PERIOD-END       PIC 9(8).
      *"S" = off-cycle supplemental paying only the employees listed
      *on SUPPIN.DAT, appending to the period's register and EFT
      *file; "T" = retro adjustment run off RETROIN.DAT; "B" = a
      *bonus/commission run paying only the BONUSIN.DAT cards, as a
      *run of its own with its own register; "P" = a preview of the
      *regular run that pays and updates nothing and lists each
      *check against the employee's last one on PREVIEW.DAT;
      *anything else is a regular full-cycle run.
            04 RC-RUN-TYPE          PIC X.
      *the first day of the period this run pays -- termination
      *proration counts actual days of the actual period off it.
      *skip a cycle.
            04 RC-ANCHOR-DATE       PIC 9(8).

        FD RECONCTLFILE.
        01 RECON-CTL-RECORD.
            04 RCTL-RUN-NUMBER      PIC 9(5).
            04 RCTL-PAY-DATE        PIC 9(8).
            04 RCTL-PERIOD-START-NET PIC 9(11)V99.
            04 RCTL-LATEST-NET      PIC 9(11)V99.

      *corrected employees to pay on a supplemental run, one
      *EMPLOYEEID per record.
        FD SUPPINFILE.
            04 RET-FROM-DATE        PIC 9(8).
            04 RET-TO-DATE          PIC 9(8).

      *one bonus or commission per card; several cards for one
      *employee add together onto the one check.
        FD BONUSINFILE.
        01 BONUS-IN-RECORD.
            04 BON-EMPLOYEEID       PIC 9(7).
            04 BON-AMOUNT           PIC 9(7)V99.
            04 BON-REASON-CODE      PIC X(4).

      *the history archive as the retro run reads it back; same
      *layout the writer FD appends.
        FD RETROHISTFILE.
            04 RH2-EMPLOYEEID       PIC 9(7).
            04 RH2-FIRSTNAME        PIC X(10).
            04 RH2-LASTNAME         PIC X(10).
            04 RH2-HOURS            PIC S9(3)V99.
            04 RH2-OT-HOURS         PIC S9(3)V99.
            04 RH2-PAYAMOUNT        PIC S9(7)V99.
            04 RH2-FED-TAX          PIC S9(7)V99.
            04 RH2-STATE-TAX        PIC S9(7)V99.
            04 RH2-NET-PAY          PIC S9(7)V99.
            04 RH2-WELLNESS-ADJ     PIC S9(3)V99.
            04 RH2-DEDUCT-TOTAL     PIC S9(7)V99.
            04 RH2-ER-SOCSEC        PIC S9(7)V99.
            04 RH2-ER-MEDICARE      PIC S9(7)V99.
            04 RH2-RETRO-FLAG       PIC X.
            04 RH2-WORK-STATE       PIC X(2).
            04 RH2-DEPARTMENT       PIC X(30).
            04 RH2-EE-SOCSEC        PIC S9(7)V99.
            04 RH2-EE-MEDICARE      PIC S9(7)V99.
            04 RH2-EE-ADDL-MEDICARE PIC S9(7)V99.
            04 RH2-TAXABLE-WAGES    PIC S9(7)V99.
            04 RH2-BONUS-AMOUNT     PIC S9(7)V99.
            04 RH2-BONUS-REASON     PIC X(4).
            04 RH2-BONUS-FED-TAX    PIC S9(7)V99.
            04 RH2-BONUS-STATE-TAX  PIC S9(7)V99.
            04 RH2-OT-PREMIUM       PIC S9(7)V99.
            04 RH2-LEAVE-PAYOUT     PIC S9(7)V99.
            04 RH2-EARN-LINE OCCURS 8 TIMES.
                05 RH2-EARN-CODE    PIC X.
                05 RH2-EARN-HOURS   PIC S9(4)V99.
                05 RH2-EARN-AMOUNT  PIC S9(7)V99.
            04 RH2-REVERSAL-FLAG    PIC X.

      *effective-dated tax brackets, one record per bracket per rate
      *set. Payroll loads the set in force for the run's pay date at
      *Table E carries the employer-side contribution rates the same
      *effective-dated way: bracket 1 is the Social Security match
      *(TXR-CEILING holds the annual wage base), bracket 2 the
      *Medicare-type match (no ceiling, TXR-CEILING keyed zero);
      *the employee is withheld at the same two rates. Bracket 3 is
      *the employee-only additional Medicare withholding: TXR-CEILING
      *holds the annual threshold it starts above.
      *Tables W and A carry the withholding-profile amounts and are
      *optional: brackets 1, 2 and 3 hold the annual standard amount
      *for filing status S, M and H in TXR-CEILING, bracket 4 the
      *annual value of one allowance. W is federal; A is keyed by
      *state like table S, blank being the default for any state
      *without its own. TXR-RATE is unused on both.
      *Table B carries the flat supplemental rates bonus and
      *commission pay is withheld at: bracket 1 federal, bracket 2
      *state (keyed by state, blank the default). A state with no
      *rate of its own or by default withholds bonus pay through
      *its brackets with the regular wages.
      *TXR-RATE carries four decimals so a rate like 1.45% can be
      *keyed exactly -- rate cards are keyed .0620, not .062.
        FD TAXRATEFILE.
                88 TXR-TABLE-FED    VALUE "F".
                88 TXR-TABLE-STATE  VALUE "S".
                88 TXR-TABLE-EMPLOYER VALUE "E".
                88 TXR-TABLE-WH-FED VALUE "W".
                88 TXR-TABLE-WH-STATE VALUE "A".
                88 TXR-TABLE-SUPPLEMENTAL VALUE "B".
            04 TXR-BRACKET-NO       PIC 9(1).
            04 TXR-CEILING          PIC 9(9)V99.
            04 TXR-RATE             PIC V9(4).
        FD DEPTREFFILE.
            COPY DEPTREC.

        FD EARNCODEFILE.
            COPY ERNREC.

        FD PENDCHGFILE.
            COPY PENDREC.

            04 DDET-CLASS           PIC X.
            04 DDET-AMOUNT          PIC 9(7)V99.

        FD DEDBALFILE.
            COPY DBALREC.

      *the labor-distribution file leads with the run token like the
      *register it shadows.
        FD LABORDISTFILE.
            04 TEXC-HOURS           PIC 9(3).
            04 TEXC-STATUS          PIC X(35).

        FD WHPROFILEFILE.
            COPY WHPREC.

      *exception listing of every exempt claim found past its
      *expiry with no renewal keyed: the employee, which leg (F
      *federal, S state), the expiry date, and the pay date the
      *default withholding was taken on instead.
        FD WHEXCPFILE.
        01 WH-EXCP-RECORD.
            04 WHX-EMPLOYEEID       PIC 9(7).
            04 WHX-FIRSTNAME        PIC X(10).
            04 WHX-LASTNAME         PIC X(10).
            04 WHX-LEG              PIC X.
            04 WHX-EXPIRY-DATE      PIC 9(8).
            04 WHX-PAY-DATE         PIC 9(8).
            04 WHX-STATUS           PIC X(35).

      *carries this run's control totals forward so the next run can
      *be checked for reasonableness against it.
        FD AUDITCTLFILE.
            04 TLIST-TERM-DATE         PIC 9(2).
            04 TLIST-STATUS            PIC X(35).

        FD PREVIEWFILE.
        01 PREVIEW-LINE                PIC X(132).

      *what the preview found, for PayCycle's sign-off: the card it
      *ran for, when it ran (a preview rerun after sign-off has to
      *be signed off again) and its headline figures.
        FD PREVCTLFILE.
        01 PREVIEW-CTL-RECORD.
            04 PVC-RUN-NUMBER          PIC 9(5).
            04 PVC-PAY-DATE            PIC 9(8).
            04 PVC-RUN-DATE            PIC 9(8).
            04 PVC-RUN-TIME            PIC 9(6).
            04 PVC-PAID-COUNT          PIC 9(5).
            04 PVC-GROSS-TOTAL         PIC 9(9)V99.
            04 PVC-NET-TOTAL           PIC 9(9)V99.
            04 PVC-FLAGGED-COUNT       PIC 9(5).
            04 PVC-MISSING-COUNT       PIC 9(5).

      *a measure is flagged when it moved by more than its percent
      *of the last check AND by more than the floor -- dollars, or
      *hours for the hours measure -- so a two-dollar change on a
      *small check is not a swing.
        FD PREVTOLFILE.
        01 PREVIEW-TOL-RECORD.
            04 PTOL-GROSS-PCT          PIC 9(3)V99.
            04 PTOL-HOURS-PCT          PIC 9(3)V99.
            04 PTOL-TAX-PCT            PIC 9(3)V99.
            04 PTOL-DEDUCT-PCT         PIC 9(3)V99.
            04 PTOL-NET-PCT            PIC 9(3)V99.
            04 PTOL-AMOUNT-FLOOR       PIC 9(5)V99.
            04 PTOL-HOURS-FLOOR        PIC 9(3)V99.

        WORKING-STORAGE SECTION.

        01 WS-WORK-AREAS.
            05  AHIST-FILE-STATUS   PIC X(2).
            05  PHIST-FILE-STATUS   PIC X(2).
            05  LEAVE-FILE-STATUS   PIC X(2).
            05  DBAL-FILE-STATUS    PIC X(2).
            05  EFTRD-FILE-STATUS   PIC X(2).
            05  PEND-FILE-STATUS    PIC X(2).
            05  PLOG-FILE-STATUS    PIC X(2).
            05  DED-FILE-STATUS     PIC X(2).
            05  CKNUM-FILE-STATUS   PIC X(2).
            05  DREF-FILE-STATUS    PIC X(2).
            05  ERN-FILE-STATUS     PIC X(2).
            05  PAY-FILE-STATUS     PIC X(2).
            05  AUDIT-FILE-STATUS   PIC X(2).
            05  WHP-FILE-STATUS     PIC X(2).
            05  BONUS-FILE-STATUS   PIC X(2).
            05  RCTL-FILE-STATUS    PIC X(2).
            05  PTOL-FILE-STATUS    PIC X(2).
            05  WS-EMPLOYEE-COUNT   PIC 9(5).
            05  WS-PROCESSING-STARTED-SW
                                    PIC X     VALUE "N".

      *pending-change work areas: records not yet due are held here
      *while the due ones are applied, then written back so
      *PENDCHG.DAT only ever holds what is still waiting. Sized
      *for a mass increase committed ahead of its date on top of
      *the changes already waiting -- PayIncrease refuses a commit
      *that would take the file past 5000 records.
        01 WS-PEND-CONTROLS.
            05  WS-PEND-KEEP-COUNT  PIC 9(5)  COMP VALUE 0.
            05  WS-PEND-KEEP-SUB    PIC 9(5)  COMP.
            05  WS-PEND-APPLIED     PIC 9(5)  VALUE 0.
            05  WS-PEND-DROPPED     PIC 9(5)  VALUE 0.
            05  WS-PEND-FULL-SW     PIC X     VALUE "N".
                88 PEND-KEEP-TABLE-FULL VALUE "Y".

        01 WS-PEND-KEEP-TABLE.
            05  WS-PEND-KEEP-ENTRY OCCURS 5000 TIMES PIC X(54).

      *a preview applies nothing to the master: the changes due by
      *its pay date are held here and laid over each employee's
      *record as it is read, so the preview pays what the real run
      *will.
        01 WS-PEND-DUE-CONTROLS.
            05  WS-PEND-DUE-COUNT   PIC 9(5)  COMP VALUE 0.
            05  WS-PEND-DUE-SUB     PIC 9(5)  COMP.

        01 WS-PEND-DUE-TABLE.
            05  WS-PEND-DUE-ENTRY OCCURS 5000 TIMES PIC X(54).

        01 WS-RESTART-CONTROLS.
            05  WS-CHECKPOINT-EVERY PIC 9(3)  VALUE 10.
            05  WS-RUN-TYPE         PIC X     VALUE "R".
                88 RUN-TYPE-SUPPLEMENTAL VALUE "S".
                88 RUN-TYPE-RETRO   VALUE "T".
                88 RUN-TYPE-BONUS   VALUE "B".
                88 RUN-TYPE-PREVIEW VALUE "P".
      *either off-cycle flavor -- both append behind the period's
      *main-run outputs instead of recreating them.
                88 RUN-TYPE-OFF-CYCLE VALUES "S" "T".
            05  WS-RETRO-PAID-COUNT PIC 9(5)  VALUE 0.
            05  WS-RETRO-BACK-PAY   PIC 9(7)V99.
            05  WS-RETRO-RATE-DIFF  PIC S9(7)V99.
            05  WS-RETRO-PERIOD-DIFF PIC S9(7)V99.

      *guards the supplemental against paying someone the main run
      *already paid: SUPPIN.DAT is hand-keyed, and one ID copied
        01 WS-PAID-TABLE.
            05  WS-PAID-EMPLOYEEID OCCURS 1000 TIMES PIC 9(7).

      *preview-run controls. The last-check table holds each
      *employee's most recent regular check line off PAYHIST.DAT and
      *what became of them on the preview: P paid, N not due (or
      *final pay already out), T no timecard, J rejected; blank
      *means the master never produced them at all.
        01 WS-PREVIEW-CONTROLS.
            05  WS-PV-LC-COUNT      PIC 9(5)  COMP VALUE 0.
            05  WS-PV-LC-SUB        PIC 9(5)  COMP.
            05  WS-PV-LC-POS        PIC 9(5)  COMP.
            05  WS-PV-LC-FULL-SW    PIC X     VALUE "N".
                88 PV-LAST-CHECK-TABLE-FULL VALUE "Y".
            05  WS-PV-FIND-EMPLOYEEID PIC 9(7).
            05  WS-PV-LAST-PERIOD   PIC 9(8)  VALUE 0.
            05  WS-PV-MARK          PIC X.
            05  WS-PV-SWING-SW      PIC X.
                88 PV-SWING-FOUND   VALUE "Y".
      *set whenever a tax, deduction or wellness charge had to be
      *cut back to what net pay had left -- the check would have
      *gone below zero had the net not been unsigned.
            05  WS-PV-NET-SHORT-SW  PIC X     VALUE "N".
                88 PV-NET-WENT-SHORT VALUE "Y".
            05  WS-PV-NEW-AMT       PIC 9(7)V99.
            05  WS-PV-OLD-AMT       PIC 9(7)V99.
            05  WS-PV-SWING         PIC 9(7)V99.
            05  WS-PV-TOL-PCT       PIC 9(3)V99.
            05  WS-PV-TOL-FLOOR     PIC 9(7)V99.
            05  WS-PV-FLAG-WORD     PIC X(9).
            05  WS-PV-FLAG-PTR      PIC 9(3)  COMP.
            05  WS-PV-NEW-TAXES     PIC 9(7)V99.
            05  WS-PV-RUN-DATE      PIC 9(8).
            05  WS-PV-RUN-TIME      PIC 9(8).
            05  WS-PV-PAID-COUNT    PIC 9(5)  VALUE 0.
            05  WS-PV-FLAGGED-COUNT PIC 9(5)  VALUE 0.
            05  WS-PV-FIRST-COUNT   PIC 9(5)  VALUE 0.
            05  WS-PV-MISSING-COUNT PIC 9(5)  VALUE 0.
            05  WS-PV-SHORT-COUNT   PIC 9(5)  VALUE 0.
            05  WS-PV-GROSS-TOTAL   PIC 9(9)V99 VALUE 0.
            05  WS-PV-NET-TOTAL     PIC 9(9)V99 VALUE 0.
      *a preview opens the carried masters INPUT and never creates
      *one; a master not yet on disk reads as empty.
            05  WS-PV-NO-YTD-SW     PIC X     VALUE "N".
                88 PV-NO-YTD-MASTER VALUE "Y".
            05  WS-PV-NO-QTR-SW     PIC X     VALUE "N".
                88 PV-NO-QTR-MASTER VALUE "Y".
            05  WS-PV-NO-LEAVE-SW   PIC X     VALUE "N".
                88 PV-NO-LEAVE-FILE VALUE "Y".
            05  WS-PV-NO-DBAL-SW    PIC X     VALUE "N".
                88 PV-NO-DBAL-FILE  VALUE "Y".

      *the tolerances in force -- these defaults, or PREVTOL.DAT.
        01 WS-PREVIEW-TOLERANCES.
            05  WS-PV-GROSS-PCT     PIC 9(3)V99 VALUE 10.00.
            05  WS-PV-HOURS-PCT     PIC 9(3)V99 VALUE 10.00.
            05  WS-PV-TAX-PCT       PIC 9(3)V99 VALUE 15.00.
            05  WS-PV-DEDUCT-PCT    PIC 9(3)V99 VALUE 10.00.
            05  WS-PV-NET-PCT       PIC 9(3)V99 VALUE 10.00.
            05  WS-PV-AMOUNT-FLOOR  PIC 9(5)V99 VALUE 25.00.
            05  WS-PV-HOURS-FLOOR   PIC 9(3)V99 VALUE 2.00.

        01 WS-PV-LAST-CHECK-TABLE.
            05  WS-PV-LC-ENTRY OCCURS 1000 TIMES.
                10  WS-PV-LC-EMPLOYEEID PIC 9(7).
                10  WS-PV-LC-FIRSTNAME  PIC X(10).
                10  WS-PV-LC-LASTNAME   PIC X(10).
                10  WS-PV-LC-PAY-DATE   PIC 9(8).
                10  WS-PV-LC-HOURS      PIC 9(3)V99.
                10  WS-PV-LC-GROSS      PIC 9(7)V99.
                10  WS-PV-LC-TAXES      PIC 9(7)V99.
                10  WS-PV-LC-DEDUCT     PIC 9(7)V99.
                10  WS-PV-LC-NET        PIC 9(7)V99.
                10  WS-PV-LC-STATUS     PIC X.

      *one employee's figures on the listing -- this run's, or the
      *last check's on the line beneath.
        01 WS-PV-DETAIL-LINE.
            05  WS-PVD-EMPLOYEEID   PIC X(7).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-PVD-NAME         PIC X(21).
            05  WS-PVD-WHEN         PIC X(14).
            05  WS-PVD-GROSS        PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PVD-HOURS        PIC ZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PVD-TAXES        PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PVD-DEDUCT       PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PVD-NET          PIC ZZZZZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PVD-FLAGS        PIC X(37).

        01 WS-PV-HEAD-LINE.
            05  FILLER              PIC X(24) VALUE
                    "PAYROLL PREVIEW -- RUN ".
            05  WS-PVH-RUN-NUMBER   PIC 9(5).
            05  FILLER              PIC X(11) VALUE "  PAY DATE ".
            05  WS-PVH-PAY-DATE     PIC 9(8).
            05  FILLER              PIC X(40) VALUE
                    "  -- NOTHING ON THIS LISTING IS PAID".

        01 WS-PV-COLUMN-LINE.
            05  FILLER              PIC X(9)  VALUE "EMP ID".
            05  FILLER              PIC X(21) VALUE "NAME".
            05  FILLER              PIC X(14) VALUE "CHECK".
            05  FILLER              PIC X(11) VALUE "     GROSS ".
            05  FILLER              PIC X(7)  VALUE " HOURS ".
            05  FILLER              PIC X(11) VALUE "     TAXES ".
            05  FILLER              PIC X(11) VALUE "DEDUCTIONS ".
            05  FILLER              PIC X(11) VALUE "       NET ".
            05  FILLER              PIC X(37) VALUE "FLAGS".

      *an exception the real run would list on its own exception
      *files, shown on the listing instead.
        01 WS-PV-NOTE-LINE.
            05  WS-PVN-EMPLOYEEID   PIC 9(7).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(3)  VALUE "** ".
            05  WS-PVN-TEXT         PIC X(35).

        01 WS-PV-TOL-LINE.
            05  FILLER              PIC X(18) VALUE
                    "TOLERANCES: GROSS ".
            05  WS-PVL-GROSS        PIC ZZ9.99.
            05  FILLER              PIC X(9)  VALUE "%  HOURS ".
            05  WS-PVL-HOURS        PIC ZZ9.99.
            05  FILLER              PIC X(7)  VALUE "%  TAX ".
            05  WS-PVL-TAX          PIC ZZ9.99.
            05  FILLER              PIC X(7)  VALUE "%  DED ".
            05  WS-PVL-DEDUCT       PIC ZZ9.99.
            05  FILLER              PIC X(7)  VALUE "%  NET ".
            05  WS-PVL-NET          PIC ZZ9.99.
            05  FILLER              PIC X(11) VALUE "%  FLOOR $".
            05  WS-PVL-AMOUNT-FLOOR PIC ZZZZ9.99.
            05  FILLER              PIC X(3)  VALUE " / ".
            05  WS-PVL-HOURS-FLOOR  PIC ZZ9.99.
            05  FILLER              PIC X(4)  VALUE " HRS".

        01 WS-PV-TOTAL-LINE-1.
            05  FILLER              PIC X(21) VALUE
                    "EMPLOYEES PREVIEWED: ".
            05  WS-PVT-PAID         PIC ZZZZ9.
            05  FILLER              PIC X(10) VALUE "   GROSS: ".
            05  WS-PVT-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(8)  VALUE "   NET: ".
            05  WS-PVT-NET          PIC ZZZ,ZZZ,ZZ9.99.

        01 WS-PV-TOTAL-LINE-2.
            05  FILLER              PIC X(9)  VALUE "FLAGGED: ".
            05  WS-PVT-FLAGGED      PIC ZZZZ9.
            05  FILLER              PIC X(15) VALUE "   FIRST-TIME: ".
            05  WS-PVT-FIRST        PIC ZZZZ9.
            05  FILLER              PIC X(13) VALUE "   NOT PAID: ".
            05  WS-PVT-MISSING      PIC ZZZZ9.
            05  FILLER              PIC X(17) VALUE
                    "   ZERO/NEG NET: ".
            05  WS-PVT-SHORT        PIC ZZZZ9.

      *parameter area for the shared DATECALC calendar routine --
      *all real-calendar questions (day serials, month lengths,
      *leap years, whether a keyed date exists at all) go there.
            05  WS-EFFECTIVE-OT-THRESHOLD
                                    PIC 9(3)V99.
            05  WS-OT-FACTOR        PIC 9V99  VALUE 1.50.
            05  WS-REG-HOURS        PIC 9(3)V99.
            05  WS-OT-HOURS         PIC 9(3)V99.
            05  WS-GROSS-AMOUNT     PIC 9(7)V99.
            05  WS-TAX-SUB          PIC 9(2)  COMP.
            05  WS-FED-TAX-AMT      PIC 9(7)V99.
            05  WS-STATE-TAX-AMT    PIC 9(7)V99.
      *gross less this check's pre-tax elections -- what the
      *federal and state withholding is figured on.
            05  WS-TAXABLE-WAGES    PIC 9(7)V99.
            05  WS-PRETAX-TOTAL     PIC 9(7)V99.

      *Simplified annualized-income tax brackets. Each bracket holds
      *the ceiling of annualized gross it applies to and a flat rate
            05  WS-ER-SS-AMT        PIC 9(7)V99.
            05  WS-ER-MEDI-AMT      PIC 9(7)V99.

      *the employee's own share off the same table-E set: Social
      *Security at the employer rate up to the same wage base,
      *Medicare at the employer rate on everything, and the
      *additional Medicare withholding (table E bracket 3 -- the
      *ceiling is the annual threshold, the rate the extra
      *withholding) on the part of YTD gross past the threshold.
      *These DO come out of net pay.
        01 WS-EMPLOYEE-TAX-CONTROLS.
            05  WS-ADDL-MEDI-THRESHOLD PIC 9(9)V99.
            05  WS-ADDL-MEDI-RATE   PIC V9(4).
            05  WS-EE-SS-TAXABLE    PIC 9(9)V99.
            05  WS-EE-ADDL-TAXABLE  PIC 9(9)V99.
            05  WS-EE-SS-AMT        PIC 9(7)V99.
            05  WS-EE-MEDI-AMT      PIC 9(7)V99.
            05  WS-EE-ADDL-MEDI-AMT PIC 9(7)V99.
            05  WS-YTD-GROSS-BEFORE PIC 9(9)V99.

      *withholding-profile work areas. The elections for the
      *employee in hand are carried here one leg at a time -- off
      *their profile, or blank/zero (the default withholding) when
      *there is no profile, the file is missing, or an exempt claim
      *has lapsed. The annual standard and allowance amounts come
      *off TAXRATE.DAT tables W and A; with neither on file the
      *elections still carry extra withholding and exempt claims,
      *but reduce no wages.
        01 WS-WH-PROFILE-CONTROLS.
            05  WS-WHP-AVAILABLE-SW PIC X     VALUE "N".
                88 WHPROFILE-AVAILABLE VALUE "Y".
            05  WS-WHP-FOUND-SW     PIC X     VALUE "N".
                88 WHP-PROFILE-FOUND VALUE "Y".
            05  WS-WHP-ROLLED       PIC 9(5)  VALUE 0.
            05  WS-WHX-COUNT        PIC 9(5)  VALUE 0.
            05  WS-WH-FED-LOADED    PIC 9(1)  COMP VALUE 0.
            05  WS-WH-STATE-USED    PIC 9(1)  COMP VALUE 0.
            05  WS-WH-STATE-SUB     PIC 9(1)  COMP.
            05  WS-WH-STATE-POS     PIC 9(1)  COMP.
            05  WS-WH-WAGES         PIC 9(7)V99.
            05  WS-WH-REDUCTION     PIC 9(7)V99.
            05  WS-WH-ANNUAL-REDUCTION PIC 9(9)V99.
      *the leg being figured: its election and the annual amounts
      *that go with it.
            05  WS-WH-STATUS        PIC X.
            05  WS-WH-ALLOWANCES    PIC 9(2).
            05  WS-WH-STD-SINGLE    PIC 9(9)V99.
            05  WS-WH-STD-MARRIED   PIC 9(9)V99.
            05  WS-WH-STD-HEAD      PIC 9(9)V99.
            05  WS-WH-ALLOW-VALUE   PIC 9(9)V99.

        01 WS-WH-ELECTIONS.
            05  WS-FED-ELECTION.
                10  WS-FED-EL-STATUS     PIC X.
                10  WS-FED-EL-ALLOWANCES PIC 9(2).
                10  WS-FED-EL-EXTRA      PIC 9(5)V99.
                10  WS-FED-EL-EXEMPT     PIC X.
                    88 FED-EXEMPT-HONORED VALUE "Y".
            05  WS-ST-ELECTION.
                10  WS-ST-EL-STATUS      PIC X.
                10  WS-ST-EL-ALLOWANCES  PIC 9(2).
                10  WS-ST-EL-EXTRA       PIC 9(5)V99.
                10  WS-ST-EL-EXEMPT      PIC X.
                    88 ST-EXEMPT-HONORED VALUE "Y".

        01 WS-WH-FED-AMOUNTS.
            05  WS-WH-FED-AMOUNT OCCURS 4 TIMES PIC 9(9)V99.

        01 WS-WH-STATE-TABLE.
            05  WS-WH-STATE-SET OCCURS 8 TIMES.
                10  WS-WH-STATE-CODE     PIC X(2).
                10  WS-WH-STATE-AMOUNT OCCURS 4 TIMES
                                         PIC 9(9)V99.

      *bonus and commission controls. The cards are loaded once per
      *run (regular or type B) into the table below, one entry per
      *employee -- several cards for the same employee add into the
      *one entry, and differing reason codes read MULT. The paid
      *switch is how cards that never reached a check are found at
      *end of run and listed as R008 rejects, or R010 where a
      *checkpoint restart could not tell from the register whether
      *it was paid. The amount on the
      *check in hand is withheld at the table-B supplemental rates
      *instead of through the brackets.
        01 WS-BONUS-CONTROLS.
            05  WS-BONUS-COUNT      PIC 9(5)  COMP VALUE 0.
            05  WS-BONUS-SUB        PIC 9(5)  COMP.
            05  WS-BONUS-POS        PIC 9(5)  COMP.
            05  WS-BONUS-CARDS-READ PIC 9(5)  VALUE 0.
            05  WS-BONUS-PAID-COUNT PIC 9(5)  VALUE 0.
            05  WS-BONUS-UNPAID-COUNT PIC 9(5) VALUE 0.
            05  WS-BONUS-FULL-SW    PIC X     VALUE "N".
                88 BONUS-TABLE-FULL VALUE "Y".
            05  WS-BONUS-LINE-SW    PIC X     VALUE "N".
                88 BONUS-ONLY-LINE  VALUE "Y".
      *set once a checkpoint restart has read the interrupted run's
      *register for the bonuses it already paid.
            05  WS-BONUS-REG-READ-SW PIC X    VALUE "N".
                88 RESUMED-REGISTER-READ VALUE "Y".
            05  WS-BONUS-THIS-CHECK PIC 9(7)V99.
            05  WS-BONUS-REASON     PIC X(4).
            05  WS-SUPP-FED-LOADED-SW PIC X   VALUE "N".
                88 SUPP-FED-RATE-LOADED VALUE "Y".
            05  WS-SUPP-FED-RATE    PIC V9(4).
            05  WS-SUPP-STATE-USED  PIC 9(1)  COMP VALUE 0.
            05  WS-SUPP-STATE-SUB   PIC 9(1)  COMP.
            05  WS-SUPP-STATE-POS   PIC 9(1)  COMP.
            05  WS-SUPP-STATE-RATE-USED PIC V9(4).
            05  WS-SUPP-WAGES       PIC 9(7)V99.
            05  WS-SUPP-FED-AMT     PIC 9(7)V99.
            05  WS-SUPP-STATE-AMT   PIC 9(7)V99.
            05  WS-REGULAR-WAGES    PIC 9(7)V99.
            05  WS-LD-REGULAR-GROSS PIC 9(7)V99.

        01 WS-SUPP-STATE-TABLE.
            05  WS-SUPP-STATE-ENTRY OCCURS 8 TIMES.
                10  WS-SUPP-STATE-CODE   PIC X(2).
                10  WS-SUPP-STATE-RATE   PIC V9(4).

        01 WS-BONUS-TABLE.
            05  WS-BONUS-ENTRY OCCURS 500 TIMES.
                10  WS-BONUS-EMPLOYEEID  PIC 9(7).
                10  WS-BONUS-AMOUNT      PIC 9(7)V99.
                10  WS-BONUS-REASON-CODE PIC X(4).
                10  WS-BONUS-PAID-SW     PIC X.

      *employees who took part in the wellness-incentive BMI check
      *get a per-period credit for landing in the target range, and a
      *per-period deduction if they took part but landed outside it;
            05  WS-DEPT-VALID-SW    PIC X.
                88 DEPARTMENT-ON-FILE VALUE "Y".

      *the earnings-code reference list, loaded once per run: how
      *each hours type is priced, whether it counts toward the
      *overtime threshold and which leave balance it draws. With no
      *EARNCODE.DAT the three types every card has always known are
      *built in -- regular at straight time counting toward
      *overtime, vacation and sick at straight time drawing their
      *balances -- so a shop that never files one pays exactly as
      *before.
        01 WS-EARN-CONTROLS.
            05  WS-EARN-COUNT       PIC 9(2)  COMP VALUE 0.
            05  WS-EARN-SUB         PIC 9(2)  COMP.
            05  WS-EARN-POS         PIC 9(2)  COMP.
            05  WS-EARN-LOOKUP-CODE PIC X.
            05  WS-EARN-RATE        PIC 9(5)V9(4).

        01 WS-EARN-TABLE.
            05  WS-EARN-ENTRY OCCURS 20 TIMES.
                10  WS-EARN-CODE        PIC X.
                10  WS-EARN-MULTIPLIER  PIC 9V9(4).
                10  WS-EARN-PREMIUM     PIC 9(3)V99.
                10  WS-EARN-COUNTS-OT   PIC X.
                10  WS-EARN-LEAVE-DRAW  PIC X.

      *this employee's period hours and pay by earnings code, built
      *while the cards are matched and priced in 0230 -- one line
      *per code worked, copied to the register's earnings lines.
        01 WS-EARNLINE-CONTROLS.
            05  WS-EARNLINE-COUNT   PIC 9(2)  COMP VALUE 0.
            05  WS-EARNLINE-SUB     PIC 9(2)  COMP.
            05  WS-EARNLINE-POS     PIC 9(2)  COMP.
            05  WS-OT-PREMIUM-AMT   PIC 9(7)V99.
            05  WS-RETRO-LINE-DIFF  PIC S9(7)V99.

        01 WS-EARNLINE-TABLE.
            05  WS-EARNLINE-ENTRY OCCURS 8 TIMES.
                10  WS-EL-CODE          PIC X.
                10  WS-EL-EARN-POS      PIC 9(2)  COMP.
                10  WS-EL-HOURS         PIC 9(4)V99.
                10  WS-EL-AMOUNT        PIC 9(7)V99.

        01 WS-DEPTREF-TABLE.
            05  WS-DEPTREF-ENTRY OCCURS 50 TIMES.
                10  WS-DEPTREF-NAME      PIC X(30).
            05  WS-DEDUCT-POS       PIC 9(5)  COMP.
            05  WS-DED-PASS-CLASS   PIC X.
            05  WS-DED-THIS-AMOUNT  PIC 9(7)V99.
      *what the election is owed this check -- the period amount,
      *plus any arrears being recovered, held to what is left of
      *its goal -- before the garnishment limit and net pay cap it.
            05  WS-DED-OWED         PIC 9(7)V99.
            05  WS-DED-GOAL-LEFT    PIC 9(7)V99.
            05  WS-DBAL-NEW-SW      PIC X.
                88 DED-BALANCE-IS-NEW VALUE "Y".
            05  WS-DED-ARREARS-SW   PIC X.
                88 DED-ARREARS-RECOVERED VALUE "Y".
      *disposable earnings -- gross less the withholding the law
      *requires -- and the garnishment room it leaves. The general
      *limit is the lesser of WS-GARN-STD-PCT of disposable and
      *what lies above thirty times the federal minimum wage a
      *week, scaled to the employee's pay frequency; an order with
      *its own percent on DEDBAL.DAT (support orders) uses that
      *instead. All garnishments on a check share the one limit.
            05  WS-DISPOSABLE-EARN  PIC 9(7)V99.
            05  WS-GARN-TAKEN       PIC 9(7)V99.
            05  WS-GARN-CAP         PIC 9(7)V99.
            05  WS-GARN-ROOM        PIC 9(7)V99.
            05  WS-GARN-FLOOR       PIC 9(7)V99.
            05  WS-GARN-STD-PCT     PIC 9(2)V99 VALUE 25.00.
            05  WS-GARN-FLOOR-WEEK  PIC 9(5)V99 VALUE 217.50.
            05  WS-DEDUCT-FULL-SW   PIC X     VALUE "N".
                88 DEDUCT-TABLE-FULL VALUE "Y".

            05  WS-TC-REG-HOURS        PIC 9(4).
            05  WS-TC-VAC-HOURS        PIC 9(4).
            05  WS-TC-SICK-HOURS       PIC 9(4).
      *hours under an earnings code that neither counts toward
      *overtime nor draws leave -- on-call, standby and the like.
            05  WS-TC-OTHER-HOURS      PIC 9(4).
            05  WS-TC-TOTAL-HOURS      PIC 9(4).
            05  WS-TC-OVER-MAX-SW      PIC X     VALUE "N".
                88 TIMECARD-HOURS-OVER-MAX VALUE "Y".
                10  WS-TIMECARD-CHARGE-DEPT  PIC X(30).
                10  WS-TIMECARD-MATCHED-SW   PIC X.

      *the departments this employee's cards actually charged, one
      *entry per department and earnings code, built while the cards
      *are matched, and the work fields that split each earnings
      *line across them in proportion to hours. The last department
      *takes the rounding remainder so the shares always add back
      *exactly to the register gross.
        01 WS-WORKDEPT-CONTROLS.
            05  WS-WORKDEPT-COUNT   PIC 9(2)  COMP VALUE 0.
            05  WS-WORKDEPT-SUB     PIC 9(2)  COMP.
            05  WS-WORKDEPT-WRITTEN PIC 9(7)V99.
            05  WS-WORKDEPT-SHARE   PIC 9(7)V99.
            05  WS-CHARGE-DEPT      PIC X(30).
            05  WS-CHARGE-CODE      PIC X.
            05  WS-WORKDEPT-OT-HOURS
                                    PIC 9(4)V99.
            05  WS-LD-HEADER-LINE   PIC X(53).
            05  WS-WORKDEPT-LAST    PIC 9(2)  COMP.
            05  WS-WORKDEPT-MATCH-SW
                                    PIC X.
                88 WORKDEPT-MATCHES VALUE "Y".
            05  WS-LD-SPLIT-MODE    PIC X.
                88 LD-SPLIT-BY-CODE VALUE "C".
                88 LD-SPLIT-BY-OT   VALUE "O".
            05  WS-LD-SPLIT-CODE    PIC X.
            05  WS-LD-SPLIT-AMOUNT  PIC 9(7)V99.
            05  WS-LD-SPLIT-HOURS   PIC 9(4)V99.
            05  WS-LD-WRITTEN-TOTAL PIC 9(7)V99.

        01 WS-WORKDEPT-TABLE.
            05  WS-WORKDEPT-ENTRY OCCURS 20 TIMES.
                10  WS-WORKDEPT-NAME     PIC X(30).
                10  WS-WORKDEPT-CODE     PIC X.
                10  WS-WORKDEPT-OT-SW    PIC X.
                    88 WORKDEPT-COUNTS-OT VALUE "Y".
                10  WS-WORKDEPT-HOURS    PIC 9(4)V99.

      *leave accrual and drawdown work areas. The annual accruals
            END-IF.

      *tax brackets for this pay date load right behind the run
      *control -- a run with no rates must not cut a check. The
      *bonus cards load with them, before any output is opened: a
      *bonus run with no cards, or cards with no supplemental rate
      *to withhold them at, stops with last cycle's files intact.
            PERFORM 0106-LOAD-TAX-RATES.
            IF NOT RUN-TYPE-OFF-CYCLE
                PERFORM 0122-LOAD-BONUS-TABLE
            END-IF.
            IF RUN-TYPE-BONUS
                PERFORM 0126-CHECK-BONUS-PAY-DATE
            END-IF.

      *EMPLOYEEFILE is opened I-O, not INPUT, so a terminated
      *employee's master record can be rewritten with TERM-PAID-FLAG
      *set the moment their prorated final check clears -- otherwise
      *nothing ever persists that the final check went out and the
      *very next run would pay them again. A preview only reads it.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT EMPLOYEEFILE
            ELSE
                OPEN I-O EMPLOYEEFILE
            END-IF.
            INITIALIZE WS-EMPLOYEE-COUNT.

      *every pending master change whose effective date has come up
      *against this run's pay date lands on the master right now,
      *before anyone is paid -- the raise HR keyed the day it was
      *approved pays on the run it was due. A preview leaves the
      *master and PENDCHG.DAT alone and carries the due changes in
      *memory instead.
            IF RUN-TYPE-PREVIEW
                PERFORM 0104F-LOAD-DUE-PENDING
            ELSE
                PERFORM 0104-APPLY-PENDING-CHANGES
            END-IF.

      *a checkpoint from a prior run that blew up partway through
      *means this run resumes after the last record actually read,
      *describe the whole logical run, not just this piece of it.
      *checkpointing belongs to the full-cycle run only -- a
      *supplemental or retro pays a handful of corrections and
      *simply reruns whole if interrupted, and so does a bonus run
      *or a preview.
            IF NOT RUN-TYPE-OFF-CYCLE AND NOT RUN-TYPE-BONUS
                AND NOT RUN-TYPE-PREVIEW
                OPEN INPUT CHECKPOINTFILE
                IF CKPT-FILE-STATUS = "00"
                    READ CHECKPOINTFILE
      *supplemental; on a retro run loading it is only the register-
      *exists gate -- a retro line on top of a normal check for the
      *same employee is exactly what a retro run is for.
      *a preview opens none of the period's files -- its listing is
      *all it writes.
            IF RUN-TYPE-PREVIEW
                OPEN OUTPUT PREVIEWFILE
            ELSE
                IF RUN-TYPE-OFF-CYCLE
                    PERFORM 0305-LOAD-PAID-TABLE
                    OPEN EXTEND PAYROLL
                    OPEN EXTEND REJECTFILE
                    OPEN EXTEND EFTFILE
                    OPEN EXTEND TERMLISTFILE
                    OPEN EXTEND TIMEEXCPFILE
                    OPEN EXTEND WHEXCPFILE
                    OPEN EXTEND DEDDETAILFILE
                    OPEN EXTEND LABORDISTFILE
                    OPEN EXTEND CHECKFILE
                    OPEN EXTEND CHECKREGFILE
                ELSE
                    IF WS-LAST-CHECKPOINT-COUNT > 0
                        IF WS-BONUS-COUNT > 0
                            PERFORM 0155-SCAN-RESUMED-REGISTER
                        END-IF
                        OPEN EXTEND PAYROLL
                        OPEN EXTEND LABORDISTFILE
                    ELSE
                        OPEN OUTPUT PAYROLL
      *a fresh register leads with this run's token so downstream
      *readers can refuse a stale file; a checkpointed resume or a
      *supplemental appends behind the header already in place. The
      *labor-distribution file shadows the register, token and all.
                        MOVE "HDR" TO RH-TAG
                        MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
                        MOVE WS-PAY-DATE-NUM TO RH-PAY-DATE
                        MOVE RUN-HEADER TO EMPPAYROLL
                        WRITE EMPPAYROLL
                        OPEN OUTPUT LABORDISTFILE
                        MOVE SPACES TO WS-LD-HEADER-LINE
                        MOVE RUN-HEADER TO WS-LD-HEADER-LINE (1:16)
                        WRITE LABOR-DIST-RECORD FROM WS-LD-HEADER-LINE
                    END-IF
                    OPEN OUTPUT REJECTFILE
                    OPEN OUTPUT EFTFILE
                    OPEN OUTPUT TERMLISTFILE
                    OPEN OUTPUT TIMEEXCPFILE
                    OPEN OUTPUT WHEXCPFILE
                    OPEN OUTPUT DEDDETAILFILE
                    OPEN OUTPUT CHECKFILE
                    OPEN OUTPUT CHECKREGFILE
                END-IF
                IF PAY-FILE-STATUS NOT = "00"
                    AND PAY-FILE-STATUS NOT = "05"
                    DISPLAY "UNABLE TO OPEN PAYROLLIN.DAT, STATUS "
                        PAY-FILE-STATUS " -- RUN ABORTED"
                    STOP RUN
                END-IF
            END-IF.

      *pick the check-number sequence up where the last run left it.

      *the YTD master is carried forward run to run, so it is opened
      *I-O; the first run of the year has no file yet and must create it.
      *A preview only reads the carried masters, here and below, and
      *creates none of them -- a master not there yet is simply
      *empty to it.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT YTDFILE
                IF YTD-FILE-STATUS = "35"
                    SET PV-NO-YTD-MASTER TO TRUE
                END-IF
            ELSE
                OPEN I-O YTDFILE
                IF YTD-FILE-STATUS = "35"
                    OPEN OUTPUT YTDFILE
                    CLOSE YTDFILE
                    OPEN I-O YTDFILE
                END-IF
            END-IF.

      *the quarter master is carried the same way -- the first run
      *after a year-end close (or ever) has to create it.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT QTRFILE
                IF QTR-FILE-STATUS = "35"
                    SET PV-NO-QTR-MASTER TO TRUE
                END-IF
            ELSE
                OPEN I-O QTRFILE
                IF QTR-FILE-STATUS = "35"
                    OPEN OUTPUT QTRFILE
                    CLOSE QTRFILE
                    OPEN I-O QTRFILE
                END-IF
            END-IF.

      *the pay-history archive only ever grows -- EXTEND on every
      *run type, created on the very first run. A preview reads the
      *archive for the last checks instead, further down.
            IF NOT RUN-TYPE-PREVIEW
                OPEN EXTEND PAYHISTFILE
                IF PHIST-FILE-STATUS = "05" OR "35"
                    OPEN OUTPUT PAYHISTFILE
                END-IF
            END-IF.

      *the leave balances are carried run to run like the YTD
      *master; the first run ever has to create the file.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT LEAVEFILE
                IF LEAVE-FILE-STATUS = "35"
                    SET PV-NO-LEAVE-FILE TO TRUE
                END-IF
            ELSE
                OPEN I-O LEAVEFILE
                IF LEAVE-FILE-STATUS = "35"
                    OPEN OUTPUT LEAVEFILE
                    CLOSE LEAVEFILE
                    OPEN I-O LEAVEFILE
                END-IF
            END-IF.

      *so are the deduction balances.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT DEDBALFILE
                IF DBAL-FILE-STATUS = "35"
                    SET PV-NO-DBAL-FILE TO TRUE
                END-IF
            ELSE
                OPEN I-O DEDBALFILE
                IF DBAL-FILE-STATUS = "35"
                    OPEN OUTPUT DEDBALFILE
                    CLOSE DEDBALFILE
                    OPEN I-O DEDBALFILE
                END-IF
            END-IF.

      *withholding profiles are optional -- with no file at all
      *everyone withholds the default, exactly as before profiles.
            IF RUN-TYPE-PREVIEW
                OPEN INPUT WHPROFILEFILE
            ELSE
                OPEN I-O WHPROFILEFILE
            END-IF.
            IF WHP-FILE-STATUS = "00"
                SET WHPROFILE-AVAILABLE TO TRUE
            ELSE
                DISPLAY "WARNING: WHPROFILE.DAT NOT AVAILABLE, "
                    "DEFAULT WITHHOLDING FOR EVERYONE"
            END-IF.
            IF FILE-CHECK-KEY NOT= "00"
                DISPLAY "Non-zero file status: ",
      *complete run's control totals with zeros.
            SET PROCESSING-STARTED TO TRUE.

      *a preview measures every check against the employee's last
      *regular check on the archive, within the tolerances in force.
            IF RUN-TYPE-PREVIEW
                PERFORM 0600-LOAD-LAST-CHECKS
                PERFORM 0605-LOAD-TOLERANCES
                PERFORM 0607-WRITE-PREVIEW-HEADINGS
            END-IF.

      *every run type prices hours off the earnings codes -- a retro
      *reprices history lines by the codes they were paid under --
      *so the code list is loaded first, ahead of the timecards it
      *vets.
            PERFORM 0114-LOAD-EARNCODE-TABLE.

      *a retro run pays off the history archive, not off this
      *period's timecards, and applies no wellness adjustment -- so
      *neither table is loaded for one. The deduction table IS
      *loaded: a garnishment order reaches back pay like any other
      *pay. A bonus run pays no hours and no wellness adjustment
      *either.
            IF NOT RUN-TYPE-RETRO AND NOT RUN-TYPE-BONUS
                PERFORM 0110-LOAD-TIMECARD-TABLE
                PERFORM 0120-LOAD-WELLNESS-TABLE
            END-IF.
                    PERFORM 0300-PROCESS-SUPPLEMENTAL
                END-IF
            ELSE
                IF RUN-TYPE-BONUS
                    PERFORM 0500-PROCESS-BONUS-RUN
                ELSE
                    READ EMPLOYEEFILE NEXT RECORD
                        AT END SET ENDOFFILE TO TRUE
                    END-READ
                    IF NOT ENDOFFILE
                        ADD 1 TO WS-RECORDS-READ
                    END-IF
                    PERFORM 0150-SKIP-CHECKPOINTED
                        UNTIL ENDOFFILE
                        OR WS-RECORDS-READ >= WS-LAST-CHECKPOINT-COUNT
                    PERFORM 0200-PROCESS-EMPLOYEES UNTIL ENDOFFILE
                    PERFORM 0290-LIST-UNMATCHED-TIMECARDS
                    IF NOT RUN-TYPE-PREVIEW
                        PERFORM 0280-CLEAR-CHECKPOINT
                    END-IF
                END-IF
                PERFORM 0292-LIST-UNPAID-BONUS
            END-IF.
            PERFORM 9000-END-PROGRAM.
        0100-END.

        0306-LOAD-PAID-ENTRY.
      *the run-token header is not a pay record; everything else on
      *the register is an employee already paid this period. The
      *header must carry this card's pay date -- corrections for
      *one date appended behind another date's register would land
      *in the wrong period on BudgRpt and WCRpt.
            READ PAYROLL
                AT END MOVE "10" TO PAY-FILE-STATUS
                NOT AT END
                    IF EMPPAYROLL (1:3) = "HDR"
                        MOVE EMPPAYROLL (1:16) TO RUN-HEADER
                        IF RH-PAY-DATE NOT = WS-PAY-DATE-NUM
                            DISPLAY "PAYROLLIN.DAT IS FROM RUN "
                                RH-RUN-NUMBER " PAY DATE " RH-PAY-DATE
                                " -- NOT THIS PAY DATE. "
                                "RUN ABORTED"
                            STOP RUN
                        END-IF
                    ELSE
                        IF WS-PAID-COUNT < 1000
                            ADD 1 TO WS-PAID-COUNT
                            MOVE PAY-EMPLOYEEID
      *one history line's share of the back pay, priced the same
      *way 0230 priced the original gross: the hours that paid at
      *the overtime premium are made whole at the premium times the
      *rate difference, the rest at straight time -- anything less
      *systematically shorts exactly the people this run type exists
      *to make whole. A line carrying an earnings breakdown is
      *repriced code by code -- each code's hours at the rate
      *difference times that code's multiplier (its flat premium
      *does not move with the rate), plus the overtime hours'
      *premium share; a line from before earnings codes carries no
      *breakdown and is priced as its hours always were. Retro and
      *bonus lines are not worked time and earn no back pay of
      *their own. A reversal line carries the cancelled check's
      *hours negative, so it takes back exactly the back pay its
      *original earned -- a salaried slice is turned negative here,
      *having no hours to carry the sign.
            READ RETROHISTFILE
                AT END MOVE "10" TO RHIST-FILE-STATUS
                NOT AT END
                        AND RH2-PAY-DATE NOT < RET-FROM-DATE
                        AND RH2-PAY-DATE NOT > RET-TO-DATE
                        AND RH2-RETRO-FLAG NOT = "R"
                        AND RH2-RETRO-FLAG NOT = "B"
                        IF PAY-TYPE-SALARY
                            COMPUTE WS-RETRO-PERIOD-DIFF ROUNDED =
                                WS-RETRO-RATE-DIFF
                                    / WS-PAY-PERIODS-PER-YR
                            IF RH2-REVERSAL-FLAG = "V"
                                COMPUTE WS-RETRO-PERIOD-DIFF =
                                    0 - WS-RETRO-PERIOD-DIFF
                            END-IF
                        ELSE
                            IF RH2-EARN-CODE (1) NOT = SPACE
                                PERFORM 0417-REPRICE-EARNINGS-LINES
                            ELSE
                                COMPUTE WS-RETRO-PERIOD-DIFF ROUNDED =
                                    (((RH2-HOURS - RH2-OT-HOURS)
                                        * WS-RETRO-RATE-DIFF)
                                     + (RH2-OT-HOURS
                                        * WS-RETRO-RATE-DIFF
                                        * WS-OT-FACTOR))
                            END-IF
                        END-IF
                        ADD WS-RETRO-PERIOD-DIFF
                            TO WS-RETRO-BACK-PAY
        0416-END.


        0417-REPRICE-EARNINGS-LINES.
            COMPUTE WS-RETRO-PERIOD-DIFF ROUNDED =
                RH2-OT-HOURS * WS-RETRO-RATE-DIFF
                    * (WS-OT-FACTOR - 1).
            PERFORM 0417A-REPRICE-ONE-LINE
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.
        0417-END.


        0417A-REPRICE-ONE-LINE.
      *a code since dropped from the list reprices at straight time.
            IF RH2-EARN-CODE (WS-EARNLINE-SUB) NOT = SPACE
                MOVE RH2-EARN-CODE (WS-EARNLINE-SUB)
                    TO WS-EARN-LOOKUP-CODE
                PERFORM 0114B-FIND-EARNCODE
                IF WS-EARN-POS = 0
                    COMPUTE WS-RETRO-LINE-DIFF ROUNDED =
                        RH2-EARN-HOURS (WS-EARNLINE-SUB)
                            * WS-RETRO-RATE-DIFF
                ELSE
                    COMPUTE WS-RETRO-LINE-DIFF ROUNDED =
                        RH2-EARN-HOURS (WS-EARNLINE-SUB)
                            * WS-RETRO-RATE-DIFF
                            * WS-EARN-MULTIPLIER (WS-EARN-POS)
                END-IF
                ADD WS-RETRO-LINE-DIFF TO WS-RETRO-PERIOD-DIFF
            END-IF.
        0417A-END.


        0420-PAY-BACK-PAY.
      *the back pay goes through the same machinery as any other
      *gross: withholding and deductions in 0250, YTD and quarter
            MOVE FIRSTNAME TO PAY-FIRSTNAME.
            MOVE 0 TO PAY-HOURS.
            MOVE 0 TO WS-OT-HOURS.
            MOVE 0 TO WS-EARNLINE-COUNT.
            PERFORM 0231-CLEAR-EARNINGS-LINES.
            MOVE WS-RETRO-BACK-PAY TO WS-GROSS-AMOUNT.
            MOVE WS-GROSS-AMOUNT TO PAY-PAYAMOUNT.
            MOVE 0 TO WS-BONUS-THIS-CHECK.
            MOVE 0 TO PAY-BONUS-AMOUNT.
            MOVE SPACES TO PAY-BONUS-REASON.
            PERFORM 0250-CALCULATE-WITHHOLDING.
            MOVE 0 TO PAY-WELLNESS-ADJ.
            MOVE DEPARTMENT TO PAY-DEPARTMENT.
        0420-END.


        0500-PROCESS-BONUS-RUN.
      *pays the BONUSIN.DAT cards on a check of their own, one per
      *employee, with no regular pay beside them: withheld at the
      *supplemental rate, routed like any other pay, and written to
      *the register and history as an identified bonus line.
            IF WS-BONUS-COUNT > 0
                PERFORM 0505-PAY-BONUS-EMPLOYEE
                    VARYING WS-BONUS-SUB FROM 1 BY 1
                    UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
            END-IF.
            MOVE "N" TO WS-BONUS-LINE-SW.
            DISPLAY "Bonus lines paid:              ",
                WS-BONUS-PAID-COUNT.
        0500-END.


        0505-PAY-BONUS-EMPLOYEE.
            MOVE WS-BONUS-EMPLOYEEID (WS-BONUS-SUB) TO EMPLOYEEID.
            READ EMPLOYEEFILE
                INVALID KEY
                    DISPLAY "BONUS: EMPLOYEE ", EMPLOYEEID,
                        " NOT ON MASTER -- NOT PAID"
                NOT INVALID KEY
                    PERFORM 0205-SET-PAY-PERIODS
      *the bonus flow never passes 0210's validation, so the
      *work-state set resolves here, as it does for retro cards.
                    PERFORM 0218-FIND-STATE-SET
                    IF WS-EMP-STATE-SET = 0
                        DISPLAY "BONUS: EMPLOYEE ",
                            EMPLOYEEID, " HAS NO TAX TABLE ",
                            "FOR WORK STATE -- NOT PAID"
                    ELSE
                        PERFORM 0510-PAY-BONUS-LINE
                    END-IF
            END-READ.
        0505-END.


        0510-PAY-BONUS-LINE.
            SET BONUS-ONLY-LINE TO TRUE.
            MOVE 0 TO HOURSWORKED.
            MOVE EMPLOYEEID TO PAY-EMPLOYEEID.
            MOVE LASTNAME TO PAY-LASTNAME.
            MOVE FIRSTNAME TO PAY-FIRSTNAME.
            MOVE 0 TO PAY-HOURS.
            MOVE 0 TO WS-OT-HOURS.
            MOVE 0 TO WS-EARNLINE-COUNT.
            PERFORM 0231-CLEAR-EARNINGS-LINES.
            MOVE WS-BONUS-AMOUNT (WS-BONUS-SUB) TO WS-BONUS-THIS-CHECK.
            MOVE WS-BONUS-REASON-CODE (WS-BONUS-SUB)
                TO WS-BONUS-REASON.
            MOVE WS-BONUS-THIS-CHECK TO WS-GROSS-AMOUNT.
            MOVE WS-GROSS-AMOUNT TO PAY-PAYAMOUNT.
            MOVE WS-BONUS-THIS-CHECK TO PAY-BONUS-AMOUNT.
            MOVE WS-BONUS-REASON TO PAY-BONUS-REASON.
            PERFORM 0250-CALCULATE-WITHHOLDING.
            MOVE 0 TO PAY-WELLNESS-ADJ.
            MOVE DEPARTMENT TO PAY-DEPARTMENT.
            MOVE "B" TO PAY-RETRO-FLAG.
            MOVE WORK-STATE-CODE TO PAY-WORK-STATE.
            PERFORM 0260-UPDATE-YTD.
            PERFORM 0261-UPDATE-QTD.
            PERFORM 0264-ROUTE-PAYMENT.
            WRITE EMPPAYROLL.
            PERFORM 0262-WRITE-PAY-HISTORY.
            MOVE 0 TO WS-WORKDEPT-COUNT.
            PERFORM 0269-WRITE-LABOR-DIST.
            MOVE "Y" TO WS-BONUS-PAID-SW (WS-BONUS-SUB).
            ADD 1 TO WS-BONUS-PAID-COUNT.
            ADD 1 TO WS-EMPLOYEE-COUNT.

            ADD 1 TO WS-AUDIT-RECORD-COUNT.
            ADD WS-GROSS-AMOUNT TO WS-AUDIT-GROSS-TOTAL.
            ADD EMPLOYEEID TO WS-AUDIT-HASH-TOTAL.

            ADD 1 TO WS-HIST-RECORD-COUNT.
            ADD WS-GROSS-AMOUNT TO WS-HIST-GROSS-TOTAL.
            ADD WS-FED-TAX-AMT TO WS-HIST-FED-TOTAL.
            ADD WS-STATE-TAX-AMT TO WS-HIST-STATE-TOTAL.
        0510-END.


        0104-APPLY-PENDING-CHANGES.
      *one pass over PENDCHG.DAT: changes due by this pay date are
      *applied to the master and logged to PENDLOG.DAT, the rest
                        " -- EMPLOYEE NOT ON MASTER, DROPPED"
                    ADD 1 TO WS-PEND-DROPPED
                NOT INVALID KEY
                    PERFORM 0104E-SET-PENDING-FIELD
                    IF PND-FIELD-RATE OR PND-FIELD-SALARY
                        OR PND-FIELD-DEPT OR PND-FIELD-FREQ
                        OR PND-FIELD-TERM OR PND-FIELD-ROUTING
                        OR PND-FIELD-ACCOUNT OR PND-FIELD-ACCT-TYPE
                        REWRITE EMPDETAILS
                        ADD 1 TO WS-PEND-APPLIED
                        MOVE WS-RUN-NUMBER TO PLOG-RUN-NUMBER


        0104D-KEEP-PENDING.
            IF WS-PEND-KEEP-COUNT < 5000
                ADD 1 TO WS-PEND-KEEP-COUNT
                MOVE PENDING-CHANGE-RECORD
                    TO WS-PEND-KEEP-ENTRY (WS-PEND-KEEP-COUNT)
            ELSE
                IF NOT PEND-KEEP-TABLE-FULL
                    DISPLAY "WARNING: PENDING TABLE FULL AT 5000 -- "
                        "EXCESS CHANGES LOST, REKEY THEM"
                    SET PEND-KEEP-TABLE-FULL TO TRUE
                END-IF
        0104D-END.


        0104E-SET-PENDING-FIELD.
      *lays one pending change over the master record in storage --
      *the applying pass rewrites it, a preview only pays from it.
            EVALUATE TRUE
                WHEN PND-FIELD-RATE
                    MOVE PND-VALUE-NUM TO HOURLYRATE
                WHEN PND-FIELD-SALARY
                    MOVE PND-VALUE-NUM TO ANNUAL-SALARY
                    MOVE "S" TO PAY-TYPE-CODE
                WHEN PND-FIELD-DEPT
                    MOVE PND-NEW-VALUE TO DEPARTMENT
                WHEN PND-FIELD-FREQ
                    MOVE PND-NEW-VALUE (1:1) TO PAY-FREQUENCY-CODE
                WHEN PND-FIELD-TERM
                    MOVE PND-VALUE-DATE (1:4) TO TERM-YEAR
                    MOVE PND-VALUE-DATE (5:2) TO TERM-MONTH
                    MOVE PND-VALUE-DATE (7:2) TO TERM-DATE
                    MOVE "N" TO TERM-PAID-FLAG
      *bank corrections come from the bank's own notification of
      *change, already verified there -- the prenote cycle is left
      *as it stands.
                WHEN PND-FIELD-ROUTING
                    MOVE PND-VALUE-NUM TO BANK-ROUTING
                WHEN PND-FIELD-ACCOUNT
                    MOVE PND-NEW-VALUE (1:17) TO BANK-ACCOUNT
                WHEN PND-FIELD-ACCT-TYPE
                    MOVE PND-NEW-VALUE (1:1) TO BANK-ACCT-TYPE
                WHEN OTHER
                    DISPLAY "PENDING CHANGE FOR ",
                        PND-EMPLOYEEID, " FIELD CODE ",
                        PND-FIELD-CODE, " UNKNOWN -- DROPPED"
                    ADD 1 TO WS-PEND-DROPPED
            END-EVALUATE.
        0104E-END.


        0104F-LOAD-DUE-PENDING.
      *a preview's pass over PENDCHG.DAT: the changes due by this
      *pay date are held in storage, and the file is left exactly as
      *the real run will find it.
            OPEN INPUT PENDCHGFILE.
            IF PEND-FILE-STATUS = "00"
                PERFORM 0104G-READ-DUE-PENDING
                    UNTIL PEND-FILE-STATUS NOT = "00"
                CLOSE PENDCHGFILE
                IF WS-PEND-DUE-COUNT > 0
                    DISPLAY "Pending changes due (preview): ",
                        WS-PEND-DUE-COUNT
                END-IF
            END-IF.
        0104F-END.


        0104G-READ-DUE-PENDING.
            READ PENDCHGFILE
                AT END MOVE "10" TO PEND-FILE-STATUS
                NOT AT END
                    IF PND-EFFECTIVE-DATE NOT > WS-PAY-DATE-NUM
                        IF WS-PEND-DUE-COUNT < 5000
                            ADD 1 TO WS-PEND-DUE-COUNT
                            MOVE PENDING-CHANGE-RECORD
                                TO WS-PEND-DUE-ENTRY (WS-PEND-DUE-COUNT)
                        ELSE
                            DISPLAY "WARNING: PENDING TABLE FULL AT "
                                "5000 -- PREVIEW MISSES LATER CHANGES"
                            MOVE "10" TO PEND-FILE-STATUS
                        END-IF
                    END-IF
            END-READ.
        0104G-END.


        0104H-APPLY-DUE-PENDING.
      *every due change for the employee just read, in file order,
      *so a later change to the same field wins as it would on the
      *master.
            IF WS-PEND-DUE-COUNT > 0
                PERFORM 0104J-APPLY-ONE-DUE
                    VARYING WS-PEND-DUE-SUB FROM 1 BY 1
                    UNTIL WS-PEND-DUE-SUB > WS-PEND-DUE-COUNT
            END-IF.
        0104H-END.


        0104J-APPLY-ONE-DUE.
            MOVE WS-PEND-DUE-ENTRY (WS-PEND-DUE-SUB)
                TO PENDING-CHANGE-RECORD.
            IF PND-EMPLOYEEID = EMPLOYEEID
                PERFORM 0104E-SET-PENDING-FIELD
            END-IF.
        0104J-END.


        0105-READ-RUN-CONTROL.
      *reads the run-control card into working storage, has
      *DATECALC prove every date on it is a real calendar date, and
                                MOVE "S" TO WS-RUN-TYPE
                            WHEN "T"
                                MOVE "T" TO WS-RUN-TYPE
                            WHEN "B"
                                MOVE "B" TO WS-RUN-TYPE
                            WHEN "P"
                                MOVE "P" TO WS-RUN-TYPE
                            WHEN OTHER
                                MOVE "R" TO WS-RUN-TYPE
                        END-EVALUATE
            MOVE 0 TO WS-FED-RATE-COUNT.
            MOVE 0 TO WS-ER-RATE-COUNT.
            MOVE 0 TO WS-STATE-SET-USED.
            MOVE 0 TO WS-WH-FED-LOADED.
            MOVE 0 TO WS-WH-STATE-USED.
            INITIALIZE WS-WH-FED-AMOUNTS WS-WH-STATE-TABLE.
            MOVE "N" TO WS-SUPP-FED-LOADED-SW.
            MOVE 0 TO WS-SUPP-STATE-USED.
            OPEN INPUT TAXRATEFILE.
            PERFORM 0108-LOAD-RATE-ENTRY
                UNTIL TAXRATE-FILE-STATUS NOT = "00".
            CLOSE TAXRATEFILE.

      *a complete set means all five federal brackets, all three
      *table-E rates, and at least one state whose set carries all
      *three brackets -- a state that filed only two brackets stops
      *the run before anyone withholds off the short set.
            MOVE "N" TO WS-SET-BAD-SW.
                    UNTIL WS-STATE-SET-SUB > WS-STATE-SET-USED
            END-IF.
            IF WS-FED-RATE-COUNT NOT = 5
                OR WS-ER-RATE-COUNT NOT = 3
                OR WS-STATE-SET-USED = 0
                OR A-STATE-SET-IS-SHORT
                DISPLAY "TAXRATE.DAT SET EFFECTIVE " WS-RATE-VERSION

            DISPLAY "TAX RATES EFFECTIVE " WS-RATE-VERSION
                " IN FORCE FOR THIS RUN".

      *the withholding-profile amounts are optional -- without
      *them filing status and allowances reduce nothing, but say so.
            IF WS-WH-FED-LOADED = 0 AND WS-WH-STATE-USED = 0
                DISPLAY "WARNING: NO TABLE W/A AMOUNTS IN SET "
                    WS-RATE-VERSION " -- ALLOWANCES NOT APPLIED"
            END-IF.
        0106-END.


                                        MOVE TXR-RATE
                                            TO WS-ER-MEDI-RATE
                                        ADD 1 TO WS-ER-RATE-COUNT
                                    WHEN 3
                                        MOVE TXR-CEILING
                                            TO WS-ADDL-MEDI-THRESHOLD
                                        MOVE TXR-RATE
                                            TO WS-ADDL-MEDI-RATE
                                        ADD 1 TO WS-ER-RATE-COUNT
                                END-EVALUATE
                            WHEN TXR-TABLE-WH-FED
                                IF TXR-BRACKET-NO >= 1
                                    AND TXR-BRACKET-NO <= 4
                                    MOVE TXR-CEILING TO WS-WH-FED-AMOUNT
                                        (TXR-BRACKET-NO)
                                    ADD 1 TO WS-WH-FED-LOADED
                                END-IF
                            WHEN TXR-TABLE-WH-STATE
                                IF TXR-BRACKET-NO >= 1
                                    AND TXR-BRACKET-NO <= 4
                                    PERFORM 0108C-LOAD-WH-STATE-AMOUNT
                                END-IF
                            WHEN TXR-TABLE-SUPPLEMENTAL
                                EVALUATE TXR-BRACKET-NO
                                    WHEN 1
                                        MOVE TXR-RATE
                                            TO WS-SUPP-FED-RATE
                                        SET SUPP-FED-RATE-LOADED
                                            TO TRUE
                                    WHEN 2
                                        PERFORM
                                            0108E-LOAD-SUPP-STATE-RATE
                                END-EVALUATE
                        END-EVALUATE
                    END-IF
        0108B-END.


        0108C-LOAD-WH-STATE-AMOUNT.
      *files a table-A amount under its state, the way 0108A files
      *the state brackets. A state past the eighth is dropped with
      *a warning rather than stopping the run -- its employees fall
      *back to the blank-state amounts.
            MOVE 0 TO WS-WH-STATE-POS.
            IF WS-WH-STATE-USED > 0
                PERFORM 0108D-MATCH-WH-STATE-SET
                    VARYING WS-WH-STATE-SUB FROM 1 BY 1
                    UNTIL WS-WH-STATE-SUB > WS-WH-STATE-USED
                    OR WS-WH-STATE-POS NOT = 0
            END-IF.
            IF WS-WH-STATE-POS = 0
                IF WS-WH-STATE-USED >= 8
                    DISPLAY "WARNING: TABLE A STATE " TXR-STATE-CODE
                        " DROPPED -- MORE THAN 8 STATES"
                ELSE
                    ADD 1 TO WS-WH-STATE-USED
                    MOVE WS-WH-STATE-USED TO WS-WH-STATE-POS
                    MOVE TXR-STATE-CODE
                        TO WS-WH-STATE-CODE (WS-WH-STATE-POS)
                END-IF
            END-IF.
            IF WS-WH-STATE-POS NOT = 0
                MOVE TXR-CEILING TO WS-WH-STATE-AMOUNT
                    (WS-WH-STATE-POS TXR-BRACKET-NO)
            END-IF.
        0108C-END.


        0108D-MATCH-WH-STATE-SET.
            IF WS-WH-STATE-CODE (WS-WH-STATE-SUB) = TXR-STATE-CODE
                MOVE WS-WH-STATE-SUB TO WS-WH-STATE-POS
            END-IF.
        0108D-END.


        0108E-LOAD-SUPP-STATE-RATE.
      *files a table-B state rate under its state; past the eighth
      *state the rate is dropped with a warning and that state's
      *bonus pay withholds through its brackets instead.
            MOVE 0 TO WS-SUPP-STATE-POS.
            IF WS-SUPP-STATE-USED > 0
                PERFORM 0108F-MATCH-SUPP-STATE
                    VARYING WS-SUPP-STATE-SUB FROM 1 BY 1
                    UNTIL WS-SUPP-STATE-SUB > WS-SUPP-STATE-USED
                    OR WS-SUPP-STATE-POS NOT = 0
            END-IF.
            IF WS-SUPP-STATE-POS = 0
                IF WS-SUPP-STATE-USED >= 8
                    DISPLAY "WARNING: TABLE B STATE " TXR-STATE-CODE
                        " DROPPED -- MORE THAN 8 STATES"
                ELSE
                    ADD 1 TO WS-SUPP-STATE-USED
                    MOVE WS-SUPP-STATE-USED TO WS-SUPP-STATE-POS
                    MOVE TXR-STATE-CODE
                        TO WS-SUPP-STATE-CODE (WS-SUPP-STATE-POS)
                END-IF
            END-IF.
            IF WS-SUPP-STATE-POS NOT = 0
                MOVE TXR-RATE
                    TO WS-SUPP-STATE-RATE (WS-SUPP-STATE-POS)
            END-IF.
        0108E-END.


        0108F-MATCH-SUPP-STATE.
            IF WS-SUPP-STATE-CODE (WS-SUPP-STATE-SUB) = TXR-STATE-CODE
                MOVE WS-SUPP-STATE-SUB TO WS-SUPP-STATE-POS
            END-IF.
        0108F-END.


        0109-CHECK-STATE-SET.
            IF WS-STATE-SET-LOADED (WS-STATE-SET-SUB) NOT = 3
                DISPLAY "STATE SET ",
                            TO WS-TIMECARD-HOURS (WS-TIMECARD-IX)
      *an old-style card has no type byte -- it reads as regular
      *worked time, so nothing already on file changes meaning.
                        IF TC-HOURS-TYPE = SPACE
                            MOVE "R"
                                TO WS-TIMECARD-TYPE (WS-TIMECARD-IX)
                        ELSE
                            MOVE TC-HOURS-TYPE
                                TO WS-TIMECARD-TYPE (WS-TIMECARD-IX)
                        END-IF
                        MOVE TC-CHARGE-DEPT
                                (WS-TIMECARD-IX)
                        MOVE "N"
                            TO WS-TIMECARD-MATCHED-SW (WS-TIMECARD-IX)
                        PERFORM 0115A-CHECK-CARD-EARNCODE
                    ELSE
                        IF NOT TIMECARD-TABLE-FULL
                            DISPLAY "WARNING: TIMECARD TABLE FULL AT "
        0115-END.


        0115A-CHECK-CARD-EARNCODE.
      *TimeEdit refuses a card under a code that is not on file, but
      *a card keyed straight into TIMECARD.DAT never went through
      *it. Such a card cannot be priced, so it is listed on the
      *exception file and dropped from the table -- the rest of the
      *employee's cards still pay.
            MOVE WS-TIMECARD-TYPE (WS-TIMECARD-IX)
                TO WS-EARN-LOOKUP-CODE.
            PERFORM 0114B-FIND-EARNCODE.
            IF WS-EARN-POS = 0
                MOVE TC-EMPLOYEEID TO TEXC-EMPLOYEEID
                MOVE SPACES TO TEXC-FIRSTNAME
                MOVE SPACES TO TEXC-LASTNAME
                MOVE TC-HOURS TO TEXC-HOURS
                MOVE "EARNINGS CODE NOT ON FILE" TO TEXC-STATUS
                IF RUN-TYPE-PREVIEW
                    MOVE TEXC-EMPLOYEEID TO WS-PVN-EMPLOYEEID
                    MOVE TEXC-STATUS TO WS-PVN-TEXT
                    PERFORM 0615-WRITE-PREVIEW-NOTE
                ELSE
                    WRITE TIME-EXCP-RECORD
                END-IF
                ADD 1 TO WS-TIMECARD-EXCP-COUNT
                SUBTRACT 1 FROM WS-TIMECARD-COUNT
            END-IF.
        0115A-END.


        0112-LOAD-DEPTREF-TABLE.
            INITIALIZE WS-DEPTREF-COUNT.
            OPEN INPUT DEPTREFFILE.
        0113-END.


        0114-LOAD-EARNCODE-TABLE.
            INITIALIZE WS-EARN-COUNT.
            OPEN INPUT EARNCODEFILE.
            IF ERN-FILE-STATUS = "00"
                PERFORM 0114A-LOAD-EARNCODE-ENTRY
                    UNTIL ERN-FILE-STATUS NOT = "00"
                CLOSE EARNCODEFILE
            ELSE
                DISPLAY "WARNING: EARNCODE.DAT NOT AVAILABLE, STATUS "
                    ERN-FILE-STATUS ", STANDARD R/V/S CODES USED"
                MOVE 3 TO WS-EARN-COUNT
                MOVE "R" TO WS-EARN-CODE (1)
                MOVE "Y" TO WS-EARN-COUNTS-OT (1)
                MOVE SPACE TO WS-EARN-LEAVE-DRAW (1)
                MOVE "V" TO WS-EARN-CODE (2)
                MOVE "N" TO WS-EARN-COUNTS-OT (2)
                MOVE "V" TO WS-EARN-LEAVE-DRAW (2)
                MOVE "S" TO WS-EARN-CODE (3)
                MOVE "N" TO WS-EARN-COUNTS-OT (3)
                MOVE "S" TO WS-EARN-LEAVE-DRAW (3)
                MOVE 1 TO WS-EARN-MULTIPLIER (1) WS-EARN-MULTIPLIER (2)
                    WS-EARN-MULTIPLIER (3)
                MOVE 0 TO WS-EARN-PREMIUM (1) WS-EARN-PREMIUM (2)
                    WS-EARN-PREMIUM (3)
            END-IF.
        0114-END.


        0114A-LOAD-EARNCODE-ENTRY.
      *retired codes load too -- TimeEdit stops new cards under
      *them, but a card already released still has to be priced.
            READ EARNCODEFILE
                AT END MOVE "10" TO ERN-FILE-STATUS
                NOT AT END
                    IF WS-EARN-COUNT < 20
                        ADD 1 TO WS-EARN-COUNT
                        MOVE WS-EARN-COUNT TO WS-EARN-SUB
                        MOVE ERN-CODE TO WS-EARN-CODE (WS-EARN-SUB)
                        MOVE ERN-MULTIPLIER
                            TO WS-EARN-MULTIPLIER (WS-EARN-SUB)
                        MOVE ERN-PREMIUM
                            TO WS-EARN-PREMIUM (WS-EARN-SUB)
                        MOVE ERN-COUNTS-OT
                            TO WS-EARN-COUNTS-OT (WS-EARN-SUB)
                        MOVE ERN-LEAVE-DRAW
                            TO WS-EARN-LEAVE-DRAW (WS-EARN-SUB)
                    ELSE
                        DISPLAY "WARNING: MORE THAN 20 EARNINGS "
                            "CODES ON FILE, EXTRAS DROPPED"
                    END-IF
            END-READ.
        0114A-END.


        0114B-FIND-EARNCODE.
      *WS-EARN-POS comes back zero when WS-EARN-LOOKUP-CODE is not
      *on the list.
            MOVE 0 TO WS-EARN-POS.
            IF WS-EARN-COUNT > 0
                PERFORM 0114C-MATCH-EARNCODE
                    VARYING WS-EARN-SUB FROM 1 BY 1
                    UNTIL WS-EARN-SUB > WS-EARN-COUNT
                    OR WS-EARN-POS NOT = 0
            END-IF.
        0114B-END.


        0114C-MATCH-EARNCODE.
            IF WS-EARN-CODE (WS-EARN-SUB) = WS-EARN-LOOKUP-CODE
                MOVE WS-EARN-SUB TO WS-EARN-POS
            END-IF.
        0114C-END.


        0118-LOAD-DEDUCTION-TABLE.
      *loads the deduction elections into memory once per run; no
      *DEDUCT.DAT simply means nobody has an election on file.
        0130-END.


        0122-LOAD-BONUS-TABLE.
      *a regular run with no BONUSIN.DAT simply pays no bonuses; a
      *bonus run with none has nothing to do and stops. Cards on
      *file with no table-B federal rate in the set in force stop
      *either run -- bonus pay must not slide through the brackets
      *unnoticed.
            MOVE 0 TO WS-BONUS-COUNT.
            OPEN INPUT BONUSINFILE.
            IF BONUS-FILE-STATUS NOT = "00"
                IF RUN-TYPE-BONUS
                    DISPLAY "BONUSIN.DAT MISSING OR UNREADABLE -- "
                        "BONUS RUN ABORTED"
                    STOP RUN
                END-IF
            ELSE
                PERFORM 0123-LOAD-BONUS-ENTRY
                    UNTIL BONUS-FILE-STATUS NOT = "00"
                CLOSE BONUSINFILE
            END-IF.

            IF WS-BONUS-COUNT > 0 AND NOT SUPP-FED-RATE-LOADED
                DISPLAY "BONUSIN.DAT CARRIES BONUS PAY BUT TAXRATE.DAT "
                    "SET " WS-RATE-VERSION " HAS NO TABLE B "
                    "SUPPLEMENTAL RATE -- RUN ABORTED"
                STOP RUN
            END-IF.
            DISPLAY "Bonus/commission cards read:   ",
                WS-BONUS-CARDS-READ.
        0122-END.


        0123-LOAD-BONUS-ENTRY.
      *a card with no amount or no reason code is a keying error and
      *is skipped with a message rather than paid blind.
            READ BONUSINFILE
                AT END MOVE "10" TO BONUS-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-BONUS-CARDS-READ
                    IF BON-AMOUNT = 0 OR BON-REASON-CODE = SPACES
                        DISPLAY "BONUS CARD FOR ", BON-EMPLOYEEID,
                            " HAS NO AMOUNT OR REASON -- SKIPPED"
                    ELSE
                        PERFORM 0124-FILE-BONUS-CARD
                    END-IF
            END-READ.
        0123-END.


        0124-FILE-BONUS-CARD.
            MOVE 0 TO WS-BONUS-POS.
            IF WS-BONUS-COUNT > 0
                PERFORM 0124A-MATCH-BONUS-CARD
                    VARYING WS-BONUS-SUB FROM 1 BY 1
                    UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
                    OR WS-BONUS-POS NOT = 0
            END-IF.
            IF WS-BONUS-POS = 0
                IF WS-BONUS-COUNT >= 500
                    IF NOT BONUS-TABLE-FULL
                        DISPLAY "WARNING: BONUS TABLE FULL AT 500 "
                            "EMPLOYEES -- LATER CARDS NOT PAID"
                        SET BONUS-TABLE-FULL TO TRUE
                    END-IF
                    DISPLAY "BONUS CARD FOR ", BON-EMPLOYEEID,
                        " NOT LOADED"
                ELSE
                    ADD 1 TO WS-BONUS-COUNT
                    MOVE WS-BONUS-COUNT TO WS-BONUS-POS
                    MOVE BON-EMPLOYEEID
                        TO WS-BONUS-EMPLOYEEID (WS-BONUS-POS)
                    MOVE BON-AMOUNT TO WS-BONUS-AMOUNT (WS-BONUS-POS)
                    MOVE BON-REASON-CODE
                        TO WS-BONUS-REASON-CODE (WS-BONUS-POS)
                    MOVE "N" TO WS-BONUS-PAID-SW (WS-BONUS-POS)
                END-IF
            ELSE
                ADD BON-AMOUNT TO WS-BONUS-AMOUNT (WS-BONUS-POS)
                IF BON-REASON-CODE
                    NOT = WS-BONUS-REASON-CODE (WS-BONUS-POS)
                    MOVE "MULT" TO WS-BONUS-REASON-CODE (WS-BONUS-POS)
                END-IF
            END-IF.
        0124-END.


        0124A-MATCH-BONUS-CARD.
            IF WS-BONUS-EMPLOYEEID (WS-BONUS-SUB) = BON-EMPLOYEEID
                MOVE WS-BONUS-SUB TO WS-BONUS-POS
            END-IF.
        0124A-END.


        0126-CHECK-BONUS-PAY-DATE.
      *a bonus run writes a register and labor split of its own, so
      *it needs a pay date of its own. On the pay date Recon last
      *proved, the period-start baseline would cover both runs and
      *the next reconciliation could not balance; on the pay date
      *of the register still in place, the new register and labor
      *split would overwrite that run's before BudgRpt and WCRpt
      *read them. Either way the run stops with nothing opened --
      *pay the bonuses on the regular run's cards, or give the
      *bonus run a date of its own. A rerun of this same run
      *number over its own register is let through.
            OPEN INPUT RECONCTLFILE.
            IF RCTL-FILE-STATUS = "00"
                READ RECONCTLFILE
                    AT END MOVE "10" TO RCTL-FILE-STATUS
                END-READ
                CLOSE RECONCTLFILE
                IF RCTL-FILE-STATUS = "00"
                    AND RCTL-PAY-DATE IS NUMERIC
                    AND RCTL-PAY-DATE = WS-PAY-DATE-NUM
                    DISPLAY "BONUS RUN PAY DATE " WS-PAY-DATE-NUM
                        " IS THE PAY DATE LAST RECONCILED -- "
                        "BONUS RUN ABORTED"
                    STOP RUN
                END-IF
            END-IF.

            OPEN INPUT PAYROLL.
            IF PAY-FILE-STATUS = "00"
                READ PAYROLL
                    AT END MOVE "10" TO PAY-FILE-STATUS
                END-READ
                CLOSE PAYROLL
                IF PAY-FILE-STATUS = "00"
                    AND EMPPAYROLL (1:3) = "HDR"
                    MOVE EMPPAYROLL (1:16) TO RUN-HEADER
                    IF RH-PAY-DATE = WS-PAY-DATE-NUM
                        AND RH-RUN-NUMBER NOT = WS-RUN-NUMBER
                        DISPLAY "BONUS RUN PAY DATE " WS-PAY-DATE-NUM
                            " IS THE PAY DATE OF RUN " RH-RUN-NUMBER
                            " STILL ON PAYROLLIN.DAT -- "
                            "BONUS RUN ABORTED"
                        STOP RUN
                    END-IF
                END-IF
            END-IF.
        0126-END.


        0125-READ-PRIOR-AUDIT-CONTROL.
      *the prior run's control totals are the baseline this run's
      *totals get checked against in 9100-WRITE-AUDIT-REPORT; a first
            IF NOT ENDOFFILE
                ADD 1 TO WS-RECORDS-READ
                PERFORM 0209-MARK-TIMECARD-MATCHED
                IF WS-BONUS-COUNT > 0 AND NOT RESUMED-REGISTER-READ
                    PERFORM 0158-FLAG-UNPROVEN-BONUS
                        VARYING WS-BONUS-SUB FROM 1 BY 1
                        UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
                END-IF
            END-IF.
        0150-END.


        0155-SCAN-RESUMED-REGISTER.
      *the bonuses the interrupted run already paid are on its
      *register lines -- each one found is marked paid, so the
      *employees skipped below are not listed as owed a bonus they
      *were already given. A register that cannot be read, or that
      *is not this run's, proves nothing either way.
            OPEN INPUT PAYROLL.
            IF PAY-FILE-STATUS = "00"
                READ PAYROLL
                    AT END MOVE "10" TO PAY-FILE-STATUS
                END-READ
                IF PAY-FILE-STATUS = "00"
                    AND EMPPAYROLL (1:3) = "HDR"
                    MOVE EMPPAYROLL (1:16) TO RUN-HEADER
                    IF RH-RUN-NUMBER = WS-RUN-NUMBER
                        AND RH-PAY-DATE = WS-PAY-DATE-NUM
                        SET RESUMED-REGISTER-READ TO TRUE
                        PERFORM 0156-MARK-REGISTER-BONUS
                            UNTIL PAY-FILE-STATUS NOT = "00"
                    END-IF
                END-IF
                CLOSE PAYROLL
            END-IF.
            IF NOT RESUMED-REGISTER-READ
                DISPLAY "WARNING: INTERRUPTED RUN'S REGISTER NOT "
                    "READABLE -- BONUS CARDS OF RESUMED EMPLOYEES "
                    "LISTED R010, CHECK THE REGISTER"
            END-IF.
        0155-END.


        0156-MARK-REGISTER-BONUS.
            READ PAYROLL
                AT END MOVE "10" TO PAY-FILE-STATUS
                NOT AT END
                    IF PAY-BONUS-AMOUNT > 0
                        MOVE 0 TO WS-BONUS-POS
                        PERFORM 0157-MATCH-REGISTER-BONUS
                            VARYING WS-BONUS-SUB FROM 1 BY 1
                            UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
                            OR WS-BONUS-POS NOT = 0
                        IF WS-BONUS-POS NOT = 0
                            MOVE "Y" TO WS-BONUS-PAID-SW (WS-BONUS-POS)
                            ADD 1 TO WS-BONUS-PAID-COUNT
                        END-IF
                    END-IF
            END-READ.
        0156-END.


        0157-MATCH-REGISTER-BONUS.
            IF WS-BONUS-EMPLOYEEID (WS-BONUS-SUB) = PAY-EMPLOYEEID
                AND WS-BONUS-PAID-SW (WS-BONUS-SUB) = "N"
                MOVE WS-BONUS-SUB TO WS-BONUS-POS
            END-IF.
        0157-END.


        0158-FLAG-UNPROVEN-BONUS.
      *with no register to go by, the card of an employee skipped
      *here may or may not have been paid before the interruption.
            IF WS-BONUS-EMPLOYEEID (WS-BONUS-SUB) = EMPLOYEEID
                AND WS-BONUS-PAID-SW (WS-BONUS-SUB) = "N"
                MOVE "U" TO WS-BONUS-PAID-SW (WS-BONUS-SUB)
            END-IF.
        0158-END.


        0200-PROCESS-EMPLOYEES.
      * within in this section it moves data as well as calculates pay
            IF RUN-TYPE-PREVIEW
                PERFORM 0104H-APPLY-DUE-PENDING
            END-IF.
            PERFORM 0205-SET-PAY-PERIODS.
            PERFORM 0206-CHECK-FREQUENCY-DUE.
            IF NOT EMPLOYEE-DUE
      *an orphan at end of run.
                ADD 1 TO WS-NOT-DUE-COUNT
                PERFORM 0209-MARK-TIMECARD-MATCHED
                IF RUN-TYPE-PREVIEW
                    MOVE "N" TO WS-PV-MARK
                    PERFORM 0620-MARK-LAST-CHECK
                END-IF
            ELSE
                PERFORM 0207-MATCH-TIMECARD
                IF TIMECARD-MISSING
      *validates and pays one employee whose period hours (for hourly
      *staff) have already been matched in from the timecard table.
            PERFORM 0210-VALIDATE-EMPLOYEE.
            MOVE "N" TO WS-PV-NET-SHORT-SW.

            IF RECORD-IS-VALID
                MOVE EMPLOYEEID TO PAY-EMPLOYEEID
                PERFORM 0230-CALCULATE-GROSS-PAY
                PERFORM 0244-ACCRUE-AND-DRAW-LEAVE
                PERFORM 0235-PRORATE-TERMINATION-PAY
                PERFORM 0232-ADD-BONUS-PAY

                MOVE WS-GROSS-AMOUNT TO PAY-PAYAMOUNT
                PERFORM 0250-CALCULATE-WITHHOLDING
                MOVE WORK-STATE-CODE TO PAY-WORK-STATE
                PERFORM 0260-UPDATE-YTD
                PERFORM 0261-UPDATE-QTD
      *a preview lists the check against the last one instead of
      *issuing it.
                IF RUN-TYPE-PREVIEW
                    PERFORM 0610-WRITE-PREVIEW-LINE
                ELSE
                    PERFORM 0264-ROUTE-PAYMENT
                    WRITE EMPPAYROLL
                    PERFORM 0262-WRITE-PAY-HISTORY
                    PERFORM 0269-WRITE-LABOR-DIST
                END-IF
                ADD 1 TO WS-EMPLOYEE-COUNT

                ADD 1 TO WS-AUDIT-RECORD-COUNT
                ADD WS-STATE-TAX-AMT TO WS-HIST-STATE-TOTAL

                IF NOT RUN-TYPE-SUPPLEMENTAL
                    AND NOT RUN-TYPE-PREVIEW
                    ADD 1 TO WS-CHECKPOINT-CTR
                    IF WS-CHECKPOINT-CTR >= WS-CHECKPOINT-EVERY
                        PERFORM 0270-WRITE-CHECKPOINT
                PERFORM 0220-WRITE-REJECT
            END-IF.

            IF NOT NOT-TERMINATED AND NOT RUN-TYPE-PREVIEW
                PERFORM 0236-LOG-TERMINATION
            END-IF.


        0207-MATCH-TIMECARD.
      *matches this employee against the period's timecard table --
      *ALL their cards, since an employee may file one card per
      *earnings code. The hours are accumulated per code for the
      *gross-pay work and per bucket for the overtime test and the
      *leave-balance work, and their total replaces whatever
      *HOURSWORKED the master happens to carry, for hourly and
      *salaried staff alike; an hourly
      *employee with no timecard at all has no hours to pay and is
      *routed to the exception listing, while a salaried employee
      *with no timecard is simply paid on zero hours.
            MOVE 0 TO WS-TC-REG-HOURS.
            MOVE 0 TO WS-TC-VAC-HOURS.
            MOVE 0 TO WS-TC-SICK-HOURS.
            MOVE 0 TO WS-TC-OTHER-HOURS.
            MOVE 0 TO WS-TC-TOTAL-HOURS.
            MOVE 0 TO WS-WORKDEPT-COUNT.
            MOVE 0 TO WS-EARNLINE-COUNT.
            IF WS-TIMECARD-COUNT > 0
                PERFORM 0211-SEARCH-TIMECARD-TABLE
                    VARYING WS-TIMECARD-IX FROM 1 BY 1
            END-IF.

            IF TIMECARD-FOUND
      *the over-maximum test runs on the full four-digit total,
      *BEFORE the move into three-digit HOURSWORKED can truncate
      *it -- a thousand-hour keying error must get bigger on the
            MOVE LASTNAME TO TEXC-LASTNAME.
            MOVE 0 TO TEXC-HOURS.
            MOVE "NO TIMECARD -- EMPLOYEE NOT PAID" TO TEXC-STATUS.
            IF RUN-TYPE-PREVIEW
                MOVE EMPLOYEEID TO WS-PVN-EMPLOYEEID
                MOVE TEXC-STATUS TO WS-PVN-TEXT
                PERFORM 0615-WRITE-PREVIEW-NOTE
                MOVE "T" TO WS-PV-MARK
                PERFORM 0620-MARK-LAST-CHECK
            ELSE
                WRITE TIME-EXCP-RECORD
            END-IF.
            ADD 1 TO WS-TIMECARD-EXCP-COUNT.



        0211-SEARCH-TIMECARD-TABLE.
      *one table entry: when it belongs to the current employee its
      *hours join the bucket its earnings code says -- counted
      *toward overtime, drawn from vacation or sick, or neither --
      *and the employee's line for that code, and the card is
      *claimed as matched.
            IF WS-TIMECARD-EMPLOYEEID (WS-TIMECARD-IX) = EMPLOYEEID
                SET TIMECARD-FOUND TO TRUE
                MOVE "Y" TO WS-TIMECARD-MATCHED-SW (WS-TIMECARD-IX)
                MOVE WS-TIMECARD-TYPE (WS-TIMECARD-IX)
                    TO WS-EARN-LOOKUP-CODE
                PERFORM 0114B-FIND-EARNCODE
                EVALUATE TRUE
                    WHEN WS-EARN-COUNTS-OT (WS-EARN-POS) = "Y"
                        ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                            TO WS-TC-REG-HOURS
                    WHEN WS-EARN-LEAVE-DRAW (WS-EARN-POS) = "V"
                        ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                            TO WS-TC-VAC-HOURS
                    WHEN WS-EARN-LEAVE-DRAW (WS-EARN-POS) = "S"
                        ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                            TO WS-TC-SICK-HOURS
                    WHEN OTHER
                        ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                            TO WS-TC-OTHER-HOURS
                END-EVALUATE
                ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                    TO WS-TC-TOTAL-HOURS
                PERFORM 0211A-ADD-EARNINGS-LINE
                PERFORM 0215-CHARGE-WORKED-DEPT
            END-IF.

        0211-END.


        0211A-ADD-EARNINGS-LINE.
      *eight different codes on one employee's cards in a period is
      *already far past anything real; a ninth rides the first line
      *with a console warning, so its hours still pay -- at that
      *line's price.
            MOVE 0 TO WS-EARNLINE-POS.
            IF WS-EARNLINE-COUNT > 0
                PERFORM 0211B-FIND-EARNINGS-LINE
                    VARYING WS-EARNLINE-SUB FROM 1 BY 1
                    UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
                    OR WS-EARNLINE-POS NOT = 0
            END-IF.
            IF WS-EARNLINE-POS = 0
                IF WS-EARNLINE-COUNT < 8
                    ADD 1 TO WS-EARNLINE-COUNT
                    MOVE WS-EARNLINE-COUNT TO WS-EARNLINE-POS
                    MOVE WS-EARN-LOOKUP-CODE
                        TO WS-EL-CODE (WS-EARNLINE-POS)
                    MOVE WS-EARN-POS TO WS-EL-EARN-POS (WS-EARNLINE-POS)
                    MOVE 0 TO WS-EL-HOURS (WS-EARNLINE-POS)
                    MOVE 0 TO WS-EL-AMOUNT (WS-EARNLINE-POS)
                ELSE
                    MOVE 1 TO WS-EARNLINE-POS
                    DISPLAY "WARNING: EMPLOYEE ", EMPLOYEEID,
                        " FILED MORE THAN 8 EARNINGS CODES -- ",
                        "CODE ", WS-EARN-LOOKUP-CODE, " PAID AS ",
                        WS-EL-CODE (1)
                END-IF
            END-IF.
            ADD WS-TIMECARD-HOURS (WS-TIMECARD-IX)
                TO WS-EL-HOURS (WS-EARNLINE-POS).


        0211A-END.


        0211B-FIND-EARNINGS-LINE.
            IF WS-EL-CODE (WS-EARNLINE-SUB) = WS-EARN-LOOKUP-CODE
                MOVE WS-EARNLINE-SUB TO WS-EARNLINE-POS
            END-IF.


        0211B-END.


        0214-MARK-ONE-TIMECARD.
            IF WS-TIMECARD-EMPLOYEEID (WS-TIMECARD-IX) = EMPLOYEEID
                MOVE "Y" TO WS-TIMECARD-MATCHED-SW (WS-TIMECARD-IX)
            IF WS-CHARGE-DEPT = SPACES
                MOVE DEPARTMENT TO WS-CHARGE-DEPT
            END-IF.
      *the card's hours are carried under the earnings line they
      *were paid on -- normally their own code, or the first line's
      *when 0211A had to fold an excess code into it.
            MOVE WS-EL-CODE (WS-EARNLINE-POS) TO WS-CHARGE-CODE.

            MOVE 0 TO WS-WORKDEPT-POS.
            IF WS-WORKDEPT-COUNT > 0
                    OR WS-WORKDEPT-POS NOT = 0
            END-IF.
            IF WS-WORKDEPT-POS = 0
                IF WS-WORKDEPT-COUNT < 20
                    ADD 1 TO WS-WORKDEPT-COUNT
                    MOVE WS-WORKDEPT-COUNT TO WS-WORKDEPT-POS
                    MOVE WS-CHARGE-DEPT
                        TO WS-WORKDEPT-NAME (WS-WORKDEPT-POS)
                    MOVE WS-CHARGE-CODE
                        TO WS-WORKDEPT-CODE (WS-WORKDEPT-POS)
                    MOVE WS-EARN-COUNTS-OT (WS-EL-EARN-POS
                        (WS-EARNLINE-POS))
                        TO WS-WORKDEPT-OT-SW (WS-WORKDEPT-POS)
                    MOVE 0 TO WS-WORKDEPT-HOURS (WS-WORKDEPT-POS)
                ELSE
      *twenty department-and-code pairs in one period is already
      *absurd; the next goes to the home department under the same
      *code when that pair is already among them, and otherwise to
      *the first pair on the cards with that code -- a code always
      *has at least one, since its own first card made it -- and
      *the warning names where the hours actually landed either
      *way.
                    MOVE DEPARTMENT TO WS-CHARGE-DEPT
                    MOVE 0 TO WS-WORKDEPT-POS
                    PERFORM 0217B-FIND-WORKDEPT
                        VARYING WS-WORKDEPT-SUB FROM 1 BY 1
                        UNTIL WS-WORKDEPT-SUB > WS-WORKDEPT-COUNT
                        OR WS-WORKDEPT-POS NOT = 0
                    IF WS-WORKDEPT-POS = 0
                        PERFORM 0217C-FIND-WORKDEPT-CODE
                            VARYING WS-WORKDEPT-SUB FROM 1 BY 1
                            UNTIL WS-WORKDEPT-SUB > WS-WORKDEPT-COUNT
                            OR WS-WORKDEPT-POS NOT = 0
                    END-IF
                    IF WS-WORKDEPT-POS = 0
                        MOVE 1 TO WS-WORKDEPT-POS
                    END-IF
                    DISPLAY "WARNING: EMPLOYEE ", EMPLOYEEID,
                        " CHARGES MORE THAN 20 DEPARTMENT/CODE ",
                        "PAIRS -- EXCESS CHARGED TO ",
                        WS-WORKDEPT-NAME (WS-WORKDEPT-POS)
                END-IF
            END-IF.

        0217B-FIND-WORKDEPT.
            IF WS-WORKDEPT-NAME (WS-WORKDEPT-SUB) = WS-CHARGE-DEPT
                AND WS-WORKDEPT-CODE (WS-WORKDEPT-SUB) = WS-CHARGE-CODE
                MOVE WS-WORKDEPT-SUB TO WS-WORKDEPT-POS
            END-IF.

        0217B-END.


        0217C-FIND-WORKDEPT-CODE.
            IF WS-WORKDEPT-CODE (WS-WORKDEPT-SUB) = WS-CHARGE-CODE
                MOVE WS-WORKDEPT-SUB TO WS-WORKDEPT-POS
            END-IF.


        0217C-END.


        0210-VALIDATE-EMPLOYEE.
      *range-checks the fields that feed straight into the pay
      *calculation so a fat-fingered HOURLYRATE or an impossible
            MOVE HOURSWORKED TO REJ-HOURSWORKED.
            MOVE HOURLYRATE TO REJ-HOURLYRATE.
            MOVE GENDER TO REJ-GENDER.
      *on a preview a final check already issued is no swing -- the
      *employee is simply done being paid.
            IF RUN-TYPE-PREVIEW
                MOVE EMPLOYEEID TO WS-PVN-EMPLOYEEID
                MOVE REJ-REASON-TEXT TO WS-PVN-TEXT
                PERFORM 0615-WRITE-PREVIEW-NOTE
                IF REJ-REASON-CODE = "R004"
                    MOVE "N" TO WS-PV-MARK
                ELSE
                    MOVE "J" TO WS-PV-MARK
                END-IF
                PERFORM 0620-MARK-LAST-CHECK
            ELSE
                WRITE REJECT-RECORD
            END-IF.
            ADD 1 TO WS-REJECT-COUNT.




        0230-CALCULATE-GROSS-PAY.
      *every earnings line off the timecards is priced by its code:
      *the hourly rate times the code's multiplier, plus its flat
      *premium per hour. Overtime is measured on the hours whose
      *codes count toward it (worked time, by default) -- vacation,
      *sick and the like never push anyone over the threshold --
      *and the hours past the threshold earn an overtime premium on
      *top of their line: the part of time-and-a-half over straight
      *time. Salaried staff are paid a fraction of their annual
      *salary based on how often they're paid, carried on the R
      *line; their coded hours earn only the flat premium, and
      *their leave hours draw the balance down without changing
      *the check. WS-PAY-PERIODS-PER-YR and
      *WS-EFFECTIVE-OT-THRESHOLD are set by 0205-SET-PAY-PERIODS
      *before this paragraph runs.
            MOVE 0 TO WS-OT-PREMIUM-AMT.
            IF PAY-TYPE-SALARY
      *no overtime on salary -- zeroed here so the history archive
      *never carries a stale figure from the previous employee.
                MOVE 0 TO WS-REG-HOURS
                MOVE 0 TO WS-OT-HOURS
                MOVE 0 TO WS-EARN-RATE
                IF WS-EARNLINE-COUNT > 0
                    PERFORM 0230A-PRICE-EARNINGS-LINE
                        VARYING WS-EARNLINE-SUB FROM 1 BY 1
                        UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
                END-IF
                PERFORM 0230B-ADD-SALARY-LINE
            ELSE
                IF WS-TC-REG-HOURS > WS-EFFECTIVE-OT-THRESHOLD
                    COMPUTE WS-REG-HOURS = WS-EFFECTIVE-OT-THRESHOLD
                    MOVE 0 TO WS-OT-HOURS
                END-IF

                MOVE HOURLYRATE TO WS-EARN-RATE
                IF WS-EARNLINE-COUNT > 0
                    PERFORM 0230A-PRICE-EARNINGS-LINE
                        VARYING WS-EARNLINE-SUB FROM 1 BY 1
                        UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
                END-IF
                COMPUTE WS-OT-PREMIUM-AMT ROUNDED =
                    WS-OT-HOURS * HOURLYRATE * (WS-OT-FACTOR - 1)
            END-IF.

            MOVE WS-OT-PREMIUM-AMT TO WS-GROSS-AMOUNT.
            PERFORM 0231-CLEAR-EARNINGS-LINES.
            IF WS-EARNLINE-COUNT > 0
                PERFORM 0230C-POST-EARNINGS-LINE
                    VARYING WS-EARNLINE-SUB FROM 1 BY 1
                    UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
            END-IF.
            MOVE WS-OT-PREMIUM-AMT TO PAY-OT-PREMIUM.


        0230-END.


        0230A-PRICE-EARNINGS-LINE.
      *WS-EARN-RATE is the hourly rate for hourly staff and zero for
      *salaried, whose hours only ever earn the flat premium.
            MOVE WS-EL-EARN-POS (WS-EARNLINE-SUB) TO WS-EARN-POS.
            COMPUTE WS-EL-AMOUNT (WS-EARNLINE-SUB) ROUNDED =
                WS-EL-HOURS (WS-EARNLINE-SUB)
                    * ((WS-EARN-RATE * WS-EARN-MULTIPLIER (WS-EARN-POS))
                        + WS-EARN-PREMIUM (WS-EARN-POS)).


        0230A-END.


        0230B-ADD-SALARY-LINE.
      *the period's salary joins the R line, opening one when the
      *employee filed no regular card -- or, with eight codes
      *already filed, rides the first line rather than go unpaid.
            MOVE "R" TO WS-EARN-LOOKUP-CODE.
            MOVE 0 TO WS-EARNLINE-POS.
            IF WS-EARNLINE-COUNT > 0
                PERFORM 0211B-FIND-EARNINGS-LINE
                    VARYING WS-EARNLINE-SUB FROM 1 BY 1
                    UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
                    OR WS-EARNLINE-POS NOT = 0
            END-IF.
            IF WS-EARNLINE-POS = 0
                IF WS-EARNLINE-COUNT < 8
                    ADD 1 TO WS-EARNLINE-COUNT
                    MOVE WS-EARNLINE-COUNT TO WS-EARNLINE-POS
                    MOVE "R" TO WS-EL-CODE (WS-EARNLINE-POS)
                    PERFORM 0114B-FIND-EARNCODE
                    MOVE WS-EARN-POS TO WS-EL-EARN-POS (WS-EARNLINE-POS)
                    MOVE 0 TO WS-EL-HOURS (WS-EARNLINE-POS)
                    MOVE 0 TO WS-EL-AMOUNT (WS-EARNLINE-POS)
                ELSE
                    MOVE 1 TO WS-EARNLINE-POS
                END-IF
            END-IF.
            COMPUTE WS-EL-AMOUNT (WS-EARNLINE-POS) ROUNDED =
                WS-EL-AMOUNT (WS-EARNLINE-POS)
                    + (ANNUAL-SALARY / WS-PAY-PERIODS-PER-YR).


        0230B-END.


        0230C-POST-EARNINGS-LINE.
            MOVE WS-EL-CODE (WS-EARNLINE-SUB)
                TO PAY-EARN-CODE (WS-EARNLINE-SUB).
            MOVE WS-EL-HOURS (WS-EARNLINE-SUB)
                TO PAY-EARN-HOURS (WS-EARNLINE-SUB).
            MOVE WS-EL-AMOUNT (WS-EARNLINE-SUB)
                TO PAY-EARN-AMOUNT (WS-EARNLINE-SUB).
            ADD WS-EL-AMOUNT (WS-EARNLINE-SUB) TO WS-GROSS-AMOUNT.


        0230C-END.


        0231-CLEAR-EARNINGS-LINES.
      *a retro or bonus line, and every check before 0230 prices
      *it, carries no earnings breakdown -- cleared here so the
      *register never shows the previous employee's lines.
            INITIALIZE PAY-OT-PREMIUM PAY-LEAVE-PAYOUT.
            PERFORM 0231A-CLEAR-EARNINGS-LINE
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.


        0231-END.


        0231A-CLEAR-EARNINGS-LINE.
            MOVE SPACE TO PAY-EARN-CODE (WS-EARNLINE-SUB).
            MOVE 0 TO PAY-EARN-HOURS (WS-EARNLINE-SUB).
            MOVE 0 TO PAY-EARN-AMOUNT (WS-EARNLINE-SUB).


        0231A-END.


        0232-ADD-BONUS-PAY.
      *a bonus or commission card for this employee rides on the
      *regular check: it adds to gross after proration (a bonus
      *earned is paid whole, last check or not) and is withheld at
      *the supplemental rate in 0250. Supplemental runs never pick
      *up bonus cards -- they belong to the regular or bonus run.
            MOVE 0 TO WS-BONUS-THIS-CHECK.
            MOVE SPACES TO WS-BONUS-REASON.
            MOVE 0 TO WS-BONUS-POS.
            IF WS-BONUS-COUNT > 0 AND NOT RUN-TYPE-OFF-CYCLE
                PERFORM 0233-FIND-BONUS-ENTRY
                    VARYING WS-BONUS-SUB FROM 1 BY 1
                    UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
                    OR WS-BONUS-POS NOT = 0
            END-IF.
            IF WS-BONUS-POS NOT = 0
                MOVE WS-BONUS-AMOUNT (WS-BONUS-POS)
                    TO WS-BONUS-THIS-CHECK
                MOVE WS-BONUS-REASON-CODE (WS-BONUS-POS)
                    TO WS-BONUS-REASON
                ADD WS-BONUS-THIS-CHECK TO WS-GROSS-AMOUNT
                MOVE "Y" TO WS-BONUS-PAID-SW (WS-BONUS-POS)
                ADD 1 TO WS-BONUS-PAID-COUNT
            END-IF.
            MOVE WS-BONUS-THIS-CHECK TO PAY-BONUS-AMOUNT.
            MOVE WS-BONUS-REASON TO PAY-BONUS-REASON.


        0232-END.


        0233-FIND-BONUS-ENTRY.
            IF WS-BONUS-EMPLOYEEID (WS-BONUS-SUB) = EMPLOYEEID
                AND WS-BONUS-PAID-SW (WS-BONUS-SUB) = "N"
                MOVE WS-BONUS-SUB TO WS-BONUS-POS
            END-IF.
        0233-END.


        0235-PRORATE-TERMINATION-PAY.
      *a terminated employee's last check is prorated by how far
      *into THIS period their TERMDATE actually falls, off the real
                COMPUTE WS-PRORATE-FACTOR ROUNDED =
                    WS-DAYS-WORKED / WS-PERIOD-DAYS

      *each earnings line and the overtime premium is prorated on
      *its own, and the gross rebuilt from them, so the register's
      *breakdown still adds back to the check.
                COMPUTE WS-OT-PREMIUM-AMT ROUNDED =
                    WS-OT-PREMIUM-AMT * WS-PRORATE-FACTOR
                MOVE WS-OT-PREMIUM-AMT TO PAY-OT-PREMIUM
                MOVE WS-OT-PREMIUM-AMT TO WS-GROSS-AMOUNT
                IF WS-EARNLINE-COUNT > 0
                    PERFORM 0235A-PRORATE-EARNINGS-LINE
                        VARYING WS-EARNLINE-SUB FROM 1 BY 1
                        UNTIL WS-EARNLINE-SUB > WS-EARNLINE-COUNT
                END-IF

      *the remaining leave balance rides out on the final check at
      *full value -- the proration above applies to the period's
        0235-END.


        0235A-PRORATE-EARNINGS-LINE.
            COMPUTE PAY-EARN-AMOUNT (WS-EARNLINE-SUB) ROUNDED =
                PAY-EARN-AMOUNT (WS-EARNLINE-SUB) * WS-PRORATE-FACTOR.
            ADD PAY-EARN-AMOUNT (WS-EARNLINE-SUB) TO WS-GROSS-AMOUNT.


        0235A-END.


        0237-PAY-LEAVE-BALANCE.
      *pays the terminated employee's unused vacation and sick hours
      *on top of the prorated final pay, then zeroes the balance so

            IF WS-LEAVE-PAYOUT-AMT > 0
                ADD WS-LEAVE-PAYOUT-AMT TO WS-GROSS-AMOUNT
                MOVE WS-LEAVE-PAYOUT-AMT TO PAY-LEAVE-PAYOUT
                MOVE 0 TO LVB-VAC-BALANCE
                MOVE 0 TO LVB-SICK-BALANCE
                IF NOT RUN-TYPE-PREVIEW
                    REWRITE LEAVE-BAL-RECORD
                END-IF
            END-IF.


      *record is created on an employee's first check and rewritten
      *after that, like the YTD master.
            MOVE EMPLOYEEID TO LVB-EMPLOYEEID.
            IF PV-NO-LEAVE-FILE
                INITIALIZE LVB-VAC-BALANCE LVB-SICK-BALANCE
            ELSE
                READ LEAVEFILE
                    INVALID KEY
                        INITIALIZE LVB-VAC-BALANCE LVB-SICK-BALANCE
                END-READ
            END-IF.

            COMPUTE WS-VAC-ACCRUAL ROUNDED =
                WS-VAC-ACCRUAL-ANNUAL / WS-PAY-PERIODS-PER-YR.
                SUBTRACT WS-TC-SICK-HOURS FROM LVB-SICK-BALANCE
            END-IF.

      *a preview figures the balances and keeps none of them.
            IF NOT RUN-TYPE-PREVIEW
                IF LEAVE-FILE-STATUS = "23"
                    WRITE LEAVE-BAL-RECORD
                ELSE
                    REWRITE LEAVE-BAL-RECORD
                END-IF
            END-IF.


      *and silently come out the other side as a positive amount.
            IF WS-WELLNESS-DEDUCTION > PAY-NET-PAY
                COMPUTE PAY-WELLNESS-ADJ = 0 - PAY-NET-PAY
                SET PV-NET-WENT-SHORT TO TRUE
            ELSE
                COMPUTE PAY-WELLNESS-ADJ = 0 - WS-WELLNESS-DEDUCTION
            END-IF.


        0250-CALCULATE-WITHHOLDING.
      *derives federal/state withholding off the annualized taxable
      *wages and carries federal tax, state tax, the employee's
      *Social Security and Medicare, and net pay onto the PAYROLL
      *FD. The employee's Social Security and Medicare run off the
      *full gross and come first; the pre-tax elections come off
      *what that leaves, and the income-tax legs run off gross less
      *those elections.
            PERFORM 0254-CALCULATE-EMPLOYEE-FICA.
            PERFORM 0257-READ-WITHHOLDING-PROFILE.
      *a check carrying nothing but bonus pay does not take the
      *employee's flat extra withholding -- that rides on the
      *regular check.
            IF BONUS-ONLY-LINE
                MOVE 0 TO WS-FED-EL-EXTRA WS-ST-EL-EXTRA
            END-IF.

            MOVE 0 TO PAY-DEDUCT-TOTAL.
            COMPUTE PAY-NET-PAY =
                WS-GROSS-AMOUNT - WS-EE-SS-AMT - WS-EE-MEDI-AMT
                    - WS-EE-ADDL-MEDI-AMT.
            IF WS-DEDUCT-COUNT > 0
                MOVE "P" TO WS-DED-PASS-CLASS
                PERFORM 0256-APPLY-ONE-DEDUCTION
                    VARYING WS-DEDUCT-SUB FROM 1 BY 1
                    UNTIL WS-DEDUCT-SUB > WS-DEDUCT-COUNT
            END-IF.
            MOVE PAY-DEDUCT-TOTAL TO WS-PRETAX-TOTAL.
            COMPUTE WS-TAXABLE-WAGES =
                WS-GROSS-AMOUNT - WS-PRETAX-TOTAL.
            MOVE WS-TAXABLE-WAGES TO PAY-TAXABLE-WAGES.

      *bonus and commission pay is supplemental wages: it is
      *withheld at the flat table-B rate and kept out of the wages
      *the bracket tables see. The pre-tax elections come off the
      *regular wages first.
            IF WS-BONUS-THIS-CHECK > WS-TAXABLE-WAGES
                MOVE WS-TAXABLE-WAGES TO WS-SUPP-WAGES
            ELSE
                MOVE WS-BONUS-THIS-CHECK TO WS-SUPP-WAGES
            END-IF.
            COMPUTE WS-REGULAR-WAGES =
                WS-TAXABLE-WAGES - WS-SUPP-WAGES.

      *each leg withholds off taxable wages less the period's share
      *of the standard amount for the employee's filing status and
      *their allowances, then adds any extra they asked for. An
      *honored exempt claim withholds nothing on that leg; with no
      *elections the wages pass through untouched.
            MOVE WS-FED-EL-STATUS TO WS-WH-STATUS.
            MOVE WS-FED-EL-ALLOWANCES TO WS-WH-ALLOWANCES.
            MOVE WS-WH-FED-AMOUNT (1) TO WS-WH-STD-SINGLE.
            MOVE WS-WH-FED-AMOUNT (2) TO WS-WH-STD-MARRIED.
            MOVE WS-WH-FED-AMOUNT (3) TO WS-WH-STD-HEAD.
            MOVE WS-WH-FED-AMOUNT (4) TO WS-WH-ALLOW-VALUE.
            PERFORM 0258-FIGURE-WH-WAGES.
            COMPUTE WS-ANNUALIZED-GROSS =
                WS-WH-WAGES * WS-PAY-PERIODS-PER-YR.

            MOVE 1 TO WS-TAX-SUB.
            PERFORM 0251-FIND-FED-BRACKET
                MOVE 5 TO WS-TAX-SUB
            END-IF.
            COMPUTE WS-FED-TAX-AMT ROUNDED =
                WS-WH-WAGES * WS-FED-RATE (WS-TAX-SUB)
                    + WS-FED-EL-EXTRA.
            COMPUTE WS-SUPP-FED-AMT ROUNDED =
                WS-SUPP-WAGES * WS-SUPP-FED-RATE.
            IF FED-EXEMPT-HONORED
                MOVE 0 TO WS-FED-TAX-AMT
                MOVE 0 TO WS-SUPP-FED-AMT
            END-IF.
            ADD WS-SUPP-FED-AMT TO WS-FED-TAX-AMT.

      *the state leg runs off the bracket set 0218 resolved for
      *this employee's work state, and the table-A amounts filed
      *for that state (or the blank-state default). A state with
      *no table-B supplemental rate filed withholds the bonus
      *through its brackets along with the regular wages.
            PERFORM 0259C-FIND-SUPP-STATE-RATE.
            IF WS-SUPP-STATE-POS = 0
                ADD WS-SUPP-WAGES TO WS-REGULAR-WAGES
                MOVE 0 TO WS-SUPP-STATE-AMT
            ELSE
                COMPUTE WS-SUPP-STATE-AMT ROUNDED =
                    WS-SUPP-WAGES * WS-SUPP-STATE-RATE-USED
            END-IF.
            MOVE WS-ST-EL-STATUS TO WS-WH-STATUS.
            MOVE WS-ST-EL-ALLOWANCES TO WS-WH-ALLOWANCES.
            PERFORM 0259-FIND-WH-STATE-AMOUNTS.
            PERFORM 0258-FIGURE-WH-WAGES.
            COMPUTE WS-ANNUALIZED-GROSS =
                WS-WH-WAGES * WS-PAY-PERIODS-PER-YR.

            MOVE 1 TO WS-TAX-SUB.
            PERFORM 0252-FIND-STATE-BRACKET
                UNTIL WS-TAX-SUB > 3
                MOVE 3 TO WS-TAX-SUB
            END-IF.
            COMPUTE WS-STATE-TAX-AMT ROUNDED =
                WS-WH-WAGES
                    * WS-STATE-RATE (WS-EMP-STATE-SET WS-TAX-SUB)
                    + WS-ST-EL-EXTRA.
            IF ST-EXEMPT-HONORED
                MOVE 0 TO WS-STATE-TAX-AMT
                MOVE 0 TO WS-SUPP-STATE-AMT
            END-IF.
            ADD WS-SUPP-STATE-AMT TO WS-STATE-TAX-AMT.

      *PAY-NET-PAY already stands at gross less the employee's
      *Social Security, Medicare and pre-tax elections. It is
      *unsigned -- a check whose pre-tax elections leave less than
      *the income tax due has the tax capped at what is left rather
      *than driving net pay through zero.
            IF WS-FED-TAX-AMT > PAY-NET-PAY
                MOVE PAY-NET-PAY TO WS-FED-TAX-AMT
                SET PV-NET-WENT-SHORT TO TRUE
            END-IF.
            SUBTRACT WS-FED-TAX-AMT FROM PAY-NET-PAY.
            IF WS-STATE-TAX-AMT > PAY-NET-PAY
                MOVE PAY-NET-PAY TO WS-STATE-TAX-AMT
                SET PV-NET-WENT-SHORT TO TRUE
            END-IF.
            SUBTRACT WS-STATE-TAX-AMT FROM PAY-NET-PAY.
            IF WS-SUPP-FED-AMT > WS-FED-TAX-AMT
                MOVE WS-FED-TAX-AMT TO WS-SUPP-FED-AMT
            END-IF.
            IF WS-SUPP-STATE-AMT > WS-STATE-TAX-AMT
                MOVE WS-STATE-TAX-AMT TO WS-SUPP-STATE-AMT
            END-IF.

            MOVE WS-FED-TAX-AMT TO PAY-FED-TAX.
            MOVE WS-STATE-TAX-AMT TO PAY-STATE-TAX.
            MOVE WS-SUPP-FED-AMT TO PAY-BONUS-FED-TAX.
            MOVE WS-SUPP-STATE-AMT TO PAY-BONUS-STATE-TAX.

      *deductions come out after taxes and before the wellness
      *adjustment -- garnishments first, then voluntary elections.
        0250-END.


        0254-CALCULATE-EMPLOYEE-FICA.
      *the employee's Social Security and Medicare withholding. Both
      *tests run against YTD gross as it stood BEFORE this check, so
      *the employee's YTD record is read here, ahead of 0260's
      *update -- nothing is written to it until 0260. Social
      *Security is withheld only on the slice of this gross still
      *under the wage base, exactly as 0253 matches it; Medicare has
      *no ceiling; the additional Medicare withholding is taken only
      *on the slice of this gross that lies past the annual
      *threshold.
            MOVE EMPLOYEEID TO YTD-EMPLOYEEID.
            IF PV-NO-YTD-MASTER
                MOVE 0 TO YTD-GROSS
            ELSE
                READ YTDFILE
                    INVALID KEY
                        MOVE 0 TO YTD-GROSS
                END-READ
            END-IF.
            MOVE YTD-GROSS TO WS-YTD-GROSS-BEFORE.

            IF WS-YTD-GROSS-BEFORE >= WS-ER-SS-WAGE-BASE
                MOVE 0 TO WS-EE-SS-TAXABLE
            ELSE
                COMPUTE WS-EE-SS-TAXABLE =
                    WS-ER-SS-WAGE-BASE - WS-YTD-GROSS-BEFORE
                IF WS-EE-SS-TAXABLE > WS-GROSS-AMOUNT
                    MOVE WS-GROSS-AMOUNT TO WS-EE-SS-TAXABLE
                END-IF
            END-IF.

            IF WS-YTD-GROSS-BEFORE >= WS-ADDL-MEDI-THRESHOLD
                MOVE WS-GROSS-AMOUNT TO WS-EE-ADDL-TAXABLE
            ELSE
                IF WS-YTD-GROSS-BEFORE + WS-GROSS-AMOUNT
                        > WS-ADDL-MEDI-THRESHOLD
                    COMPUTE WS-EE-ADDL-TAXABLE =
                        WS-YTD-GROSS-BEFORE + WS-GROSS-AMOUNT
                            - WS-ADDL-MEDI-THRESHOLD
                ELSE
                    MOVE 0 TO WS-EE-ADDL-TAXABLE
                END-IF
            END-IF.

            COMPUTE WS-EE-SS-AMT ROUNDED =
                WS-EE-SS-TAXABLE * WS-ER-SS-RATE.
            COMPUTE WS-EE-MEDI-AMT ROUNDED =
                WS-GROSS-AMOUNT * WS-ER-MEDI-RATE.
            COMPUTE WS-EE-ADDL-MEDI-AMT ROUNDED =
                WS-EE-ADDL-TAXABLE * WS-ADDL-MEDI-RATE.

            MOVE WS-EE-SS-AMT TO PAY-EE-SOCSEC.
            MOVE WS-EE-MEDI-AMT TO PAY-EE-MEDICARE.
            MOVE WS-EE-ADDL-MEDI-AMT TO PAY-EE-ADDL-MEDICARE.


        0254-END.


        0257-READ-WITHHOLDING-PROFILE.
      *picks up the employee's elections for 0250. A future-dated
      *set whose pay date has come is rolled into force and
      *rewritten first. An exempt claim is honored only while its
      *expiry date is on or after this run's pay date; a lapsed
      *claim with no renewal keyed withholds the default on that
      *leg and goes on WHEXCP.DAT so HR can chase the renewal.
            MOVE "N" TO WS-WHP-FOUND-SW.
            MOVE SPACES TO WS-FED-EL-STATUS WS-ST-EL-STATUS.
            MOVE 0 TO WS-FED-EL-ALLOWANCES WS-FED-EL-EXTRA.
            MOVE 0 TO WS-ST-EL-ALLOWANCES WS-ST-EL-EXTRA.
            MOVE "N" TO WS-FED-EL-EXEMPT WS-ST-EL-EXEMPT.
            IF WHPROFILE-AVAILABLE
                MOVE EMPLOYEEID TO WHP-EMPLOYEEID
                READ WHPROFILEFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WHP-PROFILE-FOUND TO TRUE
                        PERFORM 0257B-APPLY-PROFILE
                END-READ
            END-IF.


        0257-END.


        0257B-APPLY-PROFILE.
      *a preview withholds from the rolled set but leaves the
      *profile for the real run to roll.
            IF WHP-PENDING-EFF-DATE NOT = 0
                AND WHP-PENDING-EFF-DATE NOT > WS-PAY-DATE-NUM
                MOVE WHP-PENDING TO WHP-CURRENT
                MOVE WHP-PENDING-EFF-DATE TO WHP-EFFECTIVE-DATE
                MOVE 0 TO WHP-PENDING-EFF-DATE
                MOVE SPACES TO WHP-PENDING
                IF NOT RUN-TYPE-PREVIEW
                    REWRITE WH-PROFILE-RECORD
                        INVALID KEY
                            DISPLAY "WHPROFILE.DAT REWRITE FAILED FOR "
                                EMPLOYEEID ", STATUS " WHP-FILE-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-WHP-ROLLED
                    END-REWRITE
                END-IF
            END-IF.

            MOVE WHP-FED-STATUS TO WS-FED-EL-STATUS.
            MOVE WHP-FED-ALLOWANCES TO WS-FED-EL-ALLOWANCES.
            MOVE WHP-FED-EXTRA TO WS-FED-EL-EXTRA.
            IF WHP-FED-IS-EXEMPT
                IF WHP-FED-EXEMPT-EXPIRY < WS-PAY-DATE-NUM
                    MOVE SPACES TO WS-FED-EL-STATUS
                    MOVE 0 TO WS-FED-EL-ALLOWANCES WS-FED-EL-EXTRA
                    MOVE "F" TO WHX-LEG
                    MOVE WHP-FED-EXEMPT-EXPIRY TO WHX-EXPIRY-DATE
                    PERFORM 0257A-WRITE-WH-EXCEPTION
                ELSE
                    MOVE "Y" TO WS-FED-EL-EXEMPT
                END-IF
            END-IF.

            MOVE WHP-ST-STATUS TO WS-ST-EL-STATUS.
            MOVE WHP-ST-ALLOWANCES TO WS-ST-EL-ALLOWANCES.
            MOVE WHP-ST-EXTRA TO WS-ST-EL-EXTRA.
            IF WHP-ST-IS-EXEMPT
                IF WHP-ST-EXEMPT-EXPIRY < WS-PAY-DATE-NUM
                    MOVE SPACES TO WS-ST-EL-STATUS
                    MOVE 0 TO WS-ST-EL-ALLOWANCES WS-ST-EL-EXTRA
                    MOVE "S" TO WHX-LEG
                    MOVE WHP-ST-EXEMPT-EXPIRY TO WHX-EXPIRY-DATE
                    PERFORM 0257A-WRITE-WH-EXCEPTION
                ELSE
                    MOVE "Y" TO WS-ST-EL-EXEMPT
                END-IF
            END-IF.


        0257B-END.


        0257A-WRITE-WH-EXCEPTION.
            MOVE EMPLOYEEID TO WHX-EMPLOYEEID.
            MOVE FIRSTNAME TO WHX-FIRSTNAME.
            MOVE LASTNAME TO WHX-LASTNAME.
            MOVE WS-PAY-DATE-NUM TO WHX-PAY-DATE.
            MOVE "EXEMPT EXPIRED - DEFAULT WITHHELD" TO WHX-STATUS.
            IF RUN-TYPE-PREVIEW
                MOVE EMPLOYEEID TO WS-PVN-EMPLOYEEID
                MOVE WHX-STATUS TO WS-PVN-TEXT
                PERFORM 0615-WRITE-PREVIEW-NOTE
            ELSE
                WRITE WH-EXCP-RECORD
            END-IF.
            ADD 1 TO WS-WHX-COUNT.


        0257A-END.


        0258-FIGURE-WH-WAGES.
      *withholding wages for the leg in hand: regular taxable wages
      *(bonus pay withheld at the supplemental rate set aside) less
      *one period's share of the annual standard amount for the
      *filing status plus the allowances claimed, never below zero.
      *A blank status carries no standard amount.
            EVALUATE WS-WH-STATUS
                WHEN "S"
                    MOVE WS-WH-STD-SINGLE TO WS-WH-ANNUAL-REDUCTION
                WHEN "M"
                    MOVE WS-WH-STD-MARRIED TO WS-WH-ANNUAL-REDUCTION
                WHEN "H"
                    MOVE WS-WH-STD-HEAD TO WS-WH-ANNUAL-REDUCTION
                WHEN OTHER
                    MOVE 0 TO WS-WH-ANNUAL-REDUCTION
            END-EVALUATE.
            COMPUTE WS-WH-ANNUAL-REDUCTION =
                WS-WH-ANNUAL-REDUCTION
                    + WS-WH-ALLOWANCES * WS-WH-ALLOW-VALUE.
            COMPUTE WS-WH-REDUCTION ROUNDED =
                WS-WH-ANNUAL-REDUCTION / WS-PAY-PERIODS-PER-YR.
            IF WS-WH-REDUCTION >= WS-REGULAR-WAGES
                MOVE 0 TO WS-WH-WAGES
            ELSE
                COMPUTE WS-WH-WAGES =
                    WS-REGULAR-WAGES - WS-WH-REDUCTION
            END-IF.


        0258-END.


        0259-FIND-WH-STATE-AMOUNTS.
      *the table-A amounts for the employee's work state, falling
      *back to the blank-state set, then to none at all.
            MOVE 0 TO WS-WH-STATE-POS.
            IF WS-WH-STATE-USED > 0
                PERFORM 0259A-MATCH-WH-STATE
                    VARYING WS-WH-STATE-SUB FROM 1 BY 1
                    UNTIL WS-WH-STATE-SUB > WS-WH-STATE-USED
                    OR WS-WH-STATE-POS NOT = 0
                IF WS-WH-STATE-POS = 0
                    PERFORM 0259B-MATCH-WH-DEFAULT
                        VARYING WS-WH-STATE-SUB FROM 1 BY 1
                        UNTIL WS-WH-STATE-SUB > WS-WH-STATE-USED
                        OR WS-WH-STATE-POS NOT = 0
                END-IF
            END-IF.
            IF WS-WH-STATE-POS = 0
                MOVE 0 TO WS-WH-STD-SINGLE WS-WH-STD-MARRIED
                    WS-WH-STD-HEAD WS-WH-ALLOW-VALUE
            ELSE
                MOVE WS-WH-STATE-AMOUNT (WS-WH-STATE-POS 1)
                    TO WS-WH-STD-SINGLE
                MOVE WS-WH-STATE-AMOUNT (WS-WH-STATE-POS 2)
                    TO WS-WH-STD-MARRIED
                MOVE WS-WH-STATE-AMOUNT (WS-WH-STATE-POS 3)
                    TO WS-WH-STD-HEAD
                MOVE WS-WH-STATE-AMOUNT (WS-WH-STATE-POS 4)
                    TO WS-WH-ALLOW-VALUE
            END-IF.


        0259-END.


        0259A-MATCH-WH-STATE.
            IF WS-WH-STATE-CODE (WS-WH-STATE-SUB) = WORK-STATE-CODE
                MOVE WS-WH-STATE-SUB TO WS-WH-STATE-POS
            END-IF.


        0259A-END.


        0259B-MATCH-WH-DEFAULT.
            IF WS-WH-STATE-CODE (WS-WH-STATE-SUB) = SPACES
                MOVE WS-WH-STATE-SUB TO WS-WH-STATE-POS
            END-IF.


        0259B-END.


        0259C-FIND-SUPP-STATE-RATE.
      *the table-B supplemental rate for the employee's work state,
      *falling back to the blank-state rate; none leaves the
      *position at zero.
            MOVE 0 TO WS-SUPP-STATE-POS.
            MOVE 0 TO WS-SUPP-STATE-RATE-USED.
            IF WS-SUPP-STATE-USED > 0
                PERFORM 0259D-MATCH-SUPP-STATE
                    VARYING WS-SUPP-STATE-SUB FROM 1 BY 1
                    UNTIL WS-SUPP-STATE-SUB > WS-SUPP-STATE-USED
                    OR WS-SUPP-STATE-POS NOT = 0
                IF WS-SUPP-STATE-POS = 0
                    PERFORM 0259E-MATCH-SUPP-DEFAULT
                        VARYING WS-SUPP-STATE-SUB FROM 1 BY 1
                        UNTIL WS-SUPP-STATE-SUB > WS-SUPP-STATE-USED
                        OR WS-SUPP-STATE-POS NOT = 0
                END-IF
            END-IF.
            IF WS-SUPP-STATE-POS NOT = 0
                MOVE WS-SUPP-STATE-RATE (WS-SUPP-STATE-POS)
                    TO WS-SUPP-STATE-RATE-USED
            END-IF.


        0259C-END.


        0259D-MATCH-SUPP-STATE.
            IF WS-SUPP-STATE-CODE (WS-SUPP-STATE-SUB)
                    = WORK-STATE-CODE
                MOVE WS-SUPP-STATE-SUB TO WS-SUPP-STATE-POS
            END-IF.


        0259D-END.


        0259E-MATCH-SUPP-DEFAULT.
            IF WS-SUPP-STATE-CODE (WS-SUPP-STATE-SUB) = SPACES
                MOVE WS-SUPP-STATE-SUB TO WS-SUPP-STATE-POS
            END-IF.


        0259E-END.


        0255-APPLY-DEDUCTIONS.
      *two passes over the election table: court-ordered
      *garnishments are honored before any voluntary election gets a
      *cent, and within a class DED-PRIORITY runs lowest first --
      *the table was put in priority order as it loaded. Each
      *deduction taken is capped at the net pay remaining and
      *written to DEDDETAIL.DAT. PAY-DEDUCT-TOTAL already holds the
      *pre-tax elections 0250 took, and these add on to it. The
      *garnishments are further held to the limit on disposable
      *earnings, figured here once the withholding is known.
            COMPUTE WS-DISPOSABLE-EARN =
                WS-GROSS-AMOUNT - WS-FED-TAX-AMT - WS-STATE-TAX-AMT
                    - WS-EE-SS-AMT - WS-EE-MEDI-AMT
                    - WS-EE-ADDL-MEDI-AMT.
            COMPUTE WS-GARN-FLOOR ROUNDED =
                WS-GARN-FLOOR-WEEK * 52 / WS-PAY-PERIODS-PER-YR.
            MOVE 0 TO WS-GARN-TAKEN.
            IF WS-DEDUCT-COUNT > 0
                MOVE "G" TO WS-DED-PASS-CLASS
                PERFORM 0256-APPLY-ONE-DEDUCTION
                        TO WS-DED-THIS-AMOUNT
                END-IF

      *a flat per-check election is taken once a period, off the
      *regular check -- a bonus-only check takes garnishments and
      *percentage elections but not the flat amounts again.
                IF BONUS-ONLY-LINE
                    AND WS-DEDUCT-METHOD (WS-DEDUCT-SUB) NOT = "P"
                    AND WS-DED-PASS-CLASS NOT = "G"
                    MOVE 0 TO WS-DED-THIS-AMOUNT
                END-IF

                PERFORM 0256A-READ-DED-BALANCE
                PERFORM 0256B-FIGURE-AMOUNT-OWED
                MOVE WS-DED-OWED TO WS-DED-THIS-AMOUNT

                IF WS-DED-PASS-CLASS = "G"
                    PERFORM 0256C-APPLY-GARNISH-LIMIT
                END-IF

      *PAY-NET-PAY is unsigned -- never take more than is left.
                IF WS-DED-THIS-AMOUNT > PAY-NET-PAY
                    MOVE PAY-NET-PAY TO WS-DED-THIS-AMOUNT
                    SET PV-NET-WENT-SHORT TO TRUE
                END-IF

                IF WS-DED-THIS-AMOUNT > 0
                    SUBTRACT WS-DED-THIS-AMOUNT FROM PAY-NET-PAY
                    ADD WS-DED-THIS-AMOUNT TO PAY-DEDUCT-TOTAL
                    IF WS-DED-PASS-CLASS = "G"
                        ADD WS-DED-THIS-AMOUNT TO WS-GARN-TAKEN
                    END-IF
                    MOVE EMPLOYEEID TO DDET-EMPLOYEEID
                    MOVE WS-DEDUCT-CODE (WS-DEDUCT-SUB) TO DDET-CODE
                    MOVE WS-DEDUCT-CLASS (WS-DEDUCT-SUB)
                        TO DDET-CLASS
                    MOVE WS-DED-THIS-AMOUNT TO DDET-AMOUNT
                    IF NOT RUN-TYPE-PREVIEW
                        WRITE DED-DETAIL-RECORD
                    END-IF
                END-IF

                PERFORM 0256D-UPDATE-DED-BALANCE
            END-IF.


        0256-END.


        0256A-READ-DED-BALANCE.
      *an election taken for the first time opens its balance
      *record: no goal, nothing taken, nothing owed.
            MOVE "N" TO WS-DBAL-NEW-SW.
            MOVE EMPLOYEEID TO DBAL-EMPLOYEEID.
            MOVE WS-DEDUCT-CODE (WS-DEDUCT-SUB) TO DBAL-CODE.
            IF PV-NO-DBAL-FILE
                PERFORM 0256E-OPEN-NEW-BALANCE
            ELSE
                READ DEDBALFILE
                    INVALID KEY
                        PERFORM 0256E-OPEN-NEW-BALANCE
                END-READ
            END-IF.


        0256A-END.


        0256B-FIGURE-AMOUNT-OWED.
      *garnishment and voluntary arrears ride on top of the period
      *amount until they are recovered -- but not on a bonus-only
      *check for a voluntary election, which takes nothing flat
      *there. Pre-tax elections never build arrears: a deferral
      *missed is not caught up out of a later check. A goal caps
      *what is owed at what is left of it, and an election whose
      *goal is met is owed nothing at all.
            MOVE WS-DED-THIS-AMOUNT TO WS-DED-OWED.
            MOVE "N" TO WS-DED-ARREARS-SW.
            IF WS-DED-PASS-CLASS NOT = "P"
                IF WS-DED-PASS-CLASS = "G" OR NOT BONUS-ONLY-LINE
                    ADD DBAL-ARREARS TO WS-DED-OWED
                    SET DED-ARREARS-RECOVERED TO TRUE
                END-IF
            END-IF.
            IF DBAL-GOAL-MET
                MOVE 0 TO WS-DED-OWED
            ELSE
                IF DBAL-GOAL > 0
                    IF DBAL-TAKEN-TO-DATE NOT < DBAL-GOAL
                        MOVE 0 TO WS-DED-GOAL-LEFT
                    ELSE
                        COMPUTE WS-DED-GOAL-LEFT =
                            DBAL-GOAL - DBAL-TAKEN-TO-DATE
                    END-IF
                    IF WS-DED-OWED > WS-DED-GOAL-LEFT
                        MOVE WS-DED-GOAL-LEFT TO WS-DED-OWED
                    END-IF
                END-IF
            END-IF.


        0256B-END.


        0256C-APPLY-GARNISH-LIMIT.
            IF DBAL-LIMIT-PCT > 0
                COMPUTE WS-GARN-CAP ROUNDED =
                    WS-DISPOSABLE-EARN * DBAL-LIMIT-PCT / 100
            ELSE
                COMPUTE WS-GARN-CAP ROUNDED =
                    WS-DISPOSABLE-EARN * WS-GARN-STD-PCT / 100
                IF WS-DISPOSABLE-EARN > WS-GARN-FLOOR
                    COMPUTE WS-GARN-ROOM =
                        WS-DISPOSABLE-EARN - WS-GARN-FLOOR
                ELSE
                    MOVE 0 TO WS-GARN-ROOM
                END-IF
                IF WS-GARN-ROOM < WS-GARN-CAP
                    MOVE WS-GARN-ROOM TO WS-GARN-CAP
                END-IF
            END-IF.
            IF WS-GARN-CAP > WS-GARN-TAKEN
                COMPUTE WS-GARN-ROOM = WS-GARN-CAP - WS-GARN-TAKEN
            ELSE
                MOVE 0 TO WS-GARN-ROOM
            END-IF.
            IF WS-DED-THIS-AMOUNT > WS-GARN-ROOM
                MOVE WS-GARN-ROOM TO WS-DED-THIS-AMOUNT
            END-IF.


        0256C-END.


        0256D-UPDATE-DED-BALANCE.
      *whatever was owed and not taken is the election's arrears
      *from here -- the old arrears were part of what was owed, so
      *they are replaced, not added to, unless this check did not
      *try to recover them. A pre-tax shortfall is reported but
      *never carried.
            ADD WS-DED-THIS-AMOUNT TO DBAL-TAKEN-TO-DATE.
            MOVE WS-PAY-DATE-NUM TO DBAL-LAST-PAY-DATE.
            MOVE WS-DED-THIS-AMOUNT TO DBAL-LAST-TAKEN.
            COMPUTE DBAL-LAST-NOT-TAKEN =
                WS-DED-OWED - WS-DED-THIS-AMOUNT.
            IF WS-DED-PASS-CLASS NOT = "P"
                IF DED-ARREARS-RECOVERED
                    MOVE DBAL-LAST-NOT-TAKEN TO DBAL-ARREARS
                ELSE
                    ADD DBAL-LAST-NOT-TAKEN TO DBAL-ARREARS
                END-IF
            END-IF.
            IF DBAL-GOAL > 0
                AND DBAL-TAKEN-TO-DATE NOT < DBAL-GOAL
                SET DBAL-GOAL-MET TO TRUE
                MOVE 0 TO DBAL-ARREARS
            END-IF.
            IF NOT RUN-TYPE-PREVIEW
                IF DED-BALANCE-IS-NEW
                    WRITE DED-BALANCE-RECORD
                        INVALID KEY
                            DISPLAY "WARNING: DEDBAL.DAT WRITE FAILED ",
                                "FOR ", EMPLOYEEID, " ", DBAL-CODE
                    END-WRITE
                ELSE
                    REWRITE DED-BALANCE-RECORD
                        INVALID KEY
                            DISPLAY "WARNING: DEDBAL.DAT REWRITE ",
                                "FAILED FOR ", EMPLOYEEID, " ",
                                DBAL-CODE
                    END-REWRITE
                END-IF
            END-IF.


        0256D-END.


        0256E-OPEN-NEW-BALANCE.
            SET DED-BALANCE-IS-NEW TO TRUE.
            MOVE 0 TO DBAL-GOAL DBAL-TAKEN-TO-DATE
                DBAL-ARREARS DBAL-LIMIT-PCT
                DBAL-LAST-PAY-DATE DBAL-LAST-TAKEN
                DBAL-LAST-NOT-TAKEN.
            MOVE "A" TO DBAL-STATUS.


        0256E-END.


        0251-FIND-FED-BRACKET.
            ADD 1 TO WS-TAX-SUB.

      *employee being paid, creating the YTD record on their first
      *check of the year and rewriting it on every check after that.
            MOVE EMPLOYEEID TO YTD-EMPLOYEEID.
            IF PV-NO-YTD-MASTER
                INITIALIZE YTD-GROSS YTD-HOURS YTD-FED-TAX
                           YTD-STATE-TAX YTD-NET-PAY
                           YTD-EE-SOCSEC YTD-EE-MEDICARE
                           YTD-EE-ADDL-MEDICARE YTD-TAXABLE-WAGES
                           YTD-BONUS
            ELSE
                READ YTDFILE
                    INVALID KEY
                        INITIALIZE YTD-GROSS YTD-HOURS YTD-FED-TAX
                                   YTD-STATE-TAX YTD-NET-PAY
                                   YTD-EE-SOCSEC YTD-EE-MEDICARE
                                   YTD-EE-ADDL-MEDICARE
                                   YTD-TAXABLE-WAGES YTD-BONUS
                END-READ
            END-IF.

      *the employer contributions are figured here, between the read
      *and the add, because the Social Security wage-base test needs
            ADD WS-FED-TAX-AMT         TO YTD-FED-TAX.
            ADD WS-STATE-TAX-AMT       TO YTD-STATE-TAX.
            ADD PAY-NET-PAY            TO YTD-NET-PAY.
            ADD WS-EE-SS-AMT           TO YTD-EE-SOCSEC.
            ADD WS-EE-MEDI-AMT         TO YTD-EE-MEDICARE.
            ADD WS-EE-ADDL-MEDI-AMT    TO YTD-EE-ADDL-MEDICARE.
            ADD WS-TAXABLE-WAGES       TO YTD-TAXABLE-WAGES.
            ADD WS-BONUS-THIS-CHECK    TO YTD-BONUS.

      *a preview reads YTD for the wage-base tests only.
            IF NOT RUN-TYPE-PREVIEW
                IF YTD-FILE-STATUS = "23"
                    WRITE YTD-RECORD
                ELSE
                    REWRITE YTD-RECORD
                END-IF
            END-IF.


            MOVE EMPLOYEEID TO QTD-EMPLOYEEID.
            MOVE WS-PAY-QUARTER TO QTD-QUARTER.
            MOVE WORK-STATE-CODE TO QTD-WORK-STATE.
            IF PV-NO-QTR-MASTER
                INITIALIZE QTD-GROSS QTD-FED-TAX QTD-STATE-TAX
                           QTD-EE-SOCSEC QTD-EE-MEDICARE
                           QTD-EE-ADDL-MEDICARE
                           QTD-ER-SOCSEC QTD-ER-MEDICARE
                           QTD-TAXABLE-WAGES
            ELSE
                READ QTRFILE
                    INVALID KEY
                        INITIALIZE QTD-GROSS QTD-FED-TAX QTD-STATE-TAX
                                   QTD-EE-SOCSEC QTD-EE-MEDICARE
                                   QTD-EE-ADDL-MEDICARE
                                   QTD-ER-SOCSEC QTD-ER-MEDICARE
                                   QTD-TAXABLE-WAGES
                END-READ
            END-IF.

            ADD WS-GROSS-AMOUNT        TO QTD-GROSS.
            ADD WS-FED-TAX-AMT         TO QTD-FED-TAX.
            ADD WS-STATE-TAX-AMT       TO QTD-STATE-TAX.
            ADD WS-EE-SS-AMT           TO QTD-EE-SOCSEC.
            ADD WS-EE-MEDI-AMT         TO QTD-EE-MEDICARE.
            ADD WS-EE-ADDL-MEDI-AMT    TO QTD-EE-ADDL-MEDICARE.
            ADD WS-ER-SS-AMT           TO QTD-ER-SOCSEC.
            ADD WS-ER-MEDI-AMT         TO QTD-ER-MEDICARE.
            ADD WS-TAXABLE-WAGES       TO QTD-TAXABLE-WAGES.

            IF NOT RUN-TYPE-PREVIEW
                IF QTR-FILE-STATUS = "23"
                    WRITE QTD-RECORD
                ELSE
                    REWRITE QTD-RECORD
                END-IF
            END-IF.


            MOVE PAY-RETRO-FLAG TO PH-RETRO-FLAG.
            MOVE PAY-WORK-STATE TO PH-WORK-STATE.
            MOVE PAY-DEPARTMENT TO PH-DEPARTMENT.
            MOVE PAY-EE-SOCSEC TO PH-EE-SOCSEC.
            MOVE PAY-EE-MEDICARE TO PH-EE-MEDICARE.
            MOVE PAY-EE-ADDL-MEDICARE TO PH-EE-ADDL-MEDICARE.
            MOVE PAY-TAXABLE-WAGES TO PH-TAXABLE-WAGES.
            MOVE PAY-BONUS-AMOUNT TO PH-BONUS-AMOUNT.
            MOVE PAY-BONUS-REASON TO PH-BONUS-REASON.
            MOVE PAY-BONUS-FED-TAX TO PH-BONUS-FED-TAX.
            MOVE PAY-BONUS-STATE-TAX TO PH-BONUS-STATE-TAX.
            MOVE PAY-OT-PREMIUM TO PH-OT-PREMIUM.
            MOVE PAY-LEAVE-PAYOUT TO PH-LEAVE-PAYOUT.
            MOVE SPACE TO PH-REVERSAL-FLAG.
            PERFORM 0262A-COPY-EARNINGS-LINE
                VARYING WS-EARNLINE-SUB FROM 1 BY 1
                UNTIL WS-EARNLINE-SUB > 8.
            WRITE PAY-HIST-RECORD.


        0262-END.


        0262A-COPY-EARNINGS-LINE.
            MOVE PAY-EARN-CODE (WS-EARNLINE-SUB)
                TO PH-EARN-CODE (WS-EARNLINE-SUB).
            MOVE PAY-EARN-HOURS (WS-EARNLINE-SUB)
                TO PH-EARN-HOURS (WS-EARNLINE-SUB).
            MOVE PAY-EARN-AMOUNT (WS-EARNLINE-SUB)
                TO PH-EARN-AMOUNT (WS-EARNLINE-SUB).


        0262A-END.


        0269-WRITE-LABOR-DIST.
      *splits this employee's gross across the departments their
      *cards charged -- each earnings line across the departments
      *its own code's hours charged, in proportion to those hours,
      *so GLPOST can post every code to its own expense account.
      *The overtime premium splits the same way across the hours
      *that count toward overtime, on records carrying no hours of
      *their own. A line with no charged hours (a salaried
      *employee's salary with no regular card) charges home. In
      *each split the last department takes amount-less-shares-
      *written, so the records always add back exactly to the
      *register line. A final check's leave payout, and anything
      *else in gross the lines do not account for (a retro line's
      *back pay), charges home uncoded. Bonus pay is kept out of
      *the hours split: it goes on a record of its own against the
      *home department, marked so GLPOST can charge it to the
      *bonus expense account.
            COMPUTE WS-LD-REGULAR-GROSS =
                PAY-PAYAMOUNT - PAY-BONUS-AMOUNT.
            MOVE PAY-EMPLOYEEID TO LD-EMPLOYEEID.
            MOVE SPACE TO LD-PAY-KIND.
            MOVE 0 TO WS-LD-WRITTEN-TOTAL.

            IF NOT BONUS-ONLY-LINE
                SET LD-SPLIT-BY-CODE TO TRUE
                PERFORM 0269C-SPLIT-EARNINGS-LINE
                    VARYING WS-EARNLINE-SUB FROM 1 BY 1
                    UNTIL WS-EARNLINE-SUB > 8
                IF PAY-OT-PREMIUM > 0
                    SET LD-SPLIT-BY-OT TO TRUE
                    MOVE "R" TO WS-LD-SPLIT-CODE
                    MOVE PAY-OT-PREMIUM TO WS-LD-SPLIT-AMOUNT
                    MOVE 0 TO WS-LD-SPLIT-HOURS
                    PERFORM 0269D-SPLIT-AMOUNT
                    MOVE SPACE TO LD-PAY-KIND
                END-IF
                IF PAY-LEAVE-PAYOUT > 0
                    MOVE DEPARTMENT TO LD-DEPARTMENT
                    MOVE 0 TO LD-HOURS
                    MOVE PAY-LEAVE-PAYOUT TO LD-GROSS
                    MOVE SPACE TO LD-EARN-CODE
                    WRITE LABOR-DIST-RECORD
                    ADD PAY-LEAVE-PAYOUT TO WS-LD-WRITTEN-TOTAL
                END-IF
                IF WS-LD-REGULAR-GROSS > WS-LD-WRITTEN-TOTAL
                    MOVE DEPARTMENT TO LD-DEPARTMENT
                    IF WS-EARNLINE-COUNT = 0
                        MOVE PAY-HOURS TO LD-HOURS
                    ELSE
                        MOVE 0 TO LD-HOURS
                    END-IF
                    COMPUTE LD-GROSS =
                        WS-LD-REGULAR-GROSS - WS-LD-WRITTEN-TOTAL
                    MOVE SPACE TO LD-EARN-CODE
                    WRITE LABOR-DIST-RECORD
                END-IF
            END-IF.

            IF PAY-BONUS-AMOUNT > 0
                MOVE DEPARTMENT TO LD-DEPARTMENT
                MOVE 0 TO LD-HOURS
                MOVE PAY-BONUS-AMOUNT TO LD-GROSS
                MOVE "B" TO LD-PAY-KIND
                MOVE SPACE TO LD-EARN-CODE
                WRITE LABOR-DIST-RECORD
            END-IF.




        0269A-ADD-WORKDEPT-HOURS.
            PERFORM 0269E-CHECK-WORKDEPT-MATCH.
            IF WORKDEPT-MATCHES
                ADD WS-WORKDEPT-HOURS (WS-WORKDEPT-SUB)
                    TO WS-WORKDEPT-HOURS-TOTAL
                MOVE WS-WORKDEPT-SUB TO WS-WORKDEPT-LAST
            END-IF.


        0269A-END.


        0269B-WRITE-ONE-SHARE.
            PERFORM 0269E-CHECK-WORKDEPT-MATCH.
            IF WORKDEPT-MATCHES
                IF WS-WORKDEPT-SUB = WS-WORKDEPT-LAST
                    COMPUTE WS-WORKDEPT-SHARE =
                        WS-LD-SPLIT-AMOUNT - WS-WORKDEPT-WRITTEN
                ELSE
                    COMPUTE WS-WORKDEPT-SHARE ROUNDED =
                        WS-LD-SPLIT-AMOUNT
                            * WS-WORKDEPT-HOURS (WS-WORKDEPT-SUB)
                            / WS-WORKDEPT-HOURS-TOTAL
                    ADD WS-WORKDEPT-SHARE TO WS-WORKDEPT-WRITTEN
                END-IF
                MOVE WS-WORKDEPT-NAME (WS-WORKDEPT-SUB)
                    TO LD-DEPARTMENT
                IF LD-SPLIT-BY-OT
                    MOVE 0 TO LD-HOURS
                ELSE
                    MOVE WS-WORKDEPT-HOURS (WS-WORKDEPT-SUB)
                        TO LD-HOURS
                END-IF
                MOVE WS-WORKDEPT-SHARE TO LD-GROSS
                MOVE WS-WORKDEPT-CODE (WS-WORKDEPT-SUB)
                    TO LD-EARN-CODE
                WRITE LABOR-DIST-RECORD
            END-IF.


        0269B-END.


        0269C-SPLIT-EARNINGS-LINE.
            IF PAY-EARN-CODE (WS-EARNLINE-SUB) NOT = SPACE
                AND PAY-EARN-AMOUNT (WS-EARNLINE-SUB) > 0
                MOVE PAY-EARN-CODE (WS-EARNLINE-SUB)
                    TO WS-LD-SPLIT-CODE
                MOVE PAY-EARN-AMOUNT (WS-EARNLINE-SUB)
                    TO WS-LD-SPLIT-AMOUNT
                MOVE PAY-EARN-HOURS (WS-EARNLINE-SUB)
                    TO WS-LD-SPLIT-HOURS
                PERFORM 0269D-SPLIT-AMOUNT
            END-IF.


        0269C-END.


        0269D-SPLIT-AMOUNT.
      *one amount across the matching departments; with none, or
      *none with hours, it charges home under WS-LD-SPLIT-CODE.
      *Every share of the overtime premium is marked as such --
      *its missing hours alone do not tell it from a salary line.
            IF LD-SPLIT-BY-OT
                MOVE "O" TO LD-PAY-KIND
            ELSE
                MOVE SPACE TO LD-PAY-KIND
            END-IF.
            MOVE 0 TO WS-WORKDEPT-HOURS-TOTAL.
            MOVE 0 TO WS-WORKDEPT-LAST.
            IF WS-WORKDEPT-COUNT > 0
                PERFORM 0269A-ADD-WORKDEPT-HOURS
                    VARYING WS-WORKDEPT-SUB FROM 1 BY 1
                    UNTIL WS-WORKDEPT-SUB > WS-WORKDEPT-COUNT
            END-IF.
            IF WS-WORKDEPT-HOURS-TOTAL = 0
                MOVE DEPARTMENT TO LD-DEPARTMENT
                MOVE WS-LD-SPLIT-HOURS TO LD-HOURS
                MOVE WS-LD-SPLIT-AMOUNT TO LD-GROSS
                MOVE WS-LD-SPLIT-CODE TO LD-EARN-CODE
                WRITE LABOR-DIST-RECORD
            ELSE
                MOVE 0 TO WS-WORKDEPT-WRITTEN
                PERFORM 0269B-WRITE-ONE-SHARE
                    VARYING WS-WORKDEPT-SUB FROM 1 BY 1
                    UNTIL WS-WORKDEPT-SUB > WS-WORKDEPT-COUNT
            END-IF.
            ADD WS-LD-SPLIT-AMOUNT TO WS-LD-WRITTEN-TOTAL.


        0269D-END.


        0269E-CHECK-WORKDEPT-MATCH.
            MOVE "N" TO WS-WORKDEPT-MATCH-SW.
            IF WS-WORKDEPT-HOURS (WS-WORKDEPT-SUB) > 0
                IF LD-SPLIT-BY-OT
                    IF WORKDEPT-COUNTS-OT (WS-WORKDEPT-SUB)
                        MOVE "Y" TO WS-WORKDEPT-MATCH-SW
                    END-IF
                ELSE
                    IF WS-WORKDEPT-CODE (WS-WORKDEPT-SUB)
                        = WS-LD-SPLIT-CODE
                        MOVE "Y" TO WS-WORKDEPT-MATCH-SW
                    END-IF
                END-IF
            END-IF.


        0269E-END.


        0264-ROUTE-PAYMENT.
      *an employee with no usable bank details -- the zero routing
      *number and blank account every new hire starts with -- gets a
                MOVE SPACES TO TEXC-LASTNAME
                MOVE WS-TIMECARD-HOURS (WS-TIMECARD-IX) TO TEXC-HOURS
                MOVE "TIMECARD MATCHES NO EMPLOYEE" TO TEXC-STATUS
                IF RUN-TYPE-PREVIEW
                    MOVE TEXC-EMPLOYEEID TO WS-PVN-EMPLOYEEID
                    MOVE TEXC-STATUS TO WS-PVN-TEXT
                    PERFORM 0615-WRITE-PREVIEW-NOTE
                ELSE
                    WRITE TIME-EXCP-RECORD
                END-IF
                ADD 1 TO WS-TIMECARD-EXCP-COUNT
            END-IF.

        0291-END.


        0292-LIST-UNPAID-BONUS.
      *a bonus card nobody was paid on -- the employee was not due
      *this run, was rejected, is not on the master, or was passed
      *over by a checkpoint restart with no register to show it was
      *paid -- goes on the reject listing so it is carried to the
      *next run rather than lost; the last of these goes on as R010,
      *to be checked against the register before it is keyed again.
      *The listing is the only carry: BONUSIN.DAT is emptied at end of
      *run, so a card is keyed again only if it is still owed.
            IF WS-BONUS-COUNT > 0
                PERFORM 0293-WRITE-UNPAID-BONUS
                    VARYING WS-BONUS-SUB FROM 1 BY 1
                    UNTIL WS-BONUS-SUB > WS-BONUS-COUNT
            END-IF.


        0292-END.


        0293-WRITE-UNPAID-BONUS.
            IF WS-BONUS-PAID-SW (WS-BONUS-SUB) NOT = "Y"
                MOVE WS-BONUS-EMPLOYEEID (WS-BONUS-SUB)
                    TO REJ-EMPLOYEEID
                MOVE SPACES TO REJ-FIRSTNAME
                MOVE SPACES TO REJ-LASTNAME
                MOVE 0 TO REJ-HOURSWORKED
                MOVE 0 TO REJ-HOURLYRATE
                MOVE SPACE TO REJ-GENDER
                IF WS-BONUS-PAID-SW (WS-BONUS-SUB) = "U"
                    MOVE "R010" TO REJ-REASON-CODE
                    MOVE "BONUS CARD - CHECK REGISTER FIRST"
                        TO REJ-REASON-TEXT
                ELSE
                    MOVE "R008" TO REJ-REASON-CODE
                    MOVE "BONUS NOT PAID ON THIS RUN" TO REJ-REASON-TEXT
                END-IF
                IF RUN-TYPE-PREVIEW
                    MOVE REJ-EMPLOYEEID TO WS-PVN-EMPLOYEEID
                    MOVE REJ-REASON-TEXT TO WS-PVN-TEXT
                    PERFORM 0615-WRITE-PREVIEW-NOTE
                ELSE
                    WRITE REJECT-RECORD
                END-IF
                ADD 1 TO WS-REJECT-COUNT
                ADD 1 TO WS-BONUS-UNPAID-COUNT
            END-IF.


        0293-END.


        0600-LOAD-LAST-CHECKS.
      *every regular check line on the archive dated before this
      *pay date, the latest kept per employee -- a retro or bonus
      *line is a correction on top of a check, not a check to
      *measure against, and neither is a reversal line. The latest
      *pay date among them is the last period, whose payees the
      *preview expects to see again.
            OPEN INPUT RETROHISTFILE.
            IF RHIST-FILE-STATUS NOT = "00"
                DISPLAY "NO PAYHIST.DAT -- EVERYONE PREVIEWS AS ",
                    "FIRST-TIME"
            ELSE
                PERFORM 0601-LOAD-LAST-CHECK-LINE
                    UNTIL RHIST-FILE-STATUS NOT = "00"
                CLOSE RETROHISTFILE
            END-IF.
        0600-END.


        0601-LOAD-LAST-CHECK-LINE.
            READ RETROHISTFILE
                AT END MOVE "10" TO RHIST-FILE-STATUS
                NOT AT END
                    IF RH2-RETRO-FLAG = SPACE
                        AND RH2-REVERSAL-FLAG NOT = "V"
                        AND RH2-PAY-DATE < WS-PAY-DATE-NUM
                        PERFORM 0602-KEEP-LAST-CHECK
                    END-IF
            END-READ.
        0601-END.


        0602-KEEP-LAST-CHECK.
            MOVE RH2-EMPLOYEEID TO WS-PV-FIND-EMPLOYEEID.
            PERFORM 0625-FIND-LAST-CHECK.
            IF WS-PV-LC-POS = 0
                IF WS-PV-LC-COUNT < 1000
                    ADD 1 TO WS-PV-LC-COUNT
                    MOVE WS-PV-LC-COUNT TO WS-PV-LC-POS
                    MOVE 0 TO WS-PV-LC-PAY-DATE (WS-PV-LC-POS)
                    MOVE SPACE TO WS-PV-LC-STATUS (WS-PV-LC-POS)
                ELSE
                    IF NOT PV-LAST-CHECK-TABLE-FULL
                        DISPLAY "WARNING: LAST-CHECK TABLE FULL AT ",
                            "1000 -- THE REST PREVIEW AS FIRST-TIME"
                        SET PV-LAST-CHECK-TABLE-FULL TO TRUE
                    END-IF
                END-IF
            END-IF.

      *the archive grows in run order, so a later line is the later
      *check -- unless a run was replayed out of date order.
            IF WS-PV-LC-POS NOT = 0
                IF RH2-PAY-DATE NOT < WS-PV-LC-PAY-DATE (WS-PV-LC-POS)
                    PERFORM 0603-STORE-LAST-CHECK
                END-IF
            END-IF.
        0602-END.


        0603-STORE-LAST-CHECK.
            MOVE RH2-EMPLOYEEID TO WS-PV-LC-EMPLOYEEID (WS-PV-LC-POS).
            MOVE RH2-FIRSTNAME TO WS-PV-LC-FIRSTNAME (WS-PV-LC-POS).
            MOVE RH2-LASTNAME TO WS-PV-LC-LASTNAME (WS-PV-LC-POS).
            MOVE RH2-PAY-DATE TO WS-PV-LC-PAY-DATE (WS-PV-LC-POS).
            MOVE RH2-HOURS TO WS-PV-LC-HOURS (WS-PV-LC-POS).
            MOVE RH2-PAYAMOUNT TO WS-PV-LC-GROSS (WS-PV-LC-POS).
            COMPUTE WS-PV-LC-TAXES (WS-PV-LC-POS) =
                RH2-FED-TAX + RH2-STATE-TAX + RH2-EE-SOCSEC
                    + RH2-EE-MEDICARE + RH2-EE-ADDL-MEDICARE.
            MOVE RH2-DEDUCT-TOTAL TO WS-PV-LC-DEDUCT (WS-PV-LC-POS).
            MOVE RH2-NET-PAY TO WS-PV-LC-NET (WS-PV-LC-POS).
            IF RH2-PAY-DATE > WS-PV-LAST-PERIOD
                MOVE RH2-PAY-DATE TO WS-PV-LAST-PERIOD
            END-IF.
        0603-END.


        0605-LOAD-TOLERANCES.
      *PREVTOL.DAT is optional; with no card the defaults stand.
            OPEN INPUT PREVTOLFILE.
            IF PTOL-FILE-STATUS = "00"
                READ PREVTOLFILE
                    NOT AT END
                        MOVE PTOL-GROSS-PCT TO WS-PV-GROSS-PCT
                        MOVE PTOL-HOURS-PCT TO WS-PV-HOURS-PCT
                        MOVE PTOL-TAX-PCT TO WS-PV-TAX-PCT
                        MOVE PTOL-DEDUCT-PCT TO WS-PV-DEDUCT-PCT
                        MOVE PTOL-NET-PCT TO WS-PV-NET-PCT
                        MOVE PTOL-AMOUNT-FLOOR TO WS-PV-AMOUNT-FLOOR
                        MOVE PTOL-HOURS-FLOOR TO WS-PV-HOURS-FLOOR
                END-READ
                CLOSE PREVTOLFILE
            END-IF.
        0605-END.


        0607-WRITE-PREVIEW-HEADINGS.
            MOVE WS-RUN-NUMBER TO WS-PVH-RUN-NUMBER.
            MOVE WS-PAY-DATE-NUM TO WS-PVH-PAY-DATE.
            WRITE PREVIEW-LINE FROM WS-PV-HEAD-LINE.
            MOVE WS-PV-GROSS-PCT TO WS-PVL-GROSS.
            MOVE WS-PV-HOURS-PCT TO WS-PVL-HOURS.
            MOVE WS-PV-TAX-PCT TO WS-PVL-TAX.
            MOVE WS-PV-DEDUCT-PCT TO WS-PVL-DEDUCT.
            MOVE WS-PV-NET-PCT TO WS-PVL-NET.
            MOVE WS-PV-AMOUNT-FLOOR TO WS-PVL-AMOUNT-FLOOR.
            MOVE WS-PV-HOURS-FLOOR TO WS-PVL-HOURS-FLOOR.
            WRITE PREVIEW-LINE FROM WS-PV-TOL-LINE.
            MOVE SPACES TO PREVIEW-LINE.
            WRITE PREVIEW-LINE.
            WRITE PREVIEW-LINE FROM WS-PV-COLUMN-LINE.
        0607-END.


        0610-WRITE-PREVIEW-LINE.
      *the employee's projected check, flagged against their last
      *regular check, with that check on the line beneath. Taxes
      *are the employee's share -- income tax, Social Security and
      *Medicare together.
            ADD 1 TO WS-PV-PAID-COUNT.
            ADD PAY-PAYAMOUNT TO WS-PV-GROSS-TOTAL.
            ADD PAY-NET-PAY TO WS-PV-NET-TOTAL.
            COMPUTE WS-PV-NEW-TAXES =
                PAY-FED-TAX + PAY-STATE-TAX + PAY-EE-SOCSEC
                    + PAY-EE-MEDICARE + PAY-EE-ADDL-MEDICARE.
            MOVE SPACES TO WS-PVD-FLAGS.
            MOVE 1 TO WS-PV-FLAG-PTR.
            MOVE "N" TO WS-PV-SWING-SW.

            MOVE EMPLOYEEID TO WS-PV-FIND-EMPLOYEEID.
            PERFORM 0625-FIND-LAST-CHECK.
            IF WS-PV-LC-POS = 0
                MOVE "FIRST" TO WS-PV-FLAG-WORD
                PERFORM 0635-ADD-FLAG
                ADD 1 TO WS-PV-FIRST-COUNT
            ELSE
                MOVE "P" TO WS-PV-LC-STATUS (WS-PV-LC-POS)
                PERFORM 0612-TEST-ALL-SWINGS
            END-IF.

            IF NOT NOT-TERMINATED
                MOVE "FINAL" TO WS-PV-FLAG-WORD
                PERFORM 0635-ADD-FLAG
            END-IF.
      *PAY-NET-PAY cannot go below zero; a check that would have is
      *one where a charge was cut back to what net pay had left.
            IF PV-NET-WENT-SHORT
                MOVE "NEG-NET" TO WS-PV-FLAG-WORD
                PERFORM 0635-ADD-FLAG
                ADD 1 TO WS-PV-SHORT-COUNT
            ELSE
                IF PAY-NET-PAY = 0
                    MOVE "ZERO-NET" TO WS-PV-FLAG-WORD
                    PERFORM 0635-ADD-FLAG
                    ADD 1 TO WS-PV-SHORT-COUNT
                END-IF
            END-IF.
            IF WS-PV-FLAG-PTR > 1
                ADD 1 TO WS-PV-FLAGGED-COUNT
            END-IF.

            MOVE EMPLOYEEID TO WS-PVD-EMPLOYEEID.
            MOVE SPACES TO WS-PVD-NAME.
            MOVE FIRSTNAME TO WS-PVD-NAME (1:10).
            MOVE LASTNAME TO WS-PVD-NAME (12:10).
            MOVE "THIS RUN" TO WS-PVD-WHEN.
            MOVE PAY-PAYAMOUNT TO WS-PVD-GROSS.
            MOVE PAY-HOURS TO WS-PVD-HOURS.
            MOVE WS-PV-NEW-TAXES TO WS-PVD-TAXES.
            MOVE PAY-DEDUCT-TOTAL TO WS-PVD-DEDUCT.
            MOVE PAY-NET-PAY TO WS-PVD-NET.
            WRITE PREVIEW-LINE FROM WS-PV-DETAIL-LINE.

            IF WS-PV-LC-POS > 0
                MOVE SPACES TO WS-PVD-EMPLOYEEID WS-PVD-NAME
                    WS-PVD-FLAGS
                PERFORM 0613-WRITE-LAST-CHECK-LINE
            END-IF.
        0610-END.


        0612-TEST-ALL-SWINGS.
            MOVE PAY-PAYAMOUNT TO WS-PV-NEW-AMT.
            MOVE WS-PV-LC-GROSS (WS-PV-LC-POS) TO WS-PV-OLD-AMT.
            MOVE WS-PV-GROSS-PCT TO WS-PV-TOL-PCT.
            MOVE WS-PV-AMOUNT-FLOOR TO WS-PV-TOL-FLOOR.
            MOVE "GROSS" TO WS-PV-FLAG-WORD.
            PERFORM 0630-TEST-SWING.

            MOVE PAY-HOURS TO WS-PV-NEW-AMT.
            MOVE WS-PV-LC-HOURS (WS-PV-LC-POS) TO WS-PV-OLD-AMT.
            MOVE WS-PV-HOURS-PCT TO WS-PV-TOL-PCT.
            MOVE WS-PV-HOURS-FLOOR TO WS-PV-TOL-FLOOR.
            MOVE "HOURS" TO WS-PV-FLAG-WORD.
            PERFORM 0630-TEST-SWING.

            MOVE WS-PV-NEW-TAXES TO WS-PV-NEW-AMT.
            MOVE WS-PV-LC-TAXES (WS-PV-LC-POS) TO WS-PV-OLD-AMT.
            MOVE WS-PV-TAX-PCT TO WS-PV-TOL-PCT.
            MOVE WS-PV-AMOUNT-FLOOR TO WS-PV-TOL-FLOOR.
            MOVE "TAX" TO WS-PV-FLAG-WORD.
            PERFORM 0630-TEST-SWING.

            MOVE PAY-DEDUCT-TOTAL TO WS-PV-NEW-AMT.
            MOVE WS-PV-LC-DEDUCT (WS-PV-LC-POS) TO WS-PV-OLD-AMT.
            MOVE WS-PV-DEDUCT-PCT TO WS-PV-TOL-PCT.
            MOVE WS-PV-AMOUNT-FLOOR TO WS-PV-TOL-FLOOR.
            MOVE "DED" TO WS-PV-FLAG-WORD.
            PERFORM 0630-TEST-SWING.

            MOVE PAY-NET-PAY TO WS-PV-NEW-AMT.
            MOVE WS-PV-LC-NET (WS-PV-LC-POS) TO WS-PV-OLD-AMT.
            MOVE WS-PV-NET-PCT TO WS-PV-TOL-PCT.
            MOVE WS-PV-AMOUNT-FLOOR TO WS-PV-TOL-FLOOR.
            MOVE "NET" TO WS-PV-FLAG-WORD.
            PERFORM 0630-TEST-SWING.
        0612-END.


        0613-WRITE-LAST-CHECK-LINE.
            MOVE SPACES TO WS-PVD-WHEN.
            STRING "LAST " DELIMITED BY SIZE
                WS-PV-LC-PAY-DATE (WS-PV-LC-POS) DELIMITED BY SIZE
                INTO WS-PVD-WHEN
            END-STRING.
            MOVE WS-PV-LC-GROSS (WS-PV-LC-POS) TO WS-PVD-GROSS.
            MOVE WS-PV-LC-HOURS (WS-PV-LC-POS) TO WS-PVD-HOURS.
            MOVE WS-PV-LC-TAXES (WS-PV-LC-POS) TO WS-PVD-TAXES.
            MOVE WS-PV-LC-DEDUCT (WS-PV-LC-POS) TO WS-PVD-DEDUCT.
            MOVE WS-PV-LC-NET (WS-PV-LC-POS) TO WS-PVD-NET.
            WRITE PREVIEW-LINE FROM WS-PV-DETAIL-LINE.
        0613-END.


        0615-WRITE-PREVIEW-NOTE.
            WRITE PREVIEW-LINE FROM WS-PV-NOTE-LINE.
        0615-END.


        0620-MARK-LAST-CHECK.
      *records why a last-period payee got no check on the preview.
            MOVE EMPLOYEEID TO WS-PV-FIND-EMPLOYEEID.
            PERFORM 0625-FIND-LAST-CHECK.
            IF WS-PV-LC-POS > 0
                MOVE WS-PV-MARK TO WS-PV-LC-STATUS (WS-PV-LC-POS)
            END-IF.
        0620-END.


        0625-FIND-LAST-CHECK.
            MOVE 0 TO WS-PV-LC-POS.
            IF WS-PV-LC-COUNT > 0
                PERFORM 0626-SEARCH-LAST-CHECK
                    VARYING WS-PV-LC-SUB FROM 1 BY 1
                    UNTIL WS-PV-LC-SUB > WS-PV-LC-COUNT
                    OR WS-PV-LC-POS > 0
            END-IF.
        0625-END.


        0626-SEARCH-LAST-CHECK.
            IF WS-PV-LC-EMPLOYEEID (WS-PV-LC-SUB)
                = WS-PV-FIND-EMPLOYEEID
                MOVE WS-PV-LC-SUB TO WS-PV-LC-POS
            END-IF.
        0626-END.


        0630-TEST-SWING.
      *a swing must clear both the floor and the percent of the
      *last check; a measure that was zero last time swings on the
      *floor alone.
            IF WS-PV-NEW-AMT > WS-PV-OLD-AMT
                COMPUTE WS-PV-SWING = WS-PV-NEW-AMT - WS-PV-OLD-AMT
            ELSE
                COMPUTE WS-PV-SWING = WS-PV-OLD-AMT - WS-PV-NEW-AMT
            END-IF.
            IF WS-PV-SWING > WS-PV-TOL-FLOOR
                AND WS-PV-SWING * 100 > WS-PV-OLD-AMT * WS-PV-TOL-PCT
                SET PV-SWING-FOUND TO TRUE
                PERFORM 0635-ADD-FLAG
            END-IF.
        0630-END.


        0635-ADD-FLAG.
            STRING WS-PV-FLAG-WORD DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO WS-PVD-FLAGS WITH POINTER WS-PV-FLAG-PTR
                ON OVERFLOW CONTINUE
            END-STRING.
        0635-END.


        0650-FINISH-PREVIEW.
      *everyone paid on the last period who has no check on this
      *one and is not simply off-cycle or finished, then the run's
      *totals, then the control record PayCycle signs off against.
            MOVE SPACES TO PREVIEW-LINE.
            WRITE PREVIEW-LINE.
            IF WS-PV-LAST-PERIOD > 0
                STRING "PAID ON " DELIMITED BY SIZE
                    WS-PV-LAST-PERIOD DELIMITED BY SIZE
                    " AND NOT ON THIS RUN:" DELIMITED BY SIZE
                    INTO PREVIEW-LINE
                END-STRING
                WRITE PREVIEW-LINE
                PERFORM 0651-LIST-MISSING-PAYEE
                    VARYING WS-PV-LC-SUB FROM 1 BY 1
                    UNTIL WS-PV-LC-SUB > WS-PV-LC-COUNT
                MOVE SPACES TO PREVIEW-LINE
                WRITE PREVIEW-LINE
            END-IF.

            MOVE WS-PV-PAID-COUNT TO WS-PVT-PAID.
            MOVE WS-PV-GROSS-TOTAL TO WS-PVT-GROSS.
            MOVE WS-PV-NET-TOTAL TO WS-PVT-NET.
            WRITE PREVIEW-LINE FROM WS-PV-TOTAL-LINE-1.
            MOVE WS-PV-FLAGGED-COUNT TO WS-PVT-FLAGGED.
            MOVE WS-PV-FIRST-COUNT TO WS-PVT-FIRST.
            MOVE WS-PV-MISSING-COUNT TO WS-PVT-MISSING.
            MOVE WS-PV-SHORT-COUNT TO WS-PVT-SHORT.
            WRITE PREVIEW-LINE FROM WS-PV-TOTAL-LINE-2.

            PERFORM 0655-WRITE-PREVIEW-CONTROL.
        0650-END.


        0651-LIST-MISSING-PAYEE.
            IF WS-PV-LC-PAY-DATE (WS-PV-LC-SUB) = WS-PV-LAST-PERIOD
                AND WS-PV-LC-STATUS (WS-PV-LC-SUB) NOT = "P"
                AND WS-PV-LC-STATUS (WS-PV-LC-SUB) NOT = "N"
                ADD 1 TO WS-PV-MISSING-COUNT
                MOVE WS-PV-LC-SUB TO WS-PV-LC-POS
                MOVE WS-PV-LC-EMPLOYEEID (WS-PV-LC-SUB)
                    TO WS-PVD-EMPLOYEEID
                MOVE SPACES TO WS-PVD-NAME
                MOVE WS-PV-LC-FIRSTNAME (WS-PV-LC-SUB)
                    TO WS-PVD-NAME (1:10)
                MOVE WS-PV-LC-LASTNAME (WS-PV-LC-SUB)
                    TO WS-PVD-NAME (12:10)
                EVALUATE WS-PV-LC-STATUS (WS-PV-LC-SUB)
                    WHEN "T"
                        MOVE "NOT PAID - NO TIMECARD" TO WS-PVD-FLAGS
                    WHEN "J"
                        MOVE "NOT PAID - REJECTED" TO WS-PVD-FLAGS
                    WHEN OTHER
                        MOVE "NOT PAID - NOT ON MASTER"
                            TO WS-PVD-FLAGS
                END-EVALUATE
                PERFORM 0613-WRITE-LAST-CHECK-LINE
            END-IF.
        0651-END.


        0655-WRITE-PREVIEW-CONTROL.
      *stamped with when the preview ran, so a sign-off given to an
      *earlier preview does not carry over to a rerun.
            ACCEPT WS-PV-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PV-RUN-TIME FROM TIME.
            OPEN OUTPUT PREVCTLFILE.
            MOVE WS-RUN-NUMBER TO PVC-RUN-NUMBER.
            MOVE WS-PAY-DATE-NUM TO PVC-PAY-DATE.
            MOVE WS-PV-RUN-DATE TO PVC-RUN-DATE.
            COMPUTE PVC-RUN-TIME = WS-PV-RUN-TIME / 100.
            MOVE WS-PV-PAID-COUNT TO PVC-PAID-COUNT.
            MOVE WS-PV-GROSS-TOTAL TO PVC-GROSS-TOTAL.
            MOVE WS-PV-NET-TOTAL TO PVC-NET-TOTAL.
            MOVE WS-PV-FLAGGED-COUNT TO PVC-FLAGGED-COUNT.
            MOVE WS-PV-MISSING-COUNT TO PVC-MISSING-COUNT.
            WRITE PREVIEW-CTL-RECORD.
            CLOSE PREVCTLFILE.
        0655-END.


        9100-WRITE-AUDIT-REPORT.
      *writes this run's control totals to AUDITRPT.DAT for an
      *auditor to read, flags a gross-total swing of more than 25%
        9320-END.


        9400-CLEAR-BONUS-CARDS.
      *the cards carry no run token, so a file left in place would
      *be paid again by every later regular run. What this run paid
      *is on PAYHIST.DAT and what it did not is on the reject
      *listing as R008 (R010 where the register must be checked
      *first); the file is rewritten empty, the way the
      *pending-change pass empties PENDCHG.DAT.
            OPEN OUTPUT BONUSINFILE.
            CLOSE BONUSINFILE.
            DISPLAY "BONUSIN.DAT emptied -- ", WS-BONUS-CARDS-READ,
                " cards read this run".
        9400-END.


        9000-END-PROGRAM.
      *Ends program and displays the current count of employees. The
      *audit report/control-file rewrite is skipped on an abort that
      *happened before PROCESSING-STARTED was set -- i.e. before
      *EMPLOYEEFILE and friends actually opened -- so a routine ops
      *failure can't clobber the prior run's AUDITCTL.DAT baseline.
      *A preview opened only its listing and the files it reads; it
      *finishes the listing and stops short of every end-of-run file.
            IF RUN-TYPE-PREVIEW
                CLOSE EMPLOYEEFILE
                IF NOT PV-NO-YTD-MASTER
                    CLOSE YTDFILE
                END-IF
                IF NOT PV-NO-QTR-MASTER
                    CLOSE QTRFILE
                END-IF
                IF NOT PV-NO-LEAVE-FILE
                    CLOSE LEAVEFILE
                END-IF
                IF NOT PV-NO-DBAL-FILE
                    CLOSE DEDBALFILE
                END-IF
                IF WHPROFILE-AVAILABLE
                    CLOSE WHPROFILEFILE
                END-IF
                IF PROCESSING-STARTED
                    PERFORM 0650-FINISH-PREVIEW
                END-IF
                CLOSE PREVIEWFILE
                DISPLAY "PREVIEW ONLY -- NOTHING WAS PAID OR UPDATED"
                DISPLAY "Employees previewed:           ",
                    WS-PV-PAID-COUNT
                DISPLAY "Employees flagged:             ",
                    WS-PV-FLAGGED-COUNT
                DISPLAY "Last period payees not paid:   ",
                    WS-PV-MISSING-COUNT
                DISPLAY "Exceptions noted:              ",
                    WS-REJECT-COUNT
                STOP RUN
            END-IF.
            CLOSE EMPLOYEEFILE, PAYROLL, YTDFILE, QTRFILE, REJECTFILE,
                  EFTFILE, TERMLISTFILE, TIMEEXCPFILE, DEDDETAILFILE,
                  CHECKFILE, CHECKREGFILE, PAYHISTFILE, LEAVEFILE,
                  LABORDISTFILE, WHEXCPFILE, DEDBALFILE.
            IF WHPROFILE-AVAILABLE
                CLOSE WHPROFILEFILE
            END-IF.
            IF PROCESSING-STARTED
                PERFORM 9100-WRITE-AUDIT-REPORT
                PERFORM 9200-SAVE-CHECK-NUMBER
                PERFORM 9300-BUILD-ACH-FILE
                IF NOT RUN-TYPE-OFF-CYCLE AND WS-BONUS-CARDS-READ > 0
                    PERFORM 9400-CLEAR-BONUS-CARDS
                END-IF
            END-IF.
            DISPLAY "Number of employees processed: ", WS-EMPLOYEE-COUNT.
            DISPLAY "Number of employees rejected:  ", WS-REJECT-COUNT.
                WS-NOT-DUE-COUNT.
            DISPLAY "Paper checks written:          ",
                WS-CHECK-COUNT.
            DISPLAY "Withholding profiles rolled:   ",
                WS-WHP-ROLLED.
            DISPLAY "Lapsed exempt claims listed:   ",
                WS-WHX-COUNT.
            DISPLAY "Bonus cards paid:              ",
                WS-BONUS-PAID-COUNT.
            DISPLAY "Bonus cards not paid:          ",
                WS-BONUS-UNPAID-COUNT.
            STOP RUN.


