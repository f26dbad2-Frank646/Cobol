        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayIncrease.
        AUTHOR.     FRANK.

      *Mass pay-increase batch for the annual increase cycle,
      *instead of keying hundreds of rate and salary changes into
      *EmpMaint one employee at a time. Increase rules on
      *INCRRULE.DAT select employees by department, pay type and
      *pay frequency (blank = any) and give a percentage or a flat
      *amount, a cap on the increase, a rounding step and an
      *effective date; when several rules fit an employee the one
      *naming the most selectors wins, the earlier card on a tie.
      *INCROVR.DAT overrides the rules for individual employees.
      *An hourly employee's HOURLYRATE is raised, a salaried
      *employee's ANNUAL-SALARY. Terminated employees are passed
      *over.
      *
      *Mode P writes the proof listing INCRPROOF.DAT -- every
      *employee priced, old and new values, and every exception --
      *and the proof totals on INCRCTL.DAT. Mode C is the commit:
      *a supervisor signs off the proof totals, the increases are
      *priced again and must come to the same totals, and only then
      *is each one written to PENDCHG.DAT as an R (rate) or S
      *(salary) change for Payroll's pending-change pass to apply
      *on the first pay date on or after its effective date and log
      *to PENDLOG.DAT, the same trail every keyed change takes. The
      *master itself is never opened for output here.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMPLOYEEID.

        SELECT INCRRULEFILE ASSIGN TO "INCRRULE.DAT"
            FILE STATUS IS RULE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT INCROVRFILE ASSIGN TO "INCROVR.DAT"
            FILE STATUS IS OVR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PENDCHGFILE ASSIGN TO "PENDCHG.DAT"
            FILE STATUS IS PEND-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT INCRCTLFILE ASSIGN TO "INCRCTL.DAT"
            FILE STATUS IS CTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT INCRPROOFFILE ASSIGN TO "INCRPROOF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEEFILE.
            COPY EMPREC.

      *one increase rule per card. Blank selectors match anyone.
      *P raises by IR-PERCENT percent, F by IR-FLAT-AMOUNT (per
      *hour for hourly staff, per year for salaried). The increase
      *is then rounded to a multiple of IR-ROUND-TO (zero = to the
      *cent) -- N nearest, U up, D down -- and held to IR-CAP-AMOUNT
      *(zero = no cap); the cap is applied last and always wins.
        FD INCRRULEFILE.
        01 INCR-RULE-RECORD.
            04 IR-DEPARTMENT        PIC X(30).
            04 IR-PAY-TYPE          PIC X.
            04 IR-FREQUENCY         PIC X.
            04 IR-METHOD            PIC X.
            04 IR-PERCENT           PIC 9(3)V99.
            04 IR-FLAT-AMOUNT       PIC 9(7)V99.
            04 IR-CAP-AMOUNT        PIC 9(7)V99.
            04 IR-ROUND-TO          PIC 9(5)V99.
            04 IR-ROUND-MODE        PIC X.
            04 IR-EFFECTIVE-DATE    PIC 9(8).

      *one employee per card, in place of whatever rule fits them:
      *P percent, F flat amount, N a new rate or salary outright,
      *X no increase this cycle. Override amounts are taken as given
      *-- to the cent, no rule cap. A zero effective date takes the
      *date of the rule the employee would otherwise have had.
        FD INCROVRFILE.
        01 INCR-OVERRIDE-RECORD.
            04 IO-EMPLOYEEID        PIC 9(7).
            04 IO-METHOD            PIC X.
            04 IO-PERCENT           PIC 9(3)V99.
            04 IO-AMOUNT            PIC 9(7)V99.
            04 IO-EFFECTIVE-DATE    PIC 9(8).

        FD PENDCHGFILE.
            COPY PENDREC.

        FD INCRCTLFILE.
        01 INCR-CONTROL-LINE        PIC X(78).

        FD INCRPROOFFILE.
        01 INCR-PROOF-LINE          PIC X(132).

        WORKING-STORAGE SECTION.

      *the proof's totals, kept for the commit to match and stamped
      *with the sign-off once committed.
        01 INCR-CONTROL-RECORD.
            04 ICTL-STATUS          PIC X.
                88 ICTL-PROOFED     VALUE "P".
                88 ICTL-COMMITTED   VALUE "C".
                88 ICTL-FAILED      VALUE "F".
            04 ICTL-PROOF-DATE      PIC 9(8).
            04 ICTL-CHANGE-COUNT    PIC 9(5).
            04 ICTL-RATE-OLD-TOTAL  PIC 9(9)V99.
            04 ICTL-RATE-NEW-TOTAL  PIC 9(9)V99.
            04 ICTL-SALARY-OLD-TOTAL PIC 9(11)V99.
            04 ICTL-SALARY-NEW-TOTAL PIC 9(11)V99.
            04 ICTL-SIGNED-BY       PIC X(8).
            04 ICTL-COMMIT-DATE     PIC 9(8).

        01 WS-WORK-AREAS.
            05  FILE-CHECK-KEY      PIC X(2).
            05  RULE-FILE-STATUS    PIC X(2).
            05  OVR-FILE-STATUS     PIC X(2).
            05  PEND-FILE-STATUS    PIC X(2).
            05  CTL-FILE-STATUS     PIC X(2).
            05  WS-TODAY            PIC 9(8).
            05  WS-RUN-MODE         PIC X.
                88 MODE-PROOF       VALUE "P".
                88 MODE-COMMIT      VALUE "C".
            05  WS-CONFIRM-SW       PIC X.
                88 COMMIT-CONFIRMED VALUE "Y".
            05  WS-SUPERVISOR-ID    PIC X(8).
            05  WS-EMP-EOF-SW       PIC X     VALUE "N".
                88 END-OF-EMPLOYEES VALUE "Y".
            05  WS-CARDS-OK-SW      PIC X     VALUE "Y".
                88 CARDS-ARE-VALID  VALUE "Y".
            05  WS-PRICED-SW        PIC X.
                88 EMPLOYEE-PRICED  VALUE "Y".
            05  WS-CHANGE-OK-SW     PIC X.
                88 CHANGE-IS-VALID  VALUE "Y".
            05  WS-FIELD-CODE       PIC X.
            05  WS-OLD-VALUE        PIC 9(7)V99.
            05  WS-CALC-VALUE       PIC 9(7)V9(4).
            05  WS-NEW-VALUE        PIC 9(7)V99.
            05  WS-INCREASE         PIC S9(7)V99.
            05  WS-INCR-PCT         PIC S9(3)V99.
            05  WS-ROUND-UNITS      PIC 9(9).
            05  WS-EFFECTIVE-DATE   PIC 9(8).
            05  WS-SOURCE           PIC X(4).
            05  WS-NOTE             PIC X(16).
            05  WS-CARD-NUMBER      PIC 9(3).

      *parameter area for the shared DATECALC calendar routine --
      *every effective date must be a real date.
            COPY DCALCREC.

      *the same pay-field ceilings EmpMaint and Payroll's validation
      *enforce: an increase past them would be rejected at pay time,
      *so it is listed as an exception here instead of queued.
        01 WS-EDIT-CONTROLS.
            05  WS-MAX-HOURLYRATE   PIC 9(4)V99 VALUE 150.00.
            05  WS-MAX-ANNUAL-SALARY PIC 9(7)V99 VALUE 500000.00.

        01 WS-RULE-CONTROLS.
            05  WS-RULE-COUNT       PIC 9(3)  COMP VALUE 0.
            05  WS-RULE-SUB         PIC 9(3)  COMP.
            05  WS-BEST-RULE        PIC 9(3)  COMP.
            05  WS-BEST-SCORE       PIC 9     COMP.
            05  WS-RULE-SCORE       PIC 9     COMP.

        01 WS-RULE-TABLE.
            05  WS-RULE-ENTRY OCCURS 100 TIMES.
                10  WS-RULE-DEPARTMENT  PIC X(30).
                10  WS-RULE-PAY-TYPE    PIC X.
                10  WS-RULE-FREQUENCY   PIC X.
                10  WS-RULE-METHOD      PIC X.
                10  WS-RULE-PERCENT     PIC 9(3)V99.
                10  WS-RULE-FLAT-AMOUNT PIC 9(7)V99.
                10  WS-RULE-CAP-AMOUNT  PIC 9(7)V99.
                10  WS-RULE-ROUND-TO    PIC 9(5)V99.
                10  WS-RULE-ROUND-MODE  PIC X.
                10  WS-RULE-EFF-DATE    PIC 9(8).
                10  WS-RULE-USED        PIC 9(5).

        01 WS-OVERRIDE-CONTROLS.
            05  WS-OVR-COUNT        PIC 9(4)  COMP VALUE 0.
            05  WS-OVR-SUB          PIC 9(4)  COMP.
            05  WS-OVR-FOUND        PIC 9(4)  COMP.

        01 WS-OVERRIDE-TABLE.
            05  WS-OVR-ENTRY OCCURS 1000 TIMES.
                10  WS-OVR-EMPLOYEEID   PIC 9(7).
                10  WS-OVR-METHOD       PIC X.
                10  WS-OVR-PERCENT      PIC 9(3)V99.
                10  WS-OVR-AMOUNT       PIC 9(7)V99.
                10  WS-OVR-EFF-DATE     PIC 9(8).
                10  WS-OVR-USED-SW      PIC X.

      *employees with a rate or salary change already waiting on
      *PENDCHG.DAT: a second one priced off today's figure would
      *stack on top of it, so they are listed for a person to sort
      *out instead.
      *Payroll's pending-change pass holds every record not yet due
      *in storage while it applies the rest; it holds 5000. Every
      *record on the file counts against that, not just rate and
      *salary changes.
        01 WS-PENDING-CONTROLS.
            05  WS-PEND-COUNT       PIC 9(4)  COMP VALUE 0.
            05  WS-PEND-ON-FILE     PIC 9(5)  VALUE 0.
            05  WS-PEND-AFTER       PIC 9(5)  VALUE 0.
            05  WS-PEND-CAPACITY    PIC 9(5)  VALUE 5000.
            05  WS-PEND-ROOM-SW     PIC X     VALUE "Y".
                88 PENDING-HAS-ROOM VALUE "Y".
            05  WS-PEND-SUB         PIC 9(4)  COMP.
            05  WS-PEND-FOUND-SW    PIC X.
                88 RATE-CHANGE-PENDING VALUE "Y".

        01 WS-PENDING-TABLE.
            05  WS-PEND-EMPLOYEEID  PIC 9(7) OCCURS 2000 TIMES.

      *the increases priced this run, held until the run knows
      *they may be written.
        01 WS-CHANGE-CONTROLS.
            05  WS-CHG-COUNT        PIC 9(5)  VALUE 0.
            05  WS-CHG-SUB          PIC 9(5)  COMP.

        01 WS-CHANGE-TABLE.
            05  WS-CHG-ENTRY OCCURS 2000 TIMES.
                10  WS-CHG-EMPLOYEEID   PIC 9(7).
                10  WS-CHG-FIELD-CODE   PIC X.
                10  WS-CHG-NEW-VALUE    PIC 9(7)V99.
                10  WS-CHG-EFF-DATE     PIC 9(8).

        01 WS-RUN-TOTALS.
            05  WS-EMP-READ         PIC 9(5)  VALUE 0.
            05  WS-TERM-SKIPPED     PIC 9(5)  VALUE 0.
            05  WS-NO-RULE          PIC 9(5)  VALUE 0.
            05  WS-EXCLUDED         PIC 9(5)  VALUE 0.
            05  WS-EXCEPTIONS       PIC 9(5)  VALUE 0.
            05  WS-RATE-OLD-TOTAL   PIC 9(9)V99 VALUE 0.
            05  WS-RATE-NEW-TOTAL   PIC 9(9)V99 VALUE 0.
            05  WS-SALARY-OLD-TOTAL PIC 9(11)V99 VALUE 0.
            05  WS-SALARY-NEW-TOTAL PIC 9(11)V99 VALUE 0.
            05  WS-WRITTEN          PIC 9(5)  VALUE 0.

        01 WS-DISPLAY-FIELDS.
            05  WS-ED-RATE-OLD      PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-RATE-NEW      PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-SALARY-OLD    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-SALARY-NEW    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-ED-PERCENT       PIC ZZ9.99.
            05  WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-CAP           PIC Z,ZZZ,ZZ9.99.
            05  WS-ED-ROUND-TO      PIC ZZ,ZZ9.99.

        01 WS-PROOF-DETAIL.
            05  WS-PD-EMPLOYEEID    PIC 9(7).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-PD-NAME          PIC X(21).
            05  WS-PD-DEPARTMENT    PIC X(15).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-PAY-TYPE      PIC X.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-FREQUENCY     PIC X.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-OLD-VALUE     PIC Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-NEW-VALUE     PIC Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-INCREASE      PIC Z,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-PERCENT       PIC ZZ9.99-.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-EFF-DATE      PIC 9(8).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-SOURCE        PIC X(4).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-PD-NOTE          PIC X(16).


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 0200-ACCEPT-RUN-MODE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PRICE-EMPLOYEES UNTIL END-OF-EMPLOYEES.
            CLOSE EMPLOYEEFILE.
            IF MODE-PROOF
                PERFORM 3000-FINISH-PROOF
            ELSE
                PERFORM 4000-COMMIT-INCREASES
            END-IF.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        0200-ACCEPT-RUN-MODE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            DISPLAY "Mass pay increase".
            DISPLAY "Mode (P=proof listing, C=commit a signed-off ",
                "proof):".
            ACCEPT WS-RUN-MODE.
            IF NOT MODE-PROOF AND NOT MODE-COMMIT
                DISPLAY "No action taken."
                STOP RUN
            END-IF.
        0200-END.


        1000-INITIALIZE.
      *a bad card stops the run before anything is priced -- a
      *listing signed off with a rule missing would be worse than
      *none.
            PERFORM 1100-LOAD-RULES.
            PERFORM 1200-LOAD-OVERRIDES.
            IF NOT CARDS-ARE-VALID
                DISPLAY "INCREASE CARDS IN ERROR -- NOTHING PRICED"
                STOP RUN
            END-IF.
            PERFORM 1300-LOAD-PENDING.

            IF MODE-COMMIT
                PERFORM 1500-SIGN-OFF-PROOF
            ELSE
                OPEN OUTPUT INCRPROOFFILE
                PERFORM 1600-WRITE-PROOF-HEADINGS
            END-IF.

            OPEN INPUT EMPLOYEEFILE.
            IF FILE-CHECK-KEY NOT = "00"
                DISPLAY "Unable to open EMPFILE.DAT: ", FILE-CHECK-KEY
                STOP RUN
            END-IF.
            READ EMPLOYEEFILE
                AT END SET END-OF-EMPLOYEES TO TRUE
            END-READ.
        1000-END.


        1100-LOAD-RULES.
            OPEN INPUT INCRRULEFILE.
            IF RULE-FILE-STATUS NOT = "00"
                DISPLAY "INCRRULE.DAT MISSING OR UNREADABLE -- ",
                    "NOTHING PRICED"
                STOP RUN
            END-IF.
            MOVE 0 TO WS-CARD-NUMBER.
            PERFORM 1110-LOAD-RULE-ENTRY
                UNTIL RULE-FILE-STATUS NOT = "00".
            CLOSE INCRRULEFILE.
            IF WS-RULE-COUNT = 0
                DISPLAY "INCRRULE.DAT IS EMPTY -- NOTHING PRICED"
                STOP RUN
            END-IF.
        1100-END.


        1110-LOAD-RULE-ENTRY.
            READ INCRRULEFILE
                AT END MOVE "10" TO RULE-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-CARD-NUMBER
                    IF WS-RULE-COUNT < 100
                        PERFORM 1120-EDIT-RULE
                        ADD 1 TO WS-RULE-COUNT
                        MOVE WS-RULE-COUNT TO WS-RULE-SUB
                        PERFORM 1130-RULE-TO-TABLE
                    ELSE
                        DISPLAY "MORE THAN 100 INCREASE RULES"
                        MOVE "N" TO WS-CARDS-OK-SW
                        MOVE "10" TO RULE-FILE-STATUS
                    END-IF
            END-READ.
        1110-END.


        1120-EDIT-RULE.
            IF IR-PAY-TYPE NOT = SPACE AND NOT = "H" AND NOT = "S"
                DISPLAY "RULE ", WS-CARD-NUMBER,
                    ": PAY TYPE MUST BE H, S OR BLANK"
                MOVE "N" TO WS-CARDS-OK-SW
            END-IF.
            IF IR-FREQUENCY NOT = SPACE AND NOT = "W" AND NOT = "B"
                AND NOT = "S" AND NOT = "M"
                DISPLAY "RULE ", WS-CARD-NUMBER,
                    ": FREQUENCY MUST BE W, B, S, M OR BLANK"
                MOVE "N" TO WS-CARDS-OK-SW
            END-IF.
            IF IR-PERCENT NOT NUMERIC OR IR-FLAT-AMOUNT NOT NUMERIC
                OR IR-CAP-AMOUNT NOT NUMERIC
                OR IR-ROUND-TO NOT NUMERIC
                DISPLAY "RULE ", WS-CARD-NUMBER,
                    ": AMOUNTS MUST BE NUMERIC"
                MOVE "N" TO WS-CARDS-OK-SW
            ELSE
                EVALUATE TRUE
                    WHEN IR-METHOD = "P" AND IR-PERCENT > 0
                        CONTINUE
                    WHEN IR-METHOD = "F" AND IR-FLAT-AMOUNT > 0
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "RULE ", WS-CARD-NUMBER,
                            ": METHOD MUST BE P WITH A PERCENT OR ",
                            "F WITH AN AMOUNT"
                        MOVE "N" TO WS-CARDS-OK-SW
                END-EVALUATE
            END-IF.
            IF IR-ROUND-MODE NOT = SPACE AND NOT = "N"
                AND NOT = "U" AND NOT = "D"
                DISPLAY "RULE ", WS-CARD-NUMBER,
                    ": ROUNDING MUST BE N, U, D OR BLANK"
                MOVE "N" TO WS-CARDS-OK-SW
            END-IF.
            MOVE IR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
            PERFORM 1400-EDIT-EFFECTIVE-DATE.
        1120-END.


        1130-RULE-TO-TABLE.
            MOVE IR-DEPARTMENT TO WS-RULE-DEPARTMENT (WS-RULE-SUB).
            MOVE IR-PAY-TYPE TO WS-RULE-PAY-TYPE (WS-RULE-SUB).
            MOVE IR-FREQUENCY TO WS-RULE-FREQUENCY (WS-RULE-SUB).
            MOVE IR-METHOD TO WS-RULE-METHOD (WS-RULE-SUB).
            MOVE IR-PERCENT TO WS-RULE-PERCENT (WS-RULE-SUB).
            MOVE IR-FLAT-AMOUNT TO WS-RULE-FLAT-AMOUNT (WS-RULE-SUB).
            MOVE IR-CAP-AMOUNT TO WS-RULE-CAP-AMOUNT (WS-RULE-SUB).
            MOVE IR-ROUND-TO TO WS-RULE-ROUND-TO (WS-RULE-SUB).
            MOVE IR-ROUND-MODE TO WS-RULE-ROUND-MODE (WS-RULE-SUB).
            MOVE IR-EFFECTIVE-DATE TO WS-RULE-EFF-DATE (WS-RULE-SUB).
            MOVE 0 TO WS-RULE-USED (WS-RULE-SUB).
        1130-END.


        1200-LOAD-OVERRIDES.
      *no INCROVR.DAT simply means no overrides this cycle.
            OPEN INPUT INCROVRFILE.
            IF OVR-FILE-STATUS = "00"
                MOVE 0 TO WS-CARD-NUMBER
                PERFORM 1210-LOAD-OVERRIDE-ENTRY
                    UNTIL OVR-FILE-STATUS NOT = "00"
                CLOSE INCROVRFILE
            END-IF.
        1200-END.


        1210-LOAD-OVERRIDE-ENTRY.
            READ INCROVRFILE
                AT END MOVE "10" TO OVR-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-CARD-NUMBER
                    IF WS-OVR-COUNT < 1000
                        PERFORM 1220-EDIT-OVERRIDE
                        ADD 1 TO WS-OVR-COUNT
                        MOVE WS-OVR-COUNT TO WS-OVR-SUB
                        MOVE IO-EMPLOYEEID
                            TO WS-OVR-EMPLOYEEID (WS-OVR-SUB)
                        MOVE IO-METHOD TO WS-OVR-METHOD (WS-OVR-SUB)
                        MOVE IO-PERCENT TO WS-OVR-PERCENT (WS-OVR-SUB)
                        MOVE IO-AMOUNT TO WS-OVR-AMOUNT (WS-OVR-SUB)
                        MOVE IO-EFFECTIVE-DATE
                            TO WS-OVR-EFF-DATE (WS-OVR-SUB)
                        MOVE "N" TO WS-OVR-USED-SW (WS-OVR-SUB)
                    ELSE
                        DISPLAY "MORE THAN 1000 INCREASE OVERRIDES"
                        MOVE "N" TO WS-CARDS-OK-SW
                        MOVE "10" TO OVR-FILE-STATUS
                    END-IF
            END-READ.
        1210-END.


        1220-EDIT-OVERRIDE.
            IF IO-EMPLOYEEID NOT NUMERIC OR IO-PERCENT NOT NUMERIC
                OR IO-AMOUNT NOT NUMERIC
                OR IO-EFFECTIVE-DATE NOT NUMERIC
                DISPLAY "OVERRIDE ", WS-CARD-NUMBER,
                    ": ID, AMOUNTS AND DATE MUST BE NUMERIC"
                MOVE "N" TO WS-CARDS-OK-SW
            ELSE
                EVALUATE TRUE
                    WHEN IO-METHOD = "P" AND IO-PERCENT > 0
                        CONTINUE
                    WHEN IO-METHOD = "F" AND IO-AMOUNT > 0
                        CONTINUE
                    WHEN IO-METHOD = "N" AND IO-AMOUNT > 0
                        CONTINUE
                    WHEN IO-METHOD = "X"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "OVERRIDE ", WS-CARD-NUMBER,
                            ": METHOD MUST BE P, F, N WITH AN ",
                            "AMOUNT, OR X"
                        MOVE "N" TO WS-CARDS-OK-SW
                END-EVALUATE
                IF IO-EFFECTIVE-DATE NOT = 0
                    MOVE IO-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                    PERFORM 1400-EDIT-EFFECTIVE-DATE
                END-IF
            END-IF.
        1220-END.


        1300-LOAD-PENDING.
            OPEN INPUT PENDCHGFILE.
            IF PEND-FILE-STATUS = "00"
                PERFORM 1310-LOAD-PENDING-ENTRY
                    UNTIL PEND-FILE-STATUS NOT = "00"
                CLOSE PENDCHGFILE
            END-IF.
        1300-END.


        1310-LOAD-PENDING-ENTRY.
            READ PENDCHGFILE
                AT END MOVE "10" TO PEND-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-PEND-ON-FILE
                    IF PND-FIELD-RATE OR PND-FIELD-SALARY
                        IF WS-PEND-COUNT < 2000
                            ADD 1 TO WS-PEND-COUNT
                            MOVE PND-EMPLOYEEID
                                TO WS-PEND-EMPLOYEEID (WS-PEND-COUNT)
                        ELSE
                            DISPLAY "MORE THAN 2000 RATE/SALARY ",
                                "CHANGES PENDING -- NOTHING PRICED"
                            STOP RUN
                        END-IF
                    END-IF
            END-READ.
        1310-END.


        1400-EDIT-EFFECTIVE-DATE.
      *a proof must not price an increase for a date already gone --
      *Payroll would apply it from the next pay date with no back
      *pay. By the commit the date may have arrived; it is still a
      *real date, and the totals check catches anything else.
            MOVE "S" TO DC-FUNCTION.
            MOVE WS-EFFECTIVE-DATE TO DC-DATE.
            CALL "DATECALC" USING DATE-CALC-AREA.
            IF DC-DATE-BAD
                DISPLAY "CARD ", WS-CARD-NUMBER, ": EFFECTIVE DATE ",
                    WS-EFFECTIVE-DATE, " IS NOT A REAL DATE"
                MOVE "N" TO WS-CARDS-OK-SW
            ELSE
                IF MODE-PROOF AND WS-EFFECTIVE-DATE < WS-TODAY
                    DISPLAY "CARD ", WS-CARD-NUMBER,
                        ": EFFECTIVE DATE ", WS-EFFECTIVE-DATE,
                        " IS ALREADY PAST"
                    MOVE "N" TO WS-CARDS-OK-SW
                END-IF
            END-IF.
        1400-END.


        1500-SIGN-OFF-PROOF.
      *the supervisor signs off the proof totals they have read on
      *INCRPROOF.DAT; a proof already committed cannot be committed
      *again.
            OPEN INPUT INCRCTLFILE.
            IF CTL-FILE-STATUS NOT = "00"
                DISPLAY "** NO INCRCTL.DAT -- RUN THE PROOF FIRST"
                STOP RUN
            END-IF.
            READ INCRCTLFILE INTO INCR-CONTROL-RECORD
                AT END
                    DISPLAY "** INCRCTL.DAT EMPTY -- RUN THE PROOF ",
                        "FIRST"
                    CLOSE INCRCTLFILE
                    STOP RUN
            END-READ.
            CLOSE INCRCTLFILE.
            IF ICTL-FAILED
                DISPLAY "** PROOF OF ", ICTL-PROOF-DATE,
                    " FAILED -- TOO MANY CHANGES FOR PENDCHG.DAT. ",
                    "NOTHING WRITTEN"
                STOP RUN
            END-IF.
            IF ICTL-COMMITTED
                DISPLAY "** PROOF OF ", ICTL-PROOF-DATE,
                    " WAS COMMITTED ", ICTL-COMMIT-DATE, " BY ",
                    ICTL-SIGNED-BY, " -- NOTHING WRITTEN"
                STOP RUN
            END-IF.

            MOVE ICTL-RATE-OLD-TOTAL TO WS-ED-RATE-OLD.
            MOVE ICTL-RATE-NEW-TOTAL TO WS-ED-RATE-NEW.
            MOVE ICTL-SALARY-OLD-TOTAL TO WS-ED-SALARY-OLD.
            MOVE ICTL-SALARY-NEW-TOTAL TO WS-ED-SALARY-NEW.
            DISPLAY "Proof of ", ICTL-PROOF-DATE, "  Increases: ",
                ICTL-CHANGE-COUNT.
            DISPLAY "  Hourly rates  old: ", WS-ED-RATE-OLD,
                "  new: ", WS-ED-RATE-NEW.
            DISPLAY "  Salaries      old: ", WS-ED-SALARY-OLD,
                "  new: ", WS-ED-SALARY-NEW.
            DISPLAY "Supervisor ID:".
            ACCEPT WS-SUPERVISOR-ID.
            DISPLAY "Commit the increases on this proof? (Y/N):".
            ACCEPT WS-CONFIRM-SW.
            EVALUATE TRUE
                WHEN WS-SUPERVISOR-ID = SPACES
                    DISPLAY "** NO SUPERVISOR ID -- NOTHING WRITTEN"
                    STOP RUN
                WHEN NOT COMMIT-CONFIRMED
                    DISPLAY "INCREASES NOT COMMITTED"
                    STOP RUN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        1500-END.


        1600-WRITE-PROOF-HEADINGS.
            MOVE SPACES TO INCR-PROOF-LINE.
            STRING "PAY INCREASE PROOF LISTING -- PRICED "
                    DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                "   SIGN OFF BEFORE COMMITTING" DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            MOVE SPACES TO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            STRING "RULES (DEPARTMENT, PAY TYPE, FREQUENCY, METHOD, "
                    DELIMITED BY SIZE
                "AMOUNT, CAP, ROUND TO, MODE, EFFECTIVE):"
                    DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            PERFORM 1610-WRITE-RULE-LINE
                VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT.
            MOVE SPACES TO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            STRING "EMPLOYEE NAME                 DEPARTMENT      T F"
                    DELIMITED BY SIZE
                "          OLD          NEW      INCREASE     PCT"
                    DELIMITED BY SIZE
                " EFFECTIVE SRC  NOTE" DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
        1600-END.


        1610-WRITE-RULE-LINE.
            MOVE SPACES TO INCR-PROOF-LINE.
            MOVE WS-RULE-SUB TO WS-CARD-NUMBER.
            IF WS-RULE-METHOD (WS-RULE-SUB) = "P"
                MOVE WS-RULE-PERCENT (WS-RULE-SUB) TO WS-ED-AMOUNT
            ELSE
                MOVE WS-RULE-FLAT-AMOUNT (WS-RULE-SUB) TO WS-ED-AMOUNT
            END-IF.
            MOVE WS-RULE-CAP-AMOUNT (WS-RULE-SUB) TO WS-ED-CAP.
            MOVE WS-RULE-ROUND-TO (WS-RULE-SUB) TO WS-ED-ROUND-TO.
            STRING "  R" DELIMITED BY SIZE
                WS-CARD-NUMBER DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-DEPARTMENT (WS-RULE-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-PAY-TYPE (WS-RULE-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-FREQUENCY (WS-RULE-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-METHOD (WS-RULE-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ED-AMOUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ED-CAP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ED-ROUND-TO DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-ROUND-MODE (WS-RULE-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-EFF-DATE (WS-RULE-SUB) DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
        1610-END.


        2000-PRICE-EMPLOYEES.
            ADD 1 TO WS-EMP-READ.
            IF NOT-TERMINATED
                PERFORM 2100-PRICE-ONE-EMPLOYEE
            ELSE
                ADD 1 TO WS-TERM-SKIPPED
            END-IF.
            READ EMPLOYEEFILE
                AT END SET END-OF-EMPLOYEES TO TRUE
            END-READ.
        2000-END.


        2100-PRICE-ONE-EMPLOYEE.
      *the override, when there is one, replaces the rule; the rule
      *is still looked up, for the effective date an override card
      *leaves at zero.
            MOVE "N" TO WS-PRICED-SW.
            MOVE "Y" TO WS-CHANGE-OK-SW.
            MOVE SPACES TO WS-SOURCE WS-NOTE.
            MOVE 0 TO WS-EFFECTIVE-DATE.
            IF PAY-TYPE-SALARY
                MOVE "S" TO WS-FIELD-CODE
                MOVE ANNUAL-SALARY TO WS-OLD-VALUE
            ELSE
                MOVE "R" TO WS-FIELD-CODE
                MOVE HOURLYRATE TO WS-OLD-VALUE
            END-IF.
            MOVE WS-OLD-VALUE TO WS-NEW-VALUE.

            PERFORM 2200-FIND-OVERRIDE.
            PERFORM 2300-FIND-RULE.

            EVALUATE TRUE
                WHEN WS-OVR-FOUND NOT = 0
                    PERFORM 2500-PRICE-OVERRIDE
                WHEN WS-BEST-RULE NOT = 0
                    PERFORM 2400-PRICE-RULE
                WHEN OTHER
                    ADD 1 TO WS-NO-RULE
            END-EVALUATE.

            IF EMPLOYEE-PRICED
                IF CHANGE-IS-VALID
                    PERFORM 2600-CHECK-CHANGE
                END-IF
                IF CHANGE-IS-VALID
                    PERFORM 2700-HOLD-CHANGE
                END-IF
                IF MODE-PROOF
                    PERFORM 2800-WRITE-PROOF-LINE
                END-IF
            END-IF.
        2100-END.


        2200-FIND-OVERRIDE.
            MOVE 0 TO WS-OVR-FOUND.
            PERFORM 2210-MATCH-OVERRIDE
                VARYING WS-OVR-SUB FROM 1 BY 1
                UNTIL WS-OVR-SUB > WS-OVR-COUNT
                OR WS-OVR-FOUND NOT = 0.
        2200-END.


        2210-MATCH-OVERRIDE.
            IF WS-OVR-EMPLOYEEID (WS-OVR-SUB) = EMPLOYEEID
                MOVE WS-OVR-SUB TO WS-OVR-FOUND
                MOVE "Y" TO WS-OVR-USED-SW (WS-OVR-SUB)
            END-IF.
        2210-END.


        2300-FIND-RULE.
            MOVE 0 TO WS-BEST-RULE.
            MOVE 0 TO WS-BEST-SCORE.
            PERFORM 2310-MATCH-RULE
                VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT.
        2300-END.


        2310-MATCH-RULE.
      *a rule fits when every selector it names is the employee's;
      *it scores one for each selector named, and only a higher
      *score displaces an earlier fit.
            IF (WS-RULE-DEPARTMENT (WS-RULE-SUB) = SPACES
                    OR WS-RULE-DEPARTMENT (WS-RULE-SUB) = DEPARTMENT)
                AND (WS-RULE-PAY-TYPE (WS-RULE-SUB) = SPACE
                    OR WS-RULE-PAY-TYPE (WS-RULE-SUB) = PAY-TYPE-CODE)
                AND (WS-RULE-FREQUENCY (WS-RULE-SUB) = SPACE
                    OR WS-RULE-FREQUENCY (WS-RULE-SUB)
                        = PAY-FREQUENCY-CODE)
                MOVE 1 TO WS-RULE-SCORE
                IF WS-RULE-DEPARTMENT (WS-RULE-SUB) NOT = SPACES
                    ADD 1 TO WS-RULE-SCORE
                END-IF
                IF WS-RULE-PAY-TYPE (WS-RULE-SUB) NOT = SPACE
                    ADD 1 TO WS-RULE-SCORE
                END-IF
                IF WS-RULE-FREQUENCY (WS-RULE-SUB) NOT = SPACE
                    ADD 1 TO WS-RULE-SCORE
                END-IF
                IF WS-RULE-SCORE > WS-BEST-SCORE
                    MOVE WS-RULE-SCORE TO WS-BEST-SCORE
                    MOVE WS-RULE-SUB TO WS-BEST-RULE
                END-IF
            END-IF.
        2310-END.


        2400-PRICE-RULE.
            SET EMPLOYEE-PRICED TO TRUE.
            ADD 1 TO WS-RULE-USED (WS-BEST-RULE).
            MOVE WS-BEST-RULE TO WS-CARD-NUMBER.
            STRING "R" DELIMITED BY SIZE
                WS-CARD-NUMBER DELIMITED BY SIZE
                INTO WS-SOURCE.
            MOVE WS-RULE-EFF-DATE (WS-BEST-RULE) TO WS-EFFECTIVE-DATE.
            IF WS-RULE-METHOD (WS-BEST-RULE) = "P"
                COMPUTE WS-CALC-VALUE = WS-OLD-VALUE
                    + WS-OLD-VALUE * WS-RULE-PERCENT (WS-BEST-RULE)
                    / 100
            ELSE
                COMPUTE WS-CALC-VALUE = WS-OLD-VALUE
                    + WS-RULE-FLAT-AMOUNT (WS-BEST-RULE)
            END-IF.
            PERFORM 2410-ROUND-NEW-VALUE.

            IF WS-RULE-CAP-AMOUNT (WS-BEST-RULE) > 0
                AND WS-NEW-VALUE - WS-OLD-VALUE
                    > WS-RULE-CAP-AMOUNT (WS-BEST-RULE)
                COMPUTE WS-NEW-VALUE = WS-OLD-VALUE
                    + WS-RULE-CAP-AMOUNT (WS-BEST-RULE)
                MOVE "CAPPED" TO WS-NOTE
            END-IF.
        2400-END.


        2410-ROUND-NEW-VALUE.
      *the new figure is rounded as a whole, so a rate lands on the
      *step (a nickel, a dime) and a salary on a round hundred.
            IF WS-RULE-ROUND-TO (WS-BEST-RULE) = 0
                COMPUTE WS-NEW-VALUE ROUNDED = WS-CALC-VALUE
            ELSE
                EVALUATE WS-RULE-ROUND-MODE (WS-BEST-RULE)
                    WHEN "U"
                        COMPUTE WS-ROUND-UNITS = WS-CALC-VALUE
                            / WS-RULE-ROUND-TO (WS-BEST-RULE)
                        IF WS-ROUND-UNITS
                            * WS-RULE-ROUND-TO (WS-BEST-RULE)
                            < WS-CALC-VALUE
                            ADD 1 TO WS-ROUND-UNITS
                        END-IF
                    WHEN "D"
                        COMPUTE WS-ROUND-UNITS = WS-CALC-VALUE
                            / WS-RULE-ROUND-TO (WS-BEST-RULE)
                    WHEN OTHER
                        COMPUTE WS-ROUND-UNITS ROUNDED = WS-CALC-VALUE
                            / WS-RULE-ROUND-TO (WS-BEST-RULE)
                END-EVALUATE
                COMPUTE WS-NEW-VALUE = WS-ROUND-UNITS
                    * WS-RULE-ROUND-TO (WS-BEST-RULE)
            END-IF.
        2410-END.


        2500-PRICE-OVERRIDE.
            MOVE "OVR" TO WS-SOURCE.
            IF WS-OVR-METHOD (WS-OVR-FOUND) = "X"
                ADD 1 TO WS-EXCLUDED
                IF MODE-PROOF
                    SET EMPLOYEE-PRICED TO TRUE
                    MOVE "N" TO WS-CHANGE-OK-SW
                    MOVE "EXCLUDED" TO WS-NOTE
                END-IF
            ELSE
                SET EMPLOYEE-PRICED TO TRUE
                EVALUATE WS-OVR-METHOD (WS-OVR-FOUND)
                    WHEN "P"
                        COMPUTE WS-NEW-VALUE ROUNDED = WS-OLD-VALUE
                            + WS-OLD-VALUE
                            * WS-OVR-PERCENT (WS-OVR-FOUND) / 100
                    WHEN "F"
                        COMPUTE WS-NEW-VALUE = WS-OLD-VALUE
                            + WS-OVR-AMOUNT (WS-OVR-FOUND)
                    WHEN OTHER
                        MOVE WS-OVR-AMOUNT (WS-OVR-FOUND)
                            TO WS-NEW-VALUE
                END-EVALUATE
                IF WS-OVR-EFF-DATE (WS-OVR-FOUND) NOT = 0
                    MOVE WS-OVR-EFF-DATE (WS-OVR-FOUND)
                        TO WS-EFFECTIVE-DATE
                ELSE
                    IF WS-BEST-RULE NOT = 0
                        MOVE WS-RULE-EFF-DATE (WS-BEST-RULE)
                            TO WS-EFFECTIVE-DATE
                    END-IF
                END-IF
            END-IF.
        2500-END.


        2600-CHECK-CHANGE.
      *an increase is queued only when it is one, lands inside the
      *pay-field limits, has a date to take effect, and has no
      *other rate or salary change already waiting for it.
            EVALUATE TRUE
                WHEN WS-EFFECTIVE-DATE = 0
                    MOVE "NO EFFECTIVE DT" TO WS-NOTE
                    MOVE "N" TO WS-CHANGE-OK-SW
                WHEN WS-NEW-VALUE NOT > WS-OLD-VALUE
                    MOVE "NO INCREASE" TO WS-NOTE
                    MOVE "N" TO WS-CHANGE-OK-SW
                WHEN WS-FIELD-CODE = "R"
                    AND WS-NEW-VALUE > WS-MAX-HOURLYRATE
                    MOVE "OVER RATE LIMIT" TO WS-NOTE
                    MOVE "N" TO WS-CHANGE-OK-SW
                WHEN WS-FIELD-CODE = "S"
                    AND WS-NEW-VALUE > WS-MAX-ANNUAL-SALARY
                    MOVE "OVER SAL LIMIT" TO WS-NOTE
                    MOVE "N" TO WS-CHANGE-OK-SW
                WHEN OTHER
                    PERFORM 2610-FIND-PENDING
                    IF RATE-CHANGE-PENDING
                        MOVE "CHANGE PENDING" TO WS-NOTE
                        MOVE "N" TO WS-CHANGE-OK-SW
                    END-IF
            END-EVALUATE.
            IF NOT CHANGE-IS-VALID
                ADD 1 TO WS-EXCEPTIONS
            END-IF.
        2600-END.


        2610-FIND-PENDING.
            MOVE "N" TO WS-PEND-FOUND-SW.
            PERFORM 2620-MATCH-PENDING
                VARYING WS-PEND-SUB FROM 1 BY 1
                UNTIL WS-PEND-SUB > WS-PEND-COUNT
                OR RATE-CHANGE-PENDING.
        2610-END.


        2620-MATCH-PENDING.
            IF WS-PEND-EMPLOYEEID (WS-PEND-SUB) = EMPLOYEEID
                SET RATE-CHANGE-PENDING TO TRUE
            END-IF.
        2620-END.


        2700-HOLD-CHANGE.
            IF WS-CHG-COUNT >= 2000
                DISPLAY "MORE THAN 2000 INCREASES -- NOTHING WRITTEN"
                STOP RUN
            END-IF.
            ADD 1 TO WS-CHG-COUNT.
            MOVE EMPLOYEEID TO WS-CHG-EMPLOYEEID (WS-CHG-COUNT).
            MOVE WS-FIELD-CODE TO WS-CHG-FIELD-CODE (WS-CHG-COUNT).
            MOVE WS-NEW-VALUE TO WS-CHG-NEW-VALUE (WS-CHG-COUNT).
            MOVE WS-EFFECTIVE-DATE TO WS-CHG-EFF-DATE (WS-CHG-COUNT).
            IF WS-FIELD-CODE = "R"
                ADD WS-OLD-VALUE TO WS-RATE-OLD-TOTAL
                ADD WS-NEW-VALUE TO WS-RATE-NEW-TOTAL
            ELSE
                ADD WS-OLD-VALUE TO WS-SALARY-OLD-TOTAL
                ADD WS-NEW-VALUE TO WS-SALARY-NEW-TOTAL
            END-IF.
        2700-END.


        2800-WRITE-PROOF-LINE.
            MOVE SPACES TO WS-PROOF-DETAIL.
            MOVE EMPLOYEEID TO WS-PD-EMPLOYEEID.
            STRING FIRSTNAME DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                LASTNAME DELIMITED BY SPACE
                INTO WS-PD-NAME.
            MOVE DEPARTMENT TO WS-PD-DEPARTMENT.
            MOVE PAY-TYPE-CODE TO WS-PD-PAY-TYPE.
            MOVE PAY-FREQUENCY-CODE TO WS-PD-FREQUENCY.
            MOVE WS-OLD-VALUE TO WS-PD-OLD-VALUE.
            MOVE WS-NEW-VALUE TO WS-PD-NEW-VALUE.
            COMPUTE WS-INCREASE = WS-NEW-VALUE - WS-OLD-VALUE.
            MOVE WS-INCREASE TO WS-PD-INCREASE.
            MOVE 0 TO WS-INCR-PCT.
            IF WS-OLD-VALUE > 0
                COMPUTE WS-INCR-PCT ROUNDED =
                    WS-INCREASE * 100 / WS-OLD-VALUE
                    ON SIZE ERROR MOVE 0 TO WS-INCR-PCT
                END-COMPUTE
            END-IF.
            MOVE WS-INCR-PCT TO WS-PD-PERCENT.
            MOVE WS-EFFECTIVE-DATE TO WS-PD-EFF-DATE.
            MOVE WS-SOURCE TO WS-PD-SOURCE.
            MOVE WS-NOTE TO WS-PD-NOTE.
            MOVE WS-PROOF-DETAIL TO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
        2800-END.


        3000-FINISH-PROOF.
            MOVE SPACES TO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            PERFORM 3300-CHECK-PENDING-ROOM.
            IF NOT PENDING-HAS-ROOM
                MOVE SPACES TO INCR-PROOF-LINE
                STRING "** PROOF FAILED -- PENDCHG.DAT WOULD HOLD "
                        DELIMITED BY SIZE
                    WS-PEND-AFTER DELIMITED BY SIZE
                    " CHANGES, PAYROLL HOLDS " DELIMITED BY SIZE
                    WS-PEND-CAPACITY DELIMITED BY SIZE
                    INTO INCR-PROOF-LINE
                WRITE INCR-PROOF-LINE
                DISPLAY "** PROOF FAILED -- PENDCHG.DAT WOULD HOLD ",
                    WS-PEND-AFTER, " CHANGES, PAYROLL HOLDS ",
                    WS-PEND-CAPACITY, ". IT CANNOT BE COMMITTED"
            END-IF.
            PERFORM 3100-LIST-UNUSED-OVERRIDE
                VARYING WS-OVR-SUB FROM 1 BY 1
                UNTIL WS-OVR-SUB > WS-OVR-COUNT.
            PERFORM 3200-LIST-UNUSED-RULE
                VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT.

            MOVE WS-RATE-OLD-TOTAL TO WS-ED-RATE-OLD.
            MOVE WS-RATE-NEW-TOTAL TO WS-ED-RATE-NEW.
            MOVE WS-SALARY-OLD-TOTAL TO WS-ED-SALARY-OLD.
            MOVE WS-SALARY-NEW-TOTAL TO WS-ED-SALARY-NEW.
            MOVE SPACES TO INCR-PROOF-LINE.
            STRING "INCREASES TO COMMIT: " DELIMITED BY SIZE
                WS-CHG-COUNT DELIMITED BY SIZE
                "   EXCEPTIONS NOT QUEUED: " DELIMITED BY SIZE
                WS-EXCEPTIONS DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            MOVE SPACES TO INCR-PROOF-LINE.
            STRING "HOURLY RATES   OLD " DELIMITED BY SIZE
                WS-ED-RATE-OLD DELIMITED BY SIZE
                "   NEW " DELIMITED BY SIZE
                WS-ED-RATE-NEW DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            MOVE SPACES TO INCR-PROOF-LINE.
            STRING "SALARIES       OLD " DELIMITED BY SIZE
                WS-ED-SALARY-OLD DELIMITED BY SIZE
                "   NEW " DELIMITED BY SIZE
                WS-ED-SALARY-NEW DELIMITED BY SIZE
                INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            MOVE SPACES TO INCR-PROOF-LINE.
            STRING "SIGNED OFF BY: ______________  DATE: ________"
                DELIMITED BY SIZE INTO INCR-PROOF-LINE.
            WRITE INCR-PROOF-LINE.
            CLOSE INCRPROOFFILE.

      *a new proof always replaces the control on file, committed
      *or not -- it is the listing the next commit must match. A
      *failed proof replaces it too, marked so nothing commits.
            OPEN OUTPUT INCRCTLFILE.
            MOVE SPACES TO INCR-CONTROL-RECORD.
            IF PENDING-HAS-ROOM
                MOVE "P" TO ICTL-STATUS
            ELSE
                MOVE "F" TO ICTL-STATUS
            END-IF.
            MOVE WS-TODAY TO ICTL-PROOF-DATE.
            MOVE WS-CHG-COUNT TO ICTL-CHANGE-COUNT.
            MOVE WS-RATE-OLD-TOTAL TO ICTL-RATE-OLD-TOTAL.
            MOVE WS-RATE-NEW-TOTAL TO ICTL-RATE-NEW-TOTAL.
            MOVE WS-SALARY-OLD-TOTAL TO ICTL-SALARY-OLD-TOTAL.
            MOVE WS-SALARY-NEW-TOTAL TO ICTL-SALARY-NEW-TOTAL.
            MOVE 0 TO ICTL-COMMIT-DATE.
            WRITE INCR-CONTROL-LINE FROM INCR-CONTROL-RECORD.
            CLOSE INCRCTLFILE.
        3000-END.


        3100-LIST-UNUSED-OVERRIDE.
            IF WS-OVR-USED-SW (WS-OVR-SUB) NOT = "Y"
                MOVE SPACES TO INCR-PROOF-LINE
                STRING "OVERRIDE FOR " DELIMITED BY SIZE
                    WS-OVR-EMPLOYEEID (WS-OVR-SUB) DELIMITED BY SIZE
                    " NOT USED -- NOT ON THE MASTER OR TERMINATED"
                        DELIMITED BY SIZE
                    INTO INCR-PROOF-LINE
                WRITE INCR-PROOF-LINE
            END-IF.
        3100-END.


        3200-LIST-UNUSED-RULE.
            IF WS-RULE-USED (WS-RULE-SUB) = 0
                MOVE WS-RULE-SUB TO WS-CARD-NUMBER
                MOVE SPACES TO INCR-PROOF-LINE
                STRING "RULE R" DELIMITED BY SIZE
                    WS-CARD-NUMBER DELIMITED BY SIZE
                    " PRICED NOBODY" DELIMITED BY SIZE
                    INTO INCR-PROOF-LINE
                WRITE INCR-PROOF-LINE
            END-IF.
        3200-END.


        3300-CHECK-PENDING-ROOM.
      *what is waiting now plus this run's increases must all fit
      *in Payroll's pending-change pass, or the first run before
      *their date would drop the excess.
            COMPUTE WS-PEND-AFTER = WS-PEND-ON-FILE + WS-CHG-COUNT.
            IF WS-PEND-AFTER > WS-PEND-CAPACITY
                MOVE "N" TO WS-PEND-ROOM-SW
            END-IF.
        3300-END.


        4000-COMMIT-INCREASES.
      *the increases priced now must be the ones signed off: a rule
      *or override card changed since, or a master changed under it
      *(a pay run applying another change, a new hire), moves the
      *totals, and nothing is written.
            IF WS-CHG-COUNT NOT = ICTL-CHANGE-COUNT
                OR WS-RATE-OLD-TOTAL NOT = ICTL-RATE-OLD-TOTAL
                OR WS-RATE-NEW-TOTAL NOT = ICTL-RATE-NEW-TOTAL
                OR WS-SALARY-OLD-TOTAL NOT = ICTL-SALARY-OLD-TOTAL
                OR WS-SALARY-NEW-TOTAL NOT = ICTL-SALARY-NEW-TOTAL
                DISPLAY "** INCREASES NO LONGER MATCH THE PROOF OF ",
                    ICTL-PROOF-DATE, " -- RERUN THE PROOF AND SIGN ",
                    "IT OFF AGAIN. NOTHING WRITTEN"
                STOP RUN
            END-IF.
            PERFORM 3300-CHECK-PENDING-ROOM.
            IF NOT PENDING-HAS-ROOM
                DISPLAY "** PENDCHG.DAT WOULD HOLD ", WS-PEND-AFTER,
                    " CHANGES, PAYROLL HOLDS ", WS-PEND-CAPACITY,
                    " -- LET A PAY RUN APPLY WHAT IS DUE, OR SPLIT ",
                    "THE INCREASE. NOTHING WRITTEN"
                STOP RUN
            END-IF.

            OPEN EXTEND PENDCHGFILE.
            IF PEND-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT PENDCHGFILE
            END-IF.
            PERFORM 4100-WRITE-PENDING-CHANGE
                VARYING WS-CHG-SUB FROM 1 BY 1
                UNTIL WS-CHG-SUB > WS-CHG-COUNT.
            CLOSE PENDCHGFILE.

            OPEN OUTPUT INCRCTLFILE.
            MOVE "C" TO ICTL-STATUS.
            MOVE WS-SUPERVISOR-ID TO ICTL-SIGNED-BY.
            MOVE WS-TODAY TO ICTL-COMMIT-DATE.
            WRITE INCR-CONTROL-LINE FROM INCR-CONTROL-RECORD.
            CLOSE INCRCTLFILE.
        4000-END.


        4100-WRITE-PENDING-CHANGE.
            MOVE WS-CHG-EMPLOYEEID (WS-CHG-SUB) TO PND-EMPLOYEEID.
            MOVE WS-CHG-EFF-DATE (WS-CHG-SUB) TO PND-EFFECTIVE-DATE.
            MOVE WS-CHG-FIELD-CODE (WS-CHG-SUB) TO PND-FIELD-CODE.
            MOVE SPACES TO PND-NEW-VALUE.
            MOVE WS-CHG-NEW-VALUE (WS-CHG-SUB) TO PND-VALUE-NUM.
            MOVE WS-TODAY TO PND-KEYED-DATE.
            WRITE PENDING-CHANGE-RECORD.
            ADD 1 TO WS-WRITTEN.
        4100-END.


        9000-END-PROGRAM.
            DISPLAY "Employees read:                ", WS-EMP-READ.
            DISPLAY "Terminated, passed over:       ", WS-TERM-SKIPPED.
            DISPLAY "No rule or override:           ", WS-NO-RULE.
            DISPLAY "Excluded by override:          ", WS-EXCLUDED.
            DISPLAY "Exceptions not queued:         ", WS-EXCEPTIONS.
            DISPLAY "Increases priced:              ", WS-CHG-COUNT.
            IF MODE-PROOF
                DISPLAY "Proof listing written to INCRPROOF.DAT -- ",
                    "sign it off, then run mode C"
            ELSE
                DISPLAY "Pending changes written to PENDCHG.DAT: ",
                    WS-WRITTEN
            END-IF.
            STOP RUN.


            END PROGRAM PayIncrease.
