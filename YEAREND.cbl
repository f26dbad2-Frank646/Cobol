      *safely written -- empties YTDMASTER.DAT so the first run of the
      *new year starts from zero instead of silently continuing last
      *year's totals.
      *The close also writes W2SUBMIT.DAT, the fixed-format
      *electronic wage filing: one submitter (RA) and employer (RE)
      *record, an employee (RW) record per YTD record with a state
      *(RS) record for each state the employee's wages were taxed
      *in, then the totals (RT) and final (RF) records -- the file
      *the annual filing is uploaded from instead of keyed.
      *Run in correction mode (R) for a year already closed, it
      *takes the pending corrections YtdAdj wrote to YTDCORR.DAT
      *for that year and writes corrected statements (W2CSTMTS.DAT)
      *and the fixed-format correction filing (W2CORR.DAT), then
      *marks the corrections filed.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            FILE STATUS IS HIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT TAXRATEFILE ASSIGN TO "TAXRATE.DAT"
            FILE STATUS IS TAXRATE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT W2SUBMITFILE ASSIGN TO "W2SUBMIT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT YTDCORRFILE ASSIGN TO "YTDCORR.DAT"
            FILE STATUS IS CORR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CORRSTMTFILE ASSIGN TO "W2CSTMTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT W2CORRFILE ASSIGN TO "W2CORR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.


        DATA DIVISION.
        FILE SECTION.
            04 HIST-FED-TAX         PIC 9(9)V99.
            04 HIST-STATE-TAX       PIC 9(9)V99.
            04 HIST-NET-PAY         PIC 9(9)V99.
            04 HIST-EE-SOCSEC       PIC 9(9)V99.
            04 HIST-EE-MEDICARE     PIC 9(9)V99.
            04 HIST-EE-ADDL-MEDICARE PIC 9(9)V99.
            04 HIST-TAXABLE-WAGES   PIC 9(9)V99.

      *only table E bracket 1 is read here -- its ceiling is the
      *Social Security wage base the filing caps wages at.
        FD TAXRATEFILE.
        01 TAX-RATE-RECORD.
            04 TXR-EFFECTIVE-DATE   PIC 9(8).
            04 TXR-TABLE-ID         PIC X.
                88 TXR-TABLE-EMPLOYER VALUE "E".
            04 TXR-BRACKET-NO       PIC 9(1).
            04 TXR-CEILING          PIC 9(9)V99.
            04 TXR-RATE             PIC V9(4).
            04 TXR-STATE-CODE       PIC X(2).

        FD W2SUBMITFILE.
        01 W2-SUBMIT-RECORD         PIC X(512).

        FD YTDCORRFILE.
            COPY YTDCREC.

        FD CORRSTMTFILE.
        01 CORR-STMT-LINE           PIC X(80).

        FD W2CORRFILE.
        01 W2-CORR-RECORD           PIC X(1024).

        WORKING-STORAGE SECTION.

            05  WS-NO-MASTER-COUNT  PIC 9(5)  VALUE 0.
            05  WS-EMP-FOUND-SW     PIC X     VALUE "N".
                88 EMPLOYEE-FOUND   VALUE "Y".
            05  TAXRATE-FILE-STATUS PIC X(2).
            05  CORR-FILE-STATUS    PIC X(2).
            05  WS-RUN-MODE         PIC X.
                88 MODE-CLOSE-YEAR  VALUE "C".
                88 MODE-CORRECTIONS VALUE "R".
            05  WS-TODAY            PIC 9(8).
            05  WS-FIND-EMPLOYEEID  PIC 9(7).
            05  WS-QTR-OPEN-SW      PIC X     VALUE "N".
                88 QTR-MASTER-OPEN  VALUE "Y".
            05  WS-QTR-DONE-SW      PIC X.
                88 QTR-BUCKETS-DONE VALUE "Y".
            05  WS-RS-WRITTEN       PIC 9(5)  VALUE 0.
            05  WS-NO-TIN-COUNT     PIC 9(5)  VALUE 0.
            05  WS-UNTIED-COUNT     PIC 9(5)  VALUE 0.
            05  WS-PAIR-SW          PIC X.
                88 PAIR-REPORTED    VALUE "Y".
            05  WS-TIN-DIGITS       PIC 9(9).
            05  WS-ZIP-FULL         PIC X(10).
            05  WS-LOWER-LETTERS    PIC X(26)
                    VALUE "abcdefghijklmnopqrstuvwxyz".
            05  WS-UPPER-LETTERS    PIC X(26)
                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *the Social Security wage base for the year being filed, off
      *the rate set in force on December 31.
        01 WS-WAGE-BASE-AREAS.
            05  WS-YEAR-END-DATE    PIC 9(8).
            05  WS-WAGE-BASE-DATE   PIC 9(8)  VALUE 0.
            05  WS-WAGE-BASE        PIC 9(9)V99 VALUE 0.

      *the employer as the filing names it -- the company ID on the
      *ACH batch is this EIN behind a leading 1. The submitter user
      *ID is the one issued for the electronic filing service. Pay
      *taxed under the default (blank-state) bracket set files
      *under the default state, and the state withholding account
      *number is the one issued by that state.
        01 WS-W2-EMPLOYER.
            05  WS-W2E-EIN          PIC 9(9)  VALUE 234567890.
            05  WS-W2E-USER-ID      PIC X(8)  VALUE "FRANKMFG".
            05  WS-W2E-NAME         PIC X(57) VALUE "FRANK MFG CO".
            05  WS-W2E-STREET       PIC X(22)
                    VALUE "1200 INDUSTRIAL PKWY".
            05  WS-W2E-CITY         PIC X(22) VALUE "SPRINGFIELD".
            05  WS-W2E-STATE        PIC X(2)  VALUE "OH".
            05  WS-W2E-ZIP          PIC X(5)  VALUE "45501".
            05  WS-W2E-CONTACT-NAME PIC X(27)
                    VALUE "PAYROLL DEPARTMENT".
            05  WS-W2E-CONTACT-PHONE PIC X(15) VALUE "9375550100".
            05  WS-W2E-CONTACT-EMAIL PIC X(40)
                    VALUE "PAYROLL@FRANKMFG.COM".
            05  WS-W2E-DEFAULT-STATE PIC X(2) VALUE "OH".
            05  WS-W2E-STATE-ACCOUNT PIC X(20) VALUE "51234567".

      *the numeric state codes the state records are filed under.
        01 WS-STATE-CODE-VALUES.
            05  FILLER              PIC X(40)
                    VALUE "AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12".
            05  FILLER              PIC X(40)
                    VALUE "GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23".
            05  FILLER              PIC X(40)
                    VALUE "MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33".
            05  FILLER              PIC X(40)
                    VALUE "NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44".
            05  FILLER              PIC X(40)
                    VALUE "SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55".
            05  FILLER              PIC X(4)  VALUE "WY56".
        01 WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
            05  WS-SC-ENTRY OCCURS 51 TIMES.
                10  WS-SC-STATE     PIC X(2).
                10  WS-SC-CODE      PIC 9(2).
        01 WS-STATE-CODE-CONTROLS.
            05  WS-SC-SUB           PIC 9(3)  COMP.
            05  WS-SC-FOUND         PIC 9(3)  COMP.

      *one employee's wages and withholding by state, gathered from
      *the quarter buckets before the state records are written.
        01 WS-EMP-STATE-TABLE.
            05  WS-ES-COUNT         PIC 9(3)  COMP VALUE 0.
            05  WS-ES-SUB           PIC 9(3)  COMP.
            05  WS-ES-FOUND         PIC 9(3)  COMP.
            05  WS-ES-KEY           PIC X(2).
            05  WS-ES-ADD-WAGES     PIC S9(9)V99.
            05  WS-ES-ADD-TAX       PIC S9(9)V99.
            05  WS-ES-WAGE-SUM      PIC S9(9)V99.
            05  WS-ES-TAX-SUM       PIC S9(9)V99.
            05  WS-ES-ENTRY OCCURS 10 TIMES.
                10  WS-ES-STATE     PIC X(2).
                10  WS-ES-WAGES     PIC S9(9)V99.
                10  WS-ES-TAX       PIC S9(9)V99.

      *the electronic wage filing, one 512-byte record of each kind
      *laid out by the filing specification -- built here and
      *written FROM, the way Payroll builds its NACHA records.
      *Money is in cents with no decimal point.
        01 WS-W2-RA-RECORD.
            05  FILLER              PIC X(2)  VALUE "RA".
            05  WS-RA-EIN           PIC 9(9).
            05  WS-RA-USER-ID       PIC X(8).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(6)  VALUE SPACES.
            05  FILLER              PIC X(2)  VALUE "98".
            05  WS-RA-COMPANY-NAME  PIC X(57).
            05  FILLER              PIC X(22) VALUE SPACES.
            05  WS-RA-COMPANY-STREET PIC X(22).
            05  WS-RA-COMPANY-CITY  PIC X(22).
            05  WS-RA-COMPANY-STATE PIC X(2).
            05  WS-RA-COMPANY-ZIP   PIC X(5).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  WS-RA-SUBMITTER-NAME PIC X(57).
            05  FILLER              PIC X(22) VALUE SPACES.
            05  WS-RA-SUBMITTER-STREET PIC X(22).
            05  WS-RA-SUBMITTER-CITY PIC X(22).
            05  WS-RA-SUBMITTER-STATE PIC X(2).
            05  WS-RA-SUBMITTER-ZIP PIC X(5).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  WS-RA-CONTACT-NAME  PIC X(27).
            05  WS-RA-CONTACT-PHONE PIC X(15).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  WS-RA-CONTACT-EMAIL PIC X(40).
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "L".
            05  FILLER              PIC X(12) VALUE SPACES.

        01 WS-W2-RE-RECORD.
            05  FILLER              PIC X(2)  VALUE "RE".
            05  WS-RE-TAX-YEAR      PIC 9(4).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-RE-EIN           PIC 9(9).
            05  FILLER              PIC X(9)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(9)  VALUE SPACES.
            05  WS-RE-EMPLOYER-NAME PIC X(57).
            05  FILLER              PIC X(22) VALUE SPACES.
            05  WS-RE-STREET        PIC X(22).
            05  WS-RE-CITY          PIC X(22).
            05  WS-RE-STATE         PIC X(2).
            05  WS-RE-ZIP           PIC X(5).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "N".
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "R".
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  WS-RE-CONTACT-NAME  PIC X(27).
            05  WS-RE-CONTACT-PHONE PIC X(15).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  WS-RE-CONTACT-EMAIL PIC X(40).
            05  FILLER              PIC X(194) VALUE SPACES.

        01 WS-W2-RW-RECORD.
            05  FILLER              PIC X(2)  VALUE "RW".
            05  WS-RW-SSN           PIC 9(9).
            05  WS-RW-FIRST-NAME    PIC X(15).
            05  FILLER              PIC X(15) VALUE SPACES.
            05  WS-RW-LAST-NAME     PIC X(20).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  WS-RW-SUITE         PIC X(22).
            05  WS-RW-STREET        PIC X(22).
            05  WS-RW-CITY          PIC X(22).
            05  WS-RW-STATE         PIC X(2).
            05  WS-RW-ZIP           PIC X(5).
            05  WS-RW-ZIP-EXT       PIC X(4).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  WS-RW-WAGES         PIC 9(9)V99.
            05  WS-RW-FED-TAX       PIC 9(9)V99.
            05  WS-RW-SS-WAGES      PIC 9(9)V99.
            05  WS-RW-SS-TAX        PIC 9(9)V99.
            05  WS-RW-MEDICARE-WAGES PIC 9(9)V99.
            05  WS-RW-MEDICARE-TAX  PIC 9(9)V99.
            05  FILLER              PIC 9(9)V99 VALUE ZERO.
            05  FILLER              PIC X(11) VALUE SPACES.
            05  FILLER              PIC X(209) VALUE ALL "0".
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(22) VALUE SPACES.

        01 WS-W2-RS-RECORD.
            05  FILLER              PIC X(2)  VALUE "RS".
            05  WS-RS-STATE-CODE    PIC 9(2).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  WS-RS-SSN           PIC 9(9).
            05  WS-RS-FIRST-NAME    PIC X(15).
            05  FILLER              PIC X(15) VALUE SPACES.
            05  WS-RS-LAST-NAME     PIC X(20).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  WS-RS-SUITE         PIC X(22).
            05  WS-RS-STREET        PIC X(22).
            05  WS-RS-CITY          PIC X(22).
            05  WS-RS-STATE         PIC X(2).
            05  WS-RS-ZIP           PIC X(5).
            05  WS-RS-ZIP-EXT       PIC X(4).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(6)  VALUE SPACES.
            05  FILLER              PIC X(11) VALUE SPACES.
            05  FILLER              PIC X(11) VALUE SPACES.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(8)  VALUE SPACES.
            05  FILLER              PIC X(8)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  WS-RS-STATE-ACCOUNT PIC X(20).
            05  FILLER              PIC X(6)  VALUE SPACES.
            05  WS-RS-TAX-STATE-CODE PIC 9(2).
            05  WS-RS-STATE-WAGES   PIC 9(9)V99.
            05  WS-RS-STATE-TAX     PIC 9(9)V99.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(11) VALUE SPACES.
            05  FILLER              PIC X(11) VALUE SPACES.
            05  FILLER              PIC X(7)  VALUE SPACES.
            05  FILLER              PIC X(75) VALUE SPACES.
            05  FILLER              PIC X(75) VALUE SPACES.
            05  FILLER              PIC X(25) VALUE SPACES.

        01 WS-W2-RT-RECORD.
            05  FILLER              PIC X(2)  VALUE "RT".
            05  WS-RT-RW-COUNT      PIC 9(7)  VALUE ZERO.
            05  WS-RT-WAGES         PIC 9(13)V99 VALUE ZERO.
            05  WS-RT-FED-TAX       PIC 9(13)V99 VALUE ZERO.
            05  WS-RT-SS-WAGES      PIC 9(13)V99 VALUE ZERO.
            05  WS-RT-SS-TAX        PIC 9(13)V99 VALUE ZERO.
            05  WS-RT-MEDICARE-WAGES PIC 9(13)V99 VALUE ZERO.
            05  WS-RT-MEDICARE-TAX  PIC 9(13)V99 VALUE ZERO.
            05  FILLER              PIC 9(13)V99 VALUE ZERO.
            05  FILLER              PIC X(15) VALUE SPACES.
            05  FILLER              PIC X(195) VALUE ALL "0".
            05  FILLER              PIC X(188) VALUE SPACES.

        01 WS-W2-RF-RECORD.
            05  FILLER              PIC X(2)  VALUE "RF".
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  WS-RF-RW-COUNT      PIC 9(9).
            05  FILLER              PIC X(248) VALUE SPACES.
            05  FILLER              PIC X(248) VALUE SPACES.

      *the electronic correction filing, 1024-byte records; an
      *amount pair (originally reported, corrected) is filled only
      *for the figures a correction changes and left blank for the
      *rest.
        01 WS-W2C-RCA-RECORD.
            05  FILLER              PIC X(3)  VALUE "RCA".
            05  WS-RCA-EIN          PIC 9(9).
            05  WS-RCA-USER-ID      PIC X(8).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "0".
            05  FILLER              PIC X(6)  VALUE SPACES.
            05  FILLER              PIC X(2)  VALUE "98".
            05  WS-RCA-COMPANY-NAME PIC X(57).
            05  FILLER              PIC X(22) VALUE SPACES.
            05  WS-RCA-COMPANY-STREET PIC X(22).
            05  WS-RCA-COMPANY-CITY PIC X(22).
            05  WS-RCA-COMPANY-STATE PIC X(2).
            05  WS-RCA-COMPANY-ZIP  PIC X(5).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  WS-RCA-CONTACT-NAME PIC X(27).
            05  WS-RCA-CONTACT-PHONE PIC X(15).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  WS-RCA-CONTACT-EMAIL PIC X(40).
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "L".
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(103) VALUE SPACES.

        01 WS-W2C-RCE-RECORD.
            05  FILLER              PIC X(3)  VALUE "RCE".
            05  WS-RCE-TAX-YEAR     PIC 9(4).
            05  FILLER              PIC X(9)  VALUE SPACES.
            05  WS-RCE-EIN          PIC 9(9).
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(9)  VALUE SPACES.
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  WS-RCE-EMPLOYER-NAME PIC X(57).
            05  FILLER              PIC X(22) VALUE SPACES.
            05  WS-RCE-STREET       PIC X(22).
            05  WS-RCE-CITY         PIC X(22).
            05  WS-RCE-STATE        PIC X(2).
            05  WS-RCE-ZIP          PIC X(5).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  FILLER              PIC X(1)  VALUE "R".
            05  FILLER              PIC X(1)  VALUE "N".
            05  WS-RCE-CONTACT-NAME PIC X(27).
            05  WS-RCE-CONTACT-PHONE PIC X(15).
            05  FILLER              PIC X(5)  VALUE SPACES.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  WS-RCE-CONTACT-EMAIL PIC X(40).
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(103) VALUE SPACES.

        01 WS-W2C-RCW-RECORD.
            05  FILLER              PIC X(3)  VALUE "RCW".
            05  WS-RCW-SSN          PIC 9(9).
            05  FILLER              PIC X(9)  VALUE SPACES.
            05  FILLER              PIC X(50) VALUE SPACES.
            05  WS-RCW-FIRST-NAME   PIC X(15).
            05  FILLER              PIC X(15) VALUE SPACES.
            05  WS-RCW-LAST-NAME    PIC X(20).
            05  WS-RCW-SUITE        PIC X(22).
            05  WS-RCW-STREET       PIC X(22).
            05  WS-RCW-CITY         PIC X(22).
            05  WS-RCW-STATE        PIC X(2).
            05  WS-RCW-ZIP          PIC X(5).
            05  WS-RCW-ZIP-EXT      PIC X(4).
            05  FILLER              PIC X(4)  VALUE SPACES.
            05  FILLER              PIC X(40) VALUE SPACES.
            05  WS-RCW-AMOUNT-PAIRS PIC X(132).
            05  WS-RCW-AMOUNTS REDEFINES WS-RCW-AMOUNT-PAIRS.
                10  WS-RCW-ORIG-WAGES   PIC 9(9)V99.
                10  WS-RCW-WAGES        PIC 9(9)V99.
                10  WS-RCW-ORIG-FED-TAX PIC 9(9)V99.
                10  WS-RCW-FED-TAX      PIC 9(9)V99.
                10  WS-RCW-ORIG-SS-WAGES PIC 9(9)V99.
                10  WS-RCW-SS-WAGES     PIC 9(9)V99.
                10  WS-RCW-ORIG-SS-TAX  PIC 9(9)V99.
                10  WS-RCW-SS-TAX       PIC 9(9)V99.
                10  WS-RCW-ORIG-MEDICARE-WAGES PIC 9(9)V99.
                10  WS-RCW-MEDICARE-WAGES PIC 9(9)V99.
                10  WS-RCW-ORIG-MEDICARE-TAX PIC 9(9)V99.
                10  WS-RCW-MEDICARE-TAX PIC 9(9)V99.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(50) VALUE SPACES.

        01 WS-W2C-RCT-RECORD.
            05  FILLER              PIC X(3)  VALUE "RCT".
            05  WS-RCT-RCW-COUNT    PIC 9(7)  VALUE ZERO.
            05  WS-RCT-AMOUNT-PAIRS PIC X(180).
            05  WS-RCT-AMOUNTS REDEFINES WS-RCT-AMOUNT-PAIRS.
                10  WS-RCT-ORIG-WAGES   PIC 9(13)V99.
                10  WS-RCT-WAGES        PIC 9(13)V99.
                10  WS-RCT-ORIG-FED-TAX PIC 9(13)V99.
                10  WS-RCT-FED-TAX      PIC 9(13)V99.
                10  WS-RCT-ORIG-SS-WAGES PIC 9(13)V99.
                10  WS-RCT-SS-WAGES     PIC 9(13)V99.
                10  WS-RCT-ORIG-SS-TAX  PIC 9(13)V99.
                10  WS-RCT-SS-TAX       PIC 9(13)V99.
                10  WS-RCT-ORIG-MEDICARE-WAGES PIC 9(13)V99.
                10  WS-RCT-MEDICARE-WAGES PIC 9(13)V99.
                10  WS-RCT-ORIG-MEDICARE-TAX PIC 9(13)V99.
                10  WS-RCT-MEDICARE-TAX PIC 9(13)V99.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(34) VALUE SPACES.

        01 WS-W2C-RCF-RECORD.
            05  FILLER              PIC X(3)  VALUE "RCF".
            05  WS-RCF-RCW-COUNT    PIC 9(9).
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(200) VALUE SPACES.
            05  FILLER              PIC X(12) VALUE SPACES.

      *YTDCORR.DAT is held whole so the filed stamp can be written
      *back, the way the maintenance screens rewrite their tables.
        01 WS-CORR-FILE-TABLE.
            05  WS-YCT-COUNT        PIC 9(5)  COMP VALUE 0.
            05  WS-YCT-SUB          PIC 9(5)  COMP.
            05  WS-YCT-ENTRY OCCURS 2000 TIMES.
                10  WS-YCT-TAX-YEAR     PIC 9(4).
                10  WS-YCT-EMPLOYEEID   PIC 9(7).
                10  WS-YCT-STATUS       PIC X.
                10  WS-YCT-KEYED-DATE   PIC 9(8).
                10  WS-YCT-FILED-DATE   PIC 9(8).
                10  WS-YCT-REASON-CODE  PIC X(4).
                10  WS-YCT-PREVIOUS     PIC X(77).
                10  WS-YCT-CORRECTED    PIC X(77).

      *one entry per employee with pending corrections for the year:
      *the figures last reported and the figures to report now.
        01 WS-CORR-EMP-TABLE.
            05  WS-CE-COUNT         PIC 9(5)  COMP VALUE 0.
            05  WS-CE-SUB           PIC 9(5)  COMP.
            05  WS-CE-FOUND         PIC 9(5)  COMP.
            05  WS-CE-ENTRY OCCURS 1000 TIMES.
                10  WS-CE-EMPLOYEEID    PIC 9(7).
                10  WS-CE-PREVIOUS.
                    15  WS-CE-PREV-GROSS    PIC 9(9)V99.
                    15  WS-CE-PREV-TAXABLE  PIC 9(9)V99.
                    15  WS-CE-PREV-FED-TAX  PIC 9(9)V99.
                    15  WS-CE-PREV-STATE-TAX PIC 9(9)V99.
                    15  WS-CE-PREV-EE-SOCSEC PIC 9(9)V99.
                    15  WS-CE-PREV-EE-MEDICARE PIC 9(9)V99.
                    15  WS-CE-PREV-EE-ADDL-MEDICARE PIC 9(9)V99.
                10  WS-CE-CORRECTED.
                    15  WS-CE-CORR-GROSS    PIC 9(9)V99.
                    15  WS-CE-CORR-TAXABLE  PIC 9(9)V99.
                    15  WS-CE-CORR-FED-TAX  PIC 9(9)V99.
                    15  WS-CE-CORR-STATE-TAX PIC 9(9)V99.
                    15  WS-CE-CORR-EE-SOCSEC PIC 9(9)V99.
                    15  WS-CE-CORR-EE-MEDICARE PIC 9(9)V99.
                    15  WS-CE-CORR-EE-ADDL-MEDICARE PIC 9(9)V99.

      *the filing's derived figures for one correction, both sides.
        01 WS-CORR-AMOUNTS.
            05  WS-CA-PREV-SS-WAGES PIC 9(9)V99.
            05  WS-CA-CORR-SS-WAGES PIC 9(9)V99.
            05  WS-CA-PREV-MED-TAX  PIC 9(9)V99.
            05  WS-CA-CORR-MED-TAX  PIC 9(9)V99.

      *the employee master is loaded once into this table so each YTD
      *record's name and department lookup is an in-memory search,
                10  WS-EMP-FIRSTNAME    PIC X(10).
                10  WS-EMP-LASTNAME     PIC X(10).
                10  WS-EMP-DEPARTMENT   PIC X(30).
                10  WS-EMP-TAXPAYER-ID  PIC 9(9).
                10  WS-EMP-ADDRESS.
                    15  WS-EMP-STREET   PIC X(22).
                    15  WS-EMP-SUITE    PIC X(22).
                    15  WS-EMP-CITY     PIC X(22).
                    15  WS-EMP-STATE    PIC X(2).
                    15  WS-EMP-ZIP      PIC X(5).
                    15  WS-EMP-ZIP-EXT  PIC X(4).
                10  WS-EMP-WORK-STATE   PIC X(2).

        01 WS-STMT-FIELDS.
            05  WS-ST-ED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-WD-LABEL         PIC X(24).
            05  WS-WD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      *the taxpayer ID and mailing address lines under the heading.
        01 WS-STMT-ID-LINES.
            05  WS-SI-TIN-LINE      PIC X(80).
            05  WS-SI-STREET-LINE   PIC X(80).
            05  WS-SI-SUITE-LINE    PIC X(80).
            05  WS-SI-CITY-LINE     PIC X(80).

        01 WS-CSTMT-DETAIL.
            05  WS-CD-LABEL         PIC X(24).
            05  WS-CD-PREVIOUS      PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(4).
            05  WS-CD-CORRECTED     PIC ZZZ,ZZZ,ZZ9.99.


        PROCEDURE DIVISION.


        0100-MAIN-LINE.
            PERFORM 0200-ACCEPT-RUN-MODE.
            IF MODE-CORRECTIONS
                PERFORM 5000-FILE-CORRECTIONS
                PERFORM 9100-END-CORRECTIONS
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PROCESS-YTD-RECORDS UNTIL END-OF-YTD.
            PERFORM 2800-WRITE-SUBMIT-TOTALS.
            PERFORM 3000-RESET-YTD-MASTER.
            PERFORM 9000-END-PROGRAM.
        0100-END.


        0200-ACCEPT-RUN-MODE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            DISPLAY "Year-end wage statements".
            DISPLAY "Mode (C=close the year, R=file corrections for ",
                "a closed year):".
            ACCEPT WS-RUN-MODE.
            IF NOT MODE-CLOSE-YEAR AND NOT MODE-CORRECTIONS
                DISPLAY "No action taken."
                STOP RUN
            END-IF.
        0200-END.


        1000-INITIALIZE.
            DISPLAY "Year-end close for YTDMASTER.DAT".
            DISPLAY "Closing year (YYYY):".
                STOP RUN
            END-IF.

            PERFORM 1200-LOAD-WAGE-BASE.
            PERFORM 1100-LOAD-EMPLOYEE-TABLE.

            OPEN OUTPUT WAGESTMTFILE.
            IF HIST-FILE-STATUS = "05" OR "35"
                OPEN OUTPUT YTDHISTFILE
            END-IF.
            OPEN OUTPUT W2SUBMITFILE.
            PERFORM 1300-WRITE-SUBMIT-HEADERS.

      *the quarter buckets split each employee's year by state for
      *the state records; without them every employee's state
      *figures file under their current work state.
            OPEN INPUT QTRFILE.
            IF QTR-FILE-STATUS = "00"
                MOVE "Y" TO WS-QTR-OPEN-SW
            ELSE
                DISPLAY "WARNING: QTRMASTER.DAT NOT AVAILABLE -- ",
                    "STATE RECORDS FILED UNDER EACH EMPLOYEE'S ",
                    "WORK STATE"
            END-IF.

      *position at the front of the YTD master and prime the first
      *record for the statement loop.
                MOVE FIRSTNAME TO WS-EMP-FIRSTNAME (WS-EMP-IX)
                MOVE LASTNAME TO WS-EMP-LASTNAME (WS-EMP-IX)
                MOVE DEPARTMENT TO WS-EMP-DEPARTMENT (WS-EMP-IX)
                MOVE TAXPAYER-ID TO WS-EMP-TAXPAYER-ID (WS-EMP-IX)
                MOVE HOME-ADDRESS TO WS-EMP-ADDRESS (WS-EMP-IX)
                MOVE WORK-STATE-CODE TO WS-EMP-WORK-STATE (WS-EMP-IX)
            END-IF.
            READ EMPLOYEEFILE
                AT END SET END-OF-EMPLOYEES TO TRUE
        1110-END.


        1200-LOAD-WAGE-BASE.
      *Social Security wages stop at the year's wage base -- table
      *E bracket 1 of the rate set in force on December 31, the
      *same card Payroll withheld Social Security against. Without
      *it the filing cannot be figured, so nothing is written.
            COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231.
            MOVE 0 TO WS-WAGE-BASE-DATE.
            OPEN INPUT TAXRATEFILE.
            IF TAXRATE-FILE-STATUS = "00"
                PERFORM 1210-SCAN-WAGE-BASE
                    UNTIL TAXRATE-FILE-STATUS NOT = "00"
                CLOSE TAXRATEFILE
            END-IF.
            IF WS-WAGE-BASE-DATE = 0
                DISPLAY "NO SOCIAL SECURITY WAGE BASE ON TAXRATE.DAT ",
                    "FOR ", WS-CLOSE-YEAR, " -- NOTHING WRITTEN"
                STOP RUN
            END-IF.
        1200-END.


        1210-SCAN-WAGE-BASE.
            READ TAXRATEFILE
                AT END MOVE "10" TO TAXRATE-FILE-STATUS
                NOT AT END
                    IF TXR-TABLE-EMPLOYER AND TXR-BRACKET-NO = 1
                        AND TXR-EFFECTIVE-DATE NOT > WS-YEAR-END-DATE
                        AND TXR-EFFECTIVE-DATE NOT < WS-WAGE-BASE-DATE
                        MOVE TXR-EFFECTIVE-DATE TO WS-WAGE-BASE-DATE
                        MOVE TXR-CEILING TO WS-WAGE-BASE
                    END-IF
            END-READ.
        1210-END.


        1300-WRITE-SUBMIT-HEADERS.
      *this employer files for itself, so the submitter and the
      *employer are the same company.
            MOVE WS-W2E-EIN TO WS-RA-EIN.
            MOVE WS-W2E-USER-ID TO WS-RA-USER-ID.
            MOVE WS-W2E-NAME TO WS-RA-COMPANY-NAME.
            MOVE WS-W2E-STREET TO WS-RA-COMPANY-STREET.
            MOVE WS-W2E-CITY TO WS-RA-COMPANY-CITY.
            MOVE WS-W2E-STATE TO WS-RA-COMPANY-STATE.
            MOVE WS-W2E-ZIP TO WS-RA-COMPANY-ZIP.
            MOVE WS-W2E-NAME TO WS-RA-SUBMITTER-NAME.
            MOVE WS-W2E-STREET TO WS-RA-SUBMITTER-STREET.
            MOVE WS-W2E-CITY TO WS-RA-SUBMITTER-CITY.
            MOVE WS-W2E-STATE TO WS-RA-SUBMITTER-STATE.
            MOVE WS-W2E-ZIP TO WS-RA-SUBMITTER-ZIP.
            MOVE WS-W2E-CONTACT-NAME TO WS-RA-CONTACT-NAME.
            MOVE WS-W2E-CONTACT-PHONE TO WS-RA-CONTACT-PHONE.
            MOVE WS-W2E-CONTACT-EMAIL TO WS-RA-CONTACT-EMAIL.
            WRITE W2-SUBMIT-RECORD FROM WS-W2-RA-RECORD.

            MOVE WS-CLOSE-YEAR TO WS-RE-TAX-YEAR.
            MOVE WS-W2E-EIN TO WS-RE-EIN.
            MOVE WS-W2E-NAME TO WS-RE-EMPLOYER-NAME.
            MOVE WS-W2E-STREET TO WS-RE-STREET.
            MOVE WS-W2E-CITY TO WS-RE-CITY.
            MOVE WS-W2E-STATE TO WS-RE-STATE.
            MOVE WS-W2E-ZIP TO WS-RE-ZIP.
            MOVE WS-W2E-CONTACT-NAME TO WS-RE-CONTACT-NAME.
            MOVE WS-W2E-CONTACT-PHONE TO WS-RE-CONTACT-PHONE.
            MOVE WS-W2E-CONTACT-EMAIL TO WS-RE-CONTACT-EMAIL.
            WRITE W2-SUBMIT-RECORD FROM WS-W2-RE-RECORD.
        1300-END.


        2000-PROCESS-YTD-RECORDS.
      *one YTD record becomes one wage statement and one history
      *record stamped with the closing year, and its employee and
      *state records on the electronic filing.
            MOVE YTD-EMPLOYEEID TO WS-FIND-EMPLOYEEID.
            PERFORM 2100-FIND-EMPLOYEE.
            PERFORM 2200-WRITE-WAGE-STATEMENT.
            PERFORM 2300-WRITE-HISTORY-RECORD.
            PERFORM 2400-WRITE-SUBMIT-EMPLOYEE.
            ADD 1 TO WS-STMT-COUNT.
            PERFORM 2900-READ-NEXT-YTD.
        2000-END.


        2110-SEARCH-EMPLOYEE-TABLE.
            IF WS-EMP-EMPLOYEEID (WS-EMP-IX) = WS-FIND-EMPLOYEEID
                SET EMPLOYEE-FOUND TO TRUE
            ELSE
                SET WS-EMP-IX UP BY 1
                INTO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

            PERFORM 2240-BUILD-STMT-HEADING.
            MOVE WS-STMT-HEADING TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.
            PERFORM 2250-BUILD-ID-LINES.
            PERFORM 2260-WRITE-ID-LINES.

            MOVE SPACES TO WS-STMT-DETAIL.
            MOVE "TOTAL WAGES PAID" TO WS-WD-LABEL.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

      *wages after the pre-tax elections -- the figure the federal
      *and state withholding below was taken on.
            MOVE "TAXABLE WAGES" TO WS-WD-LABEL.
            MOVE YTD-TAXABLE-WAGES TO WS-WD-AMOUNT.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

            MOVE "FEDERAL TAX WITHHELD" TO WS-WD-LABEL.
            MOVE YTD-FED-TAX TO WS-WD-AMOUNT.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

            MOVE "SOCIAL SECURITY WITHHELD" TO WS-WD-LABEL.
            MOVE YTD-EE-SOCSEC TO WS-WD-AMOUNT.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

      *the additional Medicare withholding is part of the Medicare
      *tax withheld the statement reports.
            MOVE "MEDICARE TAX WITHHELD" TO WS-WD-LABEL.
            COMPUTE WS-WD-AMOUNT =
                YTD-EE-MEDICARE + YTD-EE-ADDL-MEDICARE.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
            WRITE WAGE-STMT-LINE.

            MOVE "NET PAY" TO WS-WD-LABEL.
            MOVE YTD-NET-PAY TO WS-WD-AMOUNT.
            MOVE WS-STMT-DETAIL TO WAGE-STMT-LINE.
        2200-END.


        2240-BUILD-STMT-HEADING.
            MOVE SPACES TO WS-STMT-HEADING.
            IF EMPLOYEE-FOUND
                STRING WS-EMP-FIRSTNAME (WS-EMP-IX)
                        DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-EMP-LASTNAME (WS-EMP-IX)
                        DELIMITED BY SPACE
                    INTO WS-WH-NAME
                MOVE WS-EMP-DEPARTMENT (WS-EMP-IX)
                    TO WS-WH-DEPARTMENT
            ELSE
                MOVE "NO MASTER RECORD" TO WS-WH-NAME
            END-IF.
            MOVE "EMP: " TO WS-WH-EMP-LIT.
            MOVE WS-FIND-EMPLOYEEID TO WS-WH-EMPLOYEEID.
        2240-END.


        2250-BUILD-ID-LINES.
      *the statement is mailed, so it carries the whole home
      *address -- but the taxpayer ID only to its last four digits,
      *the way the inquiry screen shows it.
            MOVE SPACES TO WS-STMT-ID-LINES.
            IF EMPLOYEE-FOUND
                IF WS-EMP-TAXPAYER-ID (WS-EMP-IX) = 0
                    MOVE "TAXPAYER ID: NOT ON FILE" TO WS-SI-TIN-LINE
                ELSE
                    MOVE WS-EMP-TAXPAYER-ID (WS-EMP-IX)
                        TO WS-TIN-DIGITS
                    STRING "TAXPAYER ID: ***-**-" DELIMITED BY SIZE
                        WS-TIN-DIGITS (6:4) DELIMITED BY SIZE
                        INTO WS-SI-TIN-LINE
                END-IF
                IF WS-EMP-CITY (WS-EMP-IX) = SPACES
                    MOVE "HOME ADDRESS: NOT ON FILE"
                        TO WS-SI-STREET-LINE
                ELSE
                    PERFORM 2255-BUILD-ADDRESS-LINES
                END-IF
            END-IF.
        2250-END.


        2255-BUILD-ADDRESS-LINES.
            MOVE WS-EMP-STREET (WS-EMP-IX) TO WS-SI-STREET-LINE.
            MOVE WS-EMP-SUITE (WS-EMP-IX) TO WS-SI-SUITE-LINE.
            MOVE SPACES TO WS-ZIP-FULL.
            IF WS-EMP-ZIP-EXT (WS-EMP-IX) = SPACES
                MOVE WS-EMP-ZIP (WS-EMP-IX) TO WS-ZIP-FULL
            ELSE
                STRING WS-EMP-ZIP (WS-EMP-IX) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-EMP-ZIP-EXT (WS-EMP-IX) DELIMITED BY SIZE
                    INTO WS-ZIP-FULL
            END-IF.
            STRING WS-EMP-CITY (WS-EMP-IX) DELIMITED BY "  "
                " " DELIMITED BY SIZE
                WS-EMP-STATE (WS-EMP-IX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-ZIP-FULL DELIMITED BY SIZE
                INTO WS-SI-CITY-LINE.
        2255-END.


        2260-WRITE-ID-LINES.
            IF WS-SI-TIN-LINE NOT = SPACES
                MOVE WS-SI-TIN-LINE TO WAGE-STMT-LINE
                WRITE WAGE-STMT-LINE
            END-IF.
            IF WS-SI-STREET-LINE NOT = SPACES
                MOVE WS-SI-STREET-LINE TO WAGE-STMT-LINE
                WRITE WAGE-STMT-LINE
            END-IF.
            IF WS-SI-SUITE-LINE NOT = SPACES
                MOVE WS-SI-SUITE-LINE TO WAGE-STMT-LINE
                WRITE WAGE-STMT-LINE
            END-IF.
            IF WS-SI-CITY-LINE NOT = SPACES
                MOVE WS-SI-CITY-LINE TO WAGE-STMT-LINE
                WRITE WAGE-STMT-LINE
            END-IF.
        2260-END.


        2300-WRITE-HISTORY-RECORD.
            MOVE WS-CLOSE-YEAR TO HIST-CLOSE-YEAR.
            MOVE YTD-EMPLOYEEID TO HIST-EMPLOYEEID.
            MOVE YTD-FED-TAX TO HIST-FED-TAX.
            MOVE YTD-STATE-TAX TO HIST-STATE-TAX.
            MOVE YTD-NET-PAY TO HIST-NET-PAY.
            MOVE YTD-EE-SOCSEC TO HIST-EE-SOCSEC.
            MOVE YTD-EE-MEDICARE TO HIST-EE-MEDICARE.
            MOVE YTD-EE-ADDL-MEDICARE TO HIST-EE-ADDL-MEDICARE.
            MOVE YTD-TAXABLE-WAGES TO HIST-TAXABLE-WAGES.
            WRITE YTD-HIST-RECORD.
        2300-END.


        2400-WRITE-SUBMIT-EMPLOYEE.
      *the filing's wages are the statement's taxable wages (after
      *the pre-tax elections); Social Security wages are the gross
      *up to the wage base, Medicare wages the whole gross, and the
      *Medicare tax includes the additional Medicare withholding.
            PERFORM 2410-FILL-EMPLOYEE-NAME.
            MOVE YTD-TAXABLE-WAGES TO WS-RW-WAGES.
            MOVE YTD-FED-TAX TO WS-RW-FED-TAX.
            IF YTD-GROSS > WS-WAGE-BASE
                MOVE WS-WAGE-BASE TO WS-RW-SS-WAGES
            ELSE
                MOVE YTD-GROSS TO WS-RW-SS-WAGES
            END-IF.
            MOVE YTD-EE-SOCSEC TO WS-RW-SS-TAX.
            MOVE YTD-GROSS TO WS-RW-MEDICARE-WAGES.
            COMPUTE WS-RW-MEDICARE-TAX =
                YTD-EE-MEDICARE + YTD-EE-ADDL-MEDICARE.
            WRITE W2-SUBMIT-RECORD FROM WS-W2-RW-RECORD.

            ADD 1 TO WS-RT-RW-COUNT.
            ADD WS-RW-WAGES TO WS-RT-WAGES.
            ADD WS-RW-FED-TAX TO WS-RT-FED-TAX.
            ADD WS-RW-SS-WAGES TO WS-RT-SS-WAGES.
            ADD WS-RW-SS-TAX TO WS-RT-SS-TAX.
            ADD WS-RW-MEDICARE-WAGES TO WS-RT-MEDICARE-WAGES.
            ADD WS-RW-MEDICARE-TAX TO WS-RT-MEDICARE-TAX.

            PERFORM 2500-WRITE-SUBMIT-STATES.
        2400-END.


        2410-FILL-EMPLOYEE-NAME.
      *the filing takes names and addresses in upper case. An
      *employee with no taxpayer ID on the master files with zeros
      *and is counted, so it can be keyed and corrected.
            MOVE 0 TO WS-RW-SSN.
            MOVE SPACES TO WS-RW-FIRST-NAME, WS-RW-LAST-NAME,
                WS-RW-SUITE, WS-RW-STREET, WS-RW-CITY, WS-RW-STATE,
                WS-RW-ZIP, WS-RW-ZIP-EXT.
            IF EMPLOYEE-FOUND
                MOVE WS-EMP-TAXPAYER-ID (WS-EMP-IX) TO WS-RW-SSN
                MOVE WS-EMP-FIRSTNAME (WS-EMP-IX) TO WS-RW-FIRST-NAME
                MOVE WS-EMP-LASTNAME (WS-EMP-IX) TO WS-RW-LAST-NAME
                MOVE WS-EMP-SUITE (WS-EMP-IX) TO WS-RW-SUITE
                MOVE WS-EMP-STREET (WS-EMP-IX) TO WS-RW-STREET
                MOVE WS-EMP-CITY (WS-EMP-IX) TO WS-RW-CITY
                MOVE WS-EMP-STATE (WS-EMP-IX) TO WS-RW-STATE
                MOVE WS-EMP-ZIP (WS-EMP-IX) TO WS-RW-ZIP
                MOVE WS-EMP-ZIP-EXT (WS-EMP-IX) TO WS-RW-ZIP-EXT
                INSPECT WS-RW-FIRST-NAME
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                INSPECT WS-RW-LAST-NAME
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                INSPECT WS-RW-SUITE
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                INSPECT WS-RW-STREET
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                INSPECT WS-RW-CITY
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                INSPECT WS-RW-STATE
                    CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
            END-IF.
            IF WS-RW-SSN = 0
                DISPLAY "EMPLOYEE ", WS-FIND-EMPLOYEEID,
                    " HAS NO TAXPAYER ID -- FILED WITH ZEROS"
                ADD 1 TO WS-NO-TIN-COUNT
            END-IF.
        2410-END.


        2500-WRITE-SUBMIT-STATES.
      *each state's wages and withholding come from the quarter
      *buckets, which Payroll keeps by work state. Whatever the YTD
      *master carries beyond the buckets -- an open-year adjustment
      *through YtdAdj -- goes on the employee's current work state,
      *so the state records always tie to the statement.
            MOVE 0 TO WS-ES-COUNT.
            MOVE 0 TO WS-ES-WAGE-SUM.
            MOVE 0 TO WS-ES-TAX-SUM.
            IF QTR-MASTER-OPEN
                MOVE WS-FIND-EMPLOYEEID TO QTD-EMPLOYEEID
                MOVE 0 TO QTD-QUARTER
                MOVE LOW-VALUES TO QTD-WORK-STATE
                MOVE "N" TO WS-QTR-DONE-SW
                START QTRFILE KEY NOT < QTD-KEY
                    INVALID KEY MOVE "Y" TO WS-QTR-DONE-SW
                END-START
                PERFORM 2510-READ-QTR-BUCKET
                    UNTIL QTR-BUCKETS-DONE
            END-IF.

            COMPUTE WS-ES-ADD-WAGES =
                YTD-TAXABLE-WAGES - WS-ES-WAGE-SUM.
            COMPUTE WS-ES-ADD-TAX = YTD-STATE-TAX - WS-ES-TAX-SUM.
            IF WS-ES-ADD-WAGES NOT = 0 OR WS-ES-ADD-TAX NOT = 0
                IF EMPLOYEE-FOUND
                    MOVE WS-EMP-WORK-STATE (WS-EMP-IX) TO WS-ES-KEY
                ELSE
                    MOVE SPACES TO WS-ES-KEY
                END-IF
                PERFORM 2520-ADD-TO-STATE
            END-IF.

            PERFORM 2530-WRITE-STATE-RECORD
                VARYING WS-ES-SUB FROM 1 BY 1
                UNTIL WS-ES-SUB > WS-ES-COUNT.
        2500-END.


        2510-READ-QTR-BUCKET.
            READ QTRFILE NEXT RECORD
                AT END MOVE "Y" TO WS-QTR-DONE-SW
            END-READ.
            IF NOT QTR-BUCKETS-DONE
                IF QTR-FILE-STATUS NOT = "00"
                    OR QTD-EMPLOYEEID NOT = WS-FIND-EMPLOYEEID
                    MOVE "Y" TO WS-QTR-DONE-SW
                ELSE
                    MOVE QTD-WORK-STATE TO WS-ES-KEY
                    MOVE QTD-TAXABLE-WAGES TO WS-ES-ADD-WAGES
                    MOVE QTD-STATE-TAX TO WS-ES-ADD-TAX
                    ADD QTD-TAXABLE-WAGES TO WS-ES-WAGE-SUM
                    ADD QTD-STATE-TAX TO WS-ES-TAX-SUM
                    PERFORM 2520-ADD-TO-STATE
                END-IF
            END-IF.
        2510-END.


        2520-ADD-TO-STATE.
      *the blank (default-set) bucket files under the default state.
            IF WS-ES-KEY = SPACES
                MOVE WS-W2E-DEFAULT-STATE TO WS-ES-KEY
            END-IF.
            MOVE 0 TO WS-ES-FOUND.
            PERFORM 2525-MATCH-STATE
                VARYING WS-ES-SUB FROM 1 BY 1
                UNTIL WS-ES-SUB > WS-ES-COUNT
                OR WS-ES-FOUND NOT = 0.
            IF WS-ES-FOUND = 0
                IF WS-ES-COUNT < 10
                    ADD 1 TO WS-ES-COUNT
                    MOVE WS-ES-COUNT TO WS-ES-FOUND
                    MOVE WS-ES-KEY TO WS-ES-STATE (WS-ES-FOUND)
                    MOVE 0 TO WS-ES-WAGES (WS-ES-FOUND)
                    MOVE 0 TO WS-ES-TAX (WS-ES-FOUND)
                ELSE
                    DISPLAY "EMPLOYEE ", WS-FIND-EMPLOYEEID,
                        " TAXED IN MORE THAN 10 STATES -- ",
                        WS-ES-KEY, " NOT FILED"
                    ADD 1 TO WS-UNTIED-COUNT
                END-IF
            END-IF.
            IF WS-ES-FOUND NOT = 0
                ADD WS-ES-ADD-WAGES TO WS-ES-WAGES (WS-ES-FOUND)
                ADD WS-ES-ADD-TAX TO WS-ES-TAX (WS-ES-FOUND)
            END-IF.
        2520-END.


        2525-MATCH-STATE.
            IF WS-ES-STATE (WS-ES-SUB) = WS-ES-KEY
                MOVE WS-ES-SUB TO WS-ES-FOUND
            END-IF.
        2525-END.


        2530-WRITE-STATE-RECORD.
      *a state left below zero means an adjustment took out more
      *than that state's buckets held -- it is reported for a
      *manual filing rather than sent.
            IF WS-ES-WAGES (WS-ES-SUB) < 0
                OR WS-ES-TAX (WS-ES-SUB) < 0
                DISPLAY "EMPLOYEE ", WS-FIND-EMPLOYEEID, " STATE ",
                    WS-ES-STATE (WS-ES-SUB),
                    " DOES NOT TIE TO THE YTD MASTER -- NOT FILED"
                ADD 1 TO WS-UNTIED-COUNT
            ELSE
                IF WS-ES-WAGES (WS-ES-SUB) > 0
                    OR WS-ES-TAX (WS-ES-SUB) > 0
                    PERFORM 2540-BUILD-STATE-RECORD
                    WRITE W2-SUBMIT-RECORD FROM WS-W2-RS-RECORD
                    ADD 1 TO WS-RS-WRITTEN
                END-IF
            END-IF.
        2530-END.


        2540-BUILD-STATE-RECORD.
            MOVE WS-ES-STATE (WS-ES-SUB) TO WS-ES-KEY.
            MOVE 0 TO WS-SC-FOUND.
            PERFORM 2545-MATCH-STATE-CODE
                VARYING WS-SC-SUB FROM 1 BY 1
                UNTIL WS-SC-SUB > 51
                OR WS-SC-FOUND NOT = 0.
            IF WS-SC-FOUND = 0
                DISPLAY "EMPLOYEE ", WS-FIND-EMPLOYEEID, " STATE ",
                    WS-ES-KEY, " HAS NO FILING CODE -- FILED AS 00"
                MOVE 0 TO WS-RS-STATE-CODE
            ELSE
                MOVE WS-SC-CODE (WS-SC-FOUND) TO WS-RS-STATE-CODE
            END-IF.
            MOVE WS-RS-STATE-CODE TO WS-RS-TAX-STATE-CODE.
            IF WS-ES-KEY = WS-W2E-DEFAULT-STATE
                MOVE WS-W2E-STATE-ACCOUNT TO WS-RS-STATE-ACCOUNT
            ELSE
                MOVE SPACES TO WS-RS-STATE-ACCOUNT
            END-IF.
            MOVE WS-RW-SSN TO WS-RS-SSN.
            MOVE WS-RW-FIRST-NAME TO WS-RS-FIRST-NAME.
            MOVE WS-RW-LAST-NAME TO WS-RS-LAST-NAME.
            MOVE WS-RW-SUITE TO WS-RS-SUITE.
            MOVE WS-RW-STREET TO WS-RS-STREET.
            MOVE WS-RW-CITY TO WS-RS-CITY.
            MOVE WS-RW-STATE TO WS-RS-STATE.
            MOVE WS-RW-ZIP TO WS-RS-ZIP.
            MOVE WS-RW-ZIP-EXT TO WS-RS-ZIP-EXT.
            MOVE WS-ES-WAGES (WS-ES-SUB) TO WS-RS-STATE-WAGES.
            MOVE WS-ES-TAX (WS-ES-SUB) TO WS-RS-STATE-TAX.
        2540-END.


        2545-MATCH-STATE-CODE.
            IF WS-SC-STATE (WS-SC-SUB) = WS-ES-KEY
                MOVE WS-SC-SUB TO WS-SC-FOUND
            END-IF.
        2545-END.


        2800-WRITE-SUBMIT-TOTALS.
      *the totals record carries the sums of the RW records, the
      *final record their count. The quarter master is closed here
      *so the reset below can reopen it for output.
            WRITE W2-SUBMIT-RECORD FROM WS-W2-RT-RECORD.
            MOVE WS-RT-RW-COUNT TO WS-RF-RW-COUNT.
            WRITE W2-SUBMIT-RECORD FROM WS-W2-RF-RECORD.
            CLOSE W2SUBMITFILE.
            IF QTR-MASTER-OPEN
                CLOSE QTRFILE
            END-IF.
            IF YTD-READ-FAILED
                DISPLAY "W2SUBMIT.DAT IS INCOMPLETE -- DO NOT SEND IT"
            END-IF.
        2800-END.


        2900-READ-NEXT-YTD.
            READ YTDFILE NEXT RECORD
                AT END SET END-OF-YTD TO TRUE
        3000-END.


        5000-FILE-CORRECTIONS.
      *correction mode: nothing on the YTD master is touched -- the
      *closed year lives on YTDHIST.DAT and the pending corrections
      *YtdAdj wrote against it.
            DISPLAY "Corrections for a closed year".
            DISPLAY "Tax year (YYYY):".
            ACCEPT WS-CLOSE-YEAR.
            PERFORM 5100-LOAD-CORRECTION-FILE.
            PERFORM 5200-COLLECT-EMPLOYEE
                VARYING WS-YCT-SUB FROM 1 BY 1
                UNTIL WS-YCT-SUB > WS-YCT-COUNT.
            IF WS-CE-COUNT = 0
                DISPLAY "NO PENDING CORRECTIONS FOR ", WS-CLOSE-YEAR,
                    " -- NOTHING WRITTEN"
                STOP RUN
            END-IF.
            PERFORM 1200-LOAD-WAGE-BASE.

            MOVE WS-CE-COUNT TO WS-STMT-COUNT.
            DISPLAY WS-STMT-COUNT, " employees have pending ",
                "corrections for ", WS-CLOSE-YEAR, ".".
            DISPLAY "Write the corrections and mark them filed (Y/N):".
            ACCEPT WS-CONFIRM-SW.
            IF WS-CONFIRM-SW NOT = "Y"
                DISPLAY "Corrections cancelled -- nothing written."
                STOP RUN
            END-IF.
            MOVE 0 TO WS-STMT-COUNT.

            PERFORM 1100-LOAD-EMPLOYEE-TABLE.
            OPEN OUTPUT CORRSTMTFILE.
            OPEN OUTPUT W2CORRFILE.
            PERFORM 5300-WRITE-CORRECTION-HEADERS.
            MOVE ZEROS TO WS-RCT-AMOUNT-PAIRS.
            PERFORM 5400-WRITE-ONE-CORRECTION
                VARYING WS-CE-SUB FROM 1 BY 1
                UNTIL WS-CE-SUB > WS-CE-COUNT.
            WRITE W2-CORR-RECORD FROM WS-W2C-RCT-RECORD.
            MOVE WS-RCT-RCW-COUNT TO WS-RCF-RCW-COUNT.
            WRITE W2-CORR-RECORD FROM WS-W2C-RCF-RECORD.
            CLOSE CORRSTMTFILE, W2CORRFILE.

            PERFORM 5600-MARK-CORRECTIONS-FILED.
        5000-END.


        5100-LOAD-CORRECTION-FILE.
            OPEN INPUT YTDCORRFILE.
            IF CORR-FILE-STATUS NOT = "00"
                DISPLAY "YTDCORR.DAT NOT ON FILE -- NO CORRECTIONS ",
                    "TO FILE"
                STOP RUN
            END-IF.
            PERFORM 5110-LOAD-CORRECTION-ENTRY
                UNTIL CORR-FILE-STATUS NOT = "00".
            CLOSE YTDCORRFILE.
        5100-END.


        5110-LOAD-CORRECTION-ENTRY.
      *the file is written back whole with the filed stamps, so a
      *record that did not fit the table would be lost -- stop
      *instead.
            READ YTDCORRFILE
                AT END MOVE "10" TO CORR-FILE-STATUS
                NOT AT END
                    IF WS-YCT-COUNT < 2000
                        ADD 1 TO WS-YCT-COUNT
                        MOVE YTD-CORR-RECORD
                            TO WS-YCT-ENTRY (WS-YCT-COUNT)
                    ELSE
                        DISPLAY "MORE THAN 2000 RECORDS ON ",
                            "YTDCORR.DAT -- NOTHING WRITTEN"
                        STOP RUN
                    END-IF
            END-READ.
        5110-END.


        5200-COLLECT-EMPLOYEE.
      *the file is in keying order: an employee's first pending
      *record for the year holds the figures last reported, the
      *last one the figures to report now.
            IF WS-YCT-TAX-YEAR (WS-YCT-SUB) = WS-CLOSE-YEAR
                AND WS-YCT-STATUS (WS-YCT-SUB) = "P"
                MOVE 0 TO WS-CE-FOUND
                PERFORM 5210-MATCH-CORR-EMPLOYEE
                    VARYING WS-CE-SUB FROM 1 BY 1
                    UNTIL WS-CE-SUB > WS-CE-COUNT
                    OR WS-CE-FOUND NOT = 0
                IF WS-CE-FOUND = 0
                    PERFORM 5220-ADD-CORR-EMPLOYEE
                END-IF
                MOVE WS-YCT-CORRECTED (WS-YCT-SUB)
                    TO WS-CE-CORRECTED (WS-CE-FOUND)
            END-IF.
        5200-END.


        5210-MATCH-CORR-EMPLOYEE.
            IF WS-CE-EMPLOYEEID (WS-CE-SUB)
                = WS-YCT-EMPLOYEEID (WS-YCT-SUB)
                MOVE WS-CE-SUB TO WS-CE-FOUND
            END-IF.
        5210-END.


        5220-ADD-CORR-EMPLOYEE.
            IF WS-CE-COUNT >= 1000
                DISPLAY "MORE THAN 1000 EMPLOYEES WITH CORRECTIONS ",
                    "-- NOTHING WRITTEN"
                STOP RUN
            END-IF.
            ADD 1 TO WS-CE-COUNT.
            MOVE WS-CE-COUNT TO WS-CE-FOUND.
            MOVE WS-YCT-EMPLOYEEID (WS-YCT-SUB)
                TO WS-CE-EMPLOYEEID (WS-CE-FOUND).
            MOVE WS-YCT-PREVIOUS (WS-YCT-SUB)
                TO WS-CE-PREVIOUS (WS-CE-FOUND).
        5220-END.


        5300-WRITE-CORRECTION-HEADERS.
            MOVE WS-W2E-EIN TO WS-RCA-EIN.
            MOVE WS-W2E-USER-ID TO WS-RCA-USER-ID.
            MOVE WS-W2E-NAME TO WS-RCA-COMPANY-NAME.
            MOVE WS-W2E-STREET TO WS-RCA-COMPANY-STREET.
            MOVE WS-W2E-CITY TO WS-RCA-COMPANY-CITY.
            MOVE WS-W2E-STATE TO WS-RCA-COMPANY-STATE.
            MOVE WS-W2E-ZIP TO WS-RCA-COMPANY-ZIP.
            MOVE WS-W2E-CONTACT-NAME TO WS-RCA-CONTACT-NAME.
            MOVE WS-W2E-CONTACT-PHONE TO WS-RCA-CONTACT-PHONE.
            MOVE WS-W2E-CONTACT-EMAIL TO WS-RCA-CONTACT-EMAIL.
            WRITE W2-CORR-RECORD FROM WS-W2C-RCA-RECORD.

            MOVE WS-CLOSE-YEAR TO WS-RCE-TAX-YEAR.
            MOVE WS-W2E-EIN TO WS-RCE-EIN.
            MOVE WS-W2E-NAME TO WS-RCE-EMPLOYER-NAME.
            MOVE WS-W2E-STREET TO WS-RCE-STREET.
            MOVE WS-W2E-CITY TO WS-RCE-CITY.
            MOVE WS-W2E-STATE TO WS-RCE-STATE.
            MOVE WS-W2E-ZIP TO WS-RCE-ZIP.
            MOVE WS-W2E-CONTACT-NAME TO WS-RCE-CONTACT-NAME.
            MOVE WS-W2E-CONTACT-PHONE TO WS-RCE-CONTACT-PHONE.
            MOVE WS-W2E-CONTACT-EMAIL TO WS-RCE-CONTACT-EMAIL.
            WRITE W2-CORR-RECORD FROM WS-W2C-RCE-RECORD.
        5300-END.


        5400-WRITE-ONE-CORRECTION.
      *every employee gets a corrected statement; the correction
      *filing carries only the federal figures, so an employee
      *whose correction changed state withholding alone gets no
      *RCW record.
            MOVE WS-CE-EMPLOYEEID (WS-CE-SUB) TO WS-FIND-EMPLOYEEID.
            PERFORM 2100-FIND-EMPLOYEE.
            IF WS-CE-PREV-GROSS (WS-CE-SUB) > WS-WAGE-BASE
                MOVE WS-WAGE-BASE TO WS-CA-PREV-SS-WAGES
            ELSE
                MOVE WS-CE-PREV-GROSS (WS-CE-SUB)
                    TO WS-CA-PREV-SS-WAGES
            END-IF.
            IF WS-CE-CORR-GROSS (WS-CE-SUB) > WS-WAGE-BASE
                MOVE WS-WAGE-BASE TO WS-CA-CORR-SS-WAGES
            ELSE
                MOVE WS-CE-CORR-GROSS (WS-CE-SUB)
                    TO WS-CA-CORR-SS-WAGES
            END-IF.
            COMPUTE WS-CA-PREV-MED-TAX =
                WS-CE-PREV-EE-MEDICARE (WS-CE-SUB)
                + WS-CE-PREV-EE-ADDL-MEDICARE (WS-CE-SUB).
            COMPUTE WS-CA-CORR-MED-TAX =
                WS-CE-CORR-EE-MEDICARE (WS-CE-SUB)
                + WS-CE-CORR-EE-ADDL-MEDICARE (WS-CE-SUB).

            PERFORM 5500-WRITE-CORRECTED-STATEMENT.
            ADD 1 TO WS-STMT-COUNT.

            PERFORM 2410-FILL-EMPLOYEE-NAME.
            PERFORM 5450-BUILD-AMOUNT-PAIRS.
            IF PAIR-REPORTED
                MOVE WS-RW-SSN TO WS-RCW-SSN
                MOVE WS-RW-FIRST-NAME TO WS-RCW-FIRST-NAME
                MOVE WS-RW-LAST-NAME TO WS-RCW-LAST-NAME
                MOVE WS-RW-SUITE TO WS-RCW-SUITE
                MOVE WS-RW-STREET TO WS-RCW-STREET
                MOVE WS-RW-CITY TO WS-RCW-CITY
                MOVE WS-RW-STATE TO WS-RCW-STATE
                MOVE WS-RW-ZIP TO WS-RCW-ZIP
                MOVE WS-RW-ZIP-EXT TO WS-RCW-ZIP-EXT
                WRITE W2-CORR-RECORD FROM WS-W2C-RCW-RECORD
                ADD 1 TO WS-RCT-RCW-COUNT
            END-IF.
        5400-END.


        5450-BUILD-AMOUNT-PAIRS.
            MOVE "N" TO WS-PAIR-SW.
            MOVE SPACES TO WS-RCW-AMOUNT-PAIRS.
            IF WS-CE-PREV-TAXABLE (WS-CE-SUB)
                NOT = WS-CE-CORR-TAXABLE (WS-CE-SUB)
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CE-PREV-TAXABLE (WS-CE-SUB)
                    TO WS-RCW-ORIG-WAGES
                MOVE WS-CE-CORR-TAXABLE (WS-CE-SUB) TO WS-RCW-WAGES
                ADD WS-RCW-ORIG-WAGES TO WS-RCT-ORIG-WAGES
                ADD WS-RCW-WAGES TO WS-RCT-WAGES
            END-IF.
            IF WS-CE-PREV-FED-TAX (WS-CE-SUB)
                NOT = WS-CE-CORR-FED-TAX (WS-CE-SUB)
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CE-PREV-FED-TAX (WS-CE-SUB)
                    TO WS-RCW-ORIG-FED-TAX
                MOVE WS-CE-CORR-FED-TAX (WS-CE-SUB)
                    TO WS-RCW-FED-TAX
                ADD WS-RCW-ORIG-FED-TAX TO WS-RCT-ORIG-FED-TAX
                ADD WS-RCW-FED-TAX TO WS-RCT-FED-TAX
            END-IF.
            IF WS-CA-PREV-SS-WAGES NOT = WS-CA-CORR-SS-WAGES
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CA-PREV-SS-WAGES TO WS-RCW-ORIG-SS-WAGES
                MOVE WS-CA-CORR-SS-WAGES TO WS-RCW-SS-WAGES
                ADD WS-RCW-ORIG-SS-WAGES TO WS-RCT-ORIG-SS-WAGES
                ADD WS-RCW-SS-WAGES TO WS-RCT-SS-WAGES
            END-IF.
            IF WS-CE-PREV-EE-SOCSEC (WS-CE-SUB)
                NOT = WS-CE-CORR-EE-SOCSEC (WS-CE-SUB)
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CE-PREV-EE-SOCSEC (WS-CE-SUB)
                    TO WS-RCW-ORIG-SS-TAX
                MOVE WS-CE-CORR-EE-SOCSEC (WS-CE-SUB)
                    TO WS-RCW-SS-TAX
                ADD WS-RCW-ORIG-SS-TAX TO WS-RCT-ORIG-SS-TAX
                ADD WS-RCW-SS-TAX TO WS-RCT-SS-TAX
            END-IF.
            IF WS-CE-PREV-GROSS (WS-CE-SUB)
                NOT = WS-CE-CORR-GROSS (WS-CE-SUB)
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CE-PREV-GROSS (WS-CE-SUB)
                    TO WS-RCW-ORIG-MEDICARE-WAGES
                MOVE WS-CE-CORR-GROSS (WS-CE-SUB)
                    TO WS-RCW-MEDICARE-WAGES
                ADD WS-RCW-ORIG-MEDICARE-WAGES
                    TO WS-RCT-ORIG-MEDICARE-WAGES
                ADD WS-RCW-MEDICARE-WAGES TO WS-RCT-MEDICARE-WAGES
            END-IF.
            IF WS-CA-PREV-MED-TAX NOT = WS-CA-CORR-MED-TAX
                MOVE "Y" TO WS-PAIR-SW
                MOVE WS-CA-PREV-MED-TAX TO WS-RCW-ORIG-MEDICARE-TAX
                MOVE WS-CA-CORR-MED-TAX TO WS-RCW-MEDICARE-TAX
                ADD WS-RCW-ORIG-MEDICARE-TAX
                    TO WS-RCT-ORIG-MEDICARE-TAX
                ADD WS-RCW-MEDICARE-TAX TO WS-RCT-MEDICARE-TAX
            END-IF.
        5450-END.


        5500-WRITE-CORRECTED-STATEMENT.
            MOVE ALL "=" TO CORR-STMT-LINE.
            WRITE CORR-STMT-LINE.

            MOVE SPACES TO CORR-STMT-LINE.
            STRING "CORRECTED WAGE STATEMENT -- TAX YEAR "
                DELIMITED BY SIZE
                WS-CLOSE-YEAR DELIMITED BY SIZE
                INTO CORR-STMT-LINE.
            WRITE CORR-STMT-LINE.

            PERFORM 2240-BUILD-STMT-HEADING.
            MOVE WS-STMT-HEADING TO CORR-STMT-LINE.
            WRITE CORR-STMT-LINE.
            PERFORM 2250-BUILD-ID-LINES.
            PERFORM 5510-WRITE-CORR-ID-LINES.

            MOVE SPACES TO CORR-STMT-LINE.
            MOVE "   AS REPORTED         CORRECTED"
                TO CORR-STMT-LINE (25:).
            WRITE CORR-STMT-LINE.
            MOVE SPACES TO WS-CSTMT-DETAIL.

            MOVE "TOTAL WAGES PAID" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-GROSS (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-GROSS (WS-CE-SUB) TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "TAXABLE WAGES" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-TAXABLE (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-TAXABLE (WS-CE-SUB) TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "FEDERAL TAX WITHHELD" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-FED-TAX (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-FED-TAX (WS-CE-SUB) TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "STATE TAX WITHHELD" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-STATE-TAX (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-STATE-TAX (WS-CE-SUB)
                TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "SOCIAL SECURITY WAGES" TO WS-CD-LABEL.
            MOVE WS-CA-PREV-SS-WAGES TO WS-CD-PREVIOUS.
            MOVE WS-CA-CORR-SS-WAGES TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "SOCIAL SECURITY WITHHELD" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-EE-SOCSEC (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-EE-SOCSEC (WS-CE-SUB)
                TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "MEDICARE WAGES" TO WS-CD-LABEL.
            MOVE WS-CE-PREV-GROSS (WS-CE-SUB) TO WS-CD-PREVIOUS.
            MOVE WS-CE-CORR-GROSS (WS-CE-SUB) TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.

            MOVE "MEDICARE TAX WITHHELD" TO WS-CD-LABEL.
            MOVE WS-CA-PREV-MED-TAX TO WS-CD-PREVIOUS.
            MOVE WS-CA-CORR-MED-TAX TO WS-CD-CORRECTED.
            PERFORM 5520-WRITE-CORR-DETAIL.
        5500-END.


        5510-WRITE-CORR-ID-LINES.
            IF WS-SI-TIN-LINE NOT = SPACES
                MOVE WS-SI-TIN-LINE TO CORR-STMT-LINE
                WRITE CORR-STMT-LINE
            END-IF.
            IF WS-SI-STREET-LINE NOT = SPACES
                MOVE WS-SI-STREET-LINE TO CORR-STMT-LINE
                WRITE CORR-STMT-LINE
            END-IF.
            IF WS-SI-SUITE-LINE NOT = SPACES
                MOVE WS-SI-SUITE-LINE TO CORR-STMT-LINE
                WRITE CORR-STMT-LINE
            END-IF.
            IF WS-SI-CITY-LINE NOT = SPACES
                MOVE WS-SI-CITY-LINE TO CORR-STMT-LINE
                WRITE CORR-STMT-LINE
            END-IF.
        5510-END.


        5520-WRITE-CORR-DETAIL.
            MOVE WS-CSTMT-DETAIL TO CORR-STMT-LINE.
            WRITE CORR-STMT-LINE.
        5520-END.


        5600-MARK-CORRECTIONS-FILED.
      *written back whole: the year's pending records stamped
      *filed today, everything else as it was read.
            PERFORM 5610-STAMP-FILED
                VARYING WS-YCT-SUB FROM 1 BY 1
                UNTIL WS-YCT-SUB > WS-YCT-COUNT.
            OPEN OUTPUT YTDCORRFILE.
            PERFORM 5620-WRITE-CORRECTION-ENTRY
                VARYING WS-YCT-SUB FROM 1 BY 1
                UNTIL WS-YCT-SUB > WS-YCT-COUNT.
            CLOSE YTDCORRFILE.
        5600-END.


        5610-STAMP-FILED.
            IF WS-YCT-TAX-YEAR (WS-YCT-SUB) = WS-CLOSE-YEAR
                AND WS-YCT-STATUS (WS-YCT-SUB) = "P"
                MOVE "F" TO WS-YCT-STATUS (WS-YCT-SUB)
                MOVE WS-TODAY TO WS-YCT-FILED-DATE (WS-YCT-SUB)
            END-IF.
        5610-END.


        5620-WRITE-CORRECTION-ENTRY.
            MOVE WS-YCT-ENTRY (WS-YCT-SUB) TO YTD-CORR-RECORD.
            WRITE YTD-CORR-RECORD.
        5620-END.


        9000-END-PROGRAM.
            DISPLAY "Wage statements written:       ", WS-STMT-COUNT.
            DISPLAY "YTD records with no master:    ",
                WS-NO-MASTER-COUNT.
            DISPLAY "Year ", WS-CLOSE-YEAR, " closed and archived to ",
                "YTDHIST.DAT".
            DISPLAY "Filing employee records:       ", WS-RT-RW-COUNT.
            DISPLAY "Filing state records:          ", WS-RS-WRITTEN.
            IF WS-NO-TIN-COUNT > 0
                DISPLAY "WARNING: ", WS-NO-TIN-COUNT,
                    " EMPLOYEES FILED WITH NO TAXPAYER ID"
            END-IF.
            IF WS-UNTIED-COUNT > 0
                DISPLAY "WARNING: ", WS-UNTIED-COUNT,
                    " STATE FIGURES NOT FILED -- FILE BY HAND"
            END-IF.
            DISPLAY "Electronic wage filing written to W2SUBMIT.DAT".
            STOP RUN.


        9100-END-CORRECTIONS.
            DISPLAY "Corrected statements written:  ", WS-STMT-COUNT.
            DISPLAY "Correction employee records:   ", WS-RCT-RCW-COUNT.
            DISPLAY "Employees with no master:      ",
                WS-NO-MASTER-COUNT.
            DISPLAY "Corrected statements on W2CSTMTS.DAT, correction ",
                "filing on W2CORR.DAT".
            DISPLAY "State withholding changes are on the corrected ",
                "statements only -- file them with the state".
            DISPLAY "Corrections for ", WS-CLOSE-YEAR,
                " marked filed on YTDCORR.DAT".
            STOP RUN.


