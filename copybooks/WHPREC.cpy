      *Withholding-profile record layout: the employee's own federal
      *and state withholding elections, keyed by EMPLOYEEID, kept on
      *WHPROFILE.DAT by the WhpMaint screen and read by Payroll when
      *it figures the income-tax legs. An employee with no profile
      *withholds the way everyone always has -- straight off the
      *bracket tables, no allowances, nothing extra.
      *Each leg carries a filing status (S single, M married, H head
      *of household; blank is no election), the number of
      *allowances claimed, a flat extra amount to withhold every
      *check, and an exempt claim with the date it expires. An
      *exempt claim past its expiry with no renewal keyed is not
      *honored: Payroll withholds the default for that leg and lists
      *the employee on WHEXCP.DAT until a renewal is on file.
        01 WH-PROFILE-RECORD.
            04 WHP-EMPLOYEEID       PIC 9(7).
      *the pay date the elections in WHP-CURRENT took effect on.
            04 WHP-EFFECTIVE-DATE   PIC 9(8).
            04 WHP-CURRENT.
                05 WHP-FED-STATUS   PIC X.
                    88 WHP-FED-STATUS-VALID VALUES "S" "M" "H" " ".
                05 WHP-FED-ALLOWANCES PIC 9(2).
                05 WHP-FED-EXTRA    PIC 9(5)V99.
                05 WHP-FED-EXEMPT   PIC X.
                    88 WHP-FED-IS-EXEMPT VALUE "Y".
                05 WHP-FED-EXEMPT-EXPIRY PIC 9(8).
                05 WHP-ST-STATUS    PIC X.
                    88 WHP-ST-STATUS-VALID VALUES "S" "M" "H" " ".
                05 WHP-ST-ALLOWANCES PIC 9(2).
                05 WHP-ST-EXTRA     PIC 9(5)V99.
                05 WHP-ST-EXEMPT    PIC X.
                    88 WHP-ST-IS-EXEMPT VALUE "Y".
                05 WHP-ST-EXEMPT-EXPIRY PIC 9(8).
      *a future-dated set of elections waiting for its pay date, in
      *the same layout as WHP-CURRENT so it rolls across whole. Zero
      *date means nothing is waiting. Payroll rolls it into
      *WHP-CURRENT on the first run whose pay date reaches it.
            04 WHP-PENDING-EFF-DATE PIC 9(8).
            04 WHP-PENDING          PIC X(38).
            04 WHP-KEYED-DATE       PIC 9(8).
