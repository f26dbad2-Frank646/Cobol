            02 DEPARTMENT           PIC X(30).
            02 GENDER               PIC X.
                88 VALID-GENDER-CODE VALUES "M" "F" "X".
      *the workers' compensation class this employee's payroll is
      *reported under when it is not their department's class (a
      *driver carried on an office department, say). Blank takes
      *the class off DEPTREF.DAT for the department charged.
            02 WC-CLASS-OVERRIDE    PIC X(4).
      *the employee's taxpayer identification number and home
      *mailing address, for the year-end wage statement and the
      *electronic wage filing. Keyed only at intake and on the
      *maintenance screen; every other screen or listing shows the
      *number masked to its last four digits, the way the inquiry
      *screen masks the bank account. Zero / blank is a record
      *from before they were carried -- key them in before the year
      *closes. The street lines and city are sized to the filing's
      *fields.
            02 TAXPAYER-ID          PIC 9(9).
            02 HOME-ADDRESS.
                04 HOME-STREET      PIC X(22).
                04 HOME-SUITE       PIC X(22).
                04 HOME-CITY        PIC X(22).
                04 HOME-STATE       PIC X(2).
                04 HOME-ZIP         PIC X(5).
                04 HOME-ZIP-EXT     PIC X(4).
