        DATA DIVISION.
        FILE SECTION.
        FD PAYROLL.
        01 PAYROLL-IN-RECORD            PIC X(346).

        SD SORTWORKFILE.
            COPY PAYREC.

        FD PAYREGISTER.
        01 PAYROLL-OUT-RECORD           PIC X(346).

      *the run-control card this sort is being run for; the
      *register's leading token must match it.
