            04 DREF-STATUS          PIC X.
                88 DREF-ACTIVE      VALUE "A".
                88 DREF-RETIRED     VALUE "R".
      *the workers' compensation class code the department's payroll
      *is reported and premium-rated under (WCRATE.DAT carries the
      *rate by class and state). Blank is a department not yet
      *classed; its payroll reports as unclassed until it is.
            04 DREF-WC-CLASS        PIC X(4).
