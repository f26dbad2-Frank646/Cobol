      *Labor-distribution record layout: how one employee's period
      *gross splits across the departments their timecards actually
      *charged, one record per employee per worked department and
      *earnings code, falling back to the home department when no
      *charge code was keyed. Written by Payroll beside the register
      *(the file leads with the same run token), and read by GLPost
      *and DeptSum so department cost reflects where the hours were
      *worked instead of charging everything to the home
      *department. The gross shares of an employee's records always
      *add back exactly to their register gross. Bonus/commission
      *pay is never split by hours: it charges the home department
      *on a record of its own, kind "B", so GLPost can send it to
      *the bonus expense account while DeptSum still counts it as
      *department cost.
        01 LABOR-DIST-RECORD.
            04 LD-EMPLOYEEID        PIC 9(7).
            04 LD-DEPARTMENT        PIC X(30).
            04 LD-HOURS             PIC 9(3)V99.
            04 LD-GROSS             PIC 9(7)V99.
            04 LD-PAY-KIND          PIC X.
                88 LD-KIND-BONUS    VALUE "B".
      *an overtime-premium share: posted like any other share of
      *its code, but not straight-time pay and not a head of its
      *own.
                88 LD-KIND-PREMIUM  VALUE "O".
      *the earnings code the share was priced under; GLPost posts
      *it to that code's expense account. An overtime-premium share
      *carries the code of the hours it was earned on, and no hours
      *of its own. Blank (a final check's leave payout, a retro
      *line, or a file from before earnings codes) posts to the
      *standard wage expense account.
            04 LD-EARN-CODE         PIC X.
