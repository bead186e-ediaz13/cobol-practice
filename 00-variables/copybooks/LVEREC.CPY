      *****************************************************************
      *  LVEREC.CPY
      *  Leave balance master record layout.  One record per
      *  employee, keyed like YTDMAST - LVE-EMP-ID is the RECORD
      *  KEY.  The payroll calculation pass (VariablesExample)
      *  accrues vacation and sick hours each run at the LEAVRATE
      *  rate for the employee type, takes off the vacation and
      *  sick hours reported on TIMECRD, and pays out the unused
      *  vacation balance on a termination final check.  The pay
      *  inquiry (PayInquiry) and the pay history inquiry
      *  (PayHistInquiry) show the balances.  All quantities are
      *  hours.  LVE-LAST-POST-DATE guards against a restarted run
      *  posting the same employee twice; the prior balances are
      *  the balances before that posting, so a restarted run
      *  edits and pays against the same figures the abended
      *  attempt used.
      *****************************************************************
       01  LVE-RECORD.
           05  LVE-EMP-ID          PIC 9(06).
           05  LVE-EMP-NAME        PIC A(20).
           05  LVE-VAC-BALANCE     PIC 9(4)V99.
           05  LVE-SICK-BALANCE    PIC 9(4)V99.
           05  LVE-PRIOR-VAC-BAL   PIC 9(4)V99.
           05  LVE-PRIOR-SICK-BAL  PIC 9(4)V99.
           05  LVE-VAC-PAID-OUT    PIC 9(4)V99.
           05  LVE-LAST-PERIOD     PIC 9(06).
           05  LVE-LAST-POST-DATE  PIC 9(08).
