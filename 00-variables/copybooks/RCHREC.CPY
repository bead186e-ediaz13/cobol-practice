      *****************************************************************
      *  RCHREC.CPY
      *  Pending pay-rate change record layout.  One record per
      *  employee per effective date on the RATECHG file, indexed by
      *  RCH-KEY (employee, then effective date, so an employee's
      *  changes read back in date order).  Entered and journaled by
      *  the employee maintenance transaction (EmpMaintenance), on
      *  the menu or from EMPTRAN, instead of overwriting EMP-SALARY
      *  the moment it is keyed.  The payroll calculation pass
      *  (VariablesExample) applies a pending change in the first
      *  period whose start date is on or after the effective date,
      *  rewrites EMP-SALARY, and marks the record applied with the
      *  rate it replaced and the period it took effect in.  A
      *  back-dated change also carries the retro pay the pass
      *  priced from PAYHIST for the periods already paid at the
      *  old rate and fed to ADJTRAN.  An applied record stays on
      *  the file as the history of the employee's rate.
      *****************************************************************
       01  RCH-RECORD.
           05  RCH-KEY.
               10  RCH-EMP-ID      PIC 9(06).
               10  RCH-EFF-DATE    PIC 9(08).
           05  RCH-NEW-SALARY      PIC 9(5)V99.
           05  RCH-STATUS          PIC X(01).
               88  RCH-PENDING            VALUE 'P'.
               88  RCH-APPLIED            VALUE 'A'.
           05  RCH-ENTERED-BY      PIC X(08).
           05  RCH-ENTRY-DATE      PIC 9(08).
           05  RCH-OLD-SALARY      PIC 9(5)V99.
           05  RCH-APPLIED-PERIOD  PIC 9(06).
           05  RCH-RETRO-PERIODS   PIC 9(03).
           05  RCH-RETRO-AMOUNT    PIC 9(5)V99.
           05  FILLER              PIC X(09).
