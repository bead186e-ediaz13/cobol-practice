      *****************************************************************
      *  PGRREC.CPY
      *  Pay group reference record layout.  One record per pay
      *  group on the PAYGRP file, maintained by the payroll
      *  supervisor.  A pay group is a set of employees paid on the
      *  same frequency from the same PAYCAL calendar - hourly staff
      *  weekly, salaried staff semi-monthly.  PGR-PERIODS-PER-YEAR
      *  is the group's frequency (52 weekly, 26 bi-weekly, 24
      *  semi-monthly, 12 monthly); the payroll pass converts weekly
      *  salaries and the weekly overtime threshold to the group's
      *  period by it.  Read by the payroll calculation pass
      *  (VariablesExample), the employee maintenance transaction
      *  (EmpMaintenance) and the pay inquiry (PayInquiry).
      *****************************************************************
       01  PGR-RECORD.
           05  PGR-GROUP-CODE      PIC X(02).
           05  PGR-NAME            PIC X(20).
           05  PGR-PERIODS-PER-YEAR PIC 9(02).
           05  FILLER              PIC X(06).
