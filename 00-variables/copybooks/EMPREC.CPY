      *  excluded from later payroll passes, and stays on the file
      *  until year-end statements print.  A blank status is an
      *  active record from before the status field existed.
      *  Delete is for keying errors only.  The prenote status and
      *  date hold a new or changed bank account off real money -
      *  maintenance sets the status pending on any account change,
      *  the payroll pass sends a zero-dollar prenote and pays by
      *  check until the prenote has aged without a return, and
      *  BankReturns marks a returned prenote.  A blank status is an
      *  account from before prenotes existed and pays direct.
      *  EMP-PAY-GROUP assigns the employee to a pay group on the
      *  PAYGRP reference file - hourly staff paid weekly, salaried
      *  staff semi-monthly and so on.  Each group has its own
      *  frequency and its own calendar on PAYCAL, and the payroll
      *  pass runs for one group at a time, paying only that
      *  group's employees.  EMP-SALARY stays on the weekly basis
      *  for salaried staff; the pass converts it to the group's
      *  per-period amount.  A blank group is an employee not yet
      *  assigned, who is not paid until maintenance assigns one.
      *****************************************************************
       01  EMP-RECORD.
           05  EMP-ID              PIC 9(06).
               88  EMP-ACTIVE             VALUES 'A' ' '.
               88  EMP-TERMINATED         VALUE 'T'.
           05  EMP-TERM-DATE       PIC 9(08).
           05  EMP-PRENOTE-STATUS  PIC X(01).
               88  EMP-PRENOTE-NONE       VALUE ' '.
               88  EMP-PRENOTE-PENDING    VALUE 'P'.
               88  EMP-PRENOTE-SENT       VALUE 'S'.
               88  EMP-PRENOTE-CLEARED    VALUE 'C'.
               88  EMP-PRENOTE-RETURNED   VALUE 'R'.
               88  EMP-PRENOTE-HOLD       VALUES 'P' 'S' 'R'.
           05  EMP-PRENOTE-DATE    PIC 9(08).
           05  EMP-PAY-GROUP       PIC X(02).
