       77  WS-DEDUCTION-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       77  WS-EMP-DED-TOTAL       PIC 9(7)V99 VALUE ZERO.
      *****************************************************************
      *  PAY FREQUENCY - EMP-SALARY FOR A SALARIED EMPLOYEE, THE TAX
      *  BRACKETS AND THE 40-HOUR OVERTIME WEEK ARE ALL ON THE
      *  WEEKLY BASIS THE SYSTEM WAS BUILT ON.  WS-PERIODS-PER-YEAR
      *  IS THE FREQUENCY OF THE PAY GROUP BEING PAID, SET FROM
      *  PAYGRP BY THE COPYING PROGRAM; THE PAYCALC PARAGRAPHS
      *  CONVERT TO AND FROM THE WEEKLY BASIS BY IT.  IT STAYS AT
      *  52 WHERE NO GROUP IS IN PLAY, WHICH CHANGES NOTHING.
      *****************************************************************
       77  WS-BASE-PERIODS-PER-YEAR PIC 9(02) VALUE 52.
       77  WS-PERIODS-PER-YEAR    PIC 9(02) VALUE 52.
       77  WS-OT-WEEK-HOURS       PIC 9(3)V99 VALUE 40.
       77  WS-OT-THRESHOLD        PIC 9(3)V99 VALUE 40.
       77  WS-TAX-BASIS-GROSS     PIC 9(7)V99 VALUE ZERO.
      *****************************************************************
      *  WS-PAY-FIGURES - GROSS-TO-NET RESULT OF THE PAY CALCULATION
      *  FOR THE EMPLOYEE CURRENTLY BEING PROCESSED.  THE LEAVE
      *  HOURS (VACATION AND SICK TIME PAID AT THE HOURLY RATE)
      *  AND THE VACATION PAYOUT ON A TERMINATION FINAL CHECK ARE
      *  SET BY THE PAYROLL PASS AHEAD OF THE CALCULATION AND STAY
      *  ZERO FOR AN INQUIRY.
      *****************************************************************
       01  WS-PAY-FIGURES.
           05  WS-GROSS-PAY           PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-PAY             PIC 9(7)V99 VALUE ZERO.
           05  WS-TAX-SLICE           PIC 9(7)V99 VALUE ZERO.
           05  WS-TAX-SLICE-TAX       PIC 9(7)V99 VALUE ZERO.
           05  WS-LEAVE-HOURS         PIC 9(3)V99 VALUE ZERO.
           05  WS-LEAVE-PAY           PIC 9(7)V99 VALUE ZERO.
           05  WS-LEAVE-PAYOUT        PIC 9(7)V99 VALUE ZERO.
      
      *****************************************************************
      *  WS-TAX-RATE-LOAD - RAW IMAGE OF EVERY TAXRATE RECORD AS
