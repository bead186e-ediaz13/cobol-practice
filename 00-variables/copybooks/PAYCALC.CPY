      *  disagree with what the payroll pass would pay.  The
      *  copying program supplies WS-EMP-ID, WS-SALARY,
      *  WS-EMPLOYEE-TYPE, WS-HOURS-WORKED, the WS-TOTAL-DEDUCTIONS
      *  run accumulator and the PAYWORK working storage, with
      *  WS-PERIODS-PER-YEAR set for the employee's pay group.
      *****************************************************************
      *****************************************************************
      *  2200-CALCULATE-PAY
      *    COMPUTE GROSS PAY, WITHHOLDING TAX AND NET PAY FOR THE
      *    EMPLOYEE CURRENTLY IN WORKING-STORAGE.  HOURLY EMPLOYEES
      *    HAVE WS-SALARY TREATED AS A RATE, WITH HOURS OVER THE
      *    PERIOD'S OVERTIME THRESHOLD PAID AT TIME-AND-A-HALF;
      *    SALARIED EMPLOYEES KEEP THE FLAT-AMOUNT TREATMENT, THE
      *    CALLER HAVING PUT WS-SALARY ON THE GROUP'S PERIOD BY
      *    2205.  A VACATION PAYOUT ON A FINAL CHECK IS ADDED TO
      *    GROSS AND TAXED WITH IT.
      *    WITHHOLDING IS GRADUATED - EACH WS-TAX-TABLE BRACKET'S
      *    RATE IS APPLIED TO THE SLICE OF GROSS PAY THAT FALLS
      *    WITHIN THAT BRACKET.  THE BRACKETS ARE WEEKLY, SO A
      *    GROUP PAID ON ANOTHER FREQUENCY HAS ITS GROSS TAXED AT
      *    THE WEEKLY EQUIVALENT AND THE TAX BROUGHT BACK TO ITS
      *    PERIOD - THE SAME WITHHOLDING OVER THE YEAR WHATEVER THE
      *    FREQUENCY.
      *****************************************************************
       2200-CALCULATE-PAY.
           MOVE ZERO TO WS-OVERTIME-HOURS.
           MOVE ZERO TO WS-OVERTIME-PAY.
           MOVE ZERO TO WS-LEAVE-PAY.
           IF WS-TYPE-HOURLY
               PERFORM 2220-CALCULATE-HOURLY-GROSS THRU 2220-EXIT
           ELSE
               MOVE WS-SALARY TO WS-GROSS-PAY
           END-IF.
           ADD WS-LEAVE-PAYOUT TO WS-GROSS-PAY.
           MOVE ZERO TO WS-TAX-AMOUNT.
           COMPUTE WS-TAX-BASIS-GROSS ROUNDED =
               WS-GROSS-PAY * WS-PERIODS-PER-YEAR
                   / WS-BASE-PERIODS-PER-YEAR.
           PERFORM 2210-APPLY-TAX-BRACKET THRU 2210-EXIT
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-BRACKET-COUNT.
           IF WS-PERIODS-PER-YEAR NOT = WS-BASE-PERIODS-PER-YEAR
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAX-AMOUNT * WS-BASE-PERIODS-PER-YEAR
                       / WS-PERIODS-PER-YEAR
           END-IF.
           SUBTRACT WS-TAX-AMOUNT FROM WS-GROSS-PAY
               GIVING WS-NET-PAY.
           PERFORM 2230-APPLY-EMP-DEDUCTIONS THRU 2230-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2205-SET-PERIOD-SALARY
      *    PUT A SALARIED EMPLOYEE'S WS-SALARY ON THE PAY GROUP'S
      *    PERIOD.  EMP-SALARY IS THE WEEKLY AMOUNT; A GROUP PAID
      *    SEMI-MONTHLY GETS 52/24THS OF IT, MONTHLY 52/12THS, AND
      *    SO ON.  ALSO SETS THE OVERTIME THRESHOLD FOR THE
      *    PERIOD - THE 40-HOUR WEEK CARRIED ACROSS THE SAME
      *    FREQUENCY.  AN HOURLY RATE IS NOT TOUCHED.  PERFORMED
      *    BY THE CALLER AHEAD OF ANY PRORATION AND 2200.
      *****************************************************************
       2205-SET-PERIOD-SALARY.
           COMPUTE WS-OT-THRESHOLD ROUNDED =
               WS-OT-WEEK-HOURS * WS-BASE-PERIODS-PER-YEAR
                   / WS-PERIODS-PER-YEAR.
           IF WS-TYPE-HOURLY
               GO TO 2205-EXIT
           END-IF.
           IF WS-PERIODS-PER-YEAR NOT = WS-BASE-PERIODS-PER-YEAR
               COMPUTE WS-SALARY ROUNDED =
                   WS-SALARY * WS-BASE-PERIODS-PER-YEAR
                       / WS-PERIODS-PER-YEAR
           END-IF.
       2205-EXIT.
           EXIT.

      *****************************************************************
      *  2220-CALCULATE-HOURLY-GROSS
      *    GROSS PAY FOR AN HOURLY EMPLOYEE - STRAIGHT TIME UP TO
      *    THE PERIOD'S OVERTIME THRESHOLD, TIME-AND-A-HALF FOR
      *    EVERY HOUR OVER IT, PER LAW AND THE UNION AGREEMENT.
      *    THE THRESHOLD IS THE 40-HOUR WEEK SCALED TO THE PAY
      *    GROUP'S PERIOD BY 2205 - 40 FOR A WEEKLY GROUP.  LEAVES
      *    THE OVERTIME PORTION IN WS-OVERTIME-PAY FOR ITS REPORT
      *    COLUMN.  VACATION AND SICK HOURS ARE NOT TIME WORKED -
      *    THEY ARE PAID AT STRAIGHT TIME ON TOP AND NEVER COUNT
      *    TOWARD THE OVERTIME THRESHOLD.
      *****************************************************************
       2220-CALCULATE-HOURLY-GROSS.
           IF WS-HOURS-WORKED > WS-OT-THRESHOLD
               SUBTRACT WS-OT-THRESHOLD FROM WS-HOURS-WORKED
                   GIVING WS-OVERTIME-HOURS
               MULTIPLY WS-SALARY BY 1.5 GIVING WS-OVERTIME-RATE
               MULTIPLY WS-OVERTIME-RATE BY WS-OVERTIME-HOURS
                   GIVING WS-OVERTIME-PAY ROUNDED
               MULTIPLY WS-SALARY BY WS-OT-THRESHOLD
                   GIVING WS-GROSS-PAY ROUNDED
               ADD WS-OVERTIME-PAY TO WS-GROSS-PAY
           ELSE
               MULTIPLY WS-SALARY BY WS-HOURS-WORKED
                   GIVING WS-GROSS-PAY ROUNDED
           END-IF.
           IF WS-LEAVE-HOURS > ZERO
               MULTIPLY WS-SALARY BY WS-LEAVE-HOURS
                   GIVING WS-LEAVE-PAY ROUNDED
               ADD WS-LEAVE-PAY TO WS-GROSS-PAY
           END-IF.
       2220-EXIT.
           EXIT.

      *  2210-APPLY-TAX-BRACKET
      *    ADD ONE BRACKET'S SHARE OF THE WITHHOLDING TAX.  THE
      *    SLICE TAXED AT THIS BRACKET'S RATE RUNS FROM ITS FLOOR TO
      *    THE NEXT BRACKET'S FLOOR, OR TO THE WEEKLY-BASIS GROSS
      *    ITSELF FOR THE TOP BRACKET REACHED.
      *****************************************************************
       2210-APPLY-TAX-BRACKET.
           IF WS-TAX-BASIS-GROSS > WS-TAX-FLOOR (WS-TAX-SUB)
               IF WS-TAX-SUB < WS-TAX-BRACKET-COUNT
                     AND WS-TAX-BASIS-GROSS >
                         WS-TAX-FLOOR (WS-TAX-SUB + 1)
                   SUBTRACT WS-TAX-FLOOR (WS-TAX-SUB)
                       FROM WS-TAX-FLOOR (WS-TAX-SUB + 1)
                       GIVING WS-TAX-SLICE
               ELSE
                   SUBTRACT WS-TAX-FLOOR (WS-TAX-SUB)
                       FROM WS-TAX-BASIS-GROSS GIVING WS-TAX-SLICE
               END-IF
               MULTIPLY WS-TAX-SLICE
                   BY WS-TAX-BRACKET-RATE (WS-TAX-SUB)
