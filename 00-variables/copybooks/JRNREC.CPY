      *  after employee record images.  The console transactions
      *  also write action 'F' records for failed operator sign-on
      *  attempts - no employee, the attempted ID as the operator,
      *  and the program name in the after image.  YearEndStatements
      *  writes an action 'S' record when a supervisor signs off a
      *  year that did not tie out - the supervisor as the
      *  operator, no employee, and the program, year and count of
      *  differences in the after image.  A pay-rate change
      *  scheduled through maintenance is action 'R' - the employee
      *  record as it stood in the before image and the RATECHG
      *  record (RCHREC) in the after image.  Read by the daily
      *  audit report program (AuditJournalReport).
      *****************************************************************
       01  JRN-RECORD.
           05  JRN-OPERATOR-ID     PIC X(08).
               88  JRN-ACTION-DELETE      VALUE 'D'.
               88  JRN-ACTION-TERMINATE   VALUE 'T'.
               88  JRN-ACTION-SIGNON-FAIL VALUE 'F'.
               88  JRN-ACTION-TIE-SIGNOFF VALUE 'S'.
               88  JRN-ACTION-RATE-CHANGE VALUE 'R'.
           05  JRN-EMP-ID          PIC 9(06).
           05  JRN-BEFORE-IMAGE    PIC X(92).
           05  JRN-AFTER-IMAGE     PIC X(92).
