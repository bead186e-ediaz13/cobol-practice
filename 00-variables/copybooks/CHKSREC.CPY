      *****************************************************************
      *  CHKSREC.CPY
      *  Check status master record layout.  One record per check
      *  number issued, kept by the paid-check reconciliation
      *  (PaidCheckRecon).  Each run adds the checks newly found on
      *  PAYHIST ('C' payroll and adjustment checks, 'R' BankReturns
      *  replacements) as outstanding, marks the ones PAYHIST shows
      *  voided, and clears the ones on the bank's paid-check file.
      *  CHKS-CHECK-NO is the RECORD KEY.  A voided check the bank
      *  later pays, or a check paid for a different amount, is left
      *  in its own status so it stays visible until Treasury
      *  resolves it.
      *****************************************************************
       01  CHKS-RECORD.
           05  CHKS-CHECK-NO       PIC 9(08).
           05  CHKS-EMP-ID         PIC 9(06).
           05  CHKS-EMP-NAME       PIC A(20).
           05  CHKS-PAY-PERIOD     PIC 9(06).
           05  CHKS-ISSUE-DATE     PIC 9(08).
           05  CHKS-AMOUNT         PIC 9(7)V99.
           05  CHKS-ISSUE-TYPE     PIC X(01).
               88  CHKS-PAYROLL-CHECK     VALUE 'C'.
               88  CHKS-REPLACEMENT-CHECK VALUE 'R'.
           05  CHKS-STATUS         PIC X(01).
               88  CHKS-OUTSTANDING       VALUE 'O'.
               88  CHKS-CLEARED           VALUE 'C'.
               88  CHKS-VOIDED            VALUE 'V'.
               88  CHKS-VOID-PAID         VALUE 'X'.
               88  CHKS-MISMATCH-PAID     VALUE 'M'.
               88  CHKS-PAID-BY-BANK      VALUES 'C' 'X' 'M'.
           05  CHKS-PAID-DATE      PIC 9(08).
           05  CHKS-PAID-AMOUNT    PIC 9(9)V99.
           05  CHKS-VOID-DATE      PIC 9(08).
