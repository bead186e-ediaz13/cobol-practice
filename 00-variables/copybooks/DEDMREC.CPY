      *****************************************************************
      *  DEDMREC.CPY
      *  Deduction master record layout.  One record per deduction
      *  code.  Category 'G' (garnishment, court-ordered) or 'V'
      *  (voluntary), method 'F' (flat amount) or 'P' (percent of
      *  gross), and a priority that orders application within a
      *  category.  The payroll calculation pass (VariablesExample),
      *  the pay inquiry (PayInquiry) and the adjustment run
      *  (AdjustmentRun) load the calculation fields; the deduction
      *  remittance (DeductionRemit) uses the payee fields - the
      *  Accounts Payable vendor the money withheld under the code
      *  is owed to (court, agency, union or benefit carrier), the
      *  reference AP quotes on the payment (a garnishment's court
      *  case number, a union local, a policy group), and whether
      *  the payee needs the employees listed with the payment.  A
      *  garnishment always lists its employees.
      *****************************************************************
       01  DEDM-RECORD.
           05  DEDM-CODE              PIC X(03).
           05  DEDM-DESC              PIC X(20).
           05  DEDM-CATEGORY          PIC X(01).
           05  DEDM-PRIORITY          PIC 9(02).
           05  DEDM-METHOD            PIC X(01).
           05  DEDM-FLAT-AMOUNT       PIC 9(5)V99.
           05  DEDM-PERCENT           PIC V999.
           05  DEDM-PAYEE-ID          PIC X(06).
           05  DEDM-PAYEE-NAME        PIC X(30).
           05  DEDM-PAYEE-REF         PIC X(20).
           05  DEDM-PAYEE-DETAIL      PIC X(01).
               88  DEDM-DETAIL-BY-EMP        VALUE 'Y'.
