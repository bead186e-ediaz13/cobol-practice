      *  adjustment run (AdjustmentRun) appends its own payments
      *  and leaves a pay-method 'V' record when it voids a check,
      *  so a void is durable - the same check cannot be voided or
      *  reissued twice.  BankReturns appends a pay-method 'R'
      *  record for each replacement check it cuts for a returned
      *  deposit - the net only, since the earnings already sit on
      *  the original 'D' record - so every check number issued is
      *  on the history for paid-check reconciliation (PaidCheck
      *  Recon).  Read back by the pay history inquiry
      *  (PayHistInquiry) to answer per-check questions and reprint
      *  past statements.  Every record AdjustmentRun writes is
      *  marked PHR-ADJUSTMENT-RUN; a record with PHR-RUN-TYPE blank
      *  is the payroll pass's regular payment for its period (or a
      *  BankReturns replacement, which PHR-PAY-METHOD tells apart).
      *  Readers that need the regular payment - the tie-out, the
      *  retro scan and the trial variance - go by this flag, not by
      *  the order of the records on the file.
      *****************************************************************
       01  PHR-RECORD.
           05  PHR-EMP-ID          PIC 9(06).
               88  PHR-PAID-DIRECT        VALUE 'D'.
               88  PHR-PAID-CHECK         VALUE 'C'.
               88  PHR-VOIDED             VALUE 'V'.
               88  PHR-REPLACEMENT        VALUE 'R'.
           05  PHR-CHECK-NO        PIC 9(08).
           05  PHR-BANK-SEQ        PIC 9(07).
           05  PHR-DED-COUNT       PIC 9(02).
           05  PHR-DED-ENTRY OCCURS 10 TIMES.
               10  PHR-DED-CODE    PIC X(03).
               10  PHR-DED-AMOUNT  PIC 9(7)V99.
           05  PHR-RUN-TYPE        PIC X(01).
               88  PHR-REGULAR-RUN        VALUE SPACE.
               88  PHR-ADJUSTMENT-RUN     VALUE 'A'.
