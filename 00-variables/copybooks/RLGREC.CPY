      *****************************************************************
      *  RLGREC.CPY
      *  Batch run-log record layout.  The RUNLOG file is shared by
      *  the payroll batch programs - VariablesExample,
      *  AdjustmentRun, BankReturns, QuarterlyRemittance,
      *  YearEndStatements and IntegrityAudit - and appended to
      *  through the shared RUNLOG paragraphs.  Each run writes a
      *  start record as it begins and an end record when it
      *  finishes or refuses to run; the end record repeats the
      *  start date and time so the two pair up.  A start with no
      *  end means the run abended or stopped on an error.  The
      *  period is a pay period (YYYYNN), a quarter (YYYYQn), a
      *  year (YYYY) or a run date (YYYYMMDD), as the type says.
      *  The daily operations report (OpsDailyReport) prints from
      *  this file.
      *****************************************************************
       01  RLG-RECORD.
           05  RLG-PROGRAM         PIC X(20).
           05  RLG-EVENT           PIC X(01).
               88  RLG-EVENT-START        VALUE 'S'.
               88  RLG-EVENT-END          VALUE 'E'.
           05  RLG-START-DATE      PIC 9(08).
           05  RLG-START-TIME      PIC 9(06).
           05  RLG-END-DATE        PIC 9(08).
           05  RLG-END-TIME        PIC 9(06).
           05  RLG-PERIOD-TYPE     PIC X(01).
               88  RLG-PERIOD-PAY         VALUE 'P'.
               88  RLG-PERIOD-QUARTER     VALUE 'Q'.
               88  RLG-PERIOD-YEAR        VALUE 'Y'.
               88  RLG-PERIOD-DATE        VALUE 'D'.
           05  RLG-PERIOD          PIC X(08).
           05  RLG-STATUS          PIC X(01).
               88  RLG-COMPLETED          VALUE 'C'.
               88  RLG-REFUSED            VALUE 'R'.
               88  RLG-NOTHING-TO-DO      VALUE 'N'.
           05  RLG-MESSAGE         PIC X(40).
           05  FILLER              PIC X(01).
