      *  OPSIGNON.CPY
      *  The shared operator sign-on paragraphs, applied identically
      *  by EmpMaintenance, ExceptionFix and PayInquiry so no
      *  console function opens without a validated operator, and
      *  by YearEndStatements for a supervisor's tie-out sign-off.  The
      *  copying program supplies the OPERATOR-SECURITY file
      *  definition (OPSREC), an open AUDIT-JOURNAL (JRNREC), and
      *  the OPSWORK working storage with WS-AUTH-NEEDED and
