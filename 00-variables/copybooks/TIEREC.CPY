      *****************************************************************
      *  TIEREC.CPY
      *  Year-end tie-out status record layout.  The single record
      *  on the TIESTAT file, rewritten by the tie-out
      *  (PayrollTieOut) each time it is run for a year.  Carries
      *  the year tied out, whether PAYHIST, YTDMAST and the filed
      *  quarters agreed, how many differences were itemized, and
      *  the YTDMAST company totals as they stood - so the year-end
      *  statement run (YearEndStatements) can tell the tie-out
      *  still describes the master it is about to clear.  A year
      *  that does not tie is cleared only after a supervisor signs
      *  off on the differences; YearEndStatements records who and
      *  when in the sign-off fields.
      *****************************************************************
       01  TIE-RECORD.
           05  TIE-YEAR            PIC 9(04).
           05  TIE-RUN-DATE        PIC 9(08).
           05  TIE-RESULT          PIC X(01).
               88  TIE-YEAR-TIES          VALUE 'T'.
               88  TIE-YEAR-DIFFERS       VALUE 'D'.
           05  TIE-DIFF-COUNT      PIC 9(05).
           05  TIE-YTD-GROSS       PIC 9(11)V99.
           05  TIE-YTD-TAX         PIC 9(11)V99.
           05  TIE-YTD-NET         PIC 9(11)V99.
           05  TIE-SIGNOFF-ID      PIC X(08).
           05  TIE-SIGNOFF-DATE    PIC 9(08).
           05  TIE-SIGNOFF-TIME    PIC 9(06).
