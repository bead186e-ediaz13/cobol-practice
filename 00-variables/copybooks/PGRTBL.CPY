      *****************************************************************
      *  PGRTBL.CPY
      *  In-storage image of the PAYGRP pay group reference file,
      *  plus the lookup fields.  Programs copying this load the
      *  table from PAYGRP at initialize time and supply their own
      *  lookup paragraph matching WS-PGR-CODE against the
      *  WS-PGRT-CODE entries.  WS-PGR-INDEX is left pointing at
      *  the matching entry.
      *****************************************************************
       77  WS-PGR-COUNT           PIC 9(03) COMP VALUE ZERO.
       77  WS-PGR-SUB             PIC 9(03) COMP VALUE ZERO.
       77  WS-PGR-INDEX           PIC 9(03) COMP VALUE ZERO.
       77  WS-PGR-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-PGR-FOUND                 VALUE 'Y'.
       01  WS-PGR-CODE            PIC X(02).
       01  WS-PGR-TABLE.
           05  WS-PGRT-ENTRY OCCURS 20 TIMES.
               10  WS-PGRT-CODE   PIC X(02).
               10  WS-PGRT-NAME   PIC X(20).
               10  WS-PGRT-PERIODS PIC 9(02).
