      *****************************************************************
      *  RTEWORK.CPY
      *  Bank routing number check-digit work fields, shared by the
      *  programs that edit a keyed or mastered routing number.  The
      *  routing number is moved to WS-ROUTING-CHECK and the nine
      *  digits weighted 3-7-1 across; a routing number is good only
      *  when the weighted sum divides evenly by 10.  The EMPEDIT
      *  edit set works these fields from WS-BANK-ROUTING; employee
      *  maintenance works them from the keyed or transaction value.
      *****************************************************************
       01  WS-ROUTING-CHECK-AREA.
           05  WS-ROUTING-CHECK        PIC 9(09).
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
               10  WS-ROUTING-DIGIT    PIC 9(01) OCCURS 9 TIMES.
           05  WS-ROUTING-SUM          PIC 9(04) COMP.
           05  WS-ROUTING-QUOT         PIC 9(04) COMP.
           05  WS-ROUTING-REM          PIC 9(04) COMP.
