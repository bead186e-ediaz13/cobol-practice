      *****************************************************************
      *  RLGWORK.CPY
      *  Working storage for the shared RUNLOG run-log paragraphs.
      *  The copying program sets WS-RLG-PROGRAM to its own name
      *  before performing 8800-LOG-RUN-START, and WS-RLG-PERIOD-
      *  TYPE and WS-RLG-PERIOD once it knows the period it is
      *  acting on.  A refusal or a run with nothing to do moves
      *  its reason to WS-RLG-MESSAGE before the end is logged.
      *****************************************************************
       77  WS-RLG-FILE-STATUS     PIC X(02) VALUE '00'.
       77  WS-RLG-PROGRAM         PIC X(20) VALUE SPACES.
       77  WS-RLG-START-DATE      PIC 9(08) VALUE ZERO.
       77  WS-RLG-START-TIME      PIC 9(06) VALUE ZERO.
       77  WS-RLG-PERIOD-TYPE     PIC X(01) VALUE SPACE.
       77  WS-RLG-PERIOD          PIC X(08) VALUE SPACES.
       77  WS-RLG-STATUS          PIC X(01) VALUE SPACE.
       77  WS-RLG-MESSAGE         PIC X(40) VALUE SPACES.

      *****************************************************************
      *  WS-RLG-CLOCK - RECEIVES HHMMSSCC FROM THE SYSTEM CLOCK;
      *  THE LOG CARRIES THE HHMMSS PORTION.
      *****************************************************************
       01  WS-RLG-CLOCK.
           05  WS-RLG-CLOCK-HHMMSS    PIC 9(06).
           05  FILLER                 PIC 9(02).
