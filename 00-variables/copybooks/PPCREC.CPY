      *  to run unless that period is OPEN, and marks it PAID at the
      *  end of a completed run - so a second pass over a period that
      *  has already paid is refused before any output file opens.
      *  Each pay group keeps its own calendar on the file - every
      *  record carries the PAYGRP group it belongs to, and a pass
      *  run for a group looks only at that group's periods.  Period
      *  numbers stay unique across the whole file (the groups'
      *  periods are simply numbered apart), so PAYHIST and the
      *  other programs that find a period by its number alone
      *  still find exactly one.
      *****************************************************************
       01  PPC-RECORD.
           05  PPC-PERIOD-NUMBER   PIC 9(06).
               88  PPC-STATUS-OPEN        VALUE 'O'.
               88  PPC-STATUS-PAID        VALUE 'P'.
               88  PPC-STATUS-CLOSED      VALUE 'C'.
           05  PPC-PAY-GROUP       PIC X(02).
