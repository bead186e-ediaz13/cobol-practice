      *****************************************************************
      *  RUNLOG.CPY
      *  The shared run-log paragraphs, applied identically by the
      *  payroll batch programs so every run leaves its start, its
      *  end and what became of it on the RUNLOG file.  The copying
      *  program supplies the RUN-LOG-FILE file definition (RLGREC)
      *  and the RLGWORK working storage.  The log is opened,
      *  written and closed for each record, so a start survives
      *  an abend.  A log that cannot be opened is said but does
      *  not stop the run - the log records the work, it does not
      *  guard it.
      *****************************************************************
      *****************************************************************
      *  8800-LOG-RUN-START
      *    LOG THE START OF THE RUN.
      *****************************************************************
       8800-LOG-RUN-START.
           ACCEPT WS-RLG-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-CLOCK FROM TIME.
           MOVE WS-RLG-CLOCK-HHMMSS TO WS-RLG-START-TIME.
           MOVE SPACES              TO RLG-RECORD.
           MOVE 'S'                 TO RLG-EVENT.
           MOVE ZERO                TO RLG-END-DATE.
           MOVE ZERO                TO RLG-END-TIME.
           MOVE SPACE               TO WS-RLG-STATUS.
           PERFORM 8890-WRITE-RUN-LOG THRU 8890-EXIT.
       8800-EXIT.
           EXIT.

      *****************************************************************
      *  8810-LOG-RUN-REFUSED
      *    LOG A RUN REFUSED ON ITS PREREQUISITES, WITH THE REASON
      *    IN WS-RLG-MESSAGE.  THE CALLER THEN STOPS THE RUN.
      *****************************************************************
       8810-LOG-RUN-REFUSED.
           MOVE 'R' TO WS-RLG-STATUS.
           PERFORM 8850-LOG-RUN-END-RECORD THRU 8850-EXIT.
       8810-EXIT.
           EXIT.

      *****************************************************************
      *  8820-LOG-RUN-NOTHING-TO-DO
      *    LOG A RUN THAT FOUND NO INPUT TO PROCESS, WITH THE
      *    REASON IN WS-RLG-MESSAGE.  THE CALLER THEN STOPS THE RUN.
      *****************************************************************
       8820-LOG-RUN-NOTHING-TO-DO.
           MOVE 'N' TO WS-RLG-STATUS.
           PERFORM 8850-LOG-RUN-END-RECORD THRU 8850-EXIT.
       8820-EXIT.
           EXIT.

      *****************************************************************
      *  8830-LOG-RUN-COMPLETED
      *    LOG THE NORMAL END OF THE RUN.
      *****************************************************************
       8830-LOG-RUN-COMPLETED.
           MOVE 'C' TO WS-RLG-STATUS.
           PERFORM 8850-LOG-RUN-END-RECORD THRU 8850-EXIT.
       8830-EXIT.
           EXIT.

      *****************************************************************
      *  8850-LOG-RUN-END-RECORD
      *    BUILD AND WRITE THE END RECORD, CARRYING THE START DATE
      *    AND TIME IT PAIRS WITH.
      *****************************************************************
       8850-LOG-RUN-END-RECORD.
           MOVE SPACES              TO RLG-RECORD.
           MOVE 'E'                 TO RLG-EVENT.
           ACCEPT RLG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-CLOCK FROM TIME.
           MOVE WS-RLG-CLOCK-HHMMSS TO RLG-END-TIME.
           PERFORM 8890-WRITE-RUN-LOG THRU 8890-EXIT.
       8850-EXIT.
           EXIT.

      *****************************************************************
      *  8890-WRITE-RUN-LOG
      *    FILL IN THE COMMON FIELDS AND APPEND THE RECORD.  THE
      *    LOG IS CREATED ON ITS FIRST USE.
      *****************************************************************
       8890-WRITE-RUN-LOG.
           MOVE WS-RLG-PROGRAM      TO RLG-PROGRAM.
           MOVE WS-RLG-START-DATE   TO RLG-START-DATE.
           MOVE WS-RLG-START-TIME   TO RLG-START-TIME.
           MOVE WS-RLG-PERIOD-TYPE  TO RLG-PERIOD-TYPE.
           MOVE WS-RLG-PERIOD       TO RLG-PERIOD.
           MOVE WS-RLG-STATUS       TO RLG-STATUS.
           MOVE WS-RLG-MESSAGE      TO RLG-MESSAGE.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RLG-FILE-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF WS-RLG-FILE-STATUS NOT = '00'
               DISPLAY 'RUN-LOG-FILE OPEN FAILED, STATUS = '
                   WS-RLG-FILE-STATUS ' - RUN NOT LOGGED'
               GO TO 8890-EXIT
           END-IF.
           WRITE RLG-RECORD.
           CLOSE RUN-LOG-FILE.
       8890-EXIT.
           EXIT.
