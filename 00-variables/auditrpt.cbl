000297*                   EMP-STATUS/EMP-TERM-DATE FIELDS, AND THE
000298*                   NEW TERMINATION ACTION 'T' PRINTS AND
000299*                   COUNTS AS ITS OWN LINE TYPE.
000300*  10/15/26   RM    THE IMAGES WIDENED AGAIN FOR THE NEW
000301*                   DIRECT-DEPOSIT PRENOTE STATUS AND DATE.
000302*  10/15/26   RM    THE SUPERVISOR'S YEAR-END TIE-OUT SIGN-OFF
000303*                   (ACTION 'S', WRITTEN BY YEARENDSTATEMENTS)
000304*                   PRINTS AND COUNTS AS ITS OWN LINE TYPE.
000305*  10/15/26   RM    PRINT AND COUNT THE NEW ACTION 'R' PAY-RATE
000306*                   CHANGE RECORDS - OLD RATE FROM THE EMPLOYEE
000307*                   IMAGE, NEW RATE FROM THE RATECHG IMAGE.
000308*  10/15/26   RM    THE IMAGES WIDENED AGAIN FOR THE PAY GROUP.
000300*****************************************************************
000310*
000320*  PROGRAM FUNCTION
000660*****************************************************************
000670 FD  AUDIT-JOURNAL
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 213 CHARACTERS.
000700     COPY JRNREC.
000710
000720*****************************************************************
000730*  SORT-WORK - SORT WORK FILE FOR THE TWO JOURNAL SEQUENCES.
000740*****************************************************************
000750 SD  SORT-WORK
000760     RECORD CONTAINS 213 CHARACTERS.
000770     COPY JRNREC REPLACING LEADING ==JRN-== BY ==SRT-==.
000780
000790*****************************************************************
000820*****************************************************************
000830 FD  SORTED-JOURNAL
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 213 CHARACTERS.
000860     COPY JRNREC REPLACING LEADING ==JRN-== BY ==SJR-==.
000870
000880*****************************************************************
001020*****************************************************************
001030 FD  AUDIT-HISTORY
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 213 CHARACTERS.
001060     COPY JRNREC REPLACING LEADING ==JRN-== BY ==HIST-==.
001070
001080 WORKING-STORAGE SECTION.
001190 77  WS-ARCHIVED-COUNT      PIC 9(7) COMP VALUE ZERO.
001192 77  WS-SIGNON-FAIL-COUNT   PIC 9(7) COMP VALUE ZERO.
001194 77  WS-TERM-COUNT          PIC 9(7) COMP VALUE ZERO.
001196 77  WS-TIE-SIGNOFF-COUNT   PIC 9(7) COMP VALUE ZERO.
001198 77  WS-RATE-CHANGE-COUNT   PIC 9(7) COMP VALUE ZERO.
001200
001210*****************************************************************
001220*  DECODED RECORD IMAGES - THE BEFORE AND AFTER EMPLOYEE
001260*****************************************************************
001270 COPY EMPREC REPLACING LEADING ==EMP-== BY ==ABF-==.
001280 COPY EMPREC REPLACING LEADING ==EMP-== BY ==AAF-==.
001283*    A RATE CHANGE'S AFTER IMAGE IS THE RATECHG RECORD.
001286 COPY RCHREC REPLACING LEADING ==RCH-== BY ==ARC-==.
001290
001300 77  WS-EDIT-SALARY         PIC ZZ,ZZ9.99.
001310
002290     MOVE ZERO TO WS-DELETE-COUNT.
002292     MOVE ZERO TO WS-TERM-COUNT.
002294     MOVE ZERO TO WS-SIGNON-FAIL-COUNT.
002296     MOVE ZERO TO WS-TIE-SIGNOFF-COUNT.
002298     MOVE ZERO TO WS-RATE-CHANGE-COUNT.
002300     OPEN INPUT SORTED-JOURNAL.
002310     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
002320     PERFORM 2200-PRINT-JOURNAL-LINE THRU 2200-EXIT
002610     MOVE SJR-TIME        TO ARPT-D-TIME.
002620     MOVE SJR-BEFORE-IMAGE TO ABF-RECORD.
002630     MOVE SJR-AFTER-IMAGE  TO AAF-RECORD.
002635     MOVE SJR-AFTER-IMAGE  TO ARC-RECORD.
002640     EVALUATE TRUE
002650         WHEN SJR-ACTION-ADD
002660             MOVE 'ADD   ' TO ARPT-D-ACTION
002842             MOVE SJR-AFTER-IMAGE (1:20) TO ARPT-D-NAME
002844             MOVE SPACES   TO ARPT-D-OLD-SALARY
002846             MOVE 'FAILED   ' TO ARPT-D-NEW-SALARY
002847*        A TIE-OUT SIGN-OFF LIKEWISE NAMES THE PROGRAM IN THE
002848*        NAME COLUMN; THE SUPERVISOR IS THE OPERATOR.
002849         WHEN SJR-ACTION-TIE-SIGNOFF
002850             MOVE 'SIGNOF' TO ARPT-D-ACTION
002851             MOVE SJR-AFTER-IMAGE (1:20) TO ARPT-D-NAME
002852             MOVE SPACES   TO ARPT-D-OLD-SALARY
002853             MOVE 'ACCEPTED ' TO ARPT-D-NEW-SALARY
002854*        A RATE CHANGE PRINTS THE RATE IN FORCE AND THE RATE
002855*        SCHEDULED; THE EFFECTIVE DATE IS ON THE RATECHG RECORD.
002856         WHEN SJR-ACTION-RATE-CHANGE
002857             MOVE 'RATE  ' TO ARPT-D-ACTION
002858             MOVE ABF-NAME TO ARPT-D-NAME
002859             MOVE ABF-SALARY TO WS-EDIT-SALARY
002860             MOVE WS-EDIT-SALARY TO ARPT-D-OLD-SALARY
002861             MOVE ARC-NEW-SALARY TO WS-EDIT-SALARY
002862             MOVE WS-EDIT-SALARY TO ARPT-D-NEW-SALARY
002848         WHEN OTHER
002850             MOVE '??????' TO ARPT-D-ACTION
002860             MOVE SPACES   TO ARPT-D-NAME
002962             ADD 1 TO WS-TERM-COUNT
002963         WHEN SJR-ACTION-SIGNON-FAIL
002964             ADD 1 TO WS-SIGNON-FAIL-COUNT
002965         WHEN SJR-ACTION-TIE-SIGNOFF
002966             ADD 1 TO WS-TIE-SIGNOFF-COUNT
002967         WHEN SJR-ACTION-RATE-CHANGE
002968             ADD 1 TO WS-RATE-CHANGE-COUNT
002970     END-EVALUATE.
002980     ADD 1 TO WS-JRN-COUNT.
002990     MOVE WS-ARPT-DETAIL TO ARPT-LINE.
003170     DISPLAY 'DELETES: ' WS-DELETE-COUNT.
003171     DISPLAY 'TERMINATIONS: ' WS-TERM-COUNT.
003172     DISPLAY 'FAILED SIGN-ONS: ' WS-SIGNON-FAIL-COUNT.
003174     DISPLAY 'TIE-OUT SIGN-OFFS: ' WS-TIE-SIGNOFF-COUNT.
003176     DISPLAY 'RATE CHANGES SCHEDULED: ' WS-RATE-CHANGE-COUNT.
003180     DISPLAY 'JOURNAL RECORDS ARCHIVED TO AUDJHIST: '
003190         WS-ARCHIVED-COUNT.
003200 9000-EXIT.
