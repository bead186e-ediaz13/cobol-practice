000308*                   THE PAYROLL PASS PAYS FROM THE PERIOD'S
000309*                   TIMECARDS, AND POINTS AT THE PAY HISTORY
000310*                   INQUIRY FOR ACTUALS.
000311*  10/15/26   RM    THE INQUIRY SHOWS WHEN A DIRECT-DEPOSIT
000312*                   ACCOUNT IS HELD FOR ITS PRENOTE OR THE
000313*                   PRENOTE CAME BACK.  MASTER AND JOURNAL
000314*                   RECORDS WIDENED FOR THE PRENOTE FIELDS.
000315*  10/15/26   RM    THE INQUIRY SHOWS THE EMPLOYEE'S VACATION AND
000316*                   SICK LEAVE BALANCES FROM LEAVMAST.
000317*  10/15/26   RM    DEDMAST LAYOUT MOVED TO THE DEDMREC COPYBOOK,
000318*                   WIDENED TO 94 BYTES FOR THE REMITTANCE PAYEE.
000319*  10/15/26   RM    PAY GROUPS - THE EMPLOYEE'S PAY GROUP IS
000320*                   LOOKED UP ON THE NEW PAYGRP FILE AND A
000321*                   SALARIED EMPLOYEE IS QUOTED THE GROUP'S
000322*                   PER-PERIOD PAY, AS THE GROUP'S PAYROLL RUN
000323*                   PAYS IT.  AN EMPLOYEE WITH NO GROUP SHOWS
000324*                   EDIT REASON G1.
000311*****************************************************************
000312*
000313*  PROGRAM FUNCTION
000627            ORGANIZATION IS SEQUENTIAL
000628            FILE STATUS IS WS-JRN-FILE-STATUS.
000629
000630     SELECT LEAVE-MASTER-FILE  ASSIGN TO "LEAVMAST"
000631            ORGANIZATION IS INDEXED
000632            ACCESS MODE IS DYNAMIC
000633            RECORD KEY IS LVE-EMP-ID
000634            FILE STATUS IS WS-LVE-FILE-STATUS.
000635
000636     SELECT PAY-GROUP-FILE     ASSIGN TO "PAYGRP"
000637            ORGANIZATION IS SEQUENTIAL
000638            FILE STATUS IS WS-PGR-FILE-STATUS.
000639
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000690*****************************************************************
000700 FD  EMP-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 92 CHARACTERS.
000730     COPY EMPREC.
000740
000750*****************************************************************
000900*****************************************************************
000910 FD  DEDUCTION-MASTER
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 94 CHARACTERS.
000940     COPY DEDMREC.
001020
001030*****************************************************************
001040*  EMP-DEDUCTION-FILE - PER-EMPLOYEE DEDUCTION ENROLLMENTS,
001158*****************************************************************
001159 FD  AUDIT-JOURNAL
001160     LABEL RECORDS ARE STANDARD
001161     RECORD CONTAINS 213 CHARACTERS.
001162     COPY JRNREC.
001163
001164*****************************************************************
001165*  LEAVE-MASTER-FILE - VACATION AND SICK LEAVE BALANCES THE
001166*  PAYROLL PASS POSTS, READ BY KEY FOR THE EMPLOYEE INQUIRED
001167*  ON.  OPENED INPUT ONLY.
001168*****************************************************************
001169 FD  LEAVE-MASTER-FILE
001170     LABEL RECORDS ARE STANDARD
001171     RECORD CONTAINS 70 CHARACTERS.
001172     COPY LVEREC.
001173
001174*****************************************************************
001175*  PAY-GROUP-FILE - THE PAYGRP PAY GROUP REFERENCE, LOADED SO
001176*  A SALARIED EMPLOYEE IS QUOTED THE PER-PERIOD PAY OF THE
001177*  GROUP THAT PAYS THEM.  OPENED INPUT ONLY.
001178*****************************************************************
001179 FD  PAY-GROUP-FILE
001180     LABEL RECORDS ARE STANDARD
001181     RECORD CONTAINS 30 CHARACTERS.
001182     COPY PGRREC.
001183
001164 WORKING-STORAGE SECTION.
001165 77  WS-EMP-FILE-STATUS     PIC X(02) VALUE '00'.
001166 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001167 77  WS-LVE-FILE-STATUS     PIC X(02) VALUE '00'.
001168 77  WS-LVE-OPEN-SW         PIC X(01) VALUE 'N'.
001169     88  WS-LVE-OPEN                  VALUE 'Y'.
001170 77  WS-QUIT-SW             PIC X(01) VALUE 'N'.
001180     88  WS-QUIT-REQUESTED           VALUE 'Y'.
001190 77  WS-MENU-CHOICE         PIC X(01) VALUE SPACES.
001350 77  WS-BROWSE-EOF-SW       PIC X(01) VALUE 'N'.
001360     88  WS-BROWSE-EOF                VALUE 'Y'.
001362 77  WS-JRN-FILE-STATUS     PIC X(02) VALUE '00'.
001363*****************************************************************
001364*  PAY GROUP REFERENCE TABLE AND LOOKUP FIELDS.  AN EMPLOYEE
001365*  WHOSE GROUP IS NOT ON THE TABLE IS QUOTED WEEKLY.
001366*****************************************************************
001367 77  WS-PGR-FILE-STATUS     PIC X(02) VALUE '00'.
001368 77  WS-PGR-EOF-SW          PIC X(01) VALUE 'N'.
001369     88  WS-PGR-EOF                   VALUE 'Y'.
001370 COPY PGRTBL.
001364
001365*****************************************************************
001366*  OPERATOR SIGN-ON WORKING STORAGE - SHARED WITH THE OTHER
001892     MOVE 'I' TO WS-AUTH-NEEDED.
001893     MOVE 'PAYINQUIRY' TO WS-SIGNON-PROGRAM.
001894     PERFORM 0100-OPERATOR-SIGNON THRU 0100-EXIT.
001895*    NO LEAVE MASTER YET MEANS NO PAYROLL RUN HAS POSTED
001896*    LEAVE - THE INQUIRY STILL SERVES, WITHOUT BALANCES.
001897     OPEN INPUT LEAVE-MASTER-FILE.
001898     IF WS-LVE-FILE-STATUS = '00'
001899         MOVE 'Y' TO WS-LVE-OPEN-SW
001900     ELSE
001901         DISPLAY 'LEAVE-MASTER-FILE NOT AVAILABLE, STATUS = '
001902             WS-LVE-FILE-STATUS ' - NO LEAVE BALANCES'
001903     END-IF.
001895     PERFORM 1500-LOAD-TAX-TABLE THRU 1500-EXIT.
001897     PERFORM 1700-LOAD-PAY-GROUP-TABLE THRU 1700-EXIT.
001900     PERFORM 1600-LOAD-DEDUCTIONS THRU 1600-EXIT.
001902     MOVE WS-EMP-DED-TABLE TO WS-EMPD-TABLE-SAVE.
001904     MOVE WS-ARREARS-TABLE TO WS-ARR-TABLE-SAVE.
001930     EXIT.
001932
001933*****************************************************************
001934*  1700-LOAD-PAY-GROUP-TABLE
001935*    LOAD THE PAYGRP PAY GROUP REFERENCE FILE.  NO PAYGRP STILL
001936*    LETS THE INQUIRY SERVE, QUOTING EVERYONE WEEKLY.
001937*****************************************************************
001938 1700-LOAD-PAY-GROUP-TABLE.
001939     OPEN INPUT PAY-GROUP-FILE.
001940     IF WS-PGR-FILE-STATUS NOT = '00'
001941         DISPLAY 'PAY-GROUP-FILE NOT AVAILABLE, STATUS = '
001942             WS-PGR-FILE-STATUS ' - PAY QUOTED WEEKLY'
001943         GO TO 1700-EXIT
001944     END-IF.
001945     PERFORM 1710-READ-PAY-GROUP THRU 1710-EXIT
001946         UNTIL WS-PGR-EOF.
001947     CLOSE PAY-GROUP-FILE.
001948 1700-EXIT.
001949     EXIT.
001950
001951*****************************************************************
001952*  1710-READ-PAY-GROUP
001953*    READ ONE PAY GROUP REFERENCE RECORD INTO WS-PGR-TABLE.
001954*    GROUPS PAST THE TABLE'S 20 ARE LEFT OFF AND QUOTED WEEKLY.
001955*****************************************************************
001956 1710-READ-PAY-GROUP.
001957     READ PAY-GROUP-FILE
001958         AT END
001959             MOVE 'Y' TO WS-PGR-EOF-SW
001960         NOT AT END
001961             IF WS-PGR-COUNT < 20
001962                 ADD 1 TO WS-PGR-COUNT
001963                 MOVE PGR-GROUP-CODE
001964                     TO WS-PGRT-CODE (WS-PGR-COUNT)
001965                 MOVE PGR-NAME TO WS-PGRT-NAME (WS-PGR-COUNT)
001966                 MOVE PGR-PERIODS-PER-YEAR
001967                     TO WS-PGRT-PERIODS (WS-PGR-COUNT)
001968             END-IF
001969     END-READ.
001970 1710-EXIT.
001971     EXIT.
001972
001933*****************************************************************
001934*  OPERATOR SIGN-ON PARAGRAPHS - SHARED WITH THE OTHER
001935*  CONSOLE TRANSACTIONS VIA THE OPSIGNON COPYBOOK.
001936*****************************************************************
002980         DISPLAY 'NO PAY FIGURES - SEE EMP-EXCEPTIONS'
002990         GO TO 2600-EXIT
003000     END-IF.
003002*    PRICE AT THE EMPLOYEE'S PAY GROUP FREQUENCY, AS THE
003004*    GROUP'S PAYROLL RUN WILL.
003006     PERFORM 2630-SET-PAY-GROUP THRU 2630-EXIT.
003008     PERFORM 2205-SET-PERIOD-SALARY THRU 2205-EXIT.
003010     PERFORM 2200-CALCULATE-PAY THRU 2200-EXIT.
003012*    PUT THE DEDUCTION STATE BACK THE WAY THE LOAD LEFT IT -
003014*    AN INQUIRY MUST NOT SPEND GOAL ROOM OR RECOVER ARREARS.
003030         '   TYPE: ' WS-EMPLOYEE-TYPE
003040         '   DEPT: ' EMP-DEPT-CODE
003050         '   PAY METHOD: ' EMP-PAY-METHOD.
003051     IF WS-PGR-FOUND
003052         DISPLAY 'PAY GROUP: ' EMP-PAY-GROUP ' '
003053             WS-PGRT-NAME (WS-PGR-INDEX)
003054             '   PERIODS A YEAR: ' WS-PERIODS-PER-YEAR
003055     ELSE
003056         DISPLAY 'PAY GROUP: ' EMP-PAY-GROUP
003057             ' - NOT ON PAYGRP, QUOTED WEEKLY'
003058     END-IF.
003052     IF EMP-TERMINATED
003054         DISPLAY 'TERMINATED EFFECTIVE ' EMP-TERM-DATE
003056             ' - EXCLUDED FROM PASSES AFTER THAT PERIOD'
003058     END-IF.
003059     EVALUATE TRUE
003060         WHEN EMP-PRENOTE-RETURNED
003061             DISPLAY 'PRENOTE RETURNED BY THE BANK - ACCOUNT '
003062                 'NEEDS CORRECTION, PAID BY CHECK'
003063         WHEN EMP-PAY-DIRECT AND EMP-PRENOTE-PENDING
003064             DISPLAY 'NEW BANK ACCOUNT - PRENOTE NOT YET SENT, '
003065                 'PAID BY CHECK'
003066         WHEN EMP-PAY-DIRECT AND EMP-PRENOTE-SENT
003067             DISPLAY 'NEW BANK ACCOUNT - PRENOTE SENT '
003068                 EMP-PRENOTE-DATE ', PAID BY CHECK'
003069     END-EVALUATE.
003060     MOVE WS-SALARY TO WS-EDIT-RATE.
003070     DISPLAY 'RATE/SALARY: ' WS-EDIT-RATE
003080         '   HOURS WORKED: ' WS-HOURS-WORKED.
003170         UNTIL WS-EDA-SUB > WS-EDA-COUNT.
003180     MOVE WS-NET-PAY TO WS-EDIT-AMOUNT.
003190     DISPLAY 'NET PAY:           ' WS-EDIT-AMOUNT.
003195     PERFORM 2660-SHOW-LEAVE-BALANCE THRU 2660-EXIT.
003200 2600-EXIT.
003210     EXIT.
003220
003320 2610-EDIT-INQUIRY-FIELDS.
003330     MOVE 'Y' TO WS-VALID-RECORD-SW.
003340     EVALUATE TRUE
003342         WHEN EMP-PAY-GROUP = SPACES
003344             MOVE 'N'  TO WS-VALID-RECORD-SW
003346             MOVE 'G1' TO WS-REASON-CODE
003348             MOVE 'NO PAY GROUP ASSIGNED' TO WS-REASON-TEXT
003350         WHEN WS-AGE NOT NUMERIC
003360             MOVE 'N'  TO WS-VALID-RECORD-SW
003370             MOVE 'A1' TO WS-REASON-CODE
003724 2620-EXIT.
003725     EXIT.
003726
003727*****************************************************************
003728*  2630-SET-PAY-GROUP
003729*    LOOK THE EMPLOYEE'S PAY GROUP UP ON THE PAYGRP TABLE AND
003730*    SET THE PAY FREQUENCY THE SHARED CALCULATION PRICES AT -
003731*    WEEKLY WHEN THE GROUP IS NOT ON THE TABLE.
003732*****************************************************************
003733 2630-SET-PAY-GROUP.
003734     MOVE 'N' TO WS-PGR-FOUND-SW.
003735     MOVE EMP-PAY-GROUP TO WS-PGR-CODE.
003736     PERFORM 2635-FIND-PAY-GROUP THRU 2635-EXIT
003737         VARYING WS-PGR-SUB FROM 1 BY 1
003738         UNTIL WS-PGR-SUB > WS-PGR-COUNT.
003739     MOVE WS-BASE-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR.
003740     IF WS-PGR-FOUND
003741           AND WS-PGRT-PERIODS (WS-PGR-INDEX) NUMERIC
003742           AND WS-PGRT-PERIODS (WS-PGR-INDEX) > ZERO
003743         MOVE WS-PGRT-PERIODS (WS-PGR-INDEX)
003744             TO WS-PERIODS-PER-YEAR
003745     END-IF.
003746 2630-EXIT.
003747     EXIT.
003748
003749*****************************************************************
003750*  2635-FIND-PAY-GROUP
003751*    MATCH ONE PAY GROUP TABLE ENTRY AGAINST THE EMPLOYEE'S.
003752*****************************************************************
003753 2635-FIND-PAY-GROUP.
003754     IF WS-PGRT-CODE (WS-PGR-SUB) = WS-PGR-CODE
003755         MOVE 'Y' TO WS-PGR-FOUND-SW
003756         MOVE WS-PGR-SUB TO WS-PGR-INDEX
003757     END-IF.
003758 2635-EXIT.
003759     EXIT.
003760
003730*****************************************************************
003740*  2650-SHOW-DEDUCTION
003750*    DISPLAY ONE DEDUCTION THE CALCULATION TOOK FROM THIS
003820 2650-EXIT.
003830     EXIT.
003840
003841*****************************************************************
003842*  2660-SHOW-LEAVE-BALANCE
003843*    DISPLAY THE EMPLOYEE'S VACATION AND SICK LEAVE BALANCES,
003844*    IN HOURS, AS OF THE LAST PAYROLL RUN THAT POSTED THEM.
003845*****************************************************************
003846 2660-SHOW-LEAVE-BALANCE.
003847     IF NOT WS-LVE-OPEN
003848         GO TO 2660-EXIT
003849     END-IF.
003850     MOVE WS-EMP-ID TO LVE-EMP-ID.
003851     READ LEAVE-MASTER-FILE
003852         INVALID KEY
003853             DISPLAY 'NO LEAVE BALANCES ON RECORD'
003854             GO TO 2660-EXIT
003855     END-READ.
003856     MOVE LVE-VAC-BALANCE TO WS-EDIT-AMOUNT.
003857     DISPLAY 'VACATION BALANCE:  ' WS-EDIT-AMOUNT ' HOURS'.
003858     MOVE LVE-SICK-BALANCE TO WS-EDIT-AMOUNT.
003859     DISPLAY 'SICK BALANCE:      ' WS-EDIT-AMOUNT ' HOURS'.
003860     DISPLAY 'BALANCES AS OF PERIOD ' LVE-LAST-PERIOD.
003861     IF LVE-VAC-PAID-OUT > ZERO
003862         MOVE LVE-VAC-PAID-OUT TO WS-EDIT-AMOUNT
003863         DISPLAY 'VACATION PAID OUT: ' WS-EDIT-AMOUNT ' HOURS'
003864     END-IF.
003865 2660-EXIT.
003866     EXIT.
003867
003850*****************************************************************
003860*  9000-TERMINATE
003870*    CLOSE THE MASTER AND REPORT WHAT THE SESSION SERVED.
003890 9000-TERMINATE.
003900     CLOSE EMP-MASTER-FILE.
003905     CLOSE AUDIT-JOURNAL.
003906     IF WS-LVE-OPEN
003907         CLOSE LEAVE-MASTER-FILE
003908     END-IF.
003910     DISPLAY 'PAY INQUIRIES SERVED: ' WS-INQUIRIES-SERVED.
003920 9000-EXIT.
003930     EXIT.
