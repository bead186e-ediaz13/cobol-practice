000140*                   YEAR-TO-DATE MASTER POSTED BY THE PAYROLL
000150*                   PASS, THEN CLEARS THE ACCUMULATORS SO THE
000160*                   MASTER IS READY FOR THE NEW YEAR.
000161*  10/15/26   RM    YTDMAST IS NO LONGER CLEARED BLIND.  THE RUN
000162*                   FIRST READS THE PAYROLLTIEOUT RESULT ON
000163*                   TIESTAT AND FOOTS THE MASTER; IT REFUSES IF
000164*                   NO TIE-OUT WAS RUN OR THE MASTER HAS BEEN
000165*                   POSTED SINCE, AND A YEAR THAT DID NOT TIE
000166*                   NEEDS A SUPERVISOR'S SIGN-OFF (OPSIGNON),
000167*                   JOURNALED AS ACTION 'S' ON AUDITJRN.
000168*  10/15/26   RM    RUN REFUSED UNTIL THE LAST PAYCAL PERIOD
000169*                   PAYING IN THE TIE-OUT YEAR HAS PAID.  EACH RUN
000170*                   IS RECORDED ON THE SHARED RUNLOG.
000171*  10/15/26   RM    PAY GROUPS - EACH GROUP HAS ITS OWN PAYCAL
000172*                   CALENDAR, SO THE RUN NOW WAITS FOR THE LAST
000173*                   PERIOD OF THE YEAR OF EVERY GROUP TO HAVE
000174*                   PAID.  JOURNAL AND CALENDAR RECORDS WIDENED.
000175*  10/15/26   RM    THE TIESTAT RECORD IS HELD IN WORKING STORAGE
000176*                   ONCE THE FILE IS CLOSED, AND A SIGN-OFF THAT
000177*                   CANNOT BE WRITTEN BACK TO TIESTAT NOW REFUSES
000178*                   THE RUN BEFORE YTDMAST IS CLEARED.
000170*****************************************************************
000180*
000190*  PROGRAM FUNCTION
000220*    (GROSS, TAX AND NET FOR THE YEAR), ACCUMULATES COMPANY
000230*    TOTALS FOR THE FINAL PAGE, AND REWRITES EACH RECORD WITH
000240*    ZEROED ACCUMULATORS FOR THE NEW YEAR.
000241*    THE MASTER IS CLEARED ONLY WHEN THE YEAR-END TIE-OUT
000242*    (PAYROLLTIEOUT) ON TIESTAT STILL DESCRIBES IT AND EITHER
000243*    TIED OR HAD ITS DIFFERENCES SIGNED OFF BY A SUPERVISOR,
000244*    AND ONLY ONCE THE YEAR'S LAST PAYCAL PERIOD OF EVERY PAY
000245*    GROUP HAS PAID.
000246*    EACH RUN IS RECORDED ON THE RUNLOG.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000380     SELECT EARNINGS-STMT-FILE ASSIGN TO "YTDSTMT"
000390            ORGANIZATION IS SEQUENTIAL.
000400
000401     SELECT TIE-STATUS-FILE    ASSIGN TO "TIESTAT"
000402            ORGANIZATION IS SEQUENTIAL
000403            FILE STATUS IS WS-TIE-FILE-STATUS.
000404
000405     SELECT OPERATOR-SECURITY  ASSIGN TO "OPERSEC"
000406            ORGANIZATION IS SEQUENTIAL
000407            FILE STATUS IS WS-OPS-FILE-STATUS.
000408
000409     SELECT AUDIT-JOURNAL      ASSIGN TO "AUDITJRN"
000410            ORGANIZATION IS SEQUENTIAL
000411            FILE STATUS IS WS-JRN-FILE-STATUS.
000412
000413     SELECT PAY-PERIOD-FILE    ASSIGN TO "PAYCAL"
000414            ORGANIZATION IS SEQUENTIAL
000415            FILE STATUS IS WS-PPC-FILE-STATUS.
000416
000417     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
000418            ORGANIZATION IS SEQUENTIAL
000419            FILE STATUS IS WS-RLG-FILE-STATUS.
000420
000410 DATA DIVISION.
000420 FILE SECTION.
000430*****************************************************************
000610     RECORD CONTAINS 132 CHARACTERS.
000620 01  STMT-LINE                 PIC X(132).
000630
000631*****************************************************************
000632*  TIE-STATUS-FILE - THE YEAR-END TIE-OUT RESULT LEFT BY
000633*  PAYROLLTIEOUT.  REWRITTEN HERE ONLY TO RECORD A SUPERVISOR
000634*  SIGN-OFF.
000635*****************************************************************
000636 FD  TIE-STATUS-FILE
000637     LABEL RECORDS ARE STANDARD
000638     RECORD CONTAINS 79 CHARACTERS.
000639     COPY TIEREC.
000640
000641*****************************************************************
000642*  OPERATOR-SECURITY - THE OPERSEC SIGN-ON FILE, READ BY THE
000643*  SHARED OPSIGNON PARAGRAPHS WHEN A YEAR THAT DID NOT TIE
000644*  NEEDS A SUPERVISOR'S SIGN-OFF.
000645*****************************************************************
000646 FD  OPERATOR-SECURITY
000647     LABEL RECORDS ARE STANDARD
000648     RECORD CONTAINS 21 CHARACTERS.
000649     COPY OPSREC.
000650
000651*****************************************************************
000652*  AUDIT-JOURNAL - THE MAINTENANCE AUDIT TRAIL.  CARRIES ANY
000653*  FAILED SIGN-ON AND THE SUPERVISOR'S TIE-OUT SIGN-OFF.
000654*****************************************************************
000655 FD  AUDIT-JOURNAL
000656     LABEL RECORDS ARE STANDARD
000657     RECORD CONTAINS 213 CHARACTERS.
000658     COPY JRNREC.
000659
000660*****************************************************************
000661*  PAY-PERIOD-FILE - THE PAYCAL CALENDAR, READ FOR THE LAST
000662*  PERIOD PAYING IN THE YEAR AND WHETHER IT HAS PAID - ONE
000663*  LAST PERIOD PER PAY GROUP, EACH GROUP HAVING ITS OWN
000664*  CALENDAR.
000665*****************************************************************
000666 FD  PAY-PERIOD-FILE
000667     LABEL RECORDS ARE STANDARD
000668     RECORD CONTAINS 33 CHARACTERS.
000669     COPY PPCREC.
000670
000671*****************************************************************
000672*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
000673*  THE YEAR IT CLEARS AND HOW IT ENDED ARE APPENDED THROUGH THE
000674*  RUNLOG PARAGRAPHS.
000675*****************************************************************
000676 FD  RUN-LOG-FILE
000677     LABEL RECORDS ARE STANDARD
000678     RECORD CONTAINS 100 CHARACTERS.
000679     COPY RLGREC.
000680
000640 WORKING-STORAGE SECTION.
000650 77  WS-YTD-FILE-STATUS     PIC X(02) VALUE '00'.
000660 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000670     88  WS-EOF                       VALUE 'Y'.
000680 77  WS-STMT-COUNT          PIC 9(7) COMP VALUE ZERO.
000681 77  WS-TIE-FILE-STATUS     PIC X(02) VALUE '00'.
000682 77  WS-JRN-FILE-STATUS     PIC X(02) VALUE '00'.
000683 77  WS-SIGNOFF-REPLY       PIC X(01) VALUE SPACES.
000684 77  WS-PPC-FILE-STATUS     PIC X(02) VALUE '00'.
000685 77  WS-PPC-EOF-SW          PIC X(01) VALUE 'N'.
000686     88  WS-PPC-EOF                   VALUE 'Y'.
000687 77  WS-YEAR-PERIODS        PIC 9(7) COMP VALUE ZERO.
000688*****************************************************************
000689*  WS-LAST-PERIOD-TABLE - EACH PAY GROUP'S PERIOD WITH THE
000690*  LATEST PAY DATE IN THE TIE-OUT YEAR, AND ITS STATUS.
000691*****************************************************************
000692 77  WS-LPT-COUNT           PIC 9(03) COMP VALUE ZERO.
000693 77  WS-LPT-SUB             PIC 9(03) COMP VALUE ZERO.
000694 77  WS-LPT-INDEX           PIC 9(03) COMP VALUE ZERO.
000695 77  WS-LPT-FOUND-SW        PIC X(01) VALUE 'N'.
000696     88  WS-LPT-FOUND                 VALUE 'Y'.
000697 01  WS-LAST-PERIOD-TABLE.
000698     05  WS-LPT-ENTRY OCCURS 20 TIMES.
000699         10  WS-LPT-PAY-GROUP   PIC X(02).
000700         10  WS-LPT-PERIOD      PIC 9(06).
000701         10  WS-LPT-PAY-DATE    PIC 9(08).
000702         10  WS-LPT-STATUS      PIC X(01).
000703             88  WS-LPT-PAID              VALUE 'P'.
000704
000705*****************************************************************
000706*  WS-DATE-WORK - A PAY DATE TAKEN APART FOR ITS YEAR.
000707*****************************************************************
000708 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
000709 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000710     05  WS-DATE-YYYY           PIC 9(04).
000711     05  WS-DATE-MM             PIC 9(02).
000712     05  WS-DATE-DD             PIC 9(02).
000713
000714*****************************************************************
000715*  OPERATOR SIGN-ON WORKING STORAGE - SHARED WITH THE CONSOLE
000716*  TRANSACTIONS VIA THE OPSWORK COPYBOOK.
000717*****************************************************************
000718 COPY OPSWORK.
000719
000720*****************************************************************
000721*  WS-MASTER-FOOTING - THE YTDMAST TOTALS AS THEY STAND NOW,
000722*  FOOTED BEFORE ANYTHING IS CLEARED AND COMPARED WITH THE
000723*  TOTALS THE TIE-OUT WAS REACHED AGAINST.
000724*****************************************************************
000725 01  WS-MASTER-FOOTING.
000726     05  WS-FOOT-GROSS          PIC 9(11)V99 VALUE ZERO.
000727     05  WS-FOOT-TAX            PIC 9(11)V99 VALUE ZERO.
000728     05  WS-FOOT-NET            PIC 9(11)V99 VALUE ZERO.
000729
000730*****************************************************************
000731*  WTS-RECORD - THE TIESTAT RECORD AS READ, HELD ONCE THE FILE
000732*  IS CLOSED, AND STAMPED WITH A SUPERVISOR SIGN-OFF BEFORE IT
000733*  IS WRITTEN BACK.
000734*****************************************************************
000735 COPY TIEREC REPLACING LEADING ==TIE-== BY ==WTS-==.
000736
000737*****************************************************************
000738*  WS-SIGNOFF-IMAGE - THE JOURNAL AFTER IMAGE FOR A TIE-OUT
000739*  SIGN-OFF.  THE PROGRAM NAME LEADS, AS ON A FAILED SIGN-ON,
000740*  SO THE AUDIT REPORT PRINTS IT IN THE NAME COLUMN.
000741*****************************************************************
000742 01  WS-SIGNOFF-IMAGE.
000743     05  FILLER                 PIC X(20)
000744             VALUE 'YEARENDSTATEMENTS'.
000745     05  FILLER                 PIC X(13) VALUE 'TIE-OUT YEAR '.
000746     05  SGN-YEAR               PIC 9(04).
000747     05  FILLER                 PIC X(13) VALUE ' DIFFERENCES '.
000748     05  SGN-DIFF-COUNT         PIC 9(05).
000749     05  FILLER                 PIC X(35) VALUE SPACES.
000690
000700*****************************************************************
000710*  WS-COMPANY-TOTALS - COMPANY-WIDE YEAR TOTALS ACCUMULATED
001030             VALUE 'COMPANY TOTALS - ALL STATEMENTS'.
001040     05  FILLER                 PIC X(100) VALUE SPACES.
001050
001051*****************************************************************
001052*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
001053*  PROGRAMS VIA THE RLGWORK COPYBOOK.
001054*****************************************************************
001055 COPY RLGWORK.
001056
001060 PROCEDURE DIVISION.
001070*****************************************************************
001080*  0000-MAIN-LOGIC
001130     PERFORM 2000-PROCESS-YTD-RECORD THRU 2000-EXIT
001140         UNTIL WS-EOF.
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001155     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
001160     STOP RUN.
001170
001180*****************************************************************
001200*    OPEN THE YEAR-TO-DATE MASTER AND THE STATEMENT PRINT
001210*    FILE AND PRIME THE PROCESSING LOOP.  A MISSING MASTER
001220*    STOPS THE RUN - THERE IS NOTHING TO PRINT OR CLEAR.
001223*    NOTHING IS OPENED FOR UPDATE UNTIL THE TIE-OUT CHECK
001226*    HAS PASSED.
001230*****************************************************************
001240 1000-INITIALIZE.
001242     MOVE 'YEARENDSTATEMENTS' TO WS-RLG-PROGRAM.
001244     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
001246     PERFORM 1100-CHECK-TIE-OUT THRU 1100-EXIT.
001250     OPEN I-O YTD-MASTER-FILE.
001260     IF WS-YTD-FILE-STATUS NOT = '00'
001270         DISPLAY 'YTD-MASTER-FILE OPEN FAILED, STATUS = '
001330 1000-EXIT.
001340     EXIT.
001350
001351*****************************************************************
001352*  1100-CHECK-TIE-OUT
001353*    REFUSE TO CLEAR THE YEAR UNLESS PAYROLLTIEOUT HAS BEEN
001354*    RUN FOR IT SINCE THE LAST POSTING - THE YTDMAST TOTALS
001355*    MUST STILL BE THE ONES ON TIESTAT - AND THE YEAR EITHER
001356*    TIED OR HAS BEEN SIGNED OFF.  A YEAR THAT DID NOT TIE
001357*    AND IS NOT YET SIGNED OFF GOES TO A SUPERVISOR.  THE
001358*    YEAR'S LAST PAY PERIOD MUST ALSO HAVE PAID.
001359*****************************************************************
001360 1100-CHECK-TIE-OUT.
001361     OPEN INPUT TIE-STATUS-FILE.
001362     IF WS-TIE-FILE-STATUS NOT = '00'
001363         DISPLAY 'TIESTAT OPEN FAILED, STATUS = '
001364             WS-TIE-FILE-STATUS
001365         DISPLAY 'RUN PAYROLLTIEOUT FOR THE YEAR FIRST - '
001366             'YTDMAST NOT CLEARED'
001367         MOVE 'NO TIE-OUT ON TIESTAT' TO WS-RLG-MESSAGE
001368         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001369         STOP RUN
001370     END-IF.
001371     READ TIE-STATUS-FILE
001372         AT END
001373             DISPLAY 'TIESTAT IS EMPTY'
001374             DISPLAY 'RUN PAYROLLTIEOUT FOR THE YEAR FIRST - '
001375                 'YTDMAST NOT CLEARED'
001376             MOVE 'TIESTAT IS EMPTY' TO WS-RLG-MESSAGE
001377             PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001378             STOP RUN
001379     END-READ.
001380     MOVE TIE-RECORD TO WTS-RECORD.
001381     CLOSE TIE-STATUS-FILE.
001382     MOVE 'Y'      TO WS-RLG-PERIOD-TYPE.
001383     MOVE WTS-YEAR TO WS-RLG-PERIOD.
001384     PERFORM 1150-CHECK-YEAR-PAID THRU 1150-EXIT.
001385     PERFORM 1110-FOOT-YTD-MASTER THRU 1110-EXIT.
001386     IF WS-FOOT-GROSS NOT = WTS-YTD-GROSS
001387        OR WS-FOOT-TAX NOT = WTS-YTD-TAX
001388        OR WS-FOOT-NET NOT = WTS-YTD-NET
001389         DISPLAY 'YTDMAST HAS CHANGED SINCE THE TIE-OUT OF '
001390             WTS-RUN-DATE
001391         DISPLAY 'RERUN PAYROLLTIEOUT - YTDMAST NOT CLEARED'
001392         MOVE 'YTDMAST CHANGED SINCE THE TIE-OUT'
001393             TO WS-RLG-MESSAGE
001394         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001395         STOP RUN
001396     END-IF.
001397     IF WTS-YEAR-TIES
001398         DISPLAY 'TIE-OUT FOR ' WTS-YEAR ' AGREES'
001399         GO TO 1100-EXIT
001400     END-IF.
001401     IF WTS-SIGNOFF-ID NOT = SPACES
001402         DISPLAY 'TIE-OUT FOR ' WTS-YEAR ' SIGNED OFF BY '
001403             WTS-SIGNOFF-ID ' ON ' WTS-SIGNOFF-DATE
001404         GO TO 1100-EXIT
001405     END-IF.
001406     PERFORM 1200-SUPERVISOR-SIGNOFF THRU 1200-EXIT.
001407 1100-EXIT.
001408     EXIT.
001409
001410*****************************************************************
001411*  1150-CHECK-YEAR-PAID
001412*    REFUSE TO CLEAR THE YEAR UNTIL ITS LAST PAY PERIOD - THE
001413*    PAYCAL PERIOD WITH THE LATEST PAY DATE IN THE TIE-OUT
001414*    YEAR - HAS PAID, FOR EVERY PAY GROUP ON THE CALENDAR.  A
001415*    WEEKLY GROUP'S LAST PAY DATE IS NOT A SEMI-MONTHLY
001416*    GROUP'S, AND NEITHER GROUP'S YEAR IS DONE UNTIL ITS OWN
001417*    LAST PERIOD HAS PAID.  A YEAR WITH NO PERIODS ON THE
001418*    CALENDAR CANNOT BE SHOWN TO HAVE PAID AND IS REFUSED AS
001419*    WELL.
001420*****************************************************************
001421 1150-CHECK-YEAR-PAID.
001422     OPEN INPUT PAY-PERIOD-FILE.
001423     IF WS-PPC-FILE-STATUS NOT = '00'
001424         DISPLAY 'PAY-PERIOD-FILE OPEN FAILED, STATUS = '
001425             WS-PPC-FILE-STATUS
001426         DISPLAY 'RUN REFUSED - THE YEAR CANNOT BE SHOWN PAID'
001427         MOVE 'PAYCAL NOT READABLE' TO WS-RLG-MESSAGE
001428         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001429         STOP RUN
001430     END-IF.
001431     PERFORM 1160-READ-YEAR-PERIOD THRU 1160-EXIT
001432         UNTIL WS-PPC-EOF.
001433     CLOSE PAY-PERIOD-FILE.
001434     IF WS-YEAR-PERIODS = ZERO
001435         DISPLAY 'NO PAYCAL PERIOD PAYS IN ' WTS-YEAR
001436             ' - RUN REFUSED'
001437         MOVE 'NO PAYCAL PERIODS IN THE YEAR' TO WS-RLG-MESSAGE
001438         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001439         STOP RUN
001440     END-IF.
001441     PERFORM 1180-CHECK-GROUP-PAID THRU 1180-EXIT
001442         VARYING WS-LPT-SUB FROM 1 BY 1
001443         UNTIL WS-LPT-SUB > WS-LPT-COUNT.
001444 1150-EXIT.
001445     EXIT.
001446
001447*****************************************************************
001448*  1160-READ-YEAR-PERIOD
001449*    READ ONE CALENDAR RECORD, KEEPING THE PERIOD WITH THE
001450*    LATEST PAY DATE IN THE TIE-OUT YEAR FOR ITS PAY GROUP.
001451*****************************************************************
001452 1160-READ-YEAR-PERIOD.
001453     READ PAY-PERIOD-FILE
001454         AT END
001455             MOVE 'Y' TO WS-PPC-EOF-SW
001456             GO TO 1160-EXIT
001457     END-READ.
001458     MOVE PPC-PAY-DATE TO WS-DATE-WORK.
001459     IF WS-DATE-YYYY NOT = WTS-YEAR
001460         GO TO 1160-EXIT
001461     END-IF.
001462     ADD 1 TO WS-YEAR-PERIODS.
001463     MOVE 'N' TO WS-LPT-FOUND-SW.
001464     PERFORM 1170-FIND-GROUP-ENTRY THRU 1170-EXIT
001465         VARYING WS-LPT-SUB FROM 1 BY 1
001466         UNTIL WS-LPT-SUB > WS-LPT-COUNT OR WS-LPT-FOUND.
001467     IF NOT WS-LPT-FOUND
001468         IF WS-LPT-COUNT >= 20
001469             DISPLAY 'PAYCAL HOLDS MORE THAN 20 PAY GROUPS'
001470             DISPLAY 'RUN REFUSED - YTDMAST NOT CLEARED'
001471             MOVE 'TOO MANY PAY GROUPS ON PAYCAL'
001472                 TO WS-RLG-MESSAGE
001473             PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001474             STOP RUN
001475         END-IF
001476         ADD 1 TO WS-LPT-COUNT
001477         MOVE WS-LPT-COUNT  TO WS-LPT-INDEX
001478         MOVE PPC-PAY-GROUP TO WS-LPT-PAY-GROUP (WS-LPT-INDEX)
001479         MOVE ZERO          TO WS-LPT-PAY-DATE (WS-LPT-INDEX)
001480     END-IF.
001481     IF PPC-PAY-DATE NOT < WS-LPT-PAY-DATE (WS-LPT-INDEX)
001482         MOVE PPC-PERIOD-NUMBER TO WS-LPT-PERIOD (WS-LPT-INDEX)
001483         MOVE PPC-PAY-DATE      TO WS-LPT-PAY-DATE (WS-LPT-INDEX)
001484         MOVE PPC-STATUS        TO WS-LPT-STATUS (WS-LPT-INDEX)
001485     END-IF.
001486 1160-EXIT.
001487     EXIT.
001488
001489*****************************************************************
001490*  1170-FIND-GROUP-ENTRY
001491*    MATCH ONE LAST-PERIOD TABLE ENTRY AGAINST THE CALENDAR
001492*    RECORD'S PAY GROUP.
001493*****************************************************************
001494 1170-FIND-GROUP-ENTRY.
001495     IF WS-LPT-PAY-GROUP (WS-LPT-SUB) = PPC-PAY-GROUP
001496         MOVE 'Y' TO WS-LPT-FOUND-SW
001497         MOVE WS-LPT-SUB TO WS-LPT-INDEX
001498     END-IF.
001499 1170-EXIT.
001500     EXIT.
001501
001502*****************************************************************
001503*  1180-CHECK-GROUP-PAID
001504*    REFUSE THE RUN IF ONE PAY GROUP'S LAST PERIOD OF THE YEAR
001505*    HAS NOT PAID.
001506*****************************************************************
001507 1180-CHECK-GROUP-PAID.
001508     IF WS-LPT-PAID (WS-LPT-SUB)
001509         GO TO 1180-EXIT
001510     END-IF.
001511     DISPLAY 'LAST PERIOD OF ' WTS-YEAR ' FOR PAY GROUP '
001512         WS-LPT-PAY-GROUP (WS-LPT-SUB) ', '
001513         WS-LPT-PERIOD (WS-LPT-SUB).
001514     DISPLAY '    PAYING ' WS-LPT-PAY-DATE (WS-LPT-SUB)
001515         ', HAS NOT PAID'.
001516     DISPLAY 'RUN REFUSED - YTDMAST NOT CLEARED'.
001517     MOVE 'LAST PERIOD OF THE YEAR NOT PAID' TO WS-RLG-MESSAGE.
001518     PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT.
001519     STOP RUN.
001520 1180-EXIT.
001521     EXIT.
001522
001523*****************************************************************
001524*  1110-FOOT-YTD-MASTER
001525*    FOOT THE YEAR-TO-DATE MASTER READ-ONLY.
001526*****************************************************************
001527 1110-FOOT-YTD-MASTER.
001528     OPEN INPUT YTD-MASTER-FILE.
001529     IF WS-YTD-FILE-STATUS NOT = '00'
001530         DISPLAY 'YTD-MASTER-FILE OPEN FAILED, STATUS = '
001531             WS-YTD-FILE-STATUS
001532         STOP RUN
001533     END-IF.
001534     PERFORM 1120-FOOT-YTD-RECORD THRU 1120-EXIT
001535         UNTIL WS-EOF.
001536     CLOSE YTD-MASTER-FILE.
001537     MOVE 'N' TO WS-EOF-SWITCH.
001538 1110-EXIT.
001539     EXIT.
001540
001541*****************************************************************
001542*  1120-FOOT-YTD-RECORD
001543*    ADD ONE YEAR-TO-DATE RECORD INTO THE FOOTING.
001544*****************************************************************
001545 1120-FOOT-YTD-RECORD.
001546     READ YTD-MASTER-FILE NEXT RECORD
001547         AT END
001548             MOVE 'Y' TO WS-EOF-SWITCH
001549         NOT AT END
001550             ADD YTD-GROSS-PAY  TO WS-FOOT-GROSS
001551             ADD YTD-TAX-AMOUNT TO WS-FOOT-TAX
001552             ADD YTD-NET-PAY    TO WS-FOOT-NET
001553     END-READ.
001554 1120-EXIT.
001555     EXIT.
001556
001557*****************************************************************
001558*  1200-SUPERVISOR-SIGNOFF
001559*    THE YEAR DID NOT TIE.  A SUPERVISOR MAY ACCEPT THE
001560*    DIFFERENCES ON THE TIE-OUT REPORT; THE SIGN-OFF IS
001561*    JOURNALED (ACTION 'S') AND RECORDED ON TIESTAT SO A
001562*    RESTART DOES NOT ASK AGAIN.  ANYONE ELSE, OR A 'N', ENDS
001563*    THE RUN WITH YTDMAST UNTOUCHED, AS DOES A TIESTAT THAT
001564*    CANNOT BE REWRITTEN - A YEAR IS NEVER CLEARED ON A
001565*    SIGN-OFF THAT WAS NOT RECORDED.
001566*****************************************************************
001567 1200-SUPERVISOR-SIGNOFF.
001568     DISPLAY 'TIE-OUT FOR ' WTS-YEAR ' OF ' WTS-RUN-DATE
001569         ' FOUND ' WTS-DIFF-COUNT ' DIFFERENCES'.
001570     DISPLAY 'YTDMAST IS CLEARED ONLY ON A SUPERVISOR SIGN-OFF'.
001571     OPEN EXTEND AUDIT-JOURNAL.
001572     IF WS-JRN-FILE-STATUS = '35'
001573         OPEN OUTPUT AUDIT-JOURNAL
001574     END-IF.
001575     IF WS-JRN-FILE-STATUS NOT = '00'
001576         DISPLAY 'AUDIT-JOURNAL OPEN FAILED, STATUS = '
001577             WS-JRN-FILE-STATUS
001578         DISPLAY 'RUN STOPPED - SIGN-OFF MUST BE JOURNALED'
001579         STOP RUN
001580     END-IF.
001581     MOVE 'R' TO WS-AUTH-NEEDED.
001582     MOVE 'YEARENDSTATEMENTS' TO WS-SIGNON-PROGRAM.
001583     PERFORM 0100-OPERATOR-SIGNON THRU 0100-EXIT.
001584     IF NOT WS-OP-IS-SUPERVISOR
001585         DISPLAY 'OPERATOR ' WS-OPERATOR-ID
001586             ' IS NOT A SUPERVISOR - YTDMAST NOT CLEARED'
001587         CLOSE AUDIT-JOURNAL
001588         MOVE 'TIE-OUT DIFFERENCES NOT SIGNED OFF'
001589             TO WS-RLG-MESSAGE
001590         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001591         STOP RUN
001592     END-IF.
001593     DISPLAY 'SIGN OFF THE DIFFERENCES AND CLEAR YTDMAST (Y/N): '
001594         WITH NO ADVANCING.
001595     ACCEPT WS-SIGNOFF-REPLY.
001596     IF WS-SIGNOFF-REPLY NOT = 'Y'
001597         DISPLAY 'NOT SIGNED OFF - YTDMAST NOT CLEARED'
001598         CLOSE AUDIT-JOURNAL
001599         MOVE 'TIE-OUT DIFFERENCES NOT SIGNED OFF'
001600             TO WS-RLG-MESSAGE
001601         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001602         STOP RUN
001603     END-IF.
001604     MOVE WS-OPERATOR-ID  TO JRN-OPERATOR-ID.
001605     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
001606     ACCEPT WS-CLOCK-TIME FROM TIME.
001607     MOVE WS-CLOCK-HHMMSS TO JRN-TIME.
001608     MOVE 'S'             TO JRN-ACTION.
001609     MOVE ZERO            TO JRN-EMP-ID.
001610     MOVE SPACES          TO JRN-BEFORE-IMAGE.
001611     MOVE WTS-YEAR        TO SGN-YEAR.
001612     MOVE WTS-DIFF-COUNT  TO SGN-DIFF-COUNT.
001613     MOVE WS-SIGNOFF-IMAGE TO JRN-AFTER-IMAGE.
001614     WRITE JRN-RECORD.
001615     CLOSE AUDIT-JOURNAL.
001616     MOVE WS-OPERATOR-ID  TO WTS-SIGNOFF-ID.
001617     MOVE JRN-DATE        TO WTS-SIGNOFF-DATE.
001618     MOVE JRN-TIME        TO WTS-SIGNOFF-TIME.
001619     OPEN OUTPUT TIE-STATUS-FILE.
001620     IF WS-TIE-FILE-STATUS NOT = '00'
001621         DISPLAY 'TIESTAT OPEN FAILED, STATUS = '
001622             WS-TIE-FILE-STATUS
001623         DISPLAY 'RUN STOPPED - SIGN-OFF NOT RECORDED, '
001624             'YTDMAST NOT CLEARED'
001625         MOVE 'SIGN-OFF NOT RECORDED ON TIESTAT'
001626             TO WS-RLG-MESSAGE
001627         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001628         STOP RUN
001629     END-IF.
001630     WRITE TIE-RECORD FROM WTS-RECORD.
001631     CLOSE TIE-STATUS-FILE.
001632     DISPLAY 'DIFFERENCES SIGNED OFF BY ' WS-OPERATOR-ID.
001633 1200-EXIT.
001634     EXIT.
001635
001636*****************************************************************
001637*  OPERATOR SIGN-ON PARAGRAPHS - SHARED WITH THE CONSOLE
001638*  TRANSACTIONS VIA THE OPSIGNON COPYBOOK.
001639*****************************************************************
001640 COPY OPSIGNON.
001641
001360*****************************************************************
001370*  2000-PROCESS-YTD-RECORD
001380*    PRINT ONE EMPLOYEE'S STATEMENT, ROLL THE YEAR TOTALS,
002340     DISPLAY 'YEAR-END STATEMENTS PRINTED: ' WS-STMT-COUNT.
002350 9000-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
002400*  VIA THE RUNLOG COPYBOOK.
002410*****************************************************************
002420 COPY RUNLOG.
