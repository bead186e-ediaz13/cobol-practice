000210*                   APPLIES TO ITS JOURNAL, SO EACH FILING
000220*                   COVERS EXACTLY THE RUNS SINCE THE LAST
000230*                   ONE.
000231*  10/15/26   RM    FILING REFUSED UNTIL EVERY PAYCAL PERIOD
000232*                   PAYING IN THE QUARTER IS PAID.  EACH RUN IS
000233*                   RECORDED ON THE SHARED RUNLOG.
000234*  10/15/26   RM    PAY GROUPS - THE FEED AND TAXRHIST CARRY THE
000235*                   PAY GROUP OF EACH RUN.  RUN LINES SHOW THE
000236*                   GROUP AND EACH GROUP'S TOTALS PRINT AHEAD OF
000237*                   THE FILING TOTALS.  THE QUARTER FILED IS TAKEN
000238*                   FROM THE LATEST PAY DATE OF THE GROUPS' LATEST
000239*                   FEED PERIODS.  PAYCAL WIDENED.
000240*  10/15/26   RM    A TAXREMIT FEED THAT CANNOT BE REOPENED FOR
000241*                   THE REPORT NOW REFUSES THE RUN ON RUNLOG.
000240*****************************************************************
000250*
000260*  PROGRAM FUNCTION
000270*    RUN ONCE A QUARTER AFTER THE LAST PAYROLL PASS OF THE
000280*    QUARTER.  THE AMOUNT OWED THE AUTHORITY - TAX WITHHELD
000290*    FROM EMPLOYEES PLUS THE EMPLOYER'S MATCHING TAX - COMES
000300*    OFF THE FEED, NOT OFF PAYRPT PAPER.  THE FILING IS
000301*    REFUSED UNTIL EVERY PERIOD PAYING IN THE QUARTER IS PAID
000302*    ON PAYCAL, AND EACH RUN IS RECORDED ON THE RUNLOG.
000303*    EACH PAY GROUP RUNS ITS OWN PASSES, SO EVERY RUN LINE
000304*    CARRIES ITS PAY GROUP AND THE GROUP'S TOTALS ARE PRINTED
000305*    AHEAD OF THE TOTALS FOR THE FILING.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WS-HIST-FILE-STATUS.
000480
000481     SELECT PAY-PERIOD-FILE    ASSIGN TO "PAYCAL"
000482            ORGANIZATION IS SEQUENTIAL
000483            FILE STATUS IS WS-PPC-FILE-STATUS.
000484
000485     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
000486            ORGANIZATION IS SEQUENTIAL
000487            FILE STATUS IS WS-RLG-FILE-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000520*  TAX-REMIT-FILE - THE PER-RUN TAX FEED AS WRITTEN BY THE
000530*  PAYROLL PASS, IN RUN ORDER, CLEARED AFTER A SUCCESSFUL
000540*  FILING.  THE PAY GROUPS' RUNS ARE INTERLEAVED ON IT.
000550*****************************************************************
000560 FD  TAX-REMIT-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 38 CHARACTERS.
000590 01  TRM-RECORD.
000600     05  TRM-PAY-PERIOD         PIC 9(06).
000610     05  TRM-RUN-DATE           PIC 9(08).
000620     05  TRM-WITHHELD-TAX       PIC 9(9)V99.
000630     05  TRM-ER-TAX             PIC 9(9)V99.
000635     05  TRM-PAY-GROUP          PIC X(02).
000640
000650*****************************************************************
000660*  REMIT-REPORT - THE PRINTED QUARTERLY REMITTANCE SUMMARY
000780*****************************************************************
000790 FD  REMIT-HISTORY
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 38 CHARACTERS.
000820 01  HIST-RECORD.
000830     05  HIST-PAY-PERIOD        PIC 9(06).
000840     05  HIST-RUN-DATE          PIC 9(08).
000850     05  HIST-WITHHELD-TAX      PIC 9(9)V99.
000860     05  HIST-ER-TAX            PIC 9(9)V99.
000861     05  HIST-PAY-GROUP         PIC X(02).
000862
000863*****************************************************************
000864*  PAY-PERIOD-FILE - THE PAYCAL CALENDAR, READ FOR THE PAY DATES
000865*  AND STATUSES OF THE QUARTER'S PERIODS.
000866*****************************************************************
000867 FD  PAY-PERIOD-FILE
000868     LABEL RECORDS ARE STANDARD
000869     RECORD CONTAINS 33 CHARACTERS.
000870     COPY PPCREC.
000871
000872*****************************************************************
000873*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
000874*  THE QUARTER IT FILES AND HOW IT ENDED ARE APPENDED THROUGH
000875*  THE RUNLOG PARAGRAPHS.
000876*****************************************************************
000877 FD  RUN-LOG-FILE
000878     LABEL RECORDS ARE STANDARD
000879     RECORD CONTAINS 100 CHARACTERS.
000880     COPY RLGREC.
000870
000880 WORKING-STORAGE SECTION.
000890 77  WS-TRM-FILE-STATUS     PIC X(02) VALUE '00'.
000950 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
000960 77  WS-RUNS-REPORTED       PIC 9(7) COMP VALUE ZERO.
000970 77  WS-ARCHIVED-COUNT      PIC 9(7) COMP VALUE ZERO.
000971 77  WS-PPC-FILE-STATUS     PIC X(02) VALUE '00'.
000972 77  WS-PPC-EOF-SW          PIC X(01) VALUE 'N'.
000973     88  WS-PPC-EOF                   VALUE 'Y'.
000974 77  WS-FEED-COUNT          PIC 9(7) COMP VALUE ZERO.
000975 77  WS-GT-SUB              PIC 9(05) COMP VALUE ZERO.
000976 77  WS-GT-FOUND-SW         PIC X(01) VALUE 'N'.
000977     88  WS-GT-FOUND                  VALUE 'Y'.
000978 77  WS-PERIODS-FOUND       PIC 9(05) COMP VALUE ZERO.
000979 77  WS-LAST-PAY-DATE       PIC 9(08) VALUE ZERO.
000980 77  WS-QTR-YEAR            PIC 9(04) VALUE ZERO.
000981 77  WS-QTR-QUARTER         PIC 9(01) VALUE ZERO.
000982 77  WS-REC-QUARTER         PIC 9(01) VALUE ZERO.
000983 77  WS-UNPAID-COUNT        PIC 9(7) COMP VALUE ZERO.
000984
000985*****************************************************************
000986*  WS-DATE-WORK - A PAY DATE TAKEN APART FOR ITS YEAR AND
000987*  MONTH, AND SO ITS QUARTER.
000988*****************************************************************
000989 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
000990 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000991     05  WS-DATE-YYYY           PIC 9(04).
000992     05  WS-DATE-MM             PIC 9(02).
000993     05  WS-DATE-DD             PIC 9(02).
000994
000995*****************************************************************
000996*  WS-QTR-LABEL - THE QUARTER BEING FILED AS YYYYQN, AS THE RUN
000997*  LOG CARRIES IT.
000998*****************************************************************
000999 01  WS-QTR-LABEL.
001000     05  WS-QTR-LABEL-YEAR      PIC 9(04).
001001     05  FILLER                 PIC X(01) VALUE 'Q'.
001002     05  WS-QTR-LABEL-QTR       PIC 9(01).
001003     05  FILLER                 PIC X(02) VALUE SPACES.
000980
000990*****************************************************************
001000*  WS-REMIT-TOTALS - THE QUARTER'S TOTALS - WITHHELD TAX,
001040     05  WS-TOTAL-WITHHELD      PIC 9(11)V99 VALUE ZERO.
001050     05  WS-TOTAL-ER-TAX        PIC 9(11)V99 VALUE ZERO.
001060     05  WS-TOTAL-DUE           PIC 9(11)V99 VALUE ZERO.
001061*****************************************************************
001062*  WS-GROUP-TABLE - ONE ENTRY PER PAY GROUP ON THE FEED, WITH
001063*  THE GROUP'S LATEST PERIOD ON IT AND ITS TOTALS.
001064*****************************************************************
001065 01  WS-GROUP-TABLE.
001066     05  WS-GT-COUNT            PIC 9(4) COMP VALUE ZERO.
001067     05  WS-GT-ENTRY OCCURS 20 TIMES.
001068         10  WS-GT-PAY-GROUP    PIC X(02).
001069         10  WS-GT-LAST-PERIOD  PIC 9(06).
001070         10  WS-GT-WITHHELD     PIC 9(11)V99.
001071         10  WS-GT-ER-TAX       PIC 9(11)V99.
001070
001080*****************************************************************
001090*  REMIT-REPORT PRINT LINES - HEADINGS, ONE DETAIL LINE PER
001170     05  FILLER                 PIC X(79) VALUE SPACES.
001180
001190 01  WS-QRPT-HEADING-2.
001195     05  FILLER                 PIC X(08) VALUE 'GROUP'.
001200     05  FILLER                 PIC X(10) VALUE 'PERIOD'.
001210     05  FILLER                 PIC X(12) VALUE 'RUN DATE'.
001220     05  FILLER                 PIC X(18) VALUE 'TAX WITHHELD'.
001230     05  FILLER                 PIC X(18) VALUE 'EMPLOYER TAX'.
001240     05  FILLER                 PIC X(66) VALUE SPACES.
001250
001260 01  WS-QRPT-DETAIL.
001263     05  QRPT-D-PAY-GROUP       PIC X(02).
001266     05  FILLER                 PIC X(6)  VALUE SPACES.
001270     05  QRPT-D-PERIOD          PIC 9(06).
001280     05  FILLER                 PIC X(4)  VALUE SPACES.
001290     05  QRPT-D-RUN-DATE        PIC 9(08).
001310     05  QRPT-D-WITHHELD        PIC ZZZ,ZZZ,ZZ9.99.
001320     05  FILLER                 PIC X(4)  VALUE SPACES.
001330     05  QRPT-D-ER-TAX          PIC ZZZ,ZZZ,ZZ9.99.
001340     05  FILLER                 PIC X(70) VALUE SPACES.
001341 01  WS-QRPT-GROUP-LINE.
001342     05  QRPT-G-PAY-GROUP       PIC X(02).
001343     05  FILLER                 PIC X(6)  VALUE SPACES.
001344     05  FILLER                 PIC X(19) VALUE 'GROUP TOTAL'.
001345     05  QRPT-G-WITHHELD        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001346     05  FILLER                 PIC X(1)  VALUE SPACES.
001347     05  QRPT-G-ER-TAX          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001348     05  FILLER                 PIC X(70) VALUE SPACES.
001350
001360 01  WS-QRPT-TOTAL-LINE.
001370     05  QRPT-T-LABEL           PIC X(26).
001380     05  QRPT-T-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001390     05  FILLER                 PIC X(88) VALUE SPACES.
001400
001401*****************************************************************
001402*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
001403*  PROGRAMS VIA THE RLGWORK COPYBOOK.
001404*****************************************************************
001405 COPY RLGWORK.
001406
001410 PROCEDURE DIVISION.
001420*****************************************************************
001430*  0000-MAIN-LOGIC
001480     PERFORM 2000-REPORT-ONE-RUN THRU 2000-EXIT
001490         UNTIL WS-TRM-EOF.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001505     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
001510     STOP RUN.
001520
001530*****************************************************************
001540*  1000-INITIALIZE
001550*    OPEN THE FEED AND THE REPORT AND PRINT THE HEADINGS.  NO
001560*    FEED MEANS NO COMPLETED RUNS SINCE THE LAST FILING,
001570*    WHICH IS SAID RATHER THAN FILED EMPTY.  THE QUARTER MUST
001575*    HAVE PAID IN FULL BEFORE THE REPORT IS OPENED.
001580*****************************************************************
001590 1000-INITIALIZE.
001593     MOVE 'QUARTERLYREMITTANCE' TO WS-RLG-PROGRAM.
001596     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
001600     OPEN INPUT TAX-REMIT-FILE.
001610     IF WS-TRM-FILE-STATUS NOT = '00'
001620         DISPLAY 'TAX-REMIT-FILE OPEN FAILED, STATUS = '
001630             WS-TRM-FILE-STATUS
001640         DISPLAY 'NOTHING TO FILE'
001643         MOVE 'NO TAXREMIT FEED' TO WS-RLG-MESSAGE
001646         PERFORM 8820-LOG-RUN-NOTHING-TO-DO THRU 8820-EXIT
001650         STOP RUN
001660     END-IF.
001665     PERFORM 1100-CHECK-QUARTER-PAID THRU 1100-EXIT.
001670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001680     OPEN OUTPUT REMIT-REPORT.
001690     MOVE WS-RUN-DATE TO QRPT-H-DATE.
001740 1000-EXIT.
001750     EXIT.
001760
001761*****************************************************************
001762*  1100-CHECK-QUARTER-PAID
001763*    THE QUARTER FILED IS THE ONE HOLDING THE LATEST PAY DATE
001764*    OF THE PAY GROUPS' LATEST PERIODS ON THE FEED - PERIOD
001765*    NUMBERS ARE ONLY IN DATE ORDER WITHIN A GROUP.  REFUSE
001766*    THE FILING UNTIL EVERY PAYCAL PERIOD PAYING IN THAT
001767*    QUARTER IS PAID - A QUARTER FILED EARLY WOULD LEAVE ITS
001768*    LATER RUNS TO THE NEXT FILING.  THE FEED IS READ THROUGH
001769*    FOR EACH GROUP'S LATEST PERIOD, THEN REOPENED FOR THE
001770*    REPORT; A FEED THAT CANNOT BE REOPENED REFUSES THE RUN.
001771*****************************************************************
001772 1100-CHECK-QUARTER-PAID.
001773     PERFORM 1110-READ-FEED-PERIOD THRU 1110-EXIT
001774         UNTIL WS-TRM-EOF.
001775     CLOSE TAX-REMIT-FILE.
001776     MOVE 'N' TO WS-TRM-EOF-SW.
001777     IF WS-FEED-COUNT = ZERO
001778         DISPLAY 'TAXREMIT FEED IS EMPTY'
001779         DISPLAY 'NOTHING TO FILE'
001780         MOVE 'TAXREMIT FEED IS EMPTY' TO WS-RLG-MESSAGE
001781         PERFORM 8820-LOG-RUN-NOTHING-TO-DO THRU 8820-EXIT
001782         STOP RUN
001783     END-IF.
001784     PERFORM 1150-OPEN-PAY-PERIODS THRU 1150-EXIT.
001785     PERFORM 1120-FIND-FEED-PERIOD THRU 1120-EXIT
001786         UNTIL WS-PPC-EOF.
001787     CLOSE PAY-PERIOD-FILE.
001788     IF WS-PERIODS-FOUND < WS-GT-COUNT
001789         DISPLAY 'A PAY GROUP''S LATEST FEED PERIOD IS NOT ON'
001790             ' THE PAYCAL CALENDAR - RUN REFUSED'
001791         MOVE 'FEED PERIOD NOT ON PAYCAL' TO WS-RLG-MESSAGE
001792         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001793         STOP RUN
001794     END-IF.
001795     MOVE WS-LAST-PAY-DATE TO WS-DATE-WORK.
001796     MOVE WS-DATE-YYYY TO WS-QTR-YEAR.
001797     COMPUTE WS-QTR-QUARTER = (WS-DATE-MM + 2) / 3.
001798     MOVE WS-QTR-YEAR    TO WS-QTR-LABEL-YEAR.
001799     MOVE WS-QTR-QUARTER TO WS-QTR-LABEL-QTR.
001800     MOVE 'Q'            TO WS-RLG-PERIOD-TYPE.
001801     MOVE WS-QTR-LABEL   TO WS-RLG-PERIOD.
001802     PERFORM 1150-OPEN-PAY-PERIODS THRU 1150-EXIT.
001803     PERFORM 1130-CHECK-QUARTER-PERIOD THRU 1130-EXIT
001804         UNTIL WS-PPC-EOF.
001805     CLOSE PAY-PERIOD-FILE.
001806     IF WS-UNPAID-COUNT > ZERO
001807         DISPLAY 'QUARTER ' WS-QTR-LABEL-YEAR 'Q' WS-QTR-QUARTER
001808             ' HAS ' WS-UNPAID-COUNT ' PERIOD(S) NOT YET PAID - '
001809             'RUN REFUSED'
001810         DISPLAY 'COMPLETE THE PAYROLL PASS FOR EVERY PERIOD IN '
001811             'THE QUARTER FIRST'
001812         MOVE 'QUARTER HAS UNPAID PERIODS' TO WS-RLG-MESSAGE
001813         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001814         STOP RUN
001815     END-IF.
001816     OPEN INPUT TAX-REMIT-FILE.
001817     IF WS-TRM-FILE-STATUS NOT = '00'
001818         DISPLAY 'TAX-REMIT-FILE REOPEN FAILED, STATUS = '
001819             WS-TRM-FILE-STATUS
001820         DISPLAY 'RUN REFUSED - TAXREMIT FEED NOT READABLE'
001821         MOVE 'TAXREMIT NOT READABLE' TO WS-RLG-MESSAGE
001822         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001823         STOP RUN
001824     END-IF.
001825 1100-EXIT.
001826     EXIT.
001827
001828*****************************************************************
001829*  1110-READ-FEED-PERIOD
001830*    READ ONE FEED RECORD, COUNTING IT AND KEEPING THE LATEST
001831*    PERIOD SEEN FOR ITS PAY GROUP.
001832*****************************************************************
001833 1110-READ-FEED-PERIOD.
001834     READ TAX-REMIT-FILE
001835         AT END
001836             MOVE 'Y' TO WS-TRM-EOF-SW
001837             GO TO 1110-EXIT
001838     END-READ.
001839     ADD 1 TO WS-FEED-COUNT.
001840     PERFORM 1140-FIND-GROUP THRU 1140-EXIT.
001841     IF NOT WS-GT-FOUND
001842         IF WS-GT-COUNT >= 20
001843             DISPLAY 'MORE THAN 20 PAY GROUPS ON THE FEED - '
001844                 'RUN REFUSED'
001845             MOVE 'TOO MANY PAY GROUPS ON FEED' TO WS-RLG-MESSAGE
001846             PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001847             STOP RUN
001848         END-IF
001849         ADD 1 TO WS-GT-COUNT
001850         MOVE WS-GT-COUNT   TO WS-GT-SUB
001851         MOVE TRM-PAY-GROUP TO WS-GT-PAY-GROUP (WS-GT-SUB)
001852         MOVE ZERO          TO WS-GT-LAST-PERIOD (WS-GT-SUB)
001853         MOVE ZERO          TO WS-GT-WITHHELD (WS-GT-SUB)
001854         MOVE ZERO          TO WS-GT-ER-TAX (WS-GT-SUB)
001855     END-IF.
001856     IF TRM-PAY-PERIOD > WS-GT-LAST-PERIOD (WS-GT-SUB)
001857         MOVE TRM-PAY-PERIOD TO WS-GT-LAST-PERIOD (WS-GT-SUB)
001858     END-IF.
001859 1110-EXIT.
001860     EXIT.
001861
001862*****************************************************************
001863*  1120-FIND-FEED-PERIOD
001864*    READ ONE CALENDAR RECORD; ON A PAY GROUP'S LATEST FEED
001865*    PERIOD, COUNT IT FOUND AND KEEP THE LATEST PAY DATE.
001866*****************************************************************
001867 1120-FIND-FEED-PERIOD.
001868     READ PAY-PERIOD-FILE
001869         AT END
001870             MOVE 'Y' TO WS-PPC-EOF-SW
001871             GO TO 1120-EXIT
001872     END-READ.
001873     PERFORM 1125-MATCH-FEED-PERIOD THRU 1125-EXIT
001874         VARYING WS-GT-SUB FROM 1 BY 1
001875         UNTIL WS-GT-SUB > WS-GT-COUNT.
001876 1120-EXIT.
001877     EXIT.
001878
001879*****************************************************************
001880*  1125-MATCH-FEED-PERIOD
001881*    COMPARE THE CALENDAR PERIOD WITH ONE GROUP'S LATEST FEED
001882*    PERIOD.
001883*****************************************************************
001884 1125-MATCH-FEED-PERIOD.
001885     IF PPC-PERIOD-NUMBER = WS-GT-LAST-PERIOD (WS-GT-SUB)
001886           AND PPC-PAY-GROUP = WS-GT-PAY-GROUP (WS-GT-SUB)
001887         ADD 1 TO WS-PERIODS-FOUND
001888         IF PPC-PAY-DATE > WS-LAST-PAY-DATE
001889             MOVE PPC-PAY-DATE TO WS-LAST-PAY-DATE
001890         END-IF
001891     END-IF.
001892 1125-EXIT.
001893     EXIT.
001894
001895*****************************************************************
001896*  1130-CHECK-QUARTER-PERIOD
001897*    READ ONE CALENDAR RECORD; A PERIOD PAYING IN THE QUARTER
001898*    THAT IS NOT YET PAID IS LISTED AND COUNTED.
001899*****************************************************************
001900 1130-CHECK-QUARTER-PERIOD.
001901     READ PAY-PERIOD-FILE
001902         AT END
001903             MOVE 'Y' TO WS-PPC-EOF-SW
001904             GO TO 1130-EXIT
001905     END-READ.
001906     MOVE PPC-PAY-DATE TO WS-DATE-WORK.
001907     COMPUTE WS-REC-QUARTER = (WS-DATE-MM + 2) / 3.
001908     IF WS-DATE-YYYY NOT = WS-QTR-YEAR
001909           OR WS-REC-QUARTER NOT = WS-QTR-QUARTER
001910           OR PPC-STATUS-PAID
001911         GO TO 1130-EXIT
001912     END-IF.
001913     DISPLAY 'GROUP ' PPC-PAY-GROUP ' PERIOD ' PPC-PERIOD-NUMBER
001914         ' PAYING ' PPC-PAY-DATE ' IS NOT PAID - STATUS '
001915         PPC-STATUS.
001916     ADD 1 TO WS-UNPAID-COUNT.
001917 1130-EXIT.
001918     EXIT.
001919
001920*****************************************************************
001921*  1140-FIND-GROUP
001922*    LOOK UP THE FEED RECORD'S PAY GROUP IN THE GROUP TABLE,
001923*    LEAVING WS-GT-SUB ON IT WHEN FOUND.
001924*****************************************************************
001925 1140-FIND-GROUP.
001926     MOVE 'N' TO WS-GT-FOUND-SW.
001927     PERFORM 1145-MATCH-GROUP THRU 1145-EXIT
001928         VARYING WS-GT-SUB FROM 1 BY 1
001929         UNTIL WS-GT-SUB > WS-GT-COUNT
001930            OR WS-GT-FOUND.
001931     IF WS-GT-FOUND
001932         SUBTRACT 1 FROM WS-GT-SUB
001933     END-IF.
001934 1140-EXIT.
001935     EXIT.
001936
001937*****************************************************************
001938*  1145-MATCH-GROUP
001939*    COMPARE ONE GROUP TABLE ENTRY WITH THE FEED RECORD'S GROUP.
001940*****************************************************************
001941 1145-MATCH-GROUP.
001942     IF WS-GT-PAY-GROUP (WS-GT-SUB) = TRM-PAY-GROUP
001943         MOVE 'Y' TO WS-GT-FOUND-SW
001944     END-IF.
001945 1145-EXIT.
001946     EXIT.
001947
001948*****************************************************************
001949*  1150-OPEN-PAY-PERIODS
001950*    OPEN THE CALENDAR FOR A PASS FROM THE TOP.  WITHOUT IT THE
001951*    QUARTER CANNOT BE SHOWN TO HAVE PAID, SO THE FILING IS
001952*    REFUSED.
001953*****************************************************************
001954 1150-OPEN-PAY-PERIODS.
001955     OPEN INPUT PAY-PERIOD-FILE.
001956     IF WS-PPC-FILE-STATUS NOT = '00'
001957         DISPLAY 'PAY-PERIOD-FILE OPEN FAILED, STATUS = '
001958             WS-PPC-FILE-STATUS
001959         DISPLAY 'RUN REFUSED - THE QUARTER CANNOT BE SHOWN PAID'
001960         MOVE 'PAYCAL NOT READABLE' TO WS-RLG-MESSAGE
001961         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
001962         STOP RUN
001963     END-IF.
001964     MOVE 'N' TO WS-PPC-EOF-SW.
001965 1150-EXIT.
001966     EXIT.
001967
001770*****************************************************************
001780*  2000-REPORT-ONE-RUN
001790*    READ ONE FEED RECORD, PRINT ITS LINE AND ROLL IT INTO
001800*    ITS PAY GROUP'S AND THE QUARTER'S TOTALS.
001810*****************************************************************
001820 2000-REPORT-ONE-RUN.
001830     READ TAX-REMIT-FILE
001870             ADD 1 TO WS-RUNS-REPORTED
001880             ADD TRM-WITHHELD-TAX TO WS-TOTAL-WITHHELD
001890             ADD TRM-ER-TAX       TO WS-TOTAL-ER-TAX
001892             PERFORM 1140-FIND-GROUP THRU 1140-EXIT
001894             ADD TRM-WITHHELD-TAX TO WS-GT-WITHHELD (WS-GT-SUB)
001896             ADD TRM-ER-TAX       TO WS-GT-ER-TAX (WS-GT-SUB)
001898             MOVE TRM-PAY-GROUP    TO QRPT-D-PAY-GROUP
001900             MOVE TRM-PAY-PERIOD   TO QRPT-D-PERIOD
001910             MOVE TRM-RUN-DATE     TO QRPT-D-RUN-DATE
001920             MOVE TRM-WITHHELD-TAX TO QRPT-D-WITHHELD
001990
002000*****************************************************************
002010*  9000-TERMINATE
002020*    PRINT EACH PAY GROUP'S TOTALS, THEN THE QUARTER'S TOTALS AND
002030*    THE COMBINED AMOUNT DUE, THEN ARCHIVE AND CLEAR THE FEED SO
002040*    THE NEXT FILING STARTS CLEAN.
002050*****************************************************************
002060 9000-TERMINATE.
002070     ADD WS-TOTAL-WITHHELD WS-TOTAL-ER-TAX
002080         GIVING WS-TOTAL-DUE.
002081     MOVE SPACES TO QRPT-LINE.
002082     WRITE QRPT-LINE AFTER ADVANCING 1 LINE.
002083     PERFORM 9050-PRINT-GROUP-TOTAL THRU 9050-EXIT
002084         VARYING WS-GT-SUB FROM 1 BY 1
002085         UNTIL WS-GT-SUB > WS-GT-COUNT.
002090     MOVE SPACES TO QRPT-LINE.
002100     WRITE QRPT-LINE AFTER ADVANCING 1 LINE.
002110     MOVE 'TAX WITHHELD'          TO QRPT-T-LABEL.
002300 9000-EXIT.
002310     EXIT.
002320
002321*****************************************************************
002322*  9050-PRINT-GROUP-TOTAL
002323*    PRINT ONE PAY GROUP'S WITHHELD AND EMPLOYER TAX FOR THE
002324*    QUARTER.
002325*****************************************************************
002326 9050-PRINT-GROUP-TOTAL.
002327     MOVE WS-GT-PAY-GROUP (WS-GT-SUB) TO QRPT-G-PAY-GROUP.
002328     MOVE WS-GT-WITHHELD (WS-GT-SUB)  TO QRPT-G-WITHHELD.
002329     MOVE WS-GT-ER-TAX (WS-GT-SUB)    TO QRPT-G-ER-TAX.
002330     MOVE WS-QRPT-GROUP-LINE TO QRPT-LINE.
002331     WRITE QRPT-LINE AFTER ADVANCING 1 LINE.
002332 9050-EXIT.
002333     EXIT.
002334
002330*****************************************************************
002340*  9100-ARCHIVE-FEED
002350*    THE SUMMARY PRINTED CLEANLY, SO APPEND EVERY FEED RECORD
002740     END-READ.
002750 9110-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
002800*  VIA THE RUNLOG COPYBOOK.
002810*****************************************************************
002820 COPY RUNLOG.
