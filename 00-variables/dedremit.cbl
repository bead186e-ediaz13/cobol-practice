000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DeductionRemit.
000030 AUTHOR.        R MERCADO.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY
000090*  ---------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------------------------------------------------------
000120*  10/15/26   RM    ORIGINAL PROGRAM - DEDUCTION REMITTANCE.
000130*                   TOTALS THE DEDUCTIONS THE LAST COMPLETED
000140*                   PAYROLL PASS TOOK, FROM THE PAYHIST DETAIL
000150*                   TRACE, BY DEDUCTION CODE UNDER THE PAYEE
000160*                   EACH CODE IS OWED TO ON DEDMAST, PRINTS THE
000170*                   DEDREG REMITTANCE REGISTER - WITH THE
000180*                   EMPLOYEE CASE LINES A GARNISHMENT PAYEE
000190*                   NEEDS - AND WRITES THE APDEDPAY FIXED-
000200*                   FORMAT PAYMENT FEED FOR ACCOUNTS PAYABLE.
000210*                   THE REGISTER FOOTS TO THE GLPOST DEDUCTION
000220*                   CREDIT; AN OUT-OF-BALANCE REMITTANCE OR A
000230*                   CODE WITH NO PAYEE IS PRINTED BUT NOT FED
000240*                   TO AP.
000242*  10/15/26   RM    GLPOST WIDENED FOR THE PAY GROUP.  THE
000244*                   REGISTER HEADING SHOWS THE GROUP OF THE RUN
000246*                   REMITTED.
000247*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215 FOR THE
000248*                   ADJUSTMENT-RUN FLAG.
000250*****************************************************************
000260*
000270*  PROGRAM FUNCTION
000280*    RUN AFTER EACH COMPLETED LIVE PAYROLL PASS, BEFORE THE
000290*    NEXT ONE.  THE PERIOD REMITTED IS THE ONE ON GLPOST, SO
000300*    THE REGISTER AND THE LEDGER ALWAYS DESCRIBE THE SAME RUN.
000310*    A MISSING OR EMPTY GLPOST - NO COMPLETED RUN, OR A
000320*    RESTARTED RUN THAT COULD NOT REWRITE IT - STOPS THE STEP
000330*    WITH NOTHING WRITTEN.  APDEDPAY IS REWRITTEN EACH RUN; WHEN
000340*    IT IS WITHHELD IT IS LEFT EMPTY, SO A PRIOR PERIOD'S FEED
000350*    IS NEVER PAID TWICE.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT GL-POSTING-FILE    ASSIGN TO "GLPOST"
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS WS-GLP-FILE-STATUS.
000460
000470     SELECT DEDUCTION-MASTER   ASSIGN TO "DEDMAST"
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WS-DEDM-FILE-STATUS.
000500
000510     SELECT PAY-HISTORY-FILE   ASSIGN TO "PAYHIST"
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WS-PHF-FILE-STATUS.
000540
000550     SELECT REMIT-REGISTER     ASSIGN TO "DEDREG"
000560            ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT AP-PAYMENT-FILE    ASSIGN TO "APDEDPAY"
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS WS-APD-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*****************************************************************
000650*  GL-POSTING-FILE - THE GENERAL-LEDGER EXTRACT OF THE LAST
000660*  COMPLETED PAYROLL PASS.  ITS DEDUCTION CREDITS, SUMMED
000670*  OVER EVERY COST CENTER, ARE THE CONTROL TOTAL THE
000680*  REMITTANCE MUST EQUAL.  EVERY RECORD CARRIES THE PAY GROUP
000685*  THE PASS WAS RUN FOR.
000690*****************************************************************
000700 FD  GL-POSTING-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 89 CHARACTERS.
000730 01  GLP-RECORD.
000740     05  GLP-DEPT-CODE          PIC X(04).
000750     05  GLP-PAY-PERIOD         PIC 9(06).
000760     05  GLP-DEBIT-GROSS        PIC 9(9)V99.
000770     05  GLP-CREDIT-TAX         PIC 9(9)V99.
000780     05  GLP-CREDIT-DEDUCT      PIC 9(9)V99.
000790     05  GLP-CREDIT-NET         PIC 9(9)V99.
000800     05  GLP-DEBIT-ER-BURDEN    PIC 9(9)V99.
000810     05  GLP-CREDIT-ER-TAX      PIC 9(9)V99.
000820     05  GLP-CREDIT-ER-BENEFIT  PIC 9(9)V99.
000825     05  GLP-PAY-GROUP          PIC X(02).
000830
000840*****************************************************************
000850*  DEDUCTION-MASTER - ONE RECORD PER DEDUCTION CODE, READ HERE
000860*  FOR THE DESCRIPTION, CATEGORY AND PAYEE FIELDS.
000870*****************************************************************
000880 FD  DEDUCTION-MASTER
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 94 CHARACTERS.
000910     COPY DEDMREC.
000920
000930*****************************************************************
000940*  PAY-HISTORY-FILE - THE PAYHIST DETAIL TRACE.  THE PERIOD'S
000950*  REGULAR PAYMENTS CARRY EVERY DEDUCTION TAKEN; VOID AND
000960*  REPLACEMENT TRACES CARRY NONE AND ARE PASSED OVER.
000970*****************************************************************
000980 FD  PAY-HISTORY-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 215 CHARACTERS.
001010     COPY PHRREC.
001020
001030*****************************************************************
001040*  REMIT-REGISTER - THE PRINTED DEDUCTION REMITTANCE REGISTER,
001050*  BY PAYEE, WITH THE GLPOST FOOTING.
001060*****************************************************************
001070 FD  REMIT-REGISTER
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  DRPT-LINE                  PIC X(132).
001110
001120*****************************************************************
001130*  AP-PAYMENT-FILE - FIXED-FORMAT PAYMENT FEED FOR ACCOUNTS
001140*  PAYABLE.  ONE 'D' DETAIL RECORD PER DEDUCTION CODE
001150*  REMITTED, CARRYING THE PAYEE (AP VENDOR) AND THE REFERENCE
001160*  TO QUOTE ON THE PAYMENT, AND A FINAL 'T' TRAILER CARRYING
001170*  THE RECORD COUNT AND TOTAL, WHICH TIE TO THE REGISTER.
001180*****************************************************************
001190 FD  AP-PAYMENT-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 100 CHARACTERS.
001220 01  APD-DETAIL.
001230     05  APD-D-RECORD-TYPE      PIC X(01).
001240     05  APD-D-PAYEE-ID         PIC X(06).
001250     05  APD-D-PAYEE-NAME       PIC X(30).
001260     05  APD-D-PAYEE-REF        PIC X(20).
001270     05  APD-D-DED-CODE         PIC X(03).
001280     05  APD-D-PAY-PERIOD       PIC 9(06).
001290     05  APD-D-RUN-DATE         PIC 9(08).
001300     05  APD-D-AMOUNT           PIC 9(9)V99.
001310     05  APD-D-EMP-COUNT        PIC 9(05).
001320     05  FILLER                 PIC X(10).
001330 01  APD-TRAILER.
001340     05  APD-T-RECORD-TYPE      PIC X(01).
001350     05  APD-T-RECORD-COUNT     PIC 9(7).
001360     05  APD-T-TOTAL-AMOUNT     PIC 9(11)V99.
001370     05  APD-T-PAY-PERIOD       PIC 9(06).
001380     05  APD-T-RUN-DATE         PIC 9(08).
001390     05  FILLER                 PIC X(65).
001400
001410 WORKING-STORAGE SECTION.
001420 77  WS-GLP-FILE-STATUS     PIC X(02) VALUE '00'.
001430 77  WS-GLP-EOF-SW          PIC X(01) VALUE 'N'.
001440     88  WS-GLP-EOF                   VALUE 'Y'.
001450 77  WS-DEDM-FILE-STATUS    PIC X(02) VALUE '00'.
001460 77  WS-DEDM-EOF-SW         PIC X(01) VALUE 'N'.
001470     88  WS-DEDM-EOF                  VALUE 'Y'.
001480 77  WS-PHF-FILE-STATUS     PIC X(02) VALUE '00'.
001490 77  WS-PHF-EOF-SW          PIC X(01) VALUE 'N'.
001500     88  WS-PHF-EOF                   VALUE 'Y'.
001510 77  WS-APD-FILE-STATUS     PIC X(02) VALUE '00'.
001520 77  WS-RMT-FOUND-SW        PIC X(01) VALUE 'N'.
001530     88  WS-RMT-FOUND                 VALUE 'Y'.
001540 77  WS-CASE-FULL-SW        PIC X(01) VALUE 'N'.
001550     88  WS-CASE-FULL                 VALUE 'Y'.
001560 77  WS-BALANCE-SW          PIC X(01) VALUE 'N'.
001570     88  WS-IN-BALANCE                VALUE 'Y'.
001580 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001590 77  WS-RUN-PERIOD          PIC 9(06) VALUE ZERO.
001595 77  WS-RUN-PAY-GROUP       PIC X(02) VALUE SPACES.
001600 77  WS-RMT-SUB             PIC 9(4) COMP VALUE ZERO.
001610 77  WS-RMT-GROUP-SUB       PIC 9(4) COMP VALUE ZERO.
001620 77  WS-PHD-SUB             PIC 9(4) COMP VALUE ZERO.
001630 77  WS-CASE-SUB            PIC 9(4) COMP VALUE ZERO.
001640 77  WS-GROUP-PAYEE-ID      PIC X(06) VALUE SPACES.
001650
001660*****************************************************************
001670*  RUN COUNTS AND AMOUNTS - PRINTED IN THE FOOTING AND ECHOED
001680*  TO THE CONSOLE.  THE DIFFERENCE IS THE REMITTANCE LESS THE
001690*  GLPOST DEDUCTION CREDIT AND MUST BE ZERO.
001700*****************************************************************
001710 01  WS-REMIT-COUNTS.
001720     05  WS-GLP-RECORDS         PIC 9(7) COMP VALUE ZERO.
001730     05  WS-PHF-SELECTED        PIC 9(7) COMP VALUE ZERO.
001740     05  WS-PAYEES-PRINTED      PIC 9(7) COMP VALUE ZERO.
001750     05  WS-CODES-REMITTED      PIC 9(7) COMP VALUE ZERO.
001760     05  WS-CODES-NO-PAYEE      PIC 9(7) COMP VALUE ZERO.
001770     05  WS-APD-RECORDS         PIC 9(7) COMP VALUE ZERO.
001780
001790 01  WS-REMIT-AMOUNTS.
001800     05  WS-GL-DEDUCT-TOTAL     PIC 9(11)V99 VALUE ZERO.
001810     05  WS-REMIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
001820     05  WS-PAYEE-TOTAL         PIC 9(11)V99 VALUE ZERO.
001830     05  WS-NO-PAYEE-TOTAL      PIC 9(11)V99 VALUE ZERO.
001840     05  WS-REMIT-DIFFERENCE    PIC S9(11)V99 VALUE ZERO.
001850
001860*****************************************************************
001870*  WS-RMT-TABLE - ONE ENTRY PER DEDUCTION CODE, LOADED FROM
001880*  DEDMAST IN FILE ORDER, WITH THE PERIOD'S AMOUNT AND
001890*  EMPLOYEE COUNT ACCUMULATED FROM PAYHIST.  A CODE ON PAYHIST
001900*  BUT NO LONGER ON DEDMAST IS ADDED WITH A BLANK PAYEE SO ITS
001910*  MONEY IS STILL PRINTED AND FOOTED.  DEDMAST HOLDS AT MOST
001920*  50 CODES; THE REST OF THE TABLE IS ROOM FOR THOSE.
001930*****************************************************************
001940 01  WS-RMT-TABLE.
001950     05  WS-RMT-COUNT           PIC 9(4) COMP VALUE ZERO.
001960     05  WS-RMT-ENTRY OCCURS 80 TIMES.
001970         10  WS-RMT-CODE        PIC X(03).
001980         10  WS-RMT-DESC        PIC X(20).
001990         10  WS-RMT-CATEGORY    PIC X(01).
002000         10  WS-RMT-PAYEE-ID    PIC X(06).
002010         10  WS-RMT-PAYEE-NAME  PIC X(30).
002020         10  WS-RMT-PAYEE-REF   PIC X(20).
002030         10  WS-RMT-DETAIL-SW   PIC X(01).
002040             88  WS-RMT-DETAIL-BY-EMP     VALUE 'Y'.
002050         10  WS-RMT-ON-MASTER-SW PIC X(01).
002060             88  WS-RMT-ON-MASTER         VALUE 'Y'.
002070         10  WS-RMT-PRINTED-SW  PIC X(01).
002080             88  WS-RMT-PRINTED           VALUE 'Y'.
002090         10  WS-RMT-EMP-COUNT   PIC 9(7) COMP.
002100         10  WS-RMT-AMOUNT      PIC 9(9)V99.
002110
002120*****************************************************************
002130*  WS-CASE-TABLE - ONE ENTRY PER EMPLOYEE PER DEDUCTION CODE
002140*  WHOSE PAYEE NEEDS THE EMPLOYEES LISTED (EVERY GARNISHMENT,
002150*  AND ANY CODE FLAGGED ON DEDMAST), IN PAYHIST ORDER.
002160*  WS-CASE-RMT-SUB POINTS BACK TO THE CODE'S WS-RMT-ENTRY.
002170*****************************************************************
002180 01  WS-CASE-TABLE.
002190     05  WS-CASE-COUNT          PIC 9(4) COMP VALUE ZERO.
002200     05  WS-CASE-ENTRY OCCURS 5000 TIMES.
002210         10  WS-CASE-RMT-SUB    PIC 9(4) COMP.
002220         10  WS-CASE-EMP-ID     PIC 9(06).
002230         10  WS-CASE-EMP-NAME   PIC X(20).
002240         10  WS-CASE-AMOUNT     PIC 9(7)V99.
002250
002260*****************************************************************
002270*  REMIT-REGISTER PRINT LINES - REPORT AND COLUMN HEADINGS,
002280*  THE PAYEE LINE, ONE LINE PER CODE, THE EMPLOYEE CASE LINE,
002290*  THE PAYEE TOTAL, AND THE LABELED FOOTING LINES.
002300*****************************************************************
002310 01  WS-DRPT-HEADING-1.
002320     05  FILLER                 PIC X(32)
002330             VALUE 'DEDUCTION REMITTANCE REGISTER'.
002340     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
002350     05  DRPT-H-PERIOD          PIC 9(06).
002360     05  FILLER                 PIC X(04) VALUE SPACES.
002362     05  FILLER                 PIC X(10) VALUE 'PAY GROUP '.
002364     05  DRPT-H-PAY-GROUP       PIC X(02).
002366     05  FILLER                 PIC X(04) VALUE SPACES.
002370     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
002380     05  DRPT-H-DATE            PIC 9(08).
002390     05  FILLER                 PIC X(50) VALUE SPACES.
002400
002410 01  WS-DRPT-HEADING-2.
002420     05  FILLER                 PIC X(04) VALUE SPACES.
002430     05  FILLER                 PIC X(06) VALUE 'CODE'.
002440     05  FILLER                 PIC X(22) VALUE 'DESCRIPTION'.
002450     05  FILLER                 PIC X(22)
002460             VALUE 'REFERENCE / CASE NO'.
002470     05  FILLER                 PIC X(10) VALUE 'EMPLOYEES'.
002480     05  FILLER                 PIC X(14) VALUE '        AMOUNT'.
002490     05  FILLER                 PIC X(54) VALUE SPACES.
002500
002510 01  WS-DRPT-PAYEE.
002520     05  FILLER                 PIC X(06) VALUE 'PAYEE '.
002530     05  DRPT-P-PAYEE-ID        PIC X(06).
002540     05  FILLER                 PIC X(02) VALUE SPACES.
002550     05  DRPT-P-PAYEE-NAME      PIC X(30).
002560     05  FILLER                 PIC X(88) VALUE SPACES.
002570
002580 01  WS-DRPT-CODE.
002590     05  FILLER                 PIC X(04) VALUE SPACES.
002600     05  DRPT-C-CODE            PIC X(03).
002610     05  FILLER                 PIC X(03) VALUE SPACES.
002620     05  DRPT-C-DESC            PIC X(20).
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  DRPT-C-REF             PIC X(20).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  DRPT-C-EMP-COUNT       PIC ZZ,ZZ9.
002670     05  FILLER                 PIC X(04) VALUE SPACES.
002680     05  DRPT-C-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002690     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  DRPT-C-FLAG            PIC X(20).
002710     05  FILLER                 PIC X(32) VALUE SPACES.
002720
002730 01  WS-DRPT-CASE.
002740     05  FILLER                 PIC X(10) VALUE SPACES.
002750     05  FILLER                 PIC X(04) VALUE 'EMP '.
002760     05  DRPT-E-EMP-ID          PIC 9(06).
002770     05  FILLER                 PIC X(02) VALUE SPACES.
002780     05  DRPT-E-EMP-NAME        PIC X(20).
002790     05  FILLER                 PIC X(22) VALUE SPACES.
002800     05  DRPT-E-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                 PIC X(54) VALUE SPACES.
002820
002830 01  WS-DRPT-PAYEE-TOTAL.
002840     05  FILLER                 PIC X(10) VALUE SPACES.
002850     05  DRPT-T-LABEL           PIC X(44).
002860     05  FILLER                 PIC X(08) VALUE SPACES.
002870     05  DRPT-T-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
002880     05  FILLER                 PIC X(54) VALUE SPACES.
002890
002900 01  WS-DRPT-FOOT-LINE.
002910     05  DRPT-F-LABEL           PIC X(40).
002920     05  DRPT-F-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002930     05  FILLER                 PIC X(74) VALUE SPACES.
002940
002950 01  WS-DRPT-MESSAGE.
002960     05  DRPT-M-TEXT            PIC X(60).
002970     05  FILLER                 PIC X(72) VALUE SPACES.
002980
002990 PROCEDURE DIVISION.
003000*****************************************************************
003010*  0000-MAIN-LOGIC
003020*    OVERALL CONTROL PARAGRAPH FOR THE DEDUCTION REMITTANCE.
003030*****************************************************************
003040 0000-MAIN-LOGIC.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     PERFORM 2000-READ-PAY-HISTORY THRU 2000-EXIT
003070         UNTIL WS-PHF-EOF.
003080     PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT.
003090     PERFORM 4000-WRITE-AP-FEED THRU 4000-EXIT.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     STOP RUN.
003120
003130*****************************************************************
003140*  1000-INITIALIZE
003150*    TAKE THE PERIOD AND THE DEDUCTION CONTROL TOTAL FROM
003160*    GLPOST, LOAD THE PAYEES FROM DEDMAST, AND OPEN PAYHIST
003170*    AND THE REGISTER.  NOTHING IS OPENED FOR OUTPUT UNTIL
003180*    GLPOST HAS SHOWN THERE IS A COMPLETED RUN TO REMIT.
003190*****************************************************************
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     PERFORM 1100-LOAD-GL-CONTROL THRU 1100-EXIT.
003230     PERFORM 1200-LOAD-DEDUCTION-MASTER THRU 1200-EXIT.
003240     OPEN INPUT PAY-HISTORY-FILE.
003250     IF WS-PHF-FILE-STATUS NOT = '00'
003260         DISPLAY 'PAYHIST OPEN FAILED, STATUS = '
003270             WS-PHF-FILE-STATUS
003280         DISPLAY 'NOTHING REMITTED'
003290         STOP RUN
003300     END-IF.
003310     OPEN OUTPUT REMIT-REGISTER.
003320     MOVE WS-RUN-PERIOD TO DRPT-H-PERIOD.
003325     MOVE WS-RUN-PAY-GROUP TO DRPT-H-PAY-GROUP.
003330     MOVE WS-RUN-DATE   TO DRPT-H-DATE.
003340     MOVE WS-DRPT-HEADING-1 TO DRPT-LINE.
003350     WRITE DRPT-LINE AFTER ADVANCING PAGE.
003360     MOVE WS-DRPT-HEADING-2 TO DRPT-LINE.
003370     WRITE DRPT-LINE AFTER ADVANCING 2 LINES.
003380 1000-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  1100-LOAD-GL-CONTROL
003430*    READ GLPOST FRONT TO BACK, SUMMING THE DEDUCTION CREDIT
003440*    OF EVERY COST CENTER.  THE PERIOD REMITTED IS THE PERIOD
003450*    THE EXTRACT WAS WRITTEN FOR, AND ITS PAY GROUP THE GROUP
003453*    THAT PASS PAID - PERIOD NUMBERS ARE UNIQUE ACROSS THE
003456*    GROUPS, SO PAYHIST IS SELECTED BY PERIOD ALONE.
003460*****************************************************************
003470 1100-LOAD-GL-CONTROL.
003480     OPEN INPUT GL-POSTING-FILE.
003490     IF WS-GLP-FILE-STATUS NOT = '00'
003500         DISPLAY 'GLPOST OPEN FAILED, STATUS = '
003510             WS-GLP-FILE-STATUS
003520         DISPLAY 'NO COMPLETED PAYROLL RUN - NOTHING REMITTED'
003530         STOP RUN
003540     END-IF.
003550     PERFORM 1110-READ-GL-POSTING THRU 1110-EXIT
003560         UNTIL WS-GLP-EOF.
003570     CLOSE GL-POSTING-FILE.
003580     IF WS-GLP-RECORDS = ZERO
003590         DISPLAY 'GLPOST IS EMPTY - NO COMPLETED RUN, OR A '
003600             'RESTARTED RUN LEFT IT UNWRITTEN'
003610         DISPLAY 'NOTHING REMITTED'
003620         STOP RUN
003630     END-IF.
003640 1100-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*  1110-READ-GL-POSTING
003690*    READ ONE GLPOST RECORD INTO THE CONTROL TOTAL.
003700*****************************************************************
003710 1110-READ-GL-POSTING.
003720     READ GL-POSTING-FILE
003730         AT END
003740             MOVE 'Y' TO WS-GLP-EOF-SW
003750         NOT AT END
003760             ADD 1 TO WS-GLP-RECORDS
003770             ADD GLP-CREDIT-DEDUCT TO WS-GL-DEDUCT-TOTAL
003780             MOVE GLP-PAY-PERIOD TO WS-RUN-PERIOD
003785             MOVE GLP-PAY-GROUP  TO WS-RUN-PAY-GROUP
003790     END-READ.
003800 1110-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  1200-LOAD-DEDUCTION-MASTER
003850*    LOAD EVERY DEDUCTION CODE AND ITS PAYEE INTO WS-RMT-TABLE.
003860*    A MISSING DEDMAST LEAVES THE TABLE EMPTY - ANY DEDUCTION
003870*    ON PAYHIST THEN PRINTS WITH NO PAYEE AND NOTHING IS FED.
003880*****************************************************************
003890 1200-LOAD-DEDUCTION-MASTER.
003900     OPEN INPUT DEDUCTION-MASTER.
003910     IF WS-DEDM-FILE-STATUS = '35'
003920         CLOSE DEDUCTION-MASTER
003930     ELSE
003940         PERFORM 1210-READ-DEDUCTION-MASTER THRU 1210-EXIT
003950             UNTIL WS-DEDM-EOF
003960         CLOSE DEDUCTION-MASTER
003970     END-IF.
003980 1200-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*  1210-READ-DEDUCTION-MASTER
004030*    READ ONE DEDUCTION MASTER RECORD INTO WS-RMT-TABLE.  A
004040*    GARNISHMENT ALWAYS LISTS ITS EMPLOYEES.
004050*****************************************************************
004060 1210-READ-DEDUCTION-MASTER.
004070     READ DEDUCTION-MASTER
004080         AT END
004090             MOVE 'Y' TO WS-DEDM-EOF-SW
004100         NOT AT END
004110             IF WS-RMT-COUNT >= 50
004120                 DISPLAY 'DEDMAST EXCEEDS 50 DEDUCTION CODES'
004130                 DISPLAY 'NOTHING REMITTED'
004140                 STOP RUN
004150             END-IF
004160             ADD 1 TO WS-RMT-COUNT
004170             MOVE DEDM-CODE TO WS-RMT-CODE (WS-RMT-COUNT)
004180             MOVE DEDM-DESC TO WS-RMT-DESC (WS-RMT-COUNT)
004190             MOVE DEDM-CATEGORY
004200                 TO WS-RMT-CATEGORY (WS-RMT-COUNT)
004210             MOVE DEDM-PAYEE-ID
004220                 TO WS-RMT-PAYEE-ID (WS-RMT-COUNT)
004230             MOVE DEDM-PAYEE-NAME
004240                 TO WS-RMT-PAYEE-NAME (WS-RMT-COUNT)
004250             MOVE DEDM-PAYEE-REF
004260                 TO WS-RMT-PAYEE-REF (WS-RMT-COUNT)
004270             MOVE 'N' TO WS-RMT-DETAIL-SW (WS-RMT-COUNT)
004280             IF DEDM-DETAIL-BY-EMP OR DEDM-CATEGORY = 'G'
004290                 MOVE 'Y' TO WS-RMT-DETAIL-SW (WS-RMT-COUNT)
004300             END-IF
004310             MOVE 'Y' TO WS-RMT-ON-MASTER-SW (WS-RMT-COUNT)
004320             MOVE 'N' TO WS-RMT-PRINTED-SW (WS-RMT-COUNT)
004330             MOVE ZERO TO WS-RMT-EMP-COUNT (WS-RMT-COUNT)
004340             MOVE ZERO TO WS-RMT-AMOUNT (WS-RMT-COUNT)
004350     END-READ.
004360 1210-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*  2000-READ-PAY-HISTORY
004410*    READ ONE PAYHIST RECORD.  ONLY THE REMITTED PERIOD'S
004420*    PAYMENTS COUNT; VOID AND REPLACEMENT TRACES TOOK NO
004430*    DEDUCTIONS OF THEIR OWN.
004440*****************************************************************
004450 2000-READ-PAY-HISTORY.
004460     READ PAY-HISTORY-FILE
004470         AT END
004480             MOVE 'Y' TO WS-PHF-EOF-SW
004490             GO TO 2000-EXIT
004500     END-READ.
004510     IF PHR-PAY-PERIOD NOT = WS-RUN-PERIOD
004520         GO TO 2000-EXIT
004530     END-IF.
004540     IF PHR-VOIDED OR PHR-REPLACEMENT
004550         GO TO 2000-EXIT
004560     END-IF.
004570     ADD 1 TO WS-PHF-SELECTED.
004580     PERFORM 2100-POST-ONE-DEDUCTION THRU 2100-EXIT
004590         VARYING WS-PHD-SUB FROM 1 BY 1
004600         UNTIL WS-PHD-SUB > PHR-DED-COUNT
004610            OR WS-PHD-SUB > 10.
004620 2000-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*  2100-POST-ONE-DEDUCTION
004670*    ADD ONE DEDUCTION TAKEN TO ITS CODE'S TOTAL, AND LIST THE
004680*    EMPLOYEE WHEN THE PAYEE NEEDS THE CASE LINES.
004690*****************************************************************
004700 2100-POST-ONE-DEDUCTION.
004710     IF PHR-DED-AMOUNT (WS-PHD-SUB) = ZERO
004720         GO TO 2100-EXIT
004730     END-IF.
004740     PERFORM 2110-FIND-DEDUCTION-CODE THRU 2110-EXIT.
004750     ADD 1 TO WS-RMT-EMP-COUNT (WS-RMT-SUB).
004760     ADD PHR-DED-AMOUNT (WS-PHD-SUB)
004770         TO WS-RMT-AMOUNT (WS-RMT-SUB).
004780     IF NOT WS-RMT-DETAIL-BY-EMP (WS-RMT-SUB)
004790         GO TO 2100-EXIT
004800     END-IF.
004810     IF WS-CASE-COUNT >= 5000
004820         IF NOT WS-CASE-FULL
004830             DISPLAY 'MORE THAN 5000 EMPLOYEE CASE LINES - '
004840                 'REGISTER CASE LINES INCOMPLETE'
004850         END-IF
004860         MOVE 'Y' TO WS-CASE-FULL-SW
004870         GO TO 2100-EXIT
004880     END-IF.
004890     ADD 1 TO WS-CASE-COUNT.
004900     MOVE WS-RMT-SUB   TO WS-CASE-RMT-SUB (WS-CASE-COUNT).
004910     MOVE PHR-EMP-ID   TO WS-CASE-EMP-ID (WS-CASE-COUNT).
004920     MOVE PHR-EMP-NAME TO WS-CASE-EMP-NAME (WS-CASE-COUNT).
004930     MOVE PHR-DED-AMOUNT (WS-PHD-SUB)
004940         TO WS-CASE-AMOUNT (WS-CASE-COUNT).
004950 2100-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990*  2110-FIND-DEDUCTION-CODE
005000*    POINT WS-RMT-SUB AT THE CODE'S TABLE ENTRY.  A CODE NOT
005010*    ON DEDMAST IS ADDED WITH NO PAYEE, LISTING ITS EMPLOYEES
005020*    SO THE MONEY CAN BE TRACED.
005030*****************************************************************
005040 2110-FIND-DEDUCTION-CODE.
005050     MOVE 'N' TO WS-RMT-FOUND-SW.
005060     PERFORM 2120-MATCH-DEDUCTION-CODE THRU 2120-EXIT
005070         VARYING WS-RMT-SUB FROM 1 BY 1
005080         UNTIL WS-RMT-SUB > WS-RMT-COUNT
005090            OR WS-RMT-FOUND.
005100     IF WS-RMT-FOUND
005110         SUBTRACT 1 FROM WS-RMT-SUB
005120         GO TO 2110-EXIT
005130     END-IF.
005140     IF WS-RMT-COUNT >= 80
005150         DISPLAY 'MORE THAN 80 DEDUCTION CODES ON PAYHIST'
005160         DISPLAY 'NOTHING REMITTED'
005170         STOP RUN
005180     END-IF.
005190     ADD 1 TO WS-RMT-COUNT.
005200     MOVE WS-RMT-COUNT TO WS-RMT-SUB.
005210     MOVE PHR-DED-CODE (WS-PHD-SUB) TO WS-RMT-CODE (WS-RMT-SUB).
005220     MOVE SPACES TO WS-RMT-DESC (WS-RMT-SUB).
005230     MOVE SPACES TO WS-RMT-CATEGORY (WS-RMT-SUB).
005240     MOVE SPACES TO WS-RMT-PAYEE-ID (WS-RMT-SUB).
005250     MOVE SPACES TO WS-RMT-PAYEE-NAME (WS-RMT-SUB).
005260     MOVE SPACES TO WS-RMT-PAYEE-REF (WS-RMT-SUB).
005270     MOVE 'Y' TO WS-RMT-DETAIL-SW (WS-RMT-SUB).
005280     MOVE 'N' TO WS-RMT-ON-MASTER-SW (WS-RMT-SUB).
005290     MOVE 'N' TO WS-RMT-PRINTED-SW (WS-RMT-SUB).
005300     MOVE ZERO TO WS-RMT-EMP-COUNT (WS-RMT-SUB).
005310     MOVE ZERO TO WS-RMT-AMOUNT (WS-RMT-SUB).
005320 2110-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360*  2120-MATCH-DEDUCTION-CODE
005370*    COMPARE ONE TABLE ENTRY WITH THE DEDUCTION CODE.
005380*****************************************************************
005390 2120-MATCH-DEDUCTION-CODE.
005400     IF WS-RMT-CODE (WS-RMT-SUB) = PHR-DED-CODE (WS-PHD-SUB)
005410         MOVE 'Y' TO WS-RMT-FOUND-SW
005420     END-IF.
005430 2120-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*  3000-PRINT-REGISTER
005480*    PRINT THE REGISTER ONE PAYEE AT A TIME, IN THE ORDER EACH
005490*    PAYEE FIRST APPEARS ON DEDMAST, THEN THE CODES WITH NO
005500*    PAYEE, THEN THE FOOTING AGAINST GLPOST.
005510*****************************************************************
005520 3000-PRINT-REGISTER.
005530     PERFORM 3100-PRINT-ONE-PAYEE THRU 3100-EXIT
005540         VARYING WS-RMT-GROUP-SUB FROM 1 BY 1
005550         UNTIL WS-RMT-GROUP-SUB > WS-RMT-COUNT.
005560     PERFORM 3500-PRINT-FOOTING THRU 3500-EXIT.
005570 3000-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*  3100-PRINT-ONE-PAYEE
005620*    WHEN THE ENTRY AT WS-RMT-GROUP-SUB HAS MONEY AND HAS NOT
005630*    PRINTED, PRINT ITS PAYEE AND EVERY CODE FROM THERE ON
005640*    OWED TO THE SAME PAYEE, THEN THE PAYEE'S TOTAL.  CODES
005650*    WITH NO PAYEE ARE HELD FOR THE LAST GROUP.
005660*****************************************************************
005670 3100-PRINT-ONE-PAYEE.
005680     IF WS-RMT-PRINTED (WS-RMT-GROUP-SUB)
005690        OR WS-RMT-AMOUNT (WS-RMT-GROUP-SUB) = ZERO
005700        OR WS-RMT-PAYEE-ID (WS-RMT-GROUP-SUB) = SPACES
005710         GO TO 3100-EXIT
005720     END-IF.
005730     MOVE WS-RMT-PAYEE-ID (WS-RMT-GROUP-SUB)
005740         TO WS-GROUP-PAYEE-ID.
005750     MOVE WS-GROUP-PAYEE-ID TO DRPT-P-PAYEE-ID.
005760     MOVE WS-RMT-PAYEE-NAME (WS-RMT-GROUP-SUB)
005770         TO DRPT-P-PAYEE-NAME.
005780     PERFORM 3150-PRINT-PAYEE-GROUP THRU 3150-EXIT.
005790     ADD 1 TO WS-PAYEES-PRINTED.
005800     ADD WS-PAYEE-TOTAL TO WS-REMIT-TOTAL.
005810 3100-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*  3150-PRINT-PAYEE-GROUP
005860*    PRINT THE PAYEE LINE ALREADY SET UP, THE CODES OWED TO
005870*    WS-GROUP-PAYEE-ID, AND THE GROUP TOTAL.
005880*****************************************************************
005890 3150-PRINT-PAYEE-GROUP.
005900     MOVE ZERO TO WS-PAYEE-TOTAL.
005910     MOVE SPACES TO DRPT-LINE.
005920     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
005930     MOVE WS-DRPT-PAYEE TO DRPT-LINE.
005940     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
005950     PERFORM 3200-PRINT-PAYEE-CODE THRU 3200-EXIT
005960         VARYING WS-RMT-SUB FROM WS-RMT-GROUP-SUB BY 1
005970         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
005980     MOVE 'TOTAL FOR PAYEE' TO DRPT-T-LABEL.
005990     MOVE WS-PAYEE-TOTAL TO DRPT-T-AMOUNT.
006000     MOVE WS-DRPT-PAYEE-TOTAL TO DRPT-LINE.
006010     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
006020 3150-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*  3200-PRINT-PAYEE-CODE
006070*    PRINT THE CODE AT WS-RMT-SUB WHEN IT IS OWED TO THE
006080*    CURRENT PAYEE AND TOOK MONEY THIS PERIOD, FOLLOWED BY ITS
006090*    EMPLOYEE CASE LINES.
006100*****************************************************************
006110 3200-PRINT-PAYEE-CODE.
006120     IF WS-RMT-PRINTED (WS-RMT-SUB)
006130        OR WS-RMT-AMOUNT (WS-RMT-SUB) = ZERO
006140        OR WS-RMT-PAYEE-ID (WS-RMT-SUB) NOT = WS-GROUP-PAYEE-ID
006150         GO TO 3200-EXIT
006160     END-IF.
006170     MOVE 'Y' TO WS-RMT-PRINTED-SW (WS-RMT-SUB).
006180     ADD WS-RMT-AMOUNT (WS-RMT-SUB) TO WS-PAYEE-TOTAL.
006190     MOVE WS-RMT-CODE (WS-RMT-SUB)      TO DRPT-C-CODE.
006200     MOVE WS-RMT-DESC (WS-RMT-SUB)      TO DRPT-C-DESC.
006210     MOVE WS-RMT-PAYEE-REF (WS-RMT-SUB) TO DRPT-C-REF.
006220     MOVE WS-RMT-EMP-COUNT (WS-RMT-SUB) TO DRPT-C-EMP-COUNT.
006230     MOVE WS-RMT-AMOUNT (WS-RMT-SUB)    TO DRPT-C-AMOUNT.
006240     MOVE SPACES TO DRPT-C-FLAG.
006250     IF WS-GROUP-PAYEE-ID = SPACES
006260         ADD 1 TO WS-CODES-NO-PAYEE
006270         IF WS-RMT-ON-MASTER (WS-RMT-SUB)
006280             MOVE '** NO PAYEE **' TO DRPT-C-FLAG
006290         ELSE
006300             MOVE '** NOT ON DEDMAST **' TO DRPT-C-FLAG
006310         END-IF
006320     ELSE
006330         ADD 1 TO WS-CODES-REMITTED
006340     END-IF.
006350     MOVE WS-DRPT-CODE TO DRPT-LINE.
006360     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
006370     IF WS-RMT-DETAIL-BY-EMP (WS-RMT-SUB)
006380         PERFORM 3300-PRINT-CASE-LINE THRU 3300-EXIT
006390             VARYING WS-CASE-SUB FROM 1 BY 1
006400             UNTIL WS-CASE-SUB > WS-CASE-COUNT
006410     END-IF.
006420 3200-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*  3300-PRINT-CASE-LINE
006470*    PRINT ONE EMPLOYEE'S AMOUNT UNDER THE CODE BEING PRINTED.
006480*****************************************************************
006490 3300-PRINT-CASE-LINE.
006500     IF WS-CASE-RMT-SUB (WS-CASE-SUB) NOT = WS-RMT-SUB
006510         GO TO 3300-EXIT
006520     END-IF.
006530     MOVE WS-CASE-EMP-ID (WS-CASE-SUB)   TO DRPT-E-EMP-ID.
006540     MOVE WS-CASE-EMP-NAME (WS-CASE-SUB) TO DRPT-E-EMP-NAME.
006550     MOVE WS-CASE-AMOUNT (WS-CASE-SUB)   TO DRPT-E-AMOUNT.
006560     MOVE WS-DRPT-CASE TO DRPT-LINE.
006570     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
006580 3300-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*  3500-PRINT-FOOTING
006630*    PRINT THE CODES WITH NO PAYEE AS THE LAST GROUP, THEN
006640*    FOOT THE WHOLE REGISTER - REMITTED AND UNREMITTED ALIKE -
006650*    TO THE GLPOST DEDUCTION CREDIT.  ANY DIFFERENCE MEANS
006660*    THE REMITTANCE DOES NOT MATCH THE LEDGER AND MUST NOT BE
006670*    PAID AS IT STANDS.
006680*****************************************************************
006690 3500-PRINT-FOOTING.
006700     MOVE SPACES TO WS-GROUP-PAYEE-ID.
006710     MOVE 1 TO WS-RMT-GROUP-SUB.
006720     MOVE SPACES TO DRPT-P-PAYEE-ID.
006730     MOVE '*** NO PAYEE - NOT REMITTED ***'
006740         TO DRPT-P-PAYEE-NAME.
006750     MOVE ZERO TO WS-PAYEE-TOTAL.
006760     PERFORM 3510-TOTAL-NO-PAYEE THRU 3510-EXIT
006770         VARYING WS-RMT-SUB FROM 1 BY 1
006780         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
006790     IF WS-PAYEE-TOTAL > ZERO
006800         PERFORM 3150-PRINT-PAYEE-GROUP THRU 3150-EXIT
006810         MOVE WS-PAYEE-TOTAL TO WS-NO-PAYEE-TOTAL
006820     END-IF.
006830     ADD WS-REMIT-TOTAL WS-NO-PAYEE-TOTAL
006840         GIVING WS-REMIT-DIFFERENCE.
006850     SUBTRACT WS-GL-DEDUCT-TOTAL FROM WS-REMIT-DIFFERENCE.
006860     IF WS-REMIT-DIFFERENCE = ZERO
006870         MOVE 'Y' TO WS-BALANCE-SW
006880     END-IF.
006890     MOVE SPACES TO DRPT-LINE.
006900     WRITE DRPT-LINE AFTER ADVANCING 2 LINES.
006910     MOVE 'TOTAL REMITTED TO PAYEES' TO DRPT-F-LABEL.
006920     MOVE WS-REMIT-TOTAL TO DRPT-F-AMOUNT.
006930     MOVE WS-DRPT-FOOT-LINE TO DRPT-LINE.
006940     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
006950     MOVE 'TOTAL WITH NO PAYEE' TO DRPT-F-LABEL.
006960     MOVE WS-NO-PAYEE-TOTAL TO DRPT-F-AMOUNT.
006970     MOVE WS-DRPT-FOOT-LINE TO DRPT-LINE.
006980     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
006990     MOVE 'GLPOST DEDUCTION CREDIT' TO DRPT-F-LABEL.
007000     MOVE WS-GL-DEDUCT-TOTAL TO DRPT-F-AMOUNT.
007010     MOVE WS-DRPT-FOOT-LINE TO DRPT-LINE.
007020     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
007030     MOVE 'DIFFERENCE' TO DRPT-F-LABEL.
007040     MOVE WS-REMIT-DIFFERENCE TO DRPT-F-AMOUNT.
007050     MOVE WS-DRPT-FOOT-LINE TO DRPT-LINE.
007060     WRITE DRPT-LINE AFTER ADVANCING 1 LINE.
007070     IF WS-IN-BALANCE
007080         MOVE 'REGISTER IN BALANCE WITH GLPOST'
007090             TO DRPT-M-TEXT
007100     ELSE
007110         MOVE '*** OUT OF BALANCE WITH GLPOST - DO NOT PAY ***'
007120             TO DRPT-M-TEXT
007130     END-IF.
007140     MOVE WS-DRPT-MESSAGE TO DRPT-LINE.
007150     WRITE DRPT-LINE AFTER ADVANCING 2 LINES.
007160     IF WS-CASE-FULL
007170         MOVE '*** EMPLOYEE CASE LINES INCOMPLETE ***'
007180             TO DRPT-M-TEXT
007190         MOVE WS-DRPT-MESSAGE TO DRPT-LINE
007200         WRITE DRPT-LINE AFTER ADVANCING 1 LINE
007210     END-IF.
007220 3500-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260*  3510-TOTAL-NO-PAYEE
007270*    ADD UP THE CODES WITH NO PAYEE SO THE GROUP PRINTS ONLY
007280*    WHEN THERE IS ONE.
007290*****************************************************************
007300 3510-TOTAL-NO-PAYEE.
007310     IF WS-RMT-PAYEE-ID (WS-RMT-SUB) = SPACES
007320         ADD WS-RMT-AMOUNT (WS-RMT-SUB) TO WS-PAYEE-TOTAL
007330     END-IF.
007340 3510-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380*  4000-WRITE-AP-FEED
007390*    REWRITE APDEDPAY.  THE DETAILS AND TRAILER ARE WRITTEN
007400*    ONLY WHEN THE REGISTER IS IN BALANCE AND EVERY CODE HAS
007410*    A PAYEE; OTHERWISE THE FEED IS LEFT EMPTY AND THE
007420*    REGISTER STANDS AS THE RECORD OF WHAT IS OWED.
007430*****************************************************************
007440 4000-WRITE-AP-FEED.
007450     OPEN OUTPUT AP-PAYMENT-FILE.
007460     IF WS-APD-FILE-STATUS NOT = '00'
007470         DISPLAY 'APDEDPAY OPEN FAILED, STATUS = '
007480             WS-APD-FILE-STATUS
007490         DISPLAY 'AP FEED NOT WRITTEN'
007500         GO TO 4000-EXIT
007510     END-IF.
007520     IF NOT WS-IN-BALANCE OR WS-CODES-NO-PAYEE > ZERO
007530         CLOSE AP-PAYMENT-FILE
007540         DISPLAY 'AP FEED NOT WRITTEN - REGISTER OUT OF '
007550             'BALANCE OR A CODE HAS NO PAYEE'
007560         GO TO 4000-EXIT
007570     END-IF.
007580     PERFORM 4100-WRITE-AP-DETAIL THRU 4100-EXIT
007590         VARYING WS-RMT-SUB FROM 1 BY 1
007600         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
007610     MOVE SPACES            TO APD-TRAILER.
007620     MOVE 'T'               TO APD-T-RECORD-TYPE.
007630     MOVE WS-APD-RECORDS    TO APD-T-RECORD-COUNT.
007640     MOVE WS-REMIT-TOTAL    TO APD-T-TOTAL-AMOUNT.
007650     MOVE WS-RUN-PERIOD     TO APD-T-PAY-PERIOD.
007660     MOVE WS-RUN-DATE       TO APD-T-RUN-DATE.
007670     WRITE APD-TRAILER.
007680     CLOSE AP-PAYMENT-FILE.
007690 4000-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730*  4100-WRITE-AP-DETAIL
007740*    WRITE ONE 'D' PAYMENT RECORD FOR A CODE THAT TOOK MONEY
007750*    THIS PERIOD.
007760*****************************************************************
007770 4100-WRITE-AP-DETAIL.
007780     IF WS-RMT-AMOUNT (WS-RMT-SUB) = ZERO
007790         GO TO 4100-EXIT
007800     END-IF.
007810     MOVE SPACES TO APD-DETAIL.
007820     MOVE 'D' TO APD-D-RECORD-TYPE.
007830     MOVE WS-RMT-PAYEE-ID (WS-RMT-SUB)   TO APD-D-PAYEE-ID.
007840     MOVE WS-RMT-PAYEE-NAME (WS-RMT-SUB) TO APD-D-PAYEE-NAME.
007850     MOVE WS-RMT-PAYEE-REF (WS-RMT-SUB)  TO APD-D-PAYEE-REF.
007860     MOVE WS-RMT-CODE (WS-RMT-SUB)       TO APD-D-DED-CODE.
007870     MOVE WS-RUN-PERIOD                  TO APD-D-PAY-PERIOD.
007880     MOVE WS-RUN-DATE                    TO APD-D-RUN-DATE.
007890     MOVE WS-RMT-AMOUNT (WS-RMT-SUB)     TO APD-D-AMOUNT.
007900     MOVE WS-RMT-EMP-COUNT (WS-RMT-SUB)  TO APD-D-EMP-COUNT.
007910     WRITE APD-DETAIL.
007920     ADD 1 TO WS-APD-RECORDS.
007930 4100-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970*  9000-TERMINATE
007980*    CLOSE THE FILES AND ECHO THE REMITTANCE TO THE CONSOLE.
007990*****************************************************************
008000 9000-TERMINATE.
008010     CLOSE PAY-HISTORY-FILE.
008020     CLOSE REMIT-REGISTER.
008030     DISPLAY 'DEDUCTION REMITTANCE - END OF RUN'.
008040     DISPLAY 'PAY PERIOD:          ' WS-RUN-PERIOD.
008045     DISPLAY 'PAY GROUP:           ' WS-RUN-PAY-GROUP.
008050     DISPLAY 'PAYMENTS READ:       ' WS-PHF-SELECTED.
008060     DISPLAY 'PAYEES:              ' WS-PAYEES-PRINTED.
008070     DISPLAY 'CODES REMITTED:      ' WS-CODES-REMITTED.
008080     DISPLAY 'CODES WITH NO PAYEE: ' WS-CODES-NO-PAYEE.
008090     DISPLAY 'TOTAL REMITTED:      ' WS-REMIT-TOTAL.
008100     DISPLAY 'GLPOST DEDUCTIONS:   ' WS-GL-DEDUCT-TOTAL.
008110     IF WS-IN-BALANCE
008120         DISPLAY 'REGISTER IN BALANCE WITH GLPOST'
008130     ELSE
008140         DISPLAY '*** REGISTER OUT OF BALANCE WITH GLPOST ***'
008150     END-IF.
008160     DISPLAY 'AP FEED RECORDS:     ' WS-APD-RECORDS.
008170 9000-EXIT.
008180     EXIT.
