000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PayrollTieOut.
000030 AUTHOR.        R MERCADO.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY
000090*  ---------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------------------------------------------------------
000120*  10/15/26   RM    ORIGINAL PROGRAM - QUARTER-END AND YEAR-END
000130*                   TIE-OUT OF THE THREE PAYROLL RECORDS THAT
000140*                   MUST AGREE.  EACH QUARTER, PAYHIST TAX
000150*                   WITHHELD NET OF VOIDS IS FOOTED PERIOD BY
000160*                   PERIOD AGAINST THE TAXREMIT FEED AND THE
000170*                   TAXRHIST FILINGS; AT YEAR END EVERY
000180*                   EMPLOYEE'S PAYHIST GROSS, TAX AND NET IS
000190*                   COMPARED WITH YTDMAST AND THE COMPANY
000200*                   TOTALS WITH THE FOUR QUARTERS.  OFF-CYCLE
000210*                   PAYHIST ITEMS THE FEED CANNOT CARRY ARE
000220*                   ITEMIZED BY EMPLOYEE AND PERIOD.  THE
000230*                   YEAR-END RESULT IS LEFT ON TIESTAT FOR
000240*                   YEARENDSTATEMENTS, WHICH WILL NOT CLEAR
000250*                   YTDMAST UNTIL THE YEAR TIES OR A
000260*                   SUPERVISOR SIGNS OFF.
000262*  10/15/26   RM    PAYCAL, TAXREMIT AND TAXRHIST WIDENED FOR THE
000264*                   PAY GROUP.  PERIOD NUMBERS STAY UNIQUE ACROSS
000266*                   THE GROUPS, SO THE TIE-OUT IS UNCHANGED.
000267*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215.  A PAYMENT
000268*                   ADJUSTMENTRUN WROTE IS ITEMIZED AS OFF-CYCLE
000269*                   BY ITS FLAG, WHATEVER ITS PLACE ON THE FILE.
000270*****************************************************************
000280*
000290*  PROGRAM FUNCTION
000300*    RUN BEFORE QUARTERLYREMITTANCE FILES A QUARTER (MODE Q)
000310*    AND BEFORE YEARENDSTATEMENTS CLEARS THE YEAR (MODE Y).
000320*    READ-ONLY EXCEPT FOR TIESTAT, SO IT CAN BE RERUN AS
000330*    OFTEN AS THE DIFFERENCES ARE WORKED.  A PERIOD BELONGS TO
000340*    THE QUARTER ITS PAYCAL PAY DATE FALLS IN; A PAYHIST OR
000350*    FEED RECORD WHOSE PERIOD IS NOT ON PAYCAL IS PLACED BY
000360*    ITS RUN DATE.  BANKRETURNS REPLACEMENT CHECKS ('R') ONLY
000370*    REPAY NET ALREADY ON THE ORIGINAL RECORD AND ARE LEFT OUT
000380*    OF EVERY FOOTING.  THE PAYROLL PASS WRITES ONE PAYMENT PER
000390*    EMPLOYEE PER PERIOD, SO ANY FURTHER PAYMENT IN THE SAME
000400*    PERIOD, AND EVERY VOID, IS OFF-CYCLE ADJUSTMENT ACTIVITY
000410*    THAT NEVER REACHED THE TAXREMIT FEED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PAY-PERIOD-FILE    ASSIGN TO "PAYCAL"
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS WS-PPC-FILE-STATUS.
000520
000530     SELECT PAY-HISTORY-FILE   ASSIGN TO "PAYHIST"
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS IS WS-PHF-FILE-STATUS.
000560
000570     SELECT TAX-REMIT-FILE     ASSIGN TO "TAXREMIT"
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS WS-TRM-FILE-STATUS.
000600
000610     SELECT REMIT-HISTORY      ASSIGN TO "TAXRHIST"
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WS-HIST-FILE-STATUS.
000640
000650     SELECT YTD-MASTER-FILE    ASSIGN TO "YTDMAST"
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS DYNAMIC
000680            RECORD KEY IS YTD-EMP-ID
000690            FILE STATUS IS WS-YTD-FILE-STATUS.
000700
000710     SELECT TIE-STATUS-FILE    ASSIGN TO "TIESTAT"
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS WS-TIE-FILE-STATUS.
000740
000750     SELECT TIE-REPORT         ASSIGN TO "TIERPT"
000760            ORGANIZATION IS SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*****************************************************************
000810*  PAY-PERIOD-FILE - THE PAYCAL CALENDAR, READ FOR EACH
000820*  PERIOD'S PAY DATE AND SO ITS YEAR AND QUARTER.
000830*****************************************************************
000840 FD  PAY-PERIOD-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 33 CHARACTERS.
000870     COPY PPCREC.
000880
000890*****************************************************************
000900*  PAY-HISTORY-FILE - THE PAYHIST DETAIL TRACE, READ FRONT TO
000910*  BACK.  VOIDS COUNT AGAINST THE PERIOD OF THE RUN THAT
000920*  VOIDED THE CHECK.
000930*****************************************************************
000940 FD  PAY-HISTORY-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 215 CHARACTERS.
000970     COPY PHRREC.
000980
000990*****************************************************************
001000*  TAX-REMIT-FILE - THE PER-RUN TAX FEED NOT YET FILED.
001010*****************************************************************
001020 FD  TAX-REMIT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 38 CHARACTERS.
001050 01  TRM-RECORD.
001060     05  TRM-PAY-PERIOD         PIC 9(06).
001070     05  TRM-RUN-DATE           PIC 9(08).
001080     05  TRM-WITHHELD-TAX       PIC 9(9)V99.
001090     05  TRM-ER-TAX             PIC 9(9)V99.
001095     05  TRM-PAY-GROUP          PIC X(02).
001100
001110*****************************************************************
001120*  REMIT-HISTORY - EVERY FEED RECORD ALREADY FILED BY
001130*  QUARTERLYREMITTANCE.
001140*****************************************************************
001150 FD  REMIT-HISTORY
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 38 CHARACTERS.
001180 01  HIST-RECORD.
001190     05  HIST-PAY-PERIOD        PIC 9(06).
001200     05  HIST-RUN-DATE          PIC 9(08).
001210     05  HIST-WITHHELD-TAX      PIC 9(9)V99.
001220     05  HIST-ER-TAX            PIC 9(9)V99.
001225     05  HIST-PAY-GROUP         PIC X(02).
001230
001240*****************************************************************
001250*  YTD-MASTER-FILE - YEAR-TO-DATE EARNINGS MASTER, READ IN
001260*  EMP-ID ORDER FOR THE YEAR-END TIE-OUT ONLY.
001270*****************************************************************
001280 FD  YTD-MASTER-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 67 CHARACTERS.
001310     COPY YTDREC.
001320
001330*****************************************************************
001340*  TIE-STATUS-FILE - THE YEAR-END RESULT, REWRITTEN BY EVERY
001350*  YEAR-END TIE-OUT AND READ BY YEARENDSTATEMENTS.
001360*****************************************************************
001370 FD  TIE-STATUS-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 79 CHARACTERS.
001400     COPY TIEREC.
001410
001420*****************************************************************
001430*  TIE-REPORT - THE PRINTED TIE-OUT AND ITS ITEMIZED
001440*  DIFFERENCES.
001450*****************************************************************
001460 FD  TIE-REPORT
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 132 CHARACTERS.
001490 01  TRPT-LINE                  PIC X(132).
001500
001510 WORKING-STORAGE SECTION.
001520 77  WS-PPC-FILE-STATUS     PIC X(02) VALUE '00'.
001530 77  WS-PPC-EOF-SW          PIC X(01) VALUE 'N'.
001540     88  WS-PPC-EOF                   VALUE 'Y'.
001550 77  WS-PHF-FILE-STATUS     PIC X(02) VALUE '00'.
001560 77  WS-PHF-EOF-SW          PIC X(01) VALUE 'N'.
001570     88  WS-PHF-EOF                   VALUE 'Y'.
001580 77  WS-TRM-FILE-STATUS     PIC X(02) VALUE '00'.
001590 77  WS-TRM-EOF-SW          PIC X(01) VALUE 'N'.
001600     88  WS-TRM-EOF                   VALUE 'Y'.
001610 77  WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
001620 77  WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
001630     88  WS-HIST-EOF                  VALUE 'Y'.
001640 77  WS-YTD-FILE-STATUS     PIC X(02) VALUE '00'.
001650 77  WS-YTD-EOF-SW          PIC X(01) VALUE 'N'.
001660     88  WS-YTD-EOF                   VALUE 'Y'.
001670 77  WS-TIE-FILE-STATUS     PIC X(02) VALUE '00'.
001680 77  WS-TIE-MODE            PIC X(01) VALUE SPACES.
001690     88  WS-QUARTER-TIE               VALUE 'Q'.
001700     88  WS-YEAR-TIE                  VALUE 'Y'.
001710 77  WS-TIE-YEAR            PIC 9(04) VALUE ZERO.
001720 77  WS-TIE-QUARTER         PIC 9(01) VALUE ZERO.
001730 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001740 77  WS-FOUND-SW            PIC X(01) VALUE 'N'.
001750     88  WS-FOUND                     VALUE 'Y'.
001760 77  WS-IN-SCOPE-SW         PIC X(01) VALUE 'N'.
001770     88  WS-IN-SCOPE                  VALUE 'Y'.
001780 77  WS-OFF-CYCLE-SW        PIC X(01) VALUE 'N'.
001790     88  WS-OFF-CYCLE                 VALUE 'Y'.
001800 77  WS-ITEM-FULL-SW        PIC X(01) VALUE 'N'.
001810     88  WS-ITEM-FULL                 VALUE 'Y'.
001820 77  WS-ROW-DIFFERS-SW      PIC X(01) VALUE 'N'.
001830     88  WS-ROW-DIFFERS               VALUE 'Y'.
001840 77  WS-FEED-KIND           PIC X(01) VALUE SPACES.
001850     88  WS-FEED-FILED                VALUE 'F'.
001860     88  WS-FEED-PENDING              VALUE 'P'.
001870 77  WS-FIND-PERIOD         PIC 9(06) VALUE ZERO.
001880 77  WS-FIND-EMP-ID         PIC 9(06) VALUE ZERO.
001890 77  WS-LAST-PER-NUMBER     PIC 9(06) VALUE ZERO.
001900 77  WS-LAST-PER-SUB        PIC 9(4) COMP VALUE ZERO.
001910 77  WS-PER-SUB             PIC 9(4) COMP VALUE ZERO.
001920 77  WS-QTR-SUB             PIC 9(4) COMP VALUE ZERO.
001930 77  WS-EMP-SUB             PIC 9(4) COMP VALUE ZERO.
001940 77  WS-ITEM-SUB            PIC 9(4) COMP VALUE ZERO.
001950 77  WS-REC-YEAR            PIC 9(04) VALUE ZERO.
001960 77  WS-REC-QUARTER         PIC 9(01) VALUE ZERO.
001970 77  WS-SCOPE-PERIODS       PIC 9(7) COMP VALUE ZERO.
001980 77  WS-DIFF-COUNT          PIC 9(7) COMP VALUE ZERO.
001990 77  WS-PHF-SELECTED        PIC 9(7) COMP VALUE ZERO.
002000 77  WS-FEED-SELECTED       PIC 9(7) COMP VALUE ZERO.
002010 77  WS-ITEMS-PRINTED       PIC 9(7) COMP VALUE ZERO.
002020
002030*****************************************************************
002040*  WS-DATE-WORK - A PAY DATE OR RUN DATE TAKEN APART FOR ITS
002050*  YEAR AND MONTH.
002060*****************************************************************
002070 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
002080 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002090     05  WS-DATE-YYYY           PIC 9(04).
002100     05  WS-DATE-MM             PIC 9(02).
002110     05  WS-DATE-DD             PIC 9(02).
002120
002130*****************************************************************
002140*  WS-FEED-RECORD - ONE TAXREMIT OR TAXRHIST RECORD, WHICHEVER
002150*  IS BEING READ, IN THE COMMON SHAPE BOTH SHARE.
002160*****************************************************************
002170 01  WS-FEED-RECORD.
002180     05  WS-FEED-PERIOD         PIC 9(06).
002190     05  WS-FEED-RUN-DATE       PIC 9(08).
002200     05  WS-FEED-WITHHELD       PIC 9(9)V99.
002210
002220*****************************************************************
002230*  WS-SIGNED-AMOUNTS - THE PAYHIST RECORD'S GROSS, TAX AND NET,
002240*  NEGATIVE FOR A VOID, AS THEY ENTER EVERY FOOTING.
002250*****************************************************************
002260 01  WS-SIGNED-AMOUNTS.
002270     05  WS-SIGNED-GROSS        PIC S9(7)V99 VALUE ZERO.
002280     05  WS-SIGNED-TAX          PIC S9(7)V99 VALUE ZERO.
002290     05  WS-SIGNED-NET          PIC S9(7)V99 VALUE ZERO.
002300
002310*****************************************************************
002320*  WS-PERIOD-TABLE - ONE ENTRY PER PAYCAL PERIOD, WITH ITS
002330*  YEAR AND QUARTER BY PAY DATE AND THE WITHHOLDING FOOTINGS
002340*  OF THE PERIODS IN THE TIE-OUT - PAYHIST NET OF VOIDS, THE
002350*  OFF-CYCLE PART OF IT, AND THE FEED FILED AND NOT YET FILED.
002360*****************************************************************
002370 01  WS-PERIOD-TABLE.
002380     05  WS-PER-COUNT           PIC 9(4) COMP VALUE ZERO.
002390     05  WS-PER-ENTRY OCCURS 600 TIMES.
002400         10  WS-PER-NUMBER      PIC 9(06).
002410         10  WS-PER-PAY-DATE    PIC 9(08).
002420         10  WS-PER-YEAR        PIC 9(04).
002430         10  WS-PER-QUARTER     PIC 9(01).
002440         10  WS-PER-PAYHIST-TAX PIC S9(9)V99.
002450         10  WS-PER-OFFCYCLE-TAX PIC S9(9)V99.
002460         10  WS-PER-FILED-TAX   PIC 9(9)V99.
002470         10  WS-PER-PENDING-TAX PIC 9(9)V99.
002480
002490*****************************************************************
002500*  WS-QUARTER-TABLE - THE SAME FOOTINGS BY QUARTER, PLUS THE
002510*  WITHHOLDING ON PAYHIST RECORDS WHOSE PERIOD IS NOT ON
002520*  PAYCAL.
002530*****************************************************************
002540 01  WS-QUARTER-TABLE.
002550     05  WS-QTR-ENTRY OCCURS 4 TIMES.
002560         10  WS-QTR-PAYHIST-TAX PIC S9(11)V99.
002570         10  WS-QTR-OFFCYCLE-TAX PIC S9(11)V99.
002580         10  WS-QTR-NOCAL-TAX   PIC S9(11)V99.
002590         10  WS-QTR-FILED-TAX   PIC 9(11)V99.
002600         10  WS-QTR-PENDING-TAX PIC 9(11)V99.
002610
002620*****************************************************************
002630*  WS-EMPLOYEE-TABLE - ONE ENTRY PER EMPLOYEE WITH PAYHIST
002640*  ACTIVITY IN THE TIE-OUT, IN FIRST-SEEN ORDER - THE PAYHIST
002650*  GROSS, TAX AND NET NET OF VOIDS, AND THE LAST PERIOD A
002660*  PAYMENT WAS SEEN IN, WHICH TELLS A SECOND PAYMENT IN THE
002670*  SAME PERIOD FOR OFF-CYCLE.
002680*****************************************************************
002690 01  WS-EMPLOYEE-TABLE.
002700     05  WS-EMPT-COUNT          PIC 9(4) COMP VALUE ZERO.
002710     05  WS-EMPT-ENTRY OCCURS 5000 TIMES.
002720         10  WS-EMPT-ID         PIC 9(06).
002730         10  WS-EMPT-NAME       PIC X(20).
002740         10  WS-EMPT-LAST-PERIOD PIC 9(06).
002750         10  WS-EMPT-GROSS      PIC S9(9)V99.
002760         10  WS-EMPT-TAX        PIC S9(9)V99.
002770         10  WS-EMPT-NET        PIC S9(9)V99.
002780         10  WS-EMPT-MATCHED-SW PIC X(01).
002790             88  WS-EMPT-MATCHED          VALUE 'Y'.
002800
002810*****************************************************************
002820*  WS-ITEM-TABLE - THE ITEMIZED PAYHIST RECORDS - OFF-CYCLE
002830*  PAYMENTS, VOIDS, AND RECORDS WHOSE PERIOD IS NOT ON PAYCAL
002840*  - IN PAYHIST ORDER.
002850*****************************************************************
002860 01  WS-ITEM-TABLE.
002870     05  WS-ITEM-COUNT          PIC 9(4) COMP VALUE ZERO.
002880     05  WS-ITEM-ENTRY OCCURS 3000 TIMES.
002890         10  WS-ITEM-EMP-ID     PIC 9(06).
002900         10  WS-ITEM-PERIOD     PIC 9(06).
002910         10  WS-ITEM-KIND       PIC X(01).
002920             88  WS-ITEM-PAYMENT          VALUE 'P'.
002930             88  WS-ITEM-VOID             VALUE 'V'.
002940             88  WS-ITEM-NO-CALENDAR      VALUE 'N'.
002950         10  WS-ITEM-GROSS      PIC S9(7)V99.
002960         10  WS-ITEM-TAX        PIC S9(7)V99.
002970         10  WS-ITEM-NET        PIC S9(7)V99.
002980
002990*****************************************************************
003000*  COMPANY FOOTINGS - PAYHIST NET OF VOIDS FOR THE YEAR,
003010*  YTDMAST, AND THE FOUR QUARTERS FILED OR ON THE FEED.
003020*****************************************************************
003030 01  WS-COMPANY-TOTALS.
003040     05  WS-PH-GROSS            PIC S9(11)V99 VALUE ZERO.
003050     05  WS-PH-TAX              PIC S9(11)V99 VALUE ZERO.
003060     05  WS-PH-NET              PIC S9(11)V99 VALUE ZERO.
003070     05  WS-YTD-GROSS           PIC 9(11)V99 VALUE ZERO.
003080     05  WS-YTD-TAX             PIC 9(11)V99 VALUE ZERO.
003090     05  WS-YTD-NET             PIC 9(11)V99 VALUE ZERO.
003100     05  WS-QTRS-FILED-TAX      PIC 9(11)V99 VALUE ZERO.
003110
003120*****************************************************************
003130*  WS-COMPARE-FIGURES - ONE DIFFERENCE BEING PRINTED.
003140*****************************************************************
003150 01  WS-COMPARE-FIGURES.
003160     05  WS-CMP-PAYHIST         PIC S9(11)V99 VALUE ZERO.
003170     05  WS-CMP-AGAINST         PIC S9(11)V99 VALUE ZERO.
003180     05  WS-CMP-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
003190     05  WS-CMP-UNEXPLAINED     PIC S9(11)V99 VALUE ZERO.
003200
003210*****************************************************************
003220*  TIE-REPORT PRINT LINES - THE REPORT HEADING, SECTION TITLE,
003230*  THE WITHHOLDING, ITEM, EMPLOYEE AND COMPANY LINES, AND THE
003240*  MESSAGE LINE FOR THE RESULT.
003250*****************************************************************
003260 01  WS-TRPT-HEADING.
003270     05  FILLER                 PIC X(20) VALUE 'PAYROLL TIE-OUT'.
003280     05  FILLER                 PIC X(05) VALUE 'YEAR '.
003290     05  TRPT-H-YEAR            PIC 9(04).
003300     05  FILLER                 PIC X(02) VALUE SPACES.
003310     05  TRPT-H-SCOPE           PIC X(10).
003320     05  FILLER                 PIC X(04) VALUE SPACES.
003330     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
003340     05  TRPT-H-DATE            PIC 9(08).
003350     05  FILLER                 PIC X(70) VALUE SPACES.
003360
003370 01  WS-TRPT-SECTION.
003380     05  TRPT-S-TITLE           PIC X(80).
003390     05  FILLER                 PIC X(52) VALUE SPACES.
003400
003410 01  WS-TRPT-WH-COLUMNS.
003420     05  FILLER                 PIC X(18)
003430             VALUE 'PERIOD  PAY DATE'.
003440     05  FILLER                 PIC X(15) VALUE '    PAYHIST TAX'.
003450     05  FILLER                 PIC X(02) VALUE SPACES.
003460     05  FILLER                 PIC X(14) VALUE 'FILED TAXRHIST'.
003470     05  FILLER                 PIC X(02) VALUE SPACES.
003480     05  FILLER                 PIC X(14) VALUE '   ON TAXREMIT'.
003490     05  FILLER                 PIC X(02) VALUE SPACES.
003500     05  FILLER                 PIC X(15) VALUE '     DIFFERENCE'.
003510     05  FILLER                 PIC X(02) VALUE SPACES.
003520     05  FILLER                 PIC X(15) VALUE '      OFF-CYCLE'.
003530     05  FILLER                 PIC X(02) VALUE SPACES.
003540     05  FILLER                 PIC X(15) VALUE '    UNEXPLAINED'.
003550     05  FILLER                 PIC X(16) VALUE SPACES.
003560
003570 01  WS-TRPT-WH-LINE.
003580     05  TRPT-W-PERIOD-AREA.
003590         10  TRPT-W-PERIOD      PIC 9(06).
003600         10  FILLER             PIC X(02).
003610         10  TRPT-W-PAY-DATE    PIC 9(08).
003620         10  FILLER             PIC X(02).
003630     05  TRPT-W-LABEL REDEFINES TRPT-W-PERIOD-AREA
003640                                PIC X(18).
003650     05  TRPT-W-PAYHIST         PIC -ZZZ,ZZZ,ZZ9.99.
003660     05  FILLER                 PIC X(02) VALUE SPACES.
003670     05  TRPT-W-FILED           PIC ZZZ,ZZZ,ZZ9.99.
003680     05  FILLER                 PIC X(02) VALUE SPACES.
003690     05  TRPT-W-PENDING         PIC ZZZ,ZZZ,ZZ9.99.
003700     05  FILLER                 PIC X(02) VALUE SPACES.
003710     05  TRPT-W-DIFFERENCE      PIC -ZZZ,ZZZ,ZZ9.99.
003720     05  FILLER                 PIC X(02) VALUE SPACES.
003730     05  TRPT-W-OFFCYCLE        PIC -ZZZ,ZZZ,ZZ9.99.
003740     05  FILLER                 PIC X(02) VALUE SPACES.
003750     05  TRPT-W-UNEXPLAINED     PIC -ZZZ,ZZZ,ZZ9.99.
003760     05  FILLER                 PIC X(02) VALUE SPACES.
003770     05  TRPT-W-FLAG            PIC X(10).
003780     05  FILLER                 PIC X(04) VALUE SPACES.
003790
003800 01  WS-TRPT-ITEM-COLUMNS.
003810     05  FILLER                 PIC X(02) VALUE SPACES.
003820     05  FILLER                 PIC X(08) VALUE 'EMP ID'.
003830     05  FILLER                 PIC X(22) VALUE 'NAME'.
003840     05  FILLER                 PIC X(08) VALUE 'PERIOD'.
003850     05  FILLER                 PIC X(24) VALUE 'ITEM'.
003860     05  FILLER                 PIC X(15) VALUE '          GROSS'.
003870     05  FILLER                 PIC X(02) VALUE SPACES.
003880     05  FILLER                 PIC X(15) VALUE '            TAX'.
003890     05  FILLER                 PIC X(02) VALUE SPACES.
003900     05  FILLER                 PIC X(15) VALUE '            NET'.
003910     05  FILLER                 PIC X(19) VALUE SPACES.
003920
003930 01  WS-TRPT-ITEM-LINE.
003940     05  FILLER                 PIC X(02) VALUE SPACES.
003950     05  TRPT-I-EMP-ID          PIC 9(06).
003960     05  FILLER                 PIC X(02) VALUE SPACES.
003970     05  TRPT-I-NAME            PIC X(20).
003980     05  FILLER                 PIC X(02) VALUE SPACES.
003990     05  TRPT-I-PERIOD          PIC 9(06).
004000     05  FILLER                 PIC X(02) VALUE SPACES.
004010     05  TRPT-I-KIND            PIC X(22).
004020     05  FILLER                 PIC X(02) VALUE SPACES.
004030     05  TRPT-I-GROSS           PIC -ZZZ,ZZZ,ZZ9.99.
004040     05  FILLER                 PIC X(02) VALUE SPACES.
004050     05  TRPT-I-TAX             PIC -ZZZ,ZZZ,ZZ9.99.
004060     05  FILLER                 PIC X(02) VALUE SPACES.
004070     05  TRPT-I-NET             PIC -ZZZ,ZZZ,ZZ9.99.
004080     05  FILLER                 PIC X(19) VALUE SPACES.
004090
004100 01  WS-TRPT-EMP-COLUMNS.
004110     05  FILLER                 PIC X(08) VALUE 'EMP ID'.
004120     05  FILLER                 PIC X(22) VALUE 'NAME'.
004130     05  FILLER                 PIC X(08) VALUE 'AMOUNT'.
004140     05  FILLER                 PIC X(15) VALUE '        PAYHIST'.
004150     05  FILLER                 PIC X(02) VALUE SPACES.
004160     05  FILLER                 PIC X(14) VALUE '       YTDMAST'.
004170     05  FILLER                 PIC X(02) VALUE SPACES.
004180     05  FILLER                 PIC X(15) VALUE '     DIFFERENCE'.
004190     05  FILLER                 PIC X(46) VALUE SPACES.
004200
004210 01  WS-TRPT-EMP-LINE.
004220     05  TRPT-E-EMP-ID          PIC X(06).
004230     05  FILLER                 PIC X(02) VALUE SPACES.
004240     05  TRPT-E-NAME            PIC X(20).
004250     05  FILLER                 PIC X(02) VALUE SPACES.
004260     05  TRPT-E-LABEL           PIC X(06).
004270     05  FILLER                 PIC X(02) VALUE SPACES.
004280     05  TRPT-E-PAYHIST         PIC -ZZZ,ZZZ,ZZ9.99.
004290     05  FILLER                 PIC X(02) VALUE SPACES.
004300     05  TRPT-E-YTD             PIC ZZZ,ZZZ,ZZ9.99.
004310     05  FILLER                 PIC X(02) VALUE SPACES.
004320     05  TRPT-E-DIFFERENCE      PIC -ZZZ,ZZZ,ZZ9.99.
004330     05  FILLER                 PIC X(02) VALUE SPACES.
004340     05  TRPT-E-FLAG            PIC X(16).
004350     05  FILLER                 PIC X(28) VALUE SPACES.
004360
004370 01  WS-TRPT-CO-COLUMNS.
004380     05  FILLER                 PIC X(36) VALUE SPACES.
004390     05  FILLER                 PIC X(18)
004400             VALUE '           PAYHIST'.
004410     05  FILLER                 PIC X(02) VALUE SPACES.
004420     05  FILLER                 PIC X(17)
004430             VALUE '          AGAINST'.
004440     05  FILLER                 PIC X(02) VALUE SPACES.
004450     05  FILLER                 PIC X(18)
004460             VALUE '        DIFFERENCE'.
004470     05  FILLER                 PIC X(39) VALUE SPACES.
004480
004490 01  WS-TRPT-CO-LINE.
004500     05  TRPT-C-LABEL           PIC X(36).
004510     05  TRPT-C-PAYHIST         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004520     05  FILLER                 PIC X(02) VALUE SPACES.
004530     05  TRPT-C-AGAINST         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004540     05  FILLER                 PIC X(02) VALUE SPACES.
004550     05  TRPT-C-DIFFERENCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004560     05  FILLER                 PIC X(02) VALUE SPACES.
004570     05  TRPT-C-FLAG            PIC X(10).
004580     05  FILLER                 PIC X(27) VALUE SPACES.
004590
004600 01  WS-TRPT-MESSAGE.
004610     05  TRPT-M-TEXT            PIC X(80).
004620     05  FILLER                 PIC X(52) VALUE SPACES.
004630
004640 PROCEDURE DIVISION.
004650*****************************************************************
004660*  0000-MAIN-LOGIC
004670*    OVERALL CONTROL PARAGRAPH FOR THE TIE-OUT.
004680*****************************************************************
004690 0000-MAIN-LOGIC.
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004710     PERFORM 2000-READ-PAY-HISTORY THRU 2000-EXIT
004720         UNTIL WS-PHF-EOF.
004730     PERFORM 2500-LOAD-REMIT-FEEDS THRU 2500-EXIT.
004740     PERFORM 3000-PRINT-WITHHOLDING THRU 3000-EXIT.
004750     PERFORM 3500-PRINT-ITEMS THRU 3500-EXIT.
004760     IF WS-YEAR-TIE
004770         PERFORM 4000-TIE-YTD-MASTER THRU 4000-EXIT
004780         PERFORM 4500-PRINT-COMPANY-TOTALS THRU 4500-EXIT
004790     END-IF.
004800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004810     STOP RUN.
004820
004830*****************************************************************
004840*  1000-INITIALIZE
004850*    TAKE THE TIE-OUT REQUESTED, LOAD THE CALENDAR, AND OPEN
004860*    PAYHIST AND THE REPORT.  A YEAR OR QUARTER WITH NO PAYCAL
004870*    PERIODS IS REFUSED RATHER THAN REPORTED AS TYING.
004880*****************************************************************
004890 1000-INITIALIZE.
004900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004910     PERFORM 1010-ACCEPT-TIE-OUT THRU 1010-EXIT.
004920     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
004930     IF WS-SCOPE-PERIODS = ZERO
004940         DISPLAY 'NO PAYCAL PERIODS PAY IN THE YEAR OR QUARTER '
004950             'REQUESTED - TIE-OUT REFUSED'
004960         STOP RUN
004970     END-IF.
004980     OPEN INPUT PAY-HISTORY-FILE.
004990     IF WS-PHF-FILE-STATUS NOT = '00'
005000         DISPLAY 'PAYHIST OPEN FAILED, STATUS = '
005010             WS-PHF-FILE-STATUS
005020         DISPLAY 'TIE-OUT REFUSED - NO PAY HISTORY'
005030         STOP RUN
005040     END-IF.
005050     INITIALIZE WS-QUARTER-TABLE.
005060     OPEN OUTPUT TIE-REPORT.
005070     MOVE WS-TIE-YEAR TO TRPT-H-YEAR.
005080     IF WS-YEAR-TIE
005090         MOVE 'YEAR END' TO TRPT-H-SCOPE
005100     ELSE
005110         MOVE 'QUARTER' TO TRPT-H-SCOPE
005120         MOVE WS-TIE-QUARTER TO TRPT-H-SCOPE (9:1)
005130     END-IF.
005140     MOVE WS-RUN-DATE TO TRPT-H-DATE.
005150     MOVE WS-TRPT-HEADING TO TRPT-LINE.
005160     WRITE TRPT-LINE AFTER ADVANCING PAGE.
005170 1000-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*  1010-ACCEPT-TIE-OUT
005220*    ACCEPT THE MODE - Q FOR ONE QUARTER, Y FOR THE YEAR END -
005230*    THE YEAR, AND FOR A QUARTER WHICH ONE.
005240*****************************************************************
005250 1010-ACCEPT-TIE-OUT.
005260     DISPLAY 'TIE-OUT (Q=QUARTER  Y=YEAR END): '
005270         WITH NO ADVANCING.
005280     ACCEPT WS-TIE-MODE.
005290     IF NOT WS-QUARTER-TIE AND NOT WS-YEAR-TIE
005300         DISPLAY 'TIE-OUT MODE ' WS-TIE-MODE ' IS NOT Q OR Y - '
005310             'RUN REFUSED'
005320         STOP RUN
005330     END-IF.
005340     DISPLAY 'YEAR (YYYY): ' WITH NO ADVANCING.
005350     ACCEPT WS-TIE-YEAR.
005360     IF WS-TIE-YEAR = ZERO
005370         DISPLAY 'NO YEAR GIVEN - RUN REFUSED'
005380         STOP RUN
005390     END-IF.
005400     IF WS-QUARTER-TIE
005410         DISPLAY 'QUARTER (1-4): ' WITH NO ADVANCING
005420         ACCEPT WS-TIE-QUARTER
005430         IF WS-TIE-QUARTER < 1 OR WS-TIE-QUARTER > 4
005440             DISPLAY 'QUARTER ' WS-TIE-QUARTER ' IS NOT 1-4 - '
005450                 'RUN REFUSED'
005460             STOP RUN
005470         END-IF
005480     END-IF.
005490 1010-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530*  1100-LOAD-CALENDAR
005540*    LOAD EVERY PAYCAL PERIOD, WORKING OUT ITS YEAR AND
005550*    QUARTER FROM THE PAY DATE, AND COUNT THE PERIODS THE
005560*    TIE-OUT COVERS.
005570*****************************************************************
005580 1100-LOAD-CALENDAR.
005590     OPEN INPUT PAY-PERIOD-FILE.
005600     IF WS-PPC-FILE-STATUS NOT = '00'
005610         DISPLAY 'PAYCAL OPEN FAILED, STATUS = '
005620             WS-PPC-FILE-STATUS
005630         DISPLAY 'TIE-OUT REFUSED - NO PAY-PERIOD CALENDAR'
005640         STOP RUN
005650     END-IF.
005660     PERFORM 1110-READ-PAY-PERIOD THRU 1110-EXIT
005670         UNTIL WS-PPC-EOF.
005680     CLOSE PAY-PERIOD-FILE.
005690 1100-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*  1110-READ-PAY-PERIOD
005740*    READ ONE CALENDAR RECORD INTO WS-PERIOD-TABLE.
005750*****************************************************************
005760 1110-READ-PAY-PERIOD.
005770     READ PAY-PERIOD-FILE
005780         AT END
005790             MOVE 'Y' TO WS-PPC-EOF-SW
005800             GO TO 1110-EXIT
005810     END-READ.
005820     IF WS-PER-COUNT >= 600
005830         DISPLAY 'PAYCAL EXCEEDS 600 PERIODS'
005840         DISPLAY 'TIE-OUT REFUSED'
005850         STOP RUN
005860     END-IF.
005870     ADD 1 TO WS-PER-COUNT.
005880     MOVE PPC-PERIOD-NUMBER TO WS-PER-NUMBER (WS-PER-COUNT).
005890     MOVE PPC-PAY-DATE      TO WS-PER-PAY-DATE (WS-PER-COUNT).
005900     MOVE PPC-PAY-DATE      TO WS-DATE-WORK.
005910     PERFORM 1120-SET-YEAR-QUARTER THRU 1120-EXIT.
005920     MOVE WS-REC-YEAR       TO WS-PER-YEAR (WS-PER-COUNT).
005930     MOVE WS-REC-QUARTER    TO WS-PER-QUARTER (WS-PER-COUNT).
005940     MOVE ZERO TO WS-PER-PAYHIST-TAX (WS-PER-COUNT).
005950     MOVE ZERO TO WS-PER-OFFCYCLE-TAX (WS-PER-COUNT).
005960     MOVE ZERO TO WS-PER-FILED-TAX (WS-PER-COUNT).
005970     MOVE ZERO TO WS-PER-PENDING-TAX (WS-PER-COUNT).
005980     PERFORM 1130-SET-SCOPE THRU 1130-EXIT.
005990     IF WS-IN-SCOPE
006000         ADD 1 TO WS-SCOPE-PERIODS
006010     END-IF.
006020 1110-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*  1120-SET-YEAR-QUARTER
006070*    SET WS-REC-YEAR AND WS-REC-QUARTER FROM THE DATE IN
006080*    WS-DATE-WORK.
006090*****************************************************************
006100 1120-SET-YEAR-QUARTER.
006110     MOVE WS-DATE-YYYY TO WS-REC-YEAR.
006120     COMPUTE WS-REC-QUARTER = (WS-DATE-MM + 2) / 3.
006130 1120-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*  1130-SET-SCOPE
006180*    SET WS-IN-SCOPE-SW WHEN WS-REC-YEAR AND WS-REC-QUARTER
006190*    FALL IN THE YEAR OR QUARTER BEING TIED OUT.
006200*****************************************************************
006210 1130-SET-SCOPE.
006220     MOVE 'N' TO WS-IN-SCOPE-SW.
006230     IF WS-REC-YEAR = WS-TIE-YEAR
006240         IF WS-YEAR-TIE OR WS-REC-QUARTER = WS-TIE-QUARTER
006250             MOVE 'Y' TO WS-IN-SCOPE-SW
006260         END-IF
006270     END-IF.
006280 1130-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  2000-READ-PAY-HISTORY
006330*    READ ONE PAYHIST RECORD AND, WHEN IT FALLS IN THE
006340*    TIE-OUT, FOOT IT INTO ITS PERIOD, QUARTER AND EMPLOYEE.
006350*    A VOID COUNTS NEGATIVE.  A VOID, A PAYMENT ADJUSTMENTRUN
006355*    WROTE, A SECOND REGULAR PAYMENT TO THE SAME EMPLOYEE IN
006360*    THE SAME PERIOD, OR A PERIOD NOT ON PAYCAL IS ITEMIZED.
006364*    THE ADJUSTMENT-RUN FLAG, NOT THE RECORD'S PLACE ON THE
006368*    FILE, SAYS WHAT IS OFF-CYCLE - AN ADJUSTMENT LABELLED
006372*    WITH A PERIOD BEFORE ITS REGULAR PASS, OR WITH ANOTHER
006376*    GROUP'S PERIOD, IS STILL OFF-CYCLE.
006380*****************************************************************
006390 2000-READ-PAY-HISTORY.
006400     READ PAY-HISTORY-FILE
006410         AT END
006420             MOVE 'Y' TO WS-PHF-EOF-SW
006430             GO TO 2000-EXIT
006440     END-READ.
006450     IF PHR-REPLACEMENT
006460         GO TO 2000-EXIT
006470     END-IF.
006480     MOVE PHR-PAY-PERIOD TO WS-FIND-PERIOD.
006490     PERFORM 2100-FIND-PERIOD THRU 2100-EXIT.
006500     IF WS-PER-SUB > ZERO
006510         MOVE WS-PER-YEAR (WS-PER-SUB)    TO WS-REC-YEAR
006520         MOVE WS-PER-QUARTER (WS-PER-SUB) TO WS-REC-QUARTER
006530     ELSE
006540         MOVE PHR-RUN-DATE TO WS-DATE-WORK
006550         PERFORM 1120-SET-YEAR-QUARTER THRU 1120-EXIT
006560     END-IF.
006570     PERFORM 1130-SET-SCOPE THRU 1130-EXIT.
006580     IF NOT WS-IN-SCOPE
006590         GO TO 2000-EXIT
006600     END-IF.
006610     ADD 1 TO WS-PHF-SELECTED.
006620     IF PHR-VOIDED
006630         COMPUTE WS-SIGNED-GROSS = ZERO - PHR-GROSS-PAY
006640         COMPUTE WS-SIGNED-TAX   = ZERO - PHR-TAX-AMOUNT
006650         COMPUTE WS-SIGNED-NET   = ZERO - PHR-NET-PAY
006660     ELSE
006670         MOVE PHR-GROSS-PAY  TO WS-SIGNED-GROSS
006680         MOVE PHR-TAX-AMOUNT TO WS-SIGNED-TAX
006690         MOVE PHR-NET-PAY    TO WS-SIGNED-NET
006700     END-IF.
006710     PERFORM 2200-FIND-EMPLOYEE THRU 2200-EXIT.
006720     MOVE 'N' TO WS-OFF-CYCLE-SW.
006730     IF PHR-VOIDED OR PHR-ADJUSTMENT-RUN
006740         MOVE 'Y' TO WS-OFF-CYCLE-SW
006750     ELSE
006760         IF WS-EMPT-LAST-PERIOD (WS-EMP-SUB) = PHR-PAY-PERIOD
006770             MOVE 'Y' TO WS-OFF-CYCLE-SW
006780         ELSE
006790             MOVE PHR-PAY-PERIOD
006800                 TO WS-EMPT-LAST-PERIOD (WS-EMP-SUB)
006810         END-IF
006820     END-IF.
006830     ADD WS-SIGNED-GROSS TO WS-EMPT-GROSS (WS-EMP-SUB).
006840     ADD WS-SIGNED-TAX   TO WS-EMPT-TAX (WS-EMP-SUB).
006850     ADD WS-SIGNED-NET   TO WS-EMPT-NET (WS-EMP-SUB).
006860     ADD WS-SIGNED-GROSS TO WS-PH-GROSS.
006870     ADD WS-SIGNED-TAX   TO WS-PH-TAX.
006880     ADD WS-SIGNED-NET   TO WS-PH-NET.
006890     MOVE WS-REC-QUARTER TO WS-QTR-SUB.
006900     ADD WS-SIGNED-TAX TO WS-QTR-PAYHIST-TAX (WS-QTR-SUB).
006910     IF WS-PER-SUB = ZERO
006920         ADD WS-SIGNED-TAX TO WS-QTR-NOCAL-TAX (WS-QTR-SUB)
006930         ADD WS-SIGNED-TAX TO WS-QTR-OFFCYCLE-TAX (WS-QTR-SUB)
006940         PERFORM 2300-ADD-ITEM THRU 2300-EXIT
006950         GO TO 2000-EXIT
006960     END-IF.
006970     ADD WS-SIGNED-TAX TO WS-PER-PAYHIST-TAX (WS-PER-SUB).
006980     IF WS-OFF-CYCLE
006990         ADD WS-SIGNED-TAX TO WS-PER-OFFCYCLE-TAX (WS-PER-SUB)
007000         ADD WS-SIGNED-TAX TO WS-QTR-OFFCYCLE-TAX (WS-QTR-SUB)
007010         PERFORM 2300-ADD-ITEM THRU 2300-EXIT
007020     END-IF.
007030 2000-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*  2100-FIND-PERIOD
007080*    POINT WS-PER-SUB AT THE CALENDAR ENTRY FOR WS-FIND-PERIOD,
007090*    OR ZERO WHEN THE PERIOD IS NOT ON PAYCAL.  THE LAST
007100*    ANSWER IS KEPT - PAYHIST AND THE FEEDS RUN IN PERIOD
007110*    ORDER, SO MOST LOOKUPS ARE THE SAME PERIOD AGAIN.
007120*****************************************************************
007130 2100-FIND-PERIOD.
007140     IF WS-FIND-PERIOD = WS-LAST-PER-NUMBER
007150         MOVE WS-LAST-PER-SUB TO WS-PER-SUB
007160         GO TO 2100-EXIT
007170     END-IF.
007180     MOVE 'N' TO WS-FOUND-SW.
007190     PERFORM 2110-MATCH-PERIOD THRU 2110-EXIT
007200         VARYING WS-PER-SUB FROM 1 BY 1
007210         UNTIL WS-PER-SUB > WS-PER-COUNT
007220            OR WS-FOUND.
007230     IF WS-FOUND
007240         SUBTRACT 1 FROM WS-PER-SUB
007250     ELSE
007260         MOVE ZERO TO WS-PER-SUB
007270     END-IF.
007280     MOVE WS-FIND-PERIOD TO WS-LAST-PER-NUMBER.
007290     MOVE WS-PER-SUB     TO WS-LAST-PER-SUB.
007300 2100-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*  2110-MATCH-PERIOD
007350*    COMPARE ONE CALENDAR ENTRY WITH THE PERIOD SOUGHT.
007360*****************************************************************
007370 2110-MATCH-PERIOD.
007380     IF WS-PER-NUMBER (WS-PER-SUB) = WS-FIND-PERIOD
007390         MOVE 'Y' TO WS-FOUND-SW
007400     END-IF.
007410 2110-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450*  2200-FIND-EMPLOYEE
007460*    POINT WS-EMP-SUB AT THE EMPLOYEE'S TABLE ENTRY, ADDING
007470*    ONE ON FIRST SIGHT.  A TABLE TOO SMALL FOR THE PAYROLL
007480*    STOPS THE RUN - A TIE-OUT THAT SKIPPED EMPLOYEES WOULD
007490*    PROVE NOTHING.
007500*****************************************************************
007510 2200-FIND-EMPLOYEE.
007520     IF WS-EMP-SUB > ZERO
007530         IF WS-EMPT-ID (WS-EMP-SUB) = PHR-EMP-ID
007540             GO TO 2200-EXIT
007550         END-IF
007560     END-IF.
007570     MOVE PHR-EMP-ID TO WS-FIND-EMP-ID.
007580     MOVE 'N' TO WS-FOUND-SW.
007590     PERFORM 2210-MATCH-EMPLOYEE THRU 2210-EXIT
007600         VARYING WS-EMP-SUB FROM 1 BY 1
007610         UNTIL WS-EMP-SUB > WS-EMPT-COUNT
007620            OR WS-FOUND.
007630     IF WS-FOUND
007640         SUBTRACT 1 FROM WS-EMP-SUB
007650         GO TO 2200-EXIT
007660     END-IF.
007670     IF WS-EMPT-COUNT >= 5000
007680         DISPLAY 'MORE THAN 5000 EMPLOYEES ON PAYHIST'
007690         DISPLAY 'TIE-OUT REFUSED'
007700         STOP RUN
007710     END-IF.
007720     ADD 1 TO WS-EMPT-COUNT.
007730     MOVE WS-EMPT-COUNT TO WS-EMP-SUB.
007740     MOVE PHR-EMP-ID   TO WS-EMPT-ID (WS-EMP-SUB).
007750     MOVE PHR-EMP-NAME TO WS-EMPT-NAME (WS-EMP-SUB).
007760     MOVE ZERO TO WS-EMPT-LAST-PERIOD (WS-EMP-SUB).
007770     MOVE ZERO TO WS-EMPT-GROSS (WS-EMP-SUB).
007780     MOVE ZERO TO WS-EMPT-TAX (WS-EMP-SUB).
007790     MOVE ZERO TO WS-EMPT-NET (WS-EMP-SUB).
007800     MOVE 'N'  TO WS-EMPT-MATCHED-SW (WS-EMP-SUB).
007810 2200-EXIT.
007820     EXIT.
007830
007840*****************************************************************
007850*  2210-MATCH-EMPLOYEE
007860*    COMPARE ONE EMPLOYEE ENTRY WITH THE EMPLOYEE SOUGHT.
007870*****************************************************************
007880 2210-MATCH-EMPLOYEE.
007890     IF WS-EMPT-ID (WS-EMP-SUB) = WS-FIND-EMP-ID
007900         MOVE 'Y' TO WS-FOUND-SW
007910     END-IF.
007920 2210-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*  2300-ADD-ITEM
007970*    ITEMIZE THE PAYHIST RECORD JUST FOOTED.
007980*****************************************************************
007990 2300-ADD-ITEM.
008000     IF WS-ITEM-COUNT >= 3000
008010         MOVE 'Y' TO WS-ITEM-FULL-SW
008020         GO TO 2300-EXIT
008030     END-IF.
008040     ADD 1 TO WS-ITEM-COUNT.
008050     MOVE PHR-EMP-ID     TO WS-ITEM-EMP-ID (WS-ITEM-COUNT).
008060     MOVE PHR-PAY-PERIOD TO WS-ITEM-PERIOD (WS-ITEM-COUNT).
008070     EVALUATE TRUE
008080         WHEN WS-PER-SUB = ZERO
008090             MOVE 'N' TO WS-ITEM-KIND (WS-ITEM-COUNT)
008100         WHEN PHR-VOIDED
008110             MOVE 'V' TO WS-ITEM-KIND (WS-ITEM-COUNT)
008120         WHEN OTHER
008130             MOVE 'P' TO WS-ITEM-KIND (WS-ITEM-COUNT)
008140     END-EVALUATE.
008150     MOVE WS-SIGNED-GROSS TO WS-ITEM-GROSS (WS-ITEM-COUNT).
008160     MOVE WS-SIGNED-TAX   TO WS-ITEM-TAX (WS-ITEM-COUNT).
008170     MOVE WS-SIGNED-NET   TO WS-ITEM-NET (WS-ITEM-COUNT).
008180 2300-EXIT.
008190     EXIT.
008200
008210*****************************************************************
008220*  2500-LOAD-REMIT-FEEDS
008230*    FOOT THE WITHHOLDING ALREADY FILED (TAXRHIST) AND STILL
008240*    ON THE FEED (TAXREMIT) INTO THE SAME PERIODS.  EITHER
008250*    FILE MAY NOT EXIST YET - BEFORE THE FIRST FILING, OR
008260*    JUST AFTER ONE.
008270*****************************************************************
008280 2500-LOAD-REMIT-FEEDS.
008290     OPEN INPUT REMIT-HISTORY.
008300     IF WS-HIST-FILE-STATUS = '00'
008310         MOVE 'F' TO WS-FEED-KIND
008320         PERFORM 2510-READ-REMIT-HISTORY THRU 2510-EXIT
008330             UNTIL WS-HIST-EOF
008340         CLOSE REMIT-HISTORY
008350     END-IF.
008360     OPEN INPUT TAX-REMIT-FILE.
008370     IF WS-TRM-FILE-STATUS = '00'
008380         MOVE 'P' TO WS-FEED-KIND
008390         PERFORM 2520-READ-TAX-REMIT THRU 2520-EXIT
008400             UNTIL WS-TRM-EOF
008410         CLOSE TAX-REMIT-FILE
008420     END-IF.
008430 2500-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470*  2510-READ-REMIT-HISTORY
008480*    READ ONE FILED FEED RECORD.
008490*****************************************************************
008500 2510-READ-REMIT-HISTORY.
008510     READ REMIT-HISTORY
008520         AT END
008530             MOVE 'Y' TO WS-HIST-EOF-SW
008540         NOT AT END
008550             MOVE HIST-PAY-PERIOD   TO WS-FEED-PERIOD
008560             MOVE HIST-RUN-DATE     TO WS-FEED-RUN-DATE
008570             MOVE HIST-WITHHELD-TAX TO WS-FEED-WITHHELD
008580             PERFORM 2530-POST-FEED-RECORD THRU 2530-EXIT
008590     END-READ.
008600 2510-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640*  2520-READ-TAX-REMIT
008650*    READ ONE FEED RECORD NOT YET FILED.
008660*****************************************************************
008670 2520-READ-TAX-REMIT.
008680     READ TAX-REMIT-FILE
008690         AT END
008700             MOVE 'Y' TO WS-TRM-EOF-SW
008710         NOT AT END
008720             MOVE TRM-PAY-PERIOD    TO WS-FEED-PERIOD
008730             MOVE TRM-RUN-DATE      TO WS-FEED-RUN-DATE
008740             MOVE TRM-WITHHELD-TAX  TO WS-FEED-WITHHELD
008750             PERFORM 2530-POST-FEED-RECORD THRU 2530-EXIT
008760     END-READ.
008770 2520-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810*  2530-POST-FEED-RECORD
008820*    FOOT ONE FEED RECORD INTO ITS PERIOD AND QUARTER WHEN IT
008830*    FALLS IN THE TIE-OUT.
008840*****************************************************************
008850 2530-POST-FEED-RECORD.
008860     MOVE WS-FEED-PERIOD TO WS-FIND-PERIOD.
008870     PERFORM 2100-FIND-PERIOD THRU 2100-EXIT.
008880     IF WS-PER-SUB > ZERO
008890         MOVE WS-PER-YEAR (WS-PER-SUB)    TO WS-REC-YEAR
008900         MOVE WS-PER-QUARTER (WS-PER-SUB) TO WS-REC-QUARTER
008910     ELSE
008920         MOVE WS-FEED-RUN-DATE TO WS-DATE-WORK
008930         PERFORM 1120-SET-YEAR-QUARTER THRU 1120-EXIT
008940     END-IF.
008950     PERFORM 1130-SET-SCOPE THRU 1130-EXIT.
008960     IF NOT WS-IN-SCOPE
008970         GO TO 2530-EXIT
008980     END-IF.
008990     ADD 1 TO WS-FEED-SELECTED.
009000     MOVE WS-REC-QUARTER TO WS-QTR-SUB.
009010     IF WS-FEED-FILED
009020         ADD WS-FEED-WITHHELD TO WS-QTR-FILED-TAX (WS-QTR-SUB)
009030         IF WS-PER-SUB > ZERO
009040             ADD WS-FEED-WITHHELD
009050                 TO WS-PER-FILED-TAX (WS-PER-SUB)
009060         END-IF
009070     ELSE
009080         ADD WS-FEED-WITHHELD TO WS-QTR-PENDING-TAX (WS-QTR-SUB)
009090         IF WS-PER-SUB > ZERO
009100             ADD WS-FEED-WITHHELD
009110                 TO WS-PER-PENDING-TAX (WS-PER-SUB)
009120         END-IF
009130     END-IF.
009140 2530-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180*  3000-PRINT-WITHHOLDING
009190*    PRINT THE WITHHOLDING TIE-OUT ONE QUARTER AT A TIME - A
009200*    LINE PER PERIOD AND THE QUARTER TOTAL.
009210*****************************************************************
009220 3000-PRINT-WITHHOLDING.
009230     MOVE 'TAX WITHHELD - PAYHIST NET OF VOIDS AGAINST TAXRHIST '
009240         TO TRPT-S-TITLE.
009250     MOVE 'AND TAXREMIT' TO TRPT-S-TITLE (54:12).
009260     MOVE WS-TRPT-SECTION TO TRPT-LINE.
009270     WRITE TRPT-LINE AFTER ADVANCING 3 LINES.
009280     MOVE WS-TRPT-WH-COLUMNS TO TRPT-LINE.
009290     WRITE TRPT-LINE AFTER ADVANCING 2 LINES.
009300     PERFORM 3100-PRINT-QUARTER THRU 3100-EXIT
009310         VARYING WS-QTR-SUB FROM 1 BY 1
009320         UNTIL WS-QTR-SUB > 4.
009330 3000-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370*  3100-PRINT-QUARTER
009380*    PRINT ONE QUARTER'S PERIODS AND ITS TOTAL.  THE TOTAL
009390*    CARRIES THE WITHHOLDING ON RECORDS WHOSE PERIOD IS NOT ON
009400*    PAYCAL, WHICH NO PERIOD LINE CAN.
009410*****************************************************************
009420 3100-PRINT-QUARTER.
009430     IF WS-QUARTER-TIE AND WS-QTR-SUB NOT = WS-TIE-QUARTER
009440         GO TO 3100-EXIT
009450     END-IF.
009460     MOVE SPACES TO TRPT-LINE.
009470     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
009480     PERFORM 3110-PRINT-PERIOD THRU 3110-EXIT
009490         VARYING WS-PER-SUB FROM 1 BY 1
009500         UNTIL WS-PER-SUB > WS-PER-COUNT.
009510     ADD WS-QTR-FILED-TAX (WS-QTR-SUB)
009520         WS-QTR-PENDING-TAX (WS-QTR-SUB) TO WS-QTRS-FILED-TAX.
009530     MOVE WS-QTR-PAYHIST-TAX (WS-QTR-SUB) TO WS-CMP-PAYHIST.
009540     ADD WS-QTR-FILED-TAX (WS-QTR-SUB)
009550         WS-QTR-PENDING-TAX (WS-QTR-SUB)
009560         GIVING WS-CMP-AGAINST.
009570     SUBTRACT WS-CMP-AGAINST FROM WS-CMP-PAYHIST
009580         GIVING WS-CMP-DIFFERENCE.
009590     SUBTRACT WS-QTR-OFFCYCLE-TAX (WS-QTR-SUB)
009600         FROM WS-CMP-DIFFERENCE GIVING WS-CMP-UNEXPLAINED.
009610     MOVE SPACES TO TRPT-W-LABEL.
009620     MOVE 'QUARTER   TOTAL' TO TRPT-W-LABEL.
009630     MOVE WS-QTR-SUB TO WS-REC-QUARTER.
009635     MOVE WS-REC-QUARTER TO TRPT-W-LABEL (9:1).
009640     MOVE WS-CMP-PAYHIST TO TRPT-W-PAYHIST.
009650     MOVE WS-QTR-FILED-TAX (WS-QTR-SUB)   TO TRPT-W-FILED.
009660     MOVE WS-QTR-PENDING-TAX (WS-QTR-SUB) TO TRPT-W-PENDING.
009670     MOVE WS-CMP-DIFFERENCE TO TRPT-W-DIFFERENCE.
009680     MOVE WS-QTR-OFFCYCLE-TAX (WS-QTR-SUB) TO TRPT-W-OFFCYCLE.
009690     MOVE WS-CMP-UNEXPLAINED TO TRPT-W-UNEXPLAINED.
009700     MOVE SPACES TO TRPT-W-FLAG.
009710     IF WS-CMP-DIFFERENCE NOT = ZERO
009720         MOVE '* DIFFERS' TO TRPT-W-FLAG
009730     END-IF.
009740     MOVE WS-TRPT-WH-LINE TO TRPT-LINE.
009750     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
009760     IF WS-QTR-NOCAL-TAX (WS-QTR-SUB) NOT = ZERO
009770         MOVE '  NOT ON PAYCAL' TO TRPT-W-LABEL
009780         MOVE WS-QTR-NOCAL-TAX (WS-QTR-SUB) TO TRPT-W-PAYHIST
009790         MOVE ZERO TO TRPT-W-FILED
009800         MOVE ZERO TO TRPT-W-PENDING
009810         MOVE WS-QTR-NOCAL-TAX (WS-QTR-SUB) TO TRPT-W-DIFFERENCE
009820         MOVE WS-QTR-NOCAL-TAX (WS-QTR-SUB) TO TRPT-W-OFFCYCLE
009830         MOVE ZERO TO TRPT-W-UNEXPLAINED
009840         MOVE '* DIFFERS' TO TRPT-W-FLAG
009850         MOVE WS-TRPT-WH-LINE TO TRPT-LINE
009860         WRITE TRPT-LINE AFTER ADVANCING 1 LINE
009870         ADD 1 TO WS-DIFF-COUNT
009880     END-IF.
009890 3100-EXIT.
009900     EXIT.
009910
009920*****************************************************************
009930*  3110-PRINT-PERIOD
009940*    PRINT ONE PERIOD OF THE QUARTER.  A PERIOD WHOSE PAYHIST
009950*    WITHHOLDING DOES NOT EQUAL WHAT THE FEED CARRIED IS A
009960*    DIFFERENCE; THE OFF-CYCLE COLUMN SHOWS HOW MUCH OF IT THE
009970*    ITEMIZED ADJUSTMENT ACTIVITY ACCOUNTS FOR.
009980*****************************************************************
009990 3110-PRINT-PERIOD.
010000     IF WS-PER-YEAR (WS-PER-SUB) NOT = WS-TIE-YEAR
010010        OR WS-PER-QUARTER (WS-PER-SUB) NOT = WS-QTR-SUB
010020         GO TO 3110-EXIT
010030     END-IF.
010040     MOVE WS-PER-PAYHIST-TAX (WS-PER-SUB) TO WS-CMP-PAYHIST.
010050     ADD WS-PER-FILED-TAX (WS-PER-SUB)
010060         WS-PER-PENDING-TAX (WS-PER-SUB)
010070         GIVING WS-CMP-AGAINST.
010080     SUBTRACT WS-CMP-AGAINST FROM WS-CMP-PAYHIST
010090         GIVING WS-CMP-DIFFERENCE.
010100     SUBTRACT WS-PER-OFFCYCLE-TAX (WS-PER-SUB)
010110         FROM WS-CMP-DIFFERENCE GIVING WS-CMP-UNEXPLAINED.
010120     MOVE SPACES TO TRPT-W-PERIOD-AREA.
010130     MOVE WS-PER-NUMBER (WS-PER-SUB)   TO TRPT-W-PERIOD.
010140     MOVE WS-PER-PAY-DATE (WS-PER-SUB) TO TRPT-W-PAY-DATE.
010150     MOVE WS-CMP-PAYHIST TO TRPT-W-PAYHIST.
010160     MOVE WS-PER-FILED-TAX (WS-PER-SUB)   TO TRPT-W-FILED.
010170     MOVE WS-PER-PENDING-TAX (WS-PER-SUB) TO TRPT-W-PENDING.
010180     MOVE WS-CMP-DIFFERENCE TO TRPT-W-DIFFERENCE.
010190     MOVE WS-PER-OFFCYCLE-TAX (WS-PER-SUB) TO TRPT-W-OFFCYCLE.
010200     MOVE WS-CMP-UNEXPLAINED TO TRPT-W-UNEXPLAINED.
010210     MOVE SPACES TO TRPT-W-FLAG.
010220     IF WS-CMP-DIFFERENCE NOT = ZERO
010230         MOVE '* DIFFERS' TO TRPT-W-FLAG
010240         ADD 1 TO WS-DIFF-COUNT
010250     END-IF.
010260     MOVE WS-TRPT-WH-LINE TO TRPT-LINE.
010270     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
010280 3110-EXIT.
010290     EXIT.
010300
010310*****************************************************************
010320*  3500-PRINT-ITEMS
010330*    ITEMIZE THE PAYHIST RECORDS THE FEED COULD NOT CARRY, BY
010340*    EMPLOYEE AND, WITHIN EMPLOYEE, BY PERIOD AS THEY FALL ON
010350*    THE HISTORY.
010360*****************************************************************
010370 3500-PRINT-ITEMS.
010380     MOVE 'DIFFERENCES BY EMPLOYEE AND PERIOD - OFF-CYCLE AND '
010390         TO TRPT-S-TITLE.
010400     MOVE 'UNCALENDARED PAYHIST ITEMS' TO TRPT-S-TITLE (52:26).
010410     MOVE WS-TRPT-SECTION TO TRPT-LINE.
010420     WRITE TRPT-LINE AFTER ADVANCING 3 LINES.
010430     IF WS-ITEM-COUNT = ZERO
010440         MOVE 'NONE' TO TRPT-M-TEXT
010450         MOVE WS-TRPT-MESSAGE TO TRPT-LINE
010460         WRITE TRPT-LINE AFTER ADVANCING 2 LINES
010470         GO TO 3500-EXIT
010480     END-IF.
010490     MOVE WS-TRPT-ITEM-COLUMNS TO TRPT-LINE.
010500     WRITE TRPT-LINE AFTER ADVANCING 2 LINES.
010510     PERFORM 3510-PRINT-EMPLOYEE-ITEMS THRU 3510-EXIT
010520         VARYING WS-EMP-SUB FROM 1 BY 1
010530         UNTIL WS-EMP-SUB > WS-EMPT-COUNT.
010540     IF WS-ITEM-FULL
010550         MOVE '*** MORE THAN 3000 ITEMS - LIST INCOMPLETE ***'
010560             TO TRPT-M-TEXT
010570         MOVE WS-TRPT-MESSAGE TO TRPT-LINE
010580         WRITE TRPT-LINE AFTER ADVANCING 2 LINES
010590     END-IF.
010600 3500-EXIT.
010610     EXIT.
010620
010630*****************************************************************
010640*  3510-PRINT-EMPLOYEE-ITEMS
010650*    PRINT EVERY ITEM FOR THE EMPLOYEE AT WS-EMP-SUB.
010660*****************************************************************
010670 3510-PRINT-EMPLOYEE-ITEMS.
010680     PERFORM 3520-PRINT-ONE-ITEM THRU 3520-EXIT
010690         VARYING WS-ITEM-SUB FROM 1 BY 1
010700         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
010710 3510-EXIT.
010720     EXIT.
010730
010740*****************************************************************
010750*  3520-PRINT-ONE-ITEM
010760*    PRINT THE ITEM AT WS-ITEM-SUB WHEN IT BELONGS TO THE
010770*    EMPLOYEE BEING PRINTED.
010780*****************************************************************
010790 3520-PRINT-ONE-ITEM.
010800     IF WS-ITEM-EMP-ID (WS-ITEM-SUB) NOT = WS-EMPT-ID (WS-EMP-SUB)
010810         GO TO 3520-EXIT
010820     END-IF.
010830     MOVE WS-EMPT-ID (WS-EMP-SUB)      TO TRPT-I-EMP-ID.
010840     MOVE WS-EMPT-NAME (WS-EMP-SUB)    TO TRPT-I-NAME.
010850     MOVE WS-ITEM-PERIOD (WS-ITEM-SUB) TO TRPT-I-PERIOD.
010860     EVALUATE TRUE
010870         WHEN WS-ITEM-NO-CALENDAR (WS-ITEM-SUB)
010880             MOVE 'PERIOD NOT ON PAYCAL' TO TRPT-I-KIND
010890         WHEN WS-ITEM-VOID (WS-ITEM-SUB)
010900             MOVE 'VOID' TO TRPT-I-KIND
010910         WHEN OTHER
010920             MOVE 'OFF-CYCLE PAYMENT' TO TRPT-I-KIND
010930     END-EVALUATE.
010940     MOVE WS-ITEM-GROSS (WS-ITEM-SUB) TO TRPT-I-GROSS.
010950     MOVE WS-ITEM-TAX (WS-ITEM-SUB)   TO TRPT-I-TAX.
010960     MOVE WS-ITEM-NET (WS-ITEM-SUB)   TO TRPT-I-NET.
010970     MOVE WS-TRPT-ITEM-LINE TO TRPT-LINE.
010980     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
010990     ADD 1 TO WS-ITEMS-PRINTED.
011000 3520-EXIT.
011010     EXIT.
011020
011030*****************************************************************
011040*  4000-TIE-YTD-MASTER
011050*    COMPARE EVERY YTDMAST RECORD WITH THE EMPLOYEE'S PAYHIST
011060*    YEAR, THEN LIST ANY EMPLOYEE PAID ON PAYHIST WHO HAS NO
011070*    YTDMAST RECORD.  ONLY THE EMPLOYEES THAT DIFFER PRINT.
011080*****************************************************************
011090 4000-TIE-YTD-MASTER.
011100     MOVE 'EMPLOYEE YEAR TO DATE - PAYHIST AGAINST YTDMAST'
011110         TO TRPT-S-TITLE.
011120     MOVE WS-TRPT-SECTION TO TRPT-LINE.
011130     WRITE TRPT-LINE AFTER ADVANCING 3 LINES.
011140     MOVE WS-TRPT-EMP-COLUMNS TO TRPT-LINE.
011150     WRITE TRPT-LINE AFTER ADVANCING 2 LINES.
011160     OPEN INPUT YTD-MASTER-FILE.
011170     IF WS-YTD-FILE-STATUS NOT = '00'
011180         DISPLAY 'YTD-MASTER-FILE OPEN FAILED, STATUS = '
011190             WS-YTD-FILE-STATUS
011200         MOVE '*** YTDMAST NOT AVAILABLE - YEAR CANNOT TIE ***'
011210             TO TRPT-M-TEXT
011220         MOVE WS-TRPT-MESSAGE TO TRPT-LINE
011230         WRITE TRPT-LINE AFTER ADVANCING 2 LINES
011240         ADD 1 TO WS-DIFF-COUNT
011250         GO TO 4000-EXIT
011260     END-IF.
011270     PERFORM 4100-READ-YTD-MASTER THRU 4100-EXIT
011280         UNTIL WS-YTD-EOF.
011290     CLOSE YTD-MASTER-FILE.
011300     PERFORM 4200-CHECK-UNMATCHED THRU 4200-EXIT
011310         VARYING WS-EMP-SUB FROM 1 BY 1
011320         UNTIL WS-EMP-SUB > WS-EMPT-COUNT.
011330 4000-EXIT.
011340     EXIT.
011350
011360*****************************************************************
011370*  4100-READ-YTD-MASTER
011380*    READ ONE YTDMAST RECORD, FIND THE EMPLOYEE'S PAYHIST YEAR
011390*    AND PRINT THE PAIR WHEN GROSS, TAX OR NET DIFFERS.
011400*****************************************************************
011410 4100-READ-YTD-MASTER.
011420     READ YTD-MASTER-FILE NEXT RECORD
011430         AT END
011440             MOVE 'Y' TO WS-YTD-EOF-SW
011450             GO TO 4100-EXIT
011460     END-READ.
011470     ADD YTD-GROSS-PAY  TO WS-YTD-GROSS.
011480     ADD YTD-TAX-AMOUNT TO WS-YTD-TAX.
011490     ADD YTD-NET-PAY    TO WS-YTD-NET.
011500     MOVE YTD-EMP-ID TO WS-FIND-EMP-ID.
011510     MOVE 'N' TO WS-FOUND-SW.
011520     PERFORM 2210-MATCH-EMPLOYEE THRU 2210-EXIT
011530         VARYING WS-EMP-SUB FROM 1 BY 1
011540         UNTIL WS-EMP-SUB > WS-EMPT-COUNT
011550            OR WS-FOUND.
011560     IF WS-FOUND
011570         SUBTRACT 1 FROM WS-EMP-SUB
011580         MOVE 'Y' TO WS-EMPT-MATCHED-SW (WS-EMP-SUB)
011590         IF WS-EMPT-GROSS (WS-EMP-SUB) = YTD-GROSS-PAY
011600            AND WS-EMPT-TAX (WS-EMP-SUB) = YTD-TAX-AMOUNT
011610            AND WS-EMPT-NET (WS-EMP-SUB) = YTD-NET-PAY
011620             GO TO 4100-EXIT
011630         END-IF
011640         MOVE SPACES TO TRPT-E-FLAG
011650     ELSE
011660         IF YTD-GROSS-PAY = ZERO AND YTD-TAX-AMOUNT = ZERO
011670            AND YTD-NET-PAY = ZERO
011680             GO TO 4100-EXIT
011690         END-IF
011700         MOVE 'NOT ON PAYHIST' TO TRPT-E-FLAG
011710     END-IF.
011720     MOVE YTD-EMP-ID   TO TRPT-E-EMP-ID.
011730     MOVE YTD-EMP-NAME TO TRPT-E-NAME.
011740     MOVE 'GROSS'      TO TRPT-E-LABEL.
011750     MOVE ZERO TO WS-CMP-PAYHIST.
011760     IF WS-FOUND
011770         MOVE WS-EMPT-GROSS (WS-EMP-SUB) TO WS-CMP-PAYHIST
011780     END-IF.
011790     MOVE YTD-GROSS-PAY TO WS-CMP-AGAINST.
011800     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
011810     MOVE 'TAX'        TO TRPT-E-LABEL.
011820     MOVE ZERO TO WS-CMP-PAYHIST.
011830     IF WS-FOUND
011840         MOVE WS-EMPT-TAX (WS-EMP-SUB) TO WS-CMP-PAYHIST
011850     END-IF.
011860     MOVE YTD-TAX-AMOUNT TO WS-CMP-AGAINST.
011870     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
011880     MOVE 'NET'        TO TRPT-E-LABEL.
011890     MOVE ZERO TO WS-CMP-PAYHIST.
011900     IF WS-FOUND
011910         MOVE WS-EMPT-NET (WS-EMP-SUB) TO WS-CMP-PAYHIST
011920     END-IF.
011930     MOVE YTD-NET-PAY TO WS-CMP-AGAINST.
011940     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
011950     ADD 1 TO WS-DIFF-COUNT.
011960 4100-EXIT.
011970     EXIT.
011980
011990*****************************************************************
012000*  4200-CHECK-UNMATCHED
012010*    AN EMPLOYEE WITH PAYHIST MONEY FOR THE YEAR BUT NO
012020*    YTDMAST RECORD IS A DIFFERENCE OF THE WHOLE AMOUNT.
012030*****************************************************************
012040 4200-CHECK-UNMATCHED.
012050     IF WS-EMPT-MATCHED (WS-EMP-SUB)
012060         GO TO 4200-EXIT
012070     END-IF.
012080     IF WS-EMPT-GROSS (WS-EMP-SUB) = ZERO
012090        AND WS-EMPT-TAX (WS-EMP-SUB) = ZERO
012100        AND WS-EMPT-NET (WS-EMP-SUB) = ZERO
012110         GO TO 4200-EXIT
012120     END-IF.
012130     MOVE WS-EMPT-ID (WS-EMP-SUB)   TO TRPT-E-EMP-ID.
012140     MOVE WS-EMPT-NAME (WS-EMP-SUB) TO TRPT-E-NAME.
012150     MOVE 'NOT ON YTDMAST' TO TRPT-E-FLAG.
012160     MOVE ZERO TO WS-CMP-AGAINST.
012170     MOVE 'GROSS'      TO TRPT-E-LABEL.
012180     MOVE WS-EMPT-GROSS (WS-EMP-SUB) TO WS-CMP-PAYHIST.
012190     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
012200     MOVE 'TAX'        TO TRPT-E-LABEL.
012210     MOVE WS-EMPT-TAX (WS-EMP-SUB) TO WS-CMP-PAYHIST.
012220     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
012230     MOVE 'NET'        TO TRPT-E-LABEL.
012240     MOVE WS-EMPT-NET (WS-EMP-SUB) TO WS-CMP-PAYHIST.
012250     PERFORM 4300-PRINT-EMPLOYEE-ROW THRU 4300-EXIT.
012260     ADD 1 TO WS-DIFF-COUNT.
012270 4200-EXIT.
012280     EXIT.
012290
012300*****************************************************************
012310*  4300-PRINT-EMPLOYEE-ROW
012320*    PRINT ONE AMOUNT ROW OF AN EMPLOYEE THAT DIFFERS.  THE
012330*    EMPLOYEE AND FLAG PRINT ON THE FIRST ROW ONLY.
012340*****************************************************************
012350 4300-PRINT-EMPLOYEE-ROW.
012360     SUBTRACT WS-CMP-AGAINST FROM WS-CMP-PAYHIST
012370         GIVING WS-CMP-DIFFERENCE.
012380     MOVE WS-CMP-PAYHIST    TO TRPT-E-PAYHIST.
012390     MOVE WS-CMP-AGAINST    TO TRPT-E-YTD.
012400     MOVE WS-CMP-DIFFERENCE TO TRPT-E-DIFFERENCE.
012410     IF TRPT-E-LABEL = 'GROSS'
012420         MOVE SPACES TO TRPT-LINE
012430         WRITE TRPT-LINE AFTER ADVANCING 1 LINE
012440     END-IF.
012450     MOVE WS-TRPT-EMP-LINE TO TRPT-LINE.
012460     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
012470     MOVE SPACES TO TRPT-E-EMP-ID.
012480     MOVE SPACES TO TRPT-E-NAME.
012490     MOVE SPACES TO TRPT-E-FLAG.
012500 4300-EXIT.
012510     EXIT.
012520
012530*****************************************************************
012540*  4500-PRINT-COMPANY-TOTALS
012550*    FOOT THE COMPANY - PAYHIST FOR THE YEAR AGAINST THE
012560*    YTDMAST TOTALS, AND PAYHIST WITHHOLDING AGAINST THE FOUR
012570*    QUARTERS FILED OR ON THE FEED.  THESE DIFFERENCES ARE THE
012580*    SUM OF THE ONES ITEMIZED ABOVE AND ARE NOT COUNTED AGAIN.
012590*****************************************************************
012600 4500-PRINT-COMPANY-TOTALS.
012610     MOVE 'COMPANY TOTALS FOR THE YEAR' TO TRPT-S-TITLE.
012620     MOVE WS-TRPT-SECTION TO TRPT-LINE.
012630     WRITE TRPT-LINE AFTER ADVANCING 3 LINES.
012640     MOVE WS-TRPT-CO-COLUMNS TO TRPT-LINE.
012650     WRITE TRPT-LINE AFTER ADVANCING 2 LINES.
012660     MOVE 'GROSS PAY - YTDMAST' TO TRPT-C-LABEL.
012670     MOVE WS-PH-GROSS  TO WS-CMP-PAYHIST.
012680     MOVE WS-YTD-GROSS TO WS-CMP-AGAINST.
012690     PERFORM 4510-PRINT-COMPANY-ROW THRU 4510-EXIT.
012700     MOVE 'TAX WITHHELD - YTDMAST' TO TRPT-C-LABEL.
012710     MOVE WS-PH-TAX    TO WS-CMP-PAYHIST.
012720     MOVE WS-YTD-TAX   TO WS-CMP-AGAINST.
012730     PERFORM 4510-PRINT-COMPANY-ROW THRU 4510-EXIT.
012740     MOVE 'NET PAY - YTDMAST' TO TRPT-C-LABEL.
012750     MOVE WS-PH-NET    TO WS-CMP-PAYHIST.
012760     MOVE WS-YTD-NET   TO WS-CMP-AGAINST.
012770     PERFORM 4510-PRINT-COMPANY-ROW THRU 4510-EXIT.
012780     MOVE 'TAX WITHHELD - FOUR QUARTERS FILED' TO TRPT-C-LABEL.
012790     MOVE WS-PH-TAX         TO WS-CMP-PAYHIST.
012800     MOVE WS-QTRS-FILED-TAX TO WS-CMP-AGAINST.
012810     PERFORM 4510-PRINT-COMPANY-ROW THRU 4510-EXIT.
012820 4500-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860*  4510-PRINT-COMPANY-ROW
012870*    PRINT ONE COMPANY FOOTING AND ITS DIFFERENCE.
012880*****************************************************************
012890 4510-PRINT-COMPANY-ROW.
012900     SUBTRACT WS-CMP-AGAINST FROM WS-CMP-PAYHIST
012910         GIVING WS-CMP-DIFFERENCE.
012920     MOVE WS-CMP-PAYHIST    TO TRPT-C-PAYHIST.
012930     MOVE WS-CMP-AGAINST    TO TRPT-C-AGAINST.
012940     MOVE WS-CMP-DIFFERENCE TO TRPT-C-DIFFERENCE.
012950     MOVE SPACES TO TRPT-C-FLAG.
012960     IF WS-CMP-DIFFERENCE NOT = ZERO
012970         MOVE '* DIFFERS' TO TRPT-C-FLAG
012980     END-IF.
012990     MOVE WS-TRPT-CO-LINE TO TRPT-LINE.
013000     WRITE TRPT-LINE AFTER ADVANCING 1 LINE.
013010 4510-EXIT.
013020     EXIT.
013030
013040*****************************************************************
013050*  9000-TERMINATE
013060*    PRINT THE RESULT, LEAVE THE YEAR-END RESULT ON TIESTAT,
013070*    CLOSE THE FILES AND ECHO THE RESULT TO THE CONSOLE.
013080*****************************************************************
013090 9000-TERMINATE.
013100     IF WS-DIFF-COUNT = ZERO
013110         MOVE 'TIE-OUT RESULT - NO DIFFERENCES'
013120             TO TRPT-M-TEXT
013130     ELSE
013140         MOVE '*** TIE-OUT DIFFERENCES ITEMIZED ABOVE ***'
013150             TO TRPT-M-TEXT
013160     END-IF.
013170     MOVE WS-TRPT-MESSAGE TO TRPT-LINE.
013180     WRITE TRPT-LINE AFTER ADVANCING 3 LINES.
013190     CLOSE PAY-HISTORY-FILE.
013200     CLOSE TIE-REPORT.
013210     IF WS-YEAR-TIE
013220         PERFORM 9100-WRITE-TIE-STATUS THRU 9100-EXIT
013230     END-IF.
013240     DISPLAY 'PAYROLL TIE-OUT - END OF RUN'.
013250     DISPLAY 'PAYHIST RECORDS FOOTED:  ' WS-PHF-SELECTED.
013260     DISPLAY 'FEED RECORDS FOOTED:     ' WS-FEED-SELECTED.
013270     DISPLAY 'ITEMS LISTED:            ' WS-ITEMS-PRINTED.
013280     DISPLAY 'DIFFERENCES:             ' WS-DIFF-COUNT.
013290     IF WS-DIFF-COUNT = ZERO
013300         DISPLAY 'TIE-OUT AGREES'
013310     ELSE
013320         DISPLAY '*** TIE-OUT DOES NOT AGREE - SEE TIERPT ***'
013330     END-IF.
013340 9000-EXIT.
013350     EXIT.
013360
013370*****************************************************************
013380*  9100-WRITE-TIE-STATUS
013390*    REWRITE TIESTAT WITH THE YEAR'S RESULT AND THE YTDMAST
013400*    TOTALS IT WAS REACHED AGAINST.  ANY EARLIER SIGN-OFF IS
013410*    DROPPED - IT WAS GIVEN FOR DIFFERENCES THIS RUN MAY NOT
013420*    HAVE FOUND.
013430*****************************************************************
013440 9100-WRITE-TIE-STATUS.
013450     OPEN OUTPUT TIE-STATUS-FILE.
013460     IF WS-TIE-FILE-STATUS NOT = '00'
013470         DISPLAY 'TIESTAT OPEN FAILED, STATUS = '
013480             WS-TIE-FILE-STATUS
013490         DISPLAY 'YEAR-END RESULT NOT RECORDED'
013500         GO TO 9100-EXIT
013510     END-IF.
013520     MOVE WS-TIE-YEAR   TO TIE-YEAR.
013530     MOVE WS-RUN-DATE   TO TIE-RUN-DATE.
013540     IF WS-DIFF-COUNT = ZERO
013550         MOVE 'T' TO TIE-RESULT
013560     ELSE
013570         MOVE 'D' TO TIE-RESULT
013580     END-IF.
013590     MOVE WS-DIFF-COUNT TO TIE-DIFF-COUNT.
013600     MOVE WS-YTD-GROSS  TO TIE-YTD-GROSS.
013610     MOVE WS-YTD-TAX    TO TIE-YTD-TAX.
013620     MOVE WS-YTD-NET    TO TIE-YTD-NET.
013630     MOVE SPACES        TO TIE-SIGNOFF-ID.
013640     MOVE ZERO          TO TIE-SIGNOFF-DATE.
013650     MOVE ZERO          TO TIE-SIGNOFF-TIME.
013660     WRITE TIE-RECORD.
013670     CLOSE TIE-STATUS-FILE.
013680 9100-EXIT.
013690     EXIT.
