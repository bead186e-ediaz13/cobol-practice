000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PaidCheckRecon.
000030 AUTHOR.        R MERCADO.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY
000090*  ---------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------------------------------------------------------
000120*  10/15/26   RM    ORIGINAL PROGRAM - PAID-CHECK
000130*                   RECONCILIATION OF THE PAYROLL ACCOUNT.
000140*                   EVERY CHECK NUMBER ON PAYHIST (PAYROLL
000150*                   PASS, ADJUSTMENT RUN AND BANKRETURNS
000160*                   REPLACEMENT CHECKS) IS CARRIED ON THE
000170*                   CHKSTAT CHECK STATUS MASTER, VOIDS ARE
000180*                   MARKED FROM THE 'V' TRACES, AND THE BANK'S
000190*                   PAIDCHK FILE IS MATCHED BY CHECK NUMBER
000200*                   AND AMOUNT.  PAID-BUT-VOIDED, AMOUNT
000210*                   MISMATCHES AND UNKNOWN NUMBERS PRINT AS
000220*                   EXCEPTIONS, AND THE CHECKS STILL OUT ARE
000230*                   LISTED AGED BY ISSUE DATE WITH THE STALE
000240*                   ONES FLAGGED.  TREASURY NO LONGER TICKS
000250*                   THE CHKREG PRINTOUTS BY HAND.
000253*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215 FOR THE
000256*                   ADJUSTMENT-RUN FLAG.
000260*****************************************************************
000270*
000280*  PROGRAM FUNCTION
000290*    A MONTHLY BATCH UTILITY, RUN WHEN THE BANK'S PAID-CHECK
000300*    FILE ARRIVES.  CHKSTAT IS THE ONLY FILE UPDATED - PAYHIST
000310*    IS READ FRONT TO BACK EACH RUN AND ONLY CHECK NUMBERS NOT
000320*    YET ON CHKSTAT ARE ADDED, AND A PAID ITEM ALREADY APPLIED
000330*    WITH THE SAME DATE AND AMOUNT IS PASSED OVER, SO A RERUN
000340*    AGAINST THE SAME FILES CHANGES NOTHING.  CHECKS OLDER
000350*    THAN WS-STALE-DAYS ARE FLAGGED FOR REISSUE OR FOR THE
000360*    UNCLAIMED-PROPERTY FILING.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PAID-CHECK-FILE    ASSIGN TO "PAIDCHK"
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-PDC-FILE-STATUS.
000470
000480     SELECT PAY-HISTORY-FILE   ASSIGN TO "PAYHIST"
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS WS-PHF-FILE-STATUS.
000510
000520     SELECT CHECK-STATUS-FILE  ASSIGN TO "CHKSTAT"
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS CHKS-CHECK-NO
000560            FILE STATUS IS WS-CHKS-FILE-STATUS.
000570
000580     SELECT RECON-REPORT       ASSIGN TO "RECRPT"
000590            ORGANIZATION IS SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000640*  PAID-CHECK-FILE - THE BANK'S PAID-CHECK FILE, ONE RECORD PER
000650*  CHECK THAT CLEARED THE PAYROLL ACCOUNT SINCE THE LAST FILE.
000660*****************************************************************
000670 FD  PAID-CHECK-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 27 CHARACTERS.
000700 01  PDC-RECORD.
000710     05  PDC-CHECK-NO           PIC 9(08).
000720     05  PDC-AMOUNT             PIC 9(9)V99.
000730     05  PDC-PAID-DATE          PIC 9(08).
000740
000750*****************************************************************
000760*  PAY-HISTORY-FILE - THE PAYHIST DETAIL TRACE, READ FOR THE
000770*  CHECKS ISSUED ('C' AND 'R') AND THE CHECKS VOIDED ('V').
000780*****************************************************************
000790 FD  PAY-HISTORY-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 215 CHARACTERS.
000820     COPY PHRREC.
000830
000840*****************************************************************
000850*  CHECK-STATUS-FILE - THE CHKSTAT CHECK STATUS MASTER, ONE
000860*  RECORD PER CHECK NUMBER, CREATED ON THE FIRST RUN.
000870*****************************************************************
000880 FD  CHECK-STATUS-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 86 CHARACTERS.
000910     COPY CHKSREC.
000920
000930*****************************************************************
000940*  RECON-REPORT - THE PRINTED RECONCILIATION - EXCEPTIONS, THE
000950*  AGED OUTSTANDING-CHECK LIST AND THE SUMMARY.
000960*****************************************************************
000970 FD  RECON-REPORT
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 132 CHARACTERS.
001000 01  RRPT-LINE                  PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030 77  WS-PDC-FILE-STATUS     PIC X(02) VALUE '00'.
001040 77  WS-PDC-EOF-SW          PIC X(01) VALUE 'N'.
001050     88  WS-PDC-EOF                   VALUE 'Y'.
001060 77  WS-PHF-FILE-STATUS     PIC X(02) VALUE '00'.
001070 77  WS-PHF-EOF-SW          PIC X(01) VALUE 'N'.
001080     88  WS-PHF-EOF                   VALUE 'Y'.
001090 77  WS-CHKS-FILE-STATUS    PIC X(02) VALUE '00'.
001100 77  WS-CHKS-EOF-SW         PIC X(01) VALUE 'N'.
001110     88  WS-CHKS-EOF                  VALUE 'Y'.
001120 77  WS-CHKS-FOUND-SW       PIC X(01) VALUE 'N'.
001130     88  WS-CHKS-FOUND                VALUE 'Y'.
001140 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001150 77  WS-STALE-DAYS          PIC 9(03) VALUE 180.
001160 77  WS-AGE-DAYS            PIC S9(07) COMP VALUE ZERO.
001170 77  WS-AGE-SUB             PIC 9(01) COMP VALUE ZERO.
001180
001190*****************************************************************
001200*  RECONCILIATION COUNTS AND AMOUNTS - PRINTED IN THE SUMMARY
001210*  SECTION AND ECHOED TO THE CONSOLE.
001220*****************************************************************
001230 01  WS-RECON-COUNTS.
001240     05  WS-CHECKS-ADDED        PIC 9(7) COMP VALUE ZERO.
001250     05  WS-VOIDS-MARKED        PIC 9(7) COMP VALUE ZERO.
001260     05  WS-ITEMS-READ          PIC 9(7) COMP VALUE ZERO.
001270     05  WS-ITEMS-CLEARED       PIC 9(7) COMP VALUE ZERO.
001280     05  WS-ITEMS-ALREADY       PIC 9(7) COMP VALUE ZERO.
001290     05  WS-UNKNOWN-CHECKS      PIC 9(7) COMP VALUE ZERO.
001300     05  WS-PAID-VOIDED         PIC 9(7) COMP VALUE ZERO.
001310     05  WS-AMOUNT-MISMATCHES   PIC 9(7) COMP VALUE ZERO.
001320     05  WS-PAID-TWICE          PIC 9(7) COMP VALUE ZERO.
001330     05  WS-VOIDED-AFTER-PAID   PIC 9(7) COMP VALUE ZERO.
001340     05  WS-OUTSTANDING-COUNT   PIC 9(7) COMP VALUE ZERO.
001350     05  WS-STALE-COUNT         PIC 9(7) COMP VALUE ZERO.
001360
001370 01  WS-RECON-AMOUNTS.
001380     05  WS-ITEMS-AMOUNT        PIC 9(9)V99 VALUE ZERO.
001390     05  WS-CLEARED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
001400     05  WS-OUTSTANDING-AMOUNT  PIC 9(9)V99 VALUE ZERO.
001410     05  WS-STALE-AMOUNT        PIC 9(9)V99 VALUE ZERO.
001420
001430*****************************************************************
001440*  WS-AGING-TABLE - THE FIVE AGING BUCKETS OF THE OUTSTANDING
001450*  LIST.  THE LABELS ARE LOADED BY VALUE THROUGH THE REDEFINES;
001460*  COUNT AND AMOUNT ACCUMULATE AS THE LIST PRINTS.
001470*****************************************************************
001480 01  WS-AGING-LABEL-VALUES.
001490     05  FILLER                 PIC X(12) VALUE '0-30 DAYS'.
001500     05  FILLER                 PIC X(12) VALUE '31-60 DAYS'.
001510     05  FILLER                 PIC X(12) VALUE '61-90 DAYS'.
001520     05  FILLER                 PIC X(12) VALUE '91-180 DAYS'.
001530     05  FILLER                 PIC X(12) VALUE 'OVER 180'.
001540 01  WS-AGING-LABELS REDEFINES WS-AGING-LABEL-VALUES.
001550     05  WS-AGE-LABEL           PIC X(12) OCCURS 5 TIMES.
001560
001570 01  WS-AGING-TABLE.
001580     05  WS-AGE-ENTRY OCCURS 5 TIMES.
001590         10  WS-AGE-COUNT       PIC 9(7) COMP.
001600         10  WS-AGE-AMOUNT      PIC 9(9)V99.
001610
001620*****************************************************************
001630*  RECON-REPORT PRINT LINES - REPORT HEADING, SECTION HEADING,
001640*  COLUMN HEADINGS, THE EXCEPTION AND OUTSTANDING DETAIL LINES,
001650*  THE AGING BUCKET LINE AND THE SUMMARY COUNT LINE.
001660*****************************************************************
001670 01  WS-RRPT-HEADING.
001680     05  FILLER                 PIC X(32)
001690             VALUE 'PAID-CHECK RECONCILIATION'.
001700     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
001710     05  RRPT-H-DATE            PIC 9(08).
001720     05  FILLER                 PIC X(83) VALUE SPACES.
001730
001740 01  WS-RRPT-SECTION.
001750     05  RRPT-S-TITLE           PIC X(60).
001760     05  FILLER                 PIC X(72) VALUE SPACES.
001770
001780 01  WS-RRPT-EXC-COLUMNS.
001790     05  FILLER                 PIC X(3)  VALUE SPACES.
001800     05  FILLER                 PIC X(28) VALUE 'EXCEPTION'.
001810     05  FILLER                 PIC X(10) VALUE 'CHECK NO'.
001820     05  FILLER                 PIC X(08) VALUE 'EMP ID'.
001830     05  FILLER                 PIC X(22) VALUE 'NAME'.
001840     05  FILLER                 PIC X(14) VALUE '  ISSUED AMT'.
001850     05  FILLER                 PIC X(16) VALUE '      PAID AMT'.
001860     05  FILLER                 PIC X(09) VALUE 'PAID DATE'.
001870     05  FILLER                 PIC X(22) VALUE SPACES.
001880
001890 01  WS-RRPT-EXCEPTION.
001900     05  FILLER                 PIC X(3)  VALUE SPACES.
001910     05  RRPT-E-TEXT            PIC X(26).
001920     05  FILLER                 PIC X(2)  VALUE SPACES.
001930     05  RRPT-E-CHECK-NO        PIC Z(7)9.
001940     05  FILLER                 PIC X(2)  VALUE SPACES.
001950     05  RRPT-E-EMP-ID          PIC Z(6).
001960     05  FILLER                 PIC X(2)  VALUE SPACES.
001970     05  RRPT-E-NAME            PIC X(20).
001980     05  FILLER                 PIC X(2)  VALUE SPACES.
001990     05  RRPT-E-ISSUED          PIC Z,ZZZ,ZZ9.99.
002000     05  FILLER                 PIC X(2)  VALUE SPACES.
002010     05  RRPT-E-PAID            PIC ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER                 PIC X(2)  VALUE SPACES.
002030     05  RRPT-E-PAID-DATE       PIC 9(08).
002040     05  FILLER                 PIC X(23) VALUE SPACES.
002050
002060 01  WS-RRPT-OUT-COLUMNS.
002070     05  FILLER                 PIC X(3)  VALUE SPACES.
002080     05  FILLER                 PIC X(10) VALUE 'CHECK NO'.
002090     05  FILLER                 PIC X(08) VALUE 'EMP ID'.
002100     05  FILLER                 PIC X(22) VALUE 'NAME'.
002110     05  FILLER                 PIC X(08) VALUE 'PERIOD'.
002120     05  FILLER                 PIC X(10) VALUE 'ISSUED'.
002130     05  FILLER                 PIC X(14) VALUE '      AMOUNT'.
002140     05  FILLER                 PIC X(08) VALUE '   DAYS'.
002150     05  FILLER                 PIC X(14) VALUE 'AGE'.
002160     05  FILLER                 PIC X(35) VALUE SPACES.
002170
002180 01  WS-RRPT-OUTSTANDING.
002190     05  FILLER                 PIC X(3)  VALUE SPACES.
002200     05  RRPT-O-CHECK-NO        PIC Z(7)9.
002210     05  FILLER                 PIC X(2)  VALUE SPACES.
002220     05  RRPT-O-EMP-ID          PIC 9(06).
002230     05  FILLER                 PIC X(2)  VALUE SPACES.
002240     05  RRPT-O-NAME            PIC X(20).
002250     05  FILLER                 PIC X(2)  VALUE SPACES.
002260     05  RRPT-O-PERIOD          PIC 9(06).
002270     05  FILLER                 PIC X(2)  VALUE SPACES.
002280     05  RRPT-O-ISSUE-DATE      PIC 9(08).
002290     05  FILLER                 PIC X(2)  VALUE SPACES.
002300     05  RRPT-O-AMOUNT          PIC Z,ZZZ,ZZ9.99.
002310     05  FILLER                 PIC X(2)  VALUE SPACES.
002320     05  RRPT-O-AGE             PIC ZZ,ZZ9.
002330     05  FILLER                 PIC X(2)  VALUE SPACES.
002340     05  RRPT-O-BUCKET          PIC X(12).
002350     05  FILLER                 PIC X(2)  VALUE SPACES.
002360     05  RRPT-O-FLAG            PIC X(30).
002370     05  FILLER                 PIC X(05) VALUE SPACES.
002380
002390 01  WS-RRPT-BUCKET-LINE.
002400     05  FILLER                 PIC X(3)  VALUE SPACES.
002410     05  RRPT-B-LABEL           PIC X(20).
002420     05  RRPT-B-COUNT           PIC ZZZ,ZZ9.
002430     05  FILLER                 PIC X(2)  VALUE SPACES.
002440     05  RRPT-B-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER                 PIC X(86) VALUE SPACES.
002460
002470 01  WS-RRPT-COUNT-LINE.
002480     05  FILLER                 PIC X(3)  VALUE SPACES.
002490     05  RRPT-C-LABEL           PIC X(40).
002500     05  RRPT-C-COUNT           PIC ZZZ,ZZ9.
002510     05  FILLER                 PIC X(2)  VALUE SPACES.
002520     05  RRPT-C-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002530     05  FILLER                 PIC X(66) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560*****************************************************************
002570*  0000-MAIN-LOGIC
002580*    OVERALL CONTROL PARAGRAPH - BRING CHKSTAT UP TO DATE FROM
002590*    PAYHIST, MATCH THE BANK'S PAID ITEMS, LIST WHAT IS STILL
002600*    OUTSTANDING, PRINT THE SUMMARY.
002610*****************************************************************
002620 0000-MAIN-LOGIC.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-LOAD-ISSUED-CHECKS THRU 2000-EXIT.
002650     PERFORM 3000-MATCH-PAID-CHECKS THRU 3000-EXIT.
002660     PERFORM 4000-LIST-OUTSTANDING THRU 4000-EXIT.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002680     STOP RUN.
002690
002700*****************************************************************
002710*  1000-INITIALIZE
002720*    OPEN THE CHECK STATUS MASTER (CREATING IT ON THE FIRST
002730*    RUN) AND THE REPORT, AND PRINT THE REPORT HEADING.
002740*****************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002770     INITIALIZE WS-AGING-TABLE.
002780     OPEN I-O CHECK-STATUS-FILE.
002790     IF WS-CHKS-FILE-STATUS = '35'
002800         OPEN OUTPUT CHECK-STATUS-FILE
002810         CLOSE CHECK-STATUS-FILE
002820         OPEN I-O CHECK-STATUS-FILE
002830     END-IF.
002840     IF WS-CHKS-FILE-STATUS NOT = '00'
002850         DISPLAY 'CHECK-STATUS-FILE OPEN FAILED, STATUS = '
002860             WS-CHKS-FILE-STATUS
002870         STOP RUN
002880     END-IF.
002890     OPEN OUTPUT RECON-REPORT.
002900     MOVE WS-RUN-DATE TO RRPT-H-DATE.
002910     MOVE WS-RRPT-HEADING TO RRPT-LINE.
002920     WRITE RRPT-LINE AFTER ADVANCING PAGE.
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*  2000-LOAD-ISSUED-CHECKS
002980*    WALK PAYHIST AND BRING CHKSTAT UP TO DATE - NEW CHECK
002990*    NUMBERS ARE ADDED OUTSTANDING AND THE 'V' TRACES MARK
003000*    THEIR CHECKS VOIDED.  NO HISTORY MEANS NO CHECKS HAVE
003010*    BEEN ISSUED YET - THE PAID ITEMS WILL ALL BE UNKNOWN.
003020*****************************************************************
003030 2000-LOAD-ISSUED-CHECKS.
003040     MOVE 'EXCEPTIONS' TO RRPT-S-TITLE.
003050     MOVE WS-RRPT-SECTION TO RRPT-LINE.
003060     WRITE RRPT-LINE AFTER ADVANCING 2 LINES.
003070     MOVE WS-RRPT-EXC-COLUMNS TO RRPT-LINE.
003080     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
003090     OPEN INPUT PAY-HISTORY-FILE.
003100     IF WS-PHF-FILE-STATUS NOT = '00'
003110         DISPLAY 'PAYHIST NOT PRESENT - NO CHECKS ON HISTORY'
003120         GO TO 2000-EXIT
003130     END-IF.
003140     PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT
003150         UNTIL WS-PHF-EOF.
003160     CLOSE PAY-HISTORY-FILE.
003170 2000-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210*  2100-READ-ONE-HISTORY
003220*    READ ONE PAYHIST RECORD.  ONLY RECORDS CARRYING A CHECK
003230*    NUMBER MATTER HERE - DIRECT DEPOSITS HAVE NONE.
003240*****************************************************************
003250 2100-READ-ONE-HISTORY.
003260     READ PAY-HISTORY-FILE
003270         AT END
003280             MOVE 'Y' TO WS-PHF-EOF-SW
003290             GO TO 2100-EXIT
003300     END-READ.
003310     IF PHR-CHECK-NO = ZERO
003320         GO TO 2100-EXIT
003330     END-IF.
003340     MOVE PHR-CHECK-NO TO CHKS-CHECK-NO.
003350     PERFORM 2900-READ-CHECK-STATUS THRU 2900-EXIT.
003360     EVALUATE TRUE
003370         WHEN PHR-PAID-CHECK OR PHR-REPLACEMENT
003380             IF NOT WS-CHKS-FOUND
003390                 PERFORM 2200-ADD-ISSUED-CHECK THRU 2200-EXIT
003400             END-IF
003410         WHEN PHR-VOIDED
003420             PERFORM 2300-APPLY-VOID-TRACE THRU 2300-EXIT
003430     END-EVALUATE.
003440 2100-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480*  2200-ADD-ISSUED-CHECK
003490*    ADD A CHECK NUMBER SEEN FOR THE FIRST TIME AS OUTSTANDING,
003500*    ISSUED ON THE RUN DATE OF ITS HISTORY RECORD FOR ITS NET.
003510*****************************************************************
003520 2200-ADD-ISSUED-CHECK.
003530     MOVE SPACES          TO CHKS-RECORD.
003540     MOVE PHR-CHECK-NO    TO CHKS-CHECK-NO.
003550     MOVE PHR-EMP-ID      TO CHKS-EMP-ID.
003560     MOVE PHR-EMP-NAME    TO CHKS-EMP-NAME.
003570     MOVE PHR-PAY-PERIOD  TO CHKS-PAY-PERIOD.
003580     MOVE PHR-RUN-DATE    TO CHKS-ISSUE-DATE.
003590     MOVE PHR-NET-PAY     TO CHKS-AMOUNT.
003600     MOVE PHR-PAY-METHOD  TO CHKS-ISSUE-TYPE.
003610     MOVE 'O'             TO CHKS-STATUS.
003620     MOVE ZERO            TO CHKS-PAID-DATE.
003630     MOVE ZERO            TO CHKS-PAID-AMOUNT.
003640     MOVE ZERO            TO CHKS-VOID-DATE.
003650     WRITE CHKS-RECORD
003660         INVALID KEY
003670             DISPLAY 'CHKSTAT WRITE FAILED, CHECK '
003680                 PHR-CHECK-NO
003690             GO TO 2200-EXIT
003700     END-WRITE.
003710     ADD 1 TO WS-CHECKS-ADDED.
003720 2200-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  2300-APPLY-VOID-TRACE
003770*    MARK A CHECK VOIDED FROM ITS 'V' TRACE.  A CHECK FROM
003780*    BEFORE THE HISTORY EXISTED IS ADDED ALREADY VOIDED, SO
003790*    THE BANK PAYING IT LATER STILL SHOWS.  A CHECK THE BANK
003800*    HAS ALREADY PAID WAS VOIDED TOO LATE - IT IS REPORTED AND
003810*    HELD AS VOIDED-BUT-PAID.  A VOID ALREADY APPLIED BY AN
003820*    EARLIER RUN IS PASSED OVER.
003830*****************************************************************
003840 2300-APPLY-VOID-TRACE.
003850     IF NOT WS-CHKS-FOUND
003860         PERFORM 2200-ADD-ISSUED-CHECK THRU 2200-EXIT
003870         MOVE 'C' TO CHKS-ISSUE-TYPE
003880         MOVE ZERO TO CHKS-ISSUE-DATE
003890     END-IF.
003900     EVALUATE TRUE
003910         WHEN CHKS-OUTSTANDING
003920             MOVE 'V' TO CHKS-STATUS
003930             MOVE PHR-RUN-DATE TO CHKS-VOID-DATE
003940             ADD 1 TO WS-VOIDS-MARKED
003950         WHEN CHKS-CLEARED OR CHKS-MISMATCH-PAID
003960             MOVE 'X' TO CHKS-STATUS
003970             MOVE PHR-RUN-DATE TO CHKS-VOID-DATE
003980             ADD 1 TO WS-VOIDED-AFTER-PAID
003990             MOVE 'VOIDED AFTER BANK PAID IT' TO RRPT-E-TEXT
004000             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004010         WHEN OTHER
004020             GO TO 2300-EXIT
004030     END-EVALUATE.
004040     REWRITE CHKS-RECORD
004050         INVALID KEY
004060             DISPLAY 'CHKSTAT REWRITE FAILED, CHECK '
004070                 CHKS-CHECK-NO
004080     END-REWRITE.
004090 2300-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*  2800-WRITE-EXCEPTION
004140*    PRINT ONE EXCEPTION LINE FROM THE CHECK STATUS RECORD.
004150*    THE CALLER HAS PUT THE EXCEPTION TEXT IN RRPT-E-TEXT.
004160*****************************************************************
004170 2800-WRITE-EXCEPTION.
004180     MOVE CHKS-CHECK-NO    TO RRPT-E-CHECK-NO.
004190     MOVE CHKS-EMP-ID      TO RRPT-E-EMP-ID.
004200     MOVE CHKS-EMP-NAME    TO RRPT-E-NAME.
004210     MOVE CHKS-AMOUNT      TO RRPT-E-ISSUED.
004220     MOVE CHKS-PAID-AMOUNT TO RRPT-E-PAID.
004230     MOVE CHKS-PAID-DATE   TO RRPT-E-PAID-DATE.
004240     MOVE WS-RRPT-EXCEPTION TO RRPT-LINE.
004250     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
004260 2800-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300*  2900-READ-CHECK-STATUS
004310*    RANDOM READ OF CHKSTAT FOR THE CHECK NUMBER ALREADY IN
004320*    CHKS-CHECK-NO, SETTING WS-CHKS-FOUND.
004330*****************************************************************
004340 2900-READ-CHECK-STATUS.
004350     MOVE 'Y' TO WS-CHKS-FOUND-SW.
004360     READ CHECK-STATUS-FILE
004370         INVALID KEY
004380             MOVE 'N' TO WS-CHKS-FOUND-SW
004390     END-READ.
004400 2900-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*  3000-MATCH-PAID-CHECKS
004450*    MATCH EACH ITEM ON THE BANK'S PAID-CHECK FILE TO CHKSTAT.
004460*    WITH NO FILE THIS MONTH, THE STATUS UPDATE AND THE AGED
004470*    OUTSTANDING LIST STILL RUN.
004480*****************************************************************
004490 3000-MATCH-PAID-CHECKS.
004500     OPEN INPUT PAID-CHECK-FILE.
004510     IF WS-PDC-FILE-STATUS NOT = '00'
004520         MOVE '   (PAIDCHK NOT PRESENT - NO PAID ITEMS MATCHED)'
004530             TO RRPT-LINE
004540         WRITE RRPT-LINE AFTER ADVANCING 1 LINE
004550         GO TO 3000-EXIT
004560     END-IF.
004570     PERFORM 3100-MATCH-ONE-ITEM THRU 3100-EXIT
004580         UNTIL WS-PDC-EOF.
004590     CLOSE PAID-CHECK-FILE.
004600 3000-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*  3100-MATCH-ONE-ITEM
004650*    READ ONE PAID ITEM AND MATCH IT BY CHECK NUMBER, THEN BY
004660*    AMOUNT.  A NUMBER NEVER ISSUED, A VOIDED CHECK, A CHECK
004670*    ALREADY PAID AND A WRONG AMOUNT ARE EXCEPTIONS; A CLEAN
004680*    MATCH CLEARS THE CHECK.  AN ITEM ALREADY APPLIED WITH THE
004690*    SAME DATE AND AMOUNT (A RERUN) IS PASSED OVER.
004700*****************************************************************
004710 3100-MATCH-ONE-ITEM.
004720     READ PAID-CHECK-FILE
004730         AT END
004740             MOVE 'Y' TO WS-PDC-EOF-SW
004750             GO TO 3100-EXIT
004760     END-READ.
004770     ADD 1 TO WS-ITEMS-READ.
004780     ADD PDC-AMOUNT TO WS-ITEMS-AMOUNT.
004790     MOVE PDC-CHECK-NO TO CHKS-CHECK-NO.
004800     PERFORM 2900-READ-CHECK-STATUS THRU 2900-EXIT.
004810     IF NOT WS-CHKS-FOUND
004820         ADD 1 TO WS-UNKNOWN-CHECKS
004830         MOVE SPACES TO CHKS-RECORD
004840         MOVE PDC-CHECK-NO  TO CHKS-CHECK-NO
004850         MOVE ZERO          TO CHKS-EMP-ID
004860         MOVE ZERO          TO CHKS-AMOUNT
004870         MOVE PDC-AMOUNT    TO CHKS-PAID-AMOUNT
004880         MOVE PDC-PAID-DATE TO CHKS-PAID-DATE
004890         MOVE 'UNKNOWN CHECK NUMBER' TO RRPT-E-TEXT
004900         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004910         GO TO 3100-EXIT
004920     END-IF.
004930     IF CHKS-PAID-BY-BANK
004940           AND CHKS-PAID-DATE = PDC-PAID-DATE
004950           AND CHKS-PAID-AMOUNT = PDC-AMOUNT
004960         ADD 1 TO WS-ITEMS-ALREADY
004970         GO TO 3100-EXIT
004980     END-IF.
004990     EVALUATE TRUE
005000         WHEN CHKS-VOIDED
005010             MOVE 'X' TO CHKS-STATUS
005020             MOVE PDC-PAID-DATE TO CHKS-PAID-DATE
005030             MOVE PDC-AMOUNT    TO CHKS-PAID-AMOUNT
005040             ADD 1 TO WS-PAID-VOIDED
005050             MOVE 'PAID BUT VOIDED' TO RRPT-E-TEXT
005060             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
005070         WHEN CHKS-PAID-BY-BANK
005080             ADD 1 TO WS-PAID-TWICE
005090             MOVE PDC-PAID-DATE TO CHKS-PAID-DATE
005100             MOVE PDC-AMOUNT    TO CHKS-PAID-AMOUNT
005110             MOVE 'PAID TWICE - ALREADY PAID' TO RRPT-E-TEXT
005120             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
005130             GO TO 3100-EXIT
005140         WHEN PDC-AMOUNT NOT = CHKS-AMOUNT
005150             MOVE 'M' TO CHKS-STATUS
005160             MOVE PDC-PAID-DATE TO CHKS-PAID-DATE
005170             MOVE PDC-AMOUNT    TO CHKS-PAID-AMOUNT
005180             ADD 1 TO WS-AMOUNT-MISMATCHES
005190             MOVE 'AMOUNT MISMATCH' TO RRPT-E-TEXT
005200             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
005210         WHEN OTHER
005220             MOVE 'C' TO CHKS-STATUS
005230             MOVE PDC-PAID-DATE TO CHKS-PAID-DATE
005240             MOVE PDC-AMOUNT    TO CHKS-PAID-AMOUNT
005250             ADD 1 TO WS-ITEMS-CLEARED
005260             ADD PDC-AMOUNT TO WS-CLEARED-AMOUNT
005270     END-EVALUATE.
005280     REWRITE CHKS-RECORD
005290         INVALID KEY
005300             DISPLAY 'CHKSTAT REWRITE FAILED, CHECK '
005310                 CHKS-CHECK-NO
005320     END-REWRITE.
005330 3100-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*  4000-LIST-OUTSTANDING
005380*    WALK CHKSTAT IN CHECK-NUMBER ORDER AND LIST EVERY CHECK
005390*    STILL OUTSTANDING, AGED FROM ITS ISSUE DATE, THEN PRINT
005400*    THE AGING BUCKET TOTALS.
005410*****************************************************************
005420 4000-LIST-OUTSTANDING.
005430     MOVE 'OUTSTANDING CHECKS AGED BY ISSUE DATE'
005440         TO RRPT-S-TITLE.
005450     MOVE WS-RRPT-SECTION TO RRPT-LINE.
005460     WRITE RRPT-LINE AFTER ADVANCING 2 LINES.
005470     MOVE WS-RRPT-OUT-COLUMNS TO RRPT-LINE.
005480     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
005490     MOVE ZERO TO CHKS-CHECK-NO.
005500     START CHECK-STATUS-FILE KEY NOT LESS THAN CHKS-CHECK-NO
005510         INVALID KEY
005520             MOVE 'Y' TO WS-CHKS-EOF-SW
005530     END-START.
005540     PERFORM 4100-LIST-ONE-CHECK THRU 4100-EXIT
005550         UNTIL WS-CHKS-EOF.
005560     MOVE 'AGING OF OUTSTANDING CHECKS' TO RRPT-S-TITLE.
005570     MOVE WS-RRPT-SECTION TO RRPT-LINE.
005580     WRITE RRPT-LINE AFTER ADVANCING 2 LINES.
005590     PERFORM 4200-PRINT-ONE-BUCKET THRU 4200-EXIT
005600         VARYING WS-AGE-SUB FROM 1 BY 1
005610         UNTIL WS-AGE-SUB > 5.
005620 4000-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*  4100-LIST-ONE-CHECK
005670*    READ THE NEXT CHECK STATUS RECORD AND, IF IT IS STILL
005680*    OUTSTANDING, AGE IT, BUCKET IT AND PRINT IT.  A CHECK OUT
005690*    LONGER THAN WS-STALE-DAYS IS FLAGGED FOR REISSUE OR FOR
005700*    THE UNCLAIMED-PROPERTY FILING.
005710*****************************************************************
005720 4100-LIST-ONE-CHECK.
005730     READ CHECK-STATUS-FILE NEXT RECORD
005740         AT END
005750             MOVE 'Y' TO WS-CHKS-EOF-SW
005760             GO TO 4100-EXIT
005770     END-READ.
005780     IF NOT CHKS-OUTSTANDING
005790         GO TO 4100-EXIT
005800     END-IF.
005810     MOVE ZERO TO WS-AGE-DAYS.
005820     IF CHKS-ISSUE-DATE > ZERO
005830           AND CHKS-ISSUE-DATE NOT > WS-RUN-DATE
005840         COMPUTE WS-AGE-DAYS =
005850             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
005860             - FUNCTION INTEGER-OF-DATE (CHKS-ISSUE-DATE)
005870     END-IF.
005880     EVALUATE TRUE
005890         WHEN WS-AGE-DAYS NOT > 30
005900             MOVE 1 TO WS-AGE-SUB
005910         WHEN WS-AGE-DAYS NOT > 60
005920             MOVE 2 TO WS-AGE-SUB
005930         WHEN WS-AGE-DAYS NOT > 90
005940             MOVE 3 TO WS-AGE-SUB
005950         WHEN WS-AGE-DAYS NOT > 180
005960             MOVE 4 TO WS-AGE-SUB
005970         WHEN OTHER
005980             MOVE 5 TO WS-AGE-SUB
005990     END-EVALUATE.
006000     ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
006010     ADD CHKS-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-SUB).
006020     ADD 1 TO WS-OUTSTANDING-COUNT.
006030     ADD CHKS-AMOUNT TO WS-OUTSTANDING-AMOUNT.
006040     MOVE SPACES TO RRPT-O-FLAG.
006050     IF WS-AGE-DAYS > WS-STALE-DAYS
006060         MOVE 'STALE - REISSUE OR UNCLAIMED' TO RRPT-O-FLAG
006070         ADD 1 TO WS-STALE-COUNT
006080         ADD CHKS-AMOUNT TO WS-STALE-AMOUNT
006090     END-IF.
006100     MOVE CHKS-CHECK-NO   TO RRPT-O-CHECK-NO.
006110     MOVE CHKS-EMP-ID     TO RRPT-O-EMP-ID.
006120     MOVE CHKS-EMP-NAME   TO RRPT-O-NAME.
006130     MOVE CHKS-PAY-PERIOD TO RRPT-O-PERIOD.
006140     MOVE CHKS-ISSUE-DATE TO RRPT-O-ISSUE-DATE.
006150     MOVE CHKS-AMOUNT     TO RRPT-O-AMOUNT.
006160     MOVE WS-AGE-DAYS     TO RRPT-O-AGE.
006170     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO RRPT-O-BUCKET.
006180     MOVE WS-RRPT-OUTSTANDING TO RRPT-LINE.
006190     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
006200 4100-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*  4200-PRINT-ONE-BUCKET
006250*    PRINT ONE AGING BUCKET'S COUNT AND AMOUNT.
006260*****************************************************************
006270 4200-PRINT-ONE-BUCKET.
006280     MOVE WS-AGE-LABEL (WS-AGE-SUB)  TO RRPT-B-LABEL.
006290     MOVE WS-AGE-COUNT (WS-AGE-SUB)  TO RRPT-B-COUNT.
006300     MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO RRPT-B-AMOUNT.
006310     MOVE WS-RRPT-BUCKET-LINE TO RRPT-LINE.
006320     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
006330 4200-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*  9000-TERMINATE
006380*    PRINT THE SUMMARY SECTION, CLOSE THE FILES AND ECHO THE
006390*    COUNTS TO THE CONSOLE.
006400*****************************************************************
006410 9000-TERMINATE.
006420     MOVE 'SUMMARY' TO RRPT-S-TITLE.
006430     MOVE WS-RRPT-SECTION TO RRPT-LINE.
006440     WRITE RRPT-LINE AFTER ADVANCING 2 LINES.
006450     MOVE 'CHECKS ADDED FROM PAYHIST' TO RRPT-C-LABEL.
006460     MOVE WS-CHECKS-ADDED TO RRPT-C-COUNT.
006470     MOVE ZERO TO RRPT-C-AMOUNT.
006480     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006490     MOVE 'VOIDS MARKED FROM PAYHIST' TO RRPT-C-LABEL.
006500     MOVE WS-VOIDS-MARKED TO RRPT-C-COUNT.
006510     MOVE ZERO TO RRPT-C-AMOUNT.
006520     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006530     MOVE 'PAID ITEMS READ' TO RRPT-C-LABEL.
006540     MOVE WS-ITEMS-READ TO RRPT-C-COUNT.
006550     MOVE WS-ITEMS-AMOUNT TO RRPT-C-AMOUNT.
006560     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006570     MOVE 'CHECKS CLEARED' TO RRPT-C-LABEL.
006580     MOVE WS-ITEMS-CLEARED TO RRPT-C-COUNT.
006590     MOVE WS-CLEARED-AMOUNT TO RRPT-C-AMOUNT.
006600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006610     MOVE 'ITEMS ALREADY APPLIED (RERUN)' TO RRPT-C-LABEL.
006620     MOVE WS-ITEMS-ALREADY TO RRPT-C-COUNT.
006630     MOVE ZERO TO RRPT-C-AMOUNT.
006640     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006650     MOVE 'UNKNOWN CHECK NUMBERS' TO RRPT-C-LABEL.
006660     MOVE WS-UNKNOWN-CHECKS TO RRPT-C-COUNT.
006670     MOVE ZERO TO RRPT-C-AMOUNT.
006680     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006690     MOVE 'PAID BUT VOIDED' TO RRPT-C-LABEL.
006700     MOVE WS-PAID-VOIDED TO RRPT-C-COUNT.
006710     MOVE ZERO TO RRPT-C-AMOUNT.
006720     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006730     MOVE 'VOIDED AFTER BANK PAID' TO RRPT-C-LABEL.
006740     MOVE WS-VOIDED-AFTER-PAID TO RRPT-C-COUNT.
006750     MOVE ZERO TO RRPT-C-AMOUNT.
006760     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006770     MOVE 'AMOUNT MISMATCHES' TO RRPT-C-LABEL.
006780     MOVE WS-AMOUNT-MISMATCHES TO RRPT-C-COUNT.
006790     MOVE ZERO TO RRPT-C-AMOUNT.
006800     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006810     MOVE 'PAID TWICE' TO RRPT-C-LABEL.
006820     MOVE WS-PAID-TWICE TO RRPT-C-COUNT.
006830     MOVE ZERO TO RRPT-C-AMOUNT.
006840     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006850     MOVE 'CHECKS OUTSTANDING' TO RRPT-C-LABEL.
006860     MOVE WS-OUTSTANDING-COUNT TO RRPT-C-COUNT.
006870     MOVE WS-OUTSTANDING-AMOUNT TO RRPT-C-AMOUNT.
006880     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006890     MOVE 'STALE CHECKS - REISSUE OR UNCLAIMED' TO RRPT-C-LABEL.
006900     MOVE WS-STALE-COUNT TO RRPT-C-COUNT.
006910     MOVE WS-STALE-AMOUNT TO RRPT-C-AMOUNT.
006920     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
006930     CLOSE CHECK-STATUS-FILE.
006940     CLOSE RECON-REPORT.
006950     DISPLAY 'PAID-CHECK RECONCILIATION - END OF RUN'.
006960     DISPLAY 'PAID ITEMS READ:        ' WS-ITEMS-READ.
006970     DISPLAY 'CHECKS CLEARED:         ' WS-ITEMS-CLEARED.
006980     DISPLAY 'UNKNOWN CHECK NUMBERS:  ' WS-UNKNOWN-CHECKS.
006990     DISPLAY 'PAID BUT VOIDED:        ' WS-PAID-VOIDED.
007000     DISPLAY 'AMOUNT MISMATCHES:      ' WS-AMOUNT-MISMATCHES.
007010     DISPLAY 'CHECKS OUTSTANDING:     ' WS-OUTSTANDING-COUNT.
007020     DISPLAY 'STALE CHECKS:           ' WS-STALE-COUNT.
007030 9000-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*  9100-WRITE-COUNT-LINE
007080*    PRINT ONE SUMMARY LINE - THE CALLER HAS FILLED IN THE
007090*    LABEL, COUNT AND AMOUNT.
007100*****************************************************************
007110 9100-WRITE-COUNT-LINE.
007120     MOVE WS-RRPT-COUNT-LINE TO RRPT-LINE.
007130     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
007140 9100-EXIT.
007150     EXIT.
