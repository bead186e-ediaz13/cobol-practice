000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OpsDailyReport.
000030 AUTHOR.        R MERCADO.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY
000090*  ---------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------------------------------------------------------
000120*  10/15/26   RM    ORIGINAL PROGRAM - DAILY OPERATIONS REPORT.
000130*                   READS THE SHARED RUNLOG THE PAYROLL BATCH
000140*                   PROGRAMS RECORD THEIR RUNS ON AND PRINTS THE
000150*                   OPSRPT REPORT FOR A DAY - EVERY RUN STARTED
000160*                   THAT DAY WITH ITS PERIOD AND HOW IT ENDED,
000170*                   THE RUNS THAT WERE REFUSED OR NEVER LOGGED AN
000180*                   END, AND WHAT IS STILL OUTSTANDING AGAINST
000190*                   THE PAYCAL CALENDAR AND CHKPTF - THE PASS FOR
000200*                   THE CURRENT PERIOD, A PENDING RESTART, A
000210*                   QUARTER OR YEAR PAID BUT NOT YET FILED OR
000220*                   CLEARED, AND THE NIGHTLY INTEGRITY AUDIT.
000221*  10/15/26   RM    PAY GROUPS - PAYCAL CARRIES ONE CALENDAR PER
000222*                   PAY GROUP, SO EACH GROUP'S UNPAID PERIOD
000223*                   COVERING THE REPORT DATE IS LISTED, A PENDING
000224*                   RESTART NAMES ITS GROUP, AND A YEAR IS DUE FOR
000225*                   CLEARING ONLY WHEN EVERY GROUP'S LAST PERIOD
000226*                   HAS PAID.  PAYCAL AND CHKPTF WIDENED.
000227*  10/15/26   RM    A VARIABLESEXAMPLE TRIAL RUN, LOGGED AS
000228*                   VARIABLESTRIAL, NO LONGER COUNTS AS THE LATEST
000229*                   RUN, SO IT CANNOT HIDE A FAILED LIVE RUN.
000230*  10/15/26   RM    CHKPTF IS NOW KEYED ON THE PAY GROUP - EVERY
000231*                   GROUP WITH A RESTART PENDING IS LISTED.
000230*****************************************************************
000240*
000250*  PROGRAM FUNCTION
000260*    A READ-ONLY BATCH UTILITY FOR THE OPERATIONS DESK, RUN AT
000270*    THE END OF THE DAY OR BEFORE THE NEXT DAY'S FIRST JOB.  THE
000280*    REPORT DATE IS ACCEPTED AT THE CONSOLE - BLANK MEANS TODAY -
000290*    AND RUNS LOGGED AFTER IT ARE LEFT OUT, SO AN EARLIER DAY
000300*    CAN BE REPRINTED AS IT STOOD.  A RUN STARTED WITH NO END
000310*    LOGGED EITHER STOPPED HARD OR IS STILL RUNNING.  NOTHING
000320*    IS UPDATED HERE.
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS WS-RLG-FILE-STATUS.
000430
000440     SELECT PAY-PERIOD-FILE    ASSIGN TO "PAYCAL"
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-PPC-FILE-STATUS.
000470
000480     SELECT CHECKPOINT-FILE    ASSIGN TO "CHKPTF"
000490            ORGANIZATION IS INDEXED
000493            ACCESS MODE IS SEQUENTIAL
000496            RECORD KEY IS CKPT-PAY-GROUP
000500            FILE STATUS IS WS-CKPT-FILE-STATUS.
000510
000520     SELECT OPS-REPORT         ASSIGN TO "OPSRPT"
000530            ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000580*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG, IN THE ORDER THE
000590*  RUNS APPENDED TO IT.
000600*****************************************************************
000610 FD  RUN-LOG-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 100 CHARACTERS.
000640     COPY RLGREC.
000650
000660*****************************************************************
000670*  PAY-PERIOD-FILE - THE PAYCAL CALENDAR, READ FOR THE PERIOD
000680*  COVERING THE REPORT DATE AND THE PAID STATE OF EACH
000690*  QUARTER AND YEAR.  EACH PAY GROUP HAS ITS OWN PERIODS ON
000695*  IT, SO MORE THAN ONE PERIOD CAN COVER THE REPORT DATE.
000700*****************************************************************
000710 FD  PAY-PERIOD-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 33 CHARACTERS.
000740     COPY PPCREC.
000750
000760*****************************************************************
000770*  CHECKPOINT-FILE - THE PAYROLL PASS'S RESTART CHECKPOINTS,
000778*  KEYED ON THE PAY GROUP.  READ ONLY TO SEE WHICH GROUPS'
000786*  PASSES AWAIT THEIR RESTART - ONE RECORD PER GROUP.  ONLY
000795*  THE PAY GROUP AT THE END OF THE RECORD IS LOOKED AT.
000800*****************************************************************
000810 FD  CHECKPOINT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 144 CHARACTERS.
000835 01  CKPT-RECORD.
000840     05  FILLER                 PIC X(142).
000845     05  CKPT-PAY-GROUP         PIC X(02).
000850
000860*****************************************************************
000870*  OPS-REPORT - THE PRINTED DAILY OPERATIONS REPORT.
000880*****************************************************************
000890 FD  OPS-REPORT
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  OPS-LINE                   PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950 77  WS-RLG-FILE-STATUS     PIC X(02) VALUE '00'.
000960 77  WS-RLG-EOF-SW          PIC X(01) VALUE 'N'.
000970     88  WS-RLG-EOF                   VALUE 'Y'.
000980 77  WS-PPC-FILE-STATUS     PIC X(02) VALUE '00'.
000990 77  WS-PPC-EOF-SW          PIC X(01) VALUE 'N'.
001000     88  WS-PPC-EOF                   VALUE 'Y'.
001010 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE '00'.
001012 77  WS-CKPT-EOF-SW         PIC X(01) VALUE 'N'.
001014     88  WS-CKPT-EOF                  VALUE 'Y'.
001016 77  WS-CKPT-PAY-GROUP      PIC X(02) VALUE SPACES.
001020 77  WS-FOUND-SW            PIC X(01) VALUE 'N'.
001030     88  WS-FOUND                     VALUE 'Y'.
001040 77  WS-CURRENT-FOUND-SW    PIC X(01) VALUE 'N'.
001050     88  WS-CURRENT-FOUND             VALUE 'Y'.
001060 77  WS-AUDIT-DONE-SW       PIC X(01) VALUE 'N'.
001070     88  WS-AUDIT-DONE                VALUE 'Y'.
001080 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001090 77  WS-REPORT-DATE         PIC 9(08) VALUE ZERO.
001140 77  WS-LAST-QTR-FILED      PIC X(08) VALUE SPACES.
001150 77  WS-LAST-YEAR-CLEARED   PIC X(08) VALUE SPACES.
001160 77  WS-PAID-QTR            PIC X(08) VALUE SPACES.
001170 77  WS-PAID-YEAR           PIC X(08) VALUE SPACES.
001180 77  WS-REC-QUARTER         PIC 9(01) VALUE ZERO.
001190 77  WS-DAY-SUB             PIC 9(05) COMP VALUE ZERO.
001200 77  WS-PGM-SUB             PIC 9(05) COMP VALUE ZERO.
001210 77  WS-QT-SUB              PIC 9(05) COMP VALUE ZERO.
001220 77  WS-YT-SUB              PIC 9(05) COMP VALUE ZERO.
001225 77  WS-YT-SUB2             PIC 9(05) COMP VALUE ZERO.
001230 77  WS-LOG-RECORDS         PIC 9(7) COMP VALUE ZERO.
001240 77  WS-RUNS-DROPPED        PIC 9(7) COMP VALUE ZERO.
001250 77  WS-FAILURES-LISTED     PIC 9(7) COMP VALUE ZERO.
001260 77  WS-OUTSTANDING-LISTED  PIC 9(7) COMP VALUE ZERO.
001270
001280*****************************************************************
001290*  WS-DATE-WORK - A PAY DATE TAKEN APART FOR ITS YEAR AND
001300*  MONTH, AND SO ITS QUARTER.
001310*****************************************************************
001320 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
001330 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001340     05  WS-DATE-YYYY           PIC 9(04).
001350     05  WS-DATE-MM             PIC 9(02).
001360     05  WS-DATE-DD             PIC 9(02).
001370
001380*****************************************************************
001390*  WS-QTR-LABEL AND WS-YEAR-LABEL - A QUARTER AS YYYYQN AND A
001400*  YEAR AS YYYY, IN THE FORM THE RUN LOG CARRIES THEM, SO THE
001410*  CALENDAR AND THE LOG COMPARE DIRECTLY.
001420*****************************************************************
001430 01  WS-QTR-LABEL.
001440     05  WS-QTR-LABEL-YEAR      PIC 9(04).
001450     05  FILLER                 PIC X(01) VALUE 'Q'.
001460     05  WS-QTR-LABEL-QTR       PIC 9(01).
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480
001490 01  WS-YEAR-LABEL.
001500     05  WS-YEAR-LABEL-YEAR     PIC 9(04).
001510     05  FILLER                 PIC X(04) VALUE SPACES.
001520
001530*****************************************************************
001540*  WS-DAY-RUN-TABLE - ONE ENTRY PER RUN STARTED ON THE REPORT
001550*  DATE, IN START ORDER.  THE END RECORD, MATCHED ON PROGRAM
001560*  AND START DATE AND TIME, FILLS IN THE END, THE PERIOD AND
001570*  THE STATUS; A STATUS STILL BLANK MEANS NO END WAS LOGGED.
001580*****************************************************************
001590 01  WS-DAY-RUN-TABLE.
001600     05  WS-DAY-COUNT           PIC 9(4) COMP VALUE ZERO.
001610     05  WS-DAY-ENTRY OCCURS 200 TIMES.
001620         10  WS-DAY-PROGRAM     PIC X(20).
001630         10  WS-DAY-START-TIME  PIC 9(06).
001640         10  WS-DAY-END-TIME    PIC 9(06).
001650         10  WS-DAY-PERIOD-TYPE PIC X(01).
001660         10  WS-DAY-PERIOD      PIC X(08).
001670         10  WS-DAY-STATUS      PIC X(01).
001680             88  WS-DAY-COMPLETED       VALUE 'C'.
001690             88  WS-DAY-REFUSED         VALUE 'R'.
001700             88  WS-DAY-UNFINISHED      VALUE SPACE.
001710         10  WS-DAY-MESSAGE     PIC X(40).
001720
001730*****************************************************************
001740*  WS-PROGRAM-TABLE - THE LATEST RUN OF EACH PROGRAM ON THE
001750*  LOG UP TO THE REPORT DATE, AND HOW IT ENDED.
001760*****************************************************************
001770 01  WS-PROGRAM-TABLE.
001780     05  WS-PGM-COUNT           PIC 9(4) COMP VALUE ZERO.
001790     05  WS-PGM-ENTRY OCCURS 20 TIMES.
001800         10  WS-PGM-NAME        PIC X(20).
001810         10  WS-PGM-START-DATE  PIC 9(08).
001820         10  WS-PGM-START-TIME  PIC 9(06).
001830         10  WS-PGM-STATUS      PIC X(01).
001840             88  WS-PGM-COMPLETED       VALUE 'C'.
001850             88  WS-PGM-REFUSED         VALUE 'R'.
001860             88  WS-PGM-NOTHING-TO-DO   VALUE 'N'.
001870         10  WS-PGM-MESSAGE     PIC X(40).
001880
001890*****************************************************************
001900*  WS-QUARTER-TABLE - ONE ENTRY PER QUARTER ON THE CALENDAR,
001910*  BY PAY DATE, WITH THE NUMBER OF ITS PERIODS NOT YET PAID.
001920*****************************************************************
001930 01  WS-QUARTER-TABLE.
001940     05  WS-QT-COUNT            PIC 9(4) COMP VALUE ZERO.
001950     05  WS-QT-ENTRY OCCURS 100 TIMES.
001960         10  WS-QT-LABEL        PIC X(08).
001970         10  WS-QT-UNPAID       PIC 9(5) COMP.
001980
001990*****************************************************************
002000*  WS-YEAR-TABLE - ONE ENTRY PER YEAR ON THE CALENDAR, WITH ITS
002010*  LAST PERIOD BY PAY DATE AND THAT PERIOD'S STATUS - ONE
002013*  ENTRY PER PAY GROUP IN THE YEAR, SINCE EVERY GROUP'S LAST
002016*  PERIOD MUST PAY BEFORE THE YEAR CAN BE CLEARED.
002020*****************************************************************
002030 01  WS-YEAR-TABLE.
002040     05  WS-YT-COUNT            PIC 9(4) COMP VALUE ZERO.
002050     05  WS-YT-ENTRY OCCURS 100 TIMES.
002060         10  WS-YT-YEAR         PIC 9(04).
002065         10  WS-YT-PAY-GROUP    PIC X(02).
002070         10  WS-YT-LAST-PAY-DATE PIC 9(08).
002080         10  WS-YT-LAST-STATUS  PIC X(01).
002090             88  WS-YT-LAST-PAID        VALUE 'P'.
002100
002110*****************************************************************
002120*  OPS-REPORT PRINT LINES - REPORT HEADING, SECTION HEADING,
002130*  THE RUN COLUMNS AND DETAIL LINE, THE OUTSTANDING COLUMNS AND
002140*  DETAIL LINE, AND THE COUNT LINE.
002150*****************************************************************
002160 01  WS-OPS-HEADING.
002170     05  FILLER                 PIC X(32)
002180             VALUE 'DAILY OPERATIONS REPORT'.
002190     05  FILLER                 PIC X(12) VALUE 'REPORT DATE '.
002200     05  OPS-H-REPORT-DATE      PIC 9(08).
002210     05  FILLER                 PIC X(04) VALUE SPACES.
002220     05  FILLER                 PIC X(08) VALUE 'PRINTED '.
002230     05  OPS-H-RUN-DATE         PIC 9(08).
002240     05  FILLER                 PIC X(60) VALUE SPACES.
002250
002260 01  WS-OPS-SECTION.
002270     05  OPS-S-TITLE            PIC X(60).
002280     05  FILLER                 PIC X(72) VALUE SPACES.
002290
002300 01  WS-OPS-RUN-COLUMNS.
002310     05  FILLER                 PIC X(3)  VALUE SPACES.
002320     05  FILLER                 PIC X(22) VALUE 'PROGRAM'.
002330     05  FILLER                 PIC X(08) VALUE 'START'.
002340     05  FILLER                 PIC X(08) VALUE 'END'.
002350     05  FILLER                 PIC X(18) VALUE 'PERIOD'.
002360     05  FILLER                 PIC X(16) VALUE 'STATUS'.
002370     05  FILLER                 PIC X(40) VALUE 'MESSAGE'.
002380     05  FILLER                 PIC X(17) VALUE SPACES.
002390
002400 01  WS-OPS-RUN-DETAIL.
002410     05  FILLER                 PIC X(3)  VALUE SPACES.
002420     05  OPS-D-PROGRAM          PIC X(20).
002430     05  FILLER                 PIC X(2)  VALUE SPACES.
002440     05  OPS-D-START-TIME       PIC 9(06).
002450     05  FILLER                 PIC X(2)  VALUE SPACES.
002460     05  OPS-D-END-TIME         PIC 9(06) BLANK WHEN ZERO.
002470     05  FILLER                 PIC X(2)  VALUE SPACES.
002480     05  OPS-D-PERIOD-TYPE      PIC X(08).
002490     05  OPS-D-PERIOD           PIC X(08).
002500     05  FILLER                 PIC X(2)  VALUE SPACES.
002510     05  OPS-D-STATUS           PIC X(14).
002520     05  FILLER                 PIC X(2)  VALUE SPACES.
002530     05  OPS-D-MESSAGE          PIC X(40).
002540     05  FILLER                 PIC X(17) VALUE SPACES.
002550
002560 01  WS-OPS-OUT-COLUMNS.
002570     05  FILLER                 PIC X(3)  VALUE SPACES.
002580     05  FILLER                 PIC X(34) VALUE 'OUTSTANDING'.
002590     05  FILLER                 PIC X(22) VALUE 'FOR'.
002600     05  FILLER                 PIC X(10) VALUE 'DATE'.
002610     05  FILLER                 PIC X(40) VALUE 'DETAIL'.
002620     05  FILLER                 PIC X(23) VALUE SPACES.
002630
002640 01  WS-OPS-OUT-DETAIL.
002650     05  FILLER                 PIC X(3)  VALUE SPACES.
002660     05  OPS-O-WHAT             PIC X(32).
002670     05  FILLER                 PIC X(2)  VALUE SPACES.
002680     05  OPS-O-FOR.
002690         10  OPS-O-FOR-TYPE     PIC X(08).
002700         10  OPS-O-FOR-VALUE    PIC X(08).
002710         10  FILLER             PIC X(04).
002720     05  FILLER                 PIC X(2)  VALUE SPACES.
002730     05  OPS-O-DATE             PIC 9(08) BLANK WHEN ZERO.
002740     05  FILLER                 PIC X(2)  VALUE SPACES.
002750     05  OPS-O-DETAIL           PIC X(40).
002760     05  FILLER                 PIC X(23) VALUE SPACES.
002770
002780 01  WS-OPS-NONE-LINE.
002790     05  FILLER                 PIC X(3)  VALUE SPACES.
002800     05  OPS-N-TEXT             PIC X(40).
002810     05  FILLER                 PIC X(89) VALUE SPACES.
002820
002830 01  WS-OPS-COUNT-LINE.
002840     05  FILLER                 PIC X(3)  VALUE SPACES.
002850     05  OPS-C-LABEL            PIC X(30).
002860     05  OPS-C-COUNT            PIC ZZZ,ZZ9.
002870     05  FILLER                 PIC X(92) VALUE SPACES.
002880
002890 PROCEDURE DIVISION.
002900*****************************************************************
002910*  0000-MAIN-LOGIC
002920*    OVERALL CONTROL PARAGRAPH - LOAD THE LOG, THEN PRINT THE
002930*    DAY'S RUNS, ITS FAILURES AND WHAT IS STILL OUTSTANDING.
002940*****************************************************************
002950 0000-MAIN-LOGIC.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
002980     PERFORM 3000-LIST-DAY-RUNS THRU 3000-EXIT.
002990     PERFORM 4000-LIST-FAILURES THRU 4000-EXIT.
003000     PERFORM 5000-LIST-OUTSTANDING THRU 5000-EXIT.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     STOP RUN.
003030
003040*****************************************************************
003050*  1000-INITIALIZE
003060*    ACCEPT THE REPORT DATE, OPEN THE REPORT AND PRINT THE
003070*    REPORT HEADING.
003080*****************************************************************
003090 1000-INITIALIZE.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003110     DISPLAY 'REPORT DATE (YYYYMMDD, BLANK FOR TODAY): '
003120         WITH NO ADVANCING.
003130     ACCEPT WS-REPORT-DATE.
003140     IF WS-REPORT-DATE = ZERO
003150         MOVE WS-RUN-DATE TO WS-REPORT-DATE
003160     END-IF.
003170     OPEN OUTPUT OPS-REPORT.
003180     MOVE WS-REPORT-DATE TO OPS-H-REPORT-DATE.
003190     MOVE WS-RUN-DATE    TO OPS-H-RUN-DATE.
003200     MOVE WS-OPS-HEADING TO OPS-LINE.
003210     WRITE OPS-LINE AFTER ADVANCING PAGE.
003220 1000-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260*  2000-LOAD-RUN-LOG
003270*    READ THE RUN LOG FRONT TO BACK INTO THE DAY AND PROGRAM
003280*    TABLES.  NO LOG YET MEANS NOTHING HAS RUN SINCE IT WAS
003290*    INTRODUCED - EVERY SECTION PRINTS FROM THE CALENDAR ALONE.
003300*****************************************************************
003310 2000-LOAD-RUN-LOG.
003320     OPEN INPUT RUN-LOG-FILE.
003330     IF WS-RLG-FILE-STATUS = '35'
003340         DISPLAY 'RUNLOG NOT PRESENT - NO RUNS LOGGED'
003350         GO TO 2000-EXIT
003360     END-IF.
003370     IF WS-RLG-FILE-STATUS NOT = '00'
003380         DISPLAY 'RUN-LOG-FILE OPEN FAILED, STATUS = '
003390             WS-RLG-FILE-STATUS
003400         CLOSE OPS-REPORT
003410         STOP RUN
003420     END-IF.
003430     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
003440         UNTIL WS-RLG-EOF.
003450     CLOSE RUN-LOG-FILE.
003460 2000-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*  2100-READ-RUN-LOG
003510*    READ ONE LOG RECORD.  RUNS STARTED AFTER THE REPORT DATE
003520*    ARE PASSED OVER.  A COMPLETED QUARTERLYREMITTANCE OR
003530*    YEARENDSTATEMENTS RUN IS KEPT AS THE LATEST FILING.  A
003532*    VARIABLESEXAMPLE TRIAL RUN, LOGGED AS VARIABLESTRIAL, IS
003535*    LISTED WITH THE DAY'S RUNS BUT IS NEVER A PROGRAM'S LATEST
003537*    RUN - A TRIAL MUST NOT HIDE A LIVE RUN THAT FAILED.
003540*****************************************************************
003550 2100-READ-RUN-LOG.
003560     READ RUN-LOG-FILE
003570         AT END
003580             MOVE 'Y' TO WS-RLG-EOF-SW
003590             GO TO 2100-EXIT
003600     END-READ.
003610     IF RLG-START-DATE > WS-REPORT-DATE
003620         GO TO 2100-EXIT
003630     END-IF.
003640     ADD 1 TO WS-LOG-RECORDS.
003645     IF RLG-PROGRAM NOT = 'VARIABLESTRIAL'
003650         PERFORM 2200-POST-PROGRAM-RUN THRU 2200-EXIT
003655     END-IF.
003660     IF RLG-START-DATE = WS-REPORT-DATE
003670         PERFORM 2300-POST-DAY-RUN THRU 2300-EXIT
003680     END-IF.
003690     IF RLG-EVENT-END AND RLG-COMPLETED
003700         PERFORM 2400-POST-FILING THRU 2400-EXIT
003710     END-IF.
003720 2100-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  2200-POST-PROGRAM-RUN
003770*    A START BECOMES ITS PROGRAM'S LATEST RUN; AN END RECORD
003780*    FOR THAT SAME RUN SETS HOW IT ENDED.
003790*****************************************************************
003800 2200-POST-PROGRAM-RUN.
003810     MOVE 'N' TO WS-FOUND-SW.
003820     PERFORM 2210-MATCH-PROGRAM THRU 2210-EXIT
003830         VARYING WS-PGM-SUB FROM 1 BY 1
003840         UNTIL WS-PGM-SUB > WS-PGM-COUNT
003850            OR WS-FOUND.
003860     IF WS-FOUND
003870         SUBTRACT 1 FROM WS-PGM-SUB
003880     ELSE
003890         IF RLG-EVENT-END
003900             GO TO 2200-EXIT
003910         END-IF
003920         IF WS-PGM-COUNT >= 20
003930             DISPLAY 'MORE THAN 20 PROGRAMS ON RUNLOG - '
003940                 RLG-PROGRAM ' NOT TRACKED'
003950             GO TO 2200-EXIT
003960         END-IF
003970         ADD 1 TO WS-PGM-COUNT
003980         MOVE WS-PGM-COUNT TO WS-PGM-SUB
003990         MOVE RLG-PROGRAM  TO WS-PGM-NAME (WS-PGM-SUB)
004000     END-IF.
004010     IF RLG-EVENT-START
004020         MOVE RLG-START-DATE TO WS-PGM-START-DATE (WS-PGM-SUB)
004030         MOVE RLG-START-TIME TO WS-PGM-START-TIME (WS-PGM-SUB)
004040         MOVE SPACE          TO WS-PGM-STATUS (WS-PGM-SUB)
004050         MOVE SPACES         TO WS-PGM-MESSAGE (WS-PGM-SUB)
004060         GO TO 2200-EXIT
004070     END-IF.
004080     IF RLG-START-DATE = WS-PGM-START-DATE (WS-PGM-SUB)
004090           AND RLG-START-TIME = WS-PGM-START-TIME (WS-PGM-SUB)
004100         MOVE RLG-STATUS     TO WS-PGM-STATUS (WS-PGM-SUB)
004110         MOVE RLG-MESSAGE    TO WS-PGM-MESSAGE (WS-PGM-SUB)
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*  2210-MATCH-PROGRAM
004180*    COMPARE ONE PROGRAM ENTRY WITH THE LOG RECORD'S PROGRAM.
004190*****************************************************************
004200 2210-MATCH-PROGRAM.
004210     IF WS-PGM-NAME (WS-PGM-SUB) = RLG-PROGRAM
004220         MOVE 'Y' TO WS-FOUND-SW
004230     END-IF.
004240 2210-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*  2300-POST-DAY-RUN
004290*    A START ON THE REPORT DATE ADDS A RUN TO THE DAY TABLE; AN
004300*    END RECORD COMPLETES THE RUN IT PAIRS WITH.
004310*****************************************************************
004320 2300-POST-DAY-RUN.
004330     IF RLG-EVENT-START
004340         IF WS-DAY-COUNT >= 200
004350             ADD 1 TO WS-RUNS-DROPPED
004360             GO TO 2300-EXIT
004370         END-IF
004380         ADD 1 TO WS-DAY-COUNT
004390         MOVE WS-DAY-COUNT   TO WS-DAY-SUB
004400         MOVE RLG-PROGRAM    TO WS-DAY-PROGRAM (WS-DAY-SUB)
004410         MOVE RLG-START-TIME TO WS-DAY-START-TIME (WS-DAY-SUB)
004420         MOVE ZERO           TO WS-DAY-END-TIME (WS-DAY-SUB)
004430         MOVE SPACE          TO WS-DAY-PERIOD-TYPE (WS-DAY-SUB)
004440         MOVE SPACES         TO WS-DAY-PERIOD (WS-DAY-SUB)
004450         MOVE SPACE          TO WS-DAY-STATUS (WS-DAY-SUB)
004460         MOVE SPACES         TO WS-DAY-MESSAGE (WS-DAY-SUB)
004470         GO TO 2300-EXIT
004480     END-IF.
004490     MOVE 'N' TO WS-FOUND-SW.
004500     PERFORM 2310-MATCH-DAY-RUN THRU 2310-EXIT
004510         VARYING WS-DAY-SUB FROM 1 BY 1
004520         UNTIL WS-DAY-SUB > WS-DAY-COUNT
004530            OR WS-FOUND.
004540     IF NOT WS-FOUND
004550         GO TO 2300-EXIT
004560     END-IF.
004570     SUBTRACT 1 FROM WS-DAY-SUB.
004580     MOVE RLG-END-TIME    TO WS-DAY-END-TIME (WS-DAY-SUB).
004590     MOVE RLG-PERIOD-TYPE TO WS-DAY-PERIOD-TYPE (WS-DAY-SUB).
004600     MOVE RLG-PERIOD      TO WS-DAY-PERIOD (WS-DAY-SUB).
004610     MOVE RLG-STATUS      TO WS-DAY-STATUS (WS-DAY-SUB).
004620     MOVE RLG-MESSAGE     TO WS-DAY-MESSAGE (WS-DAY-SUB).
004630     IF RLG-PROGRAM = 'INTEGRITYAUDIT' AND RLG-COMPLETED
004640         MOVE 'Y' TO WS-AUDIT-DONE-SW
004650     END-IF.
004660 2300-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*  2310-MATCH-DAY-RUN
004710*    COMPARE ONE DAY ENTRY WITH THE RUN THE END RECORD CLOSES.
004720*****************************************************************
004730 2310-MATCH-DAY-RUN.
004740     IF WS-DAY-PROGRAM (WS-DAY-SUB) = RLG-PROGRAM
004750           AND WS-DAY-START-TIME (WS-DAY-SUB) = RLG-START-TIME
004760         MOVE 'Y' TO WS-FOUND-SW
004770     END-IF.
004780 2310-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*  2400-POST-FILING
004830*    KEEP THE LATEST QUARTER FILED AND THE LATEST YEAR CLEARED.
004840*    THE LABELS ARE YYYYQN AND YYYY, SO THE GREATER IS THE LATER.
004850*****************************************************************
004860 2400-POST-FILING.
004870     IF RLG-PROGRAM = 'QUARTERLYREMITTANCE'
004880           AND RLG-PERIOD-QUARTER
004890           AND RLG-PERIOD > WS-LAST-QTR-FILED
004900         MOVE RLG-PERIOD TO WS-LAST-QTR-FILED
004910     END-IF.
004920     IF RLG-PROGRAM = 'YEARENDSTATEMENTS'
004930           AND RLG-PERIOD-YEAR
004940           AND RLG-PERIOD > WS-LAST-YEAR-CLEARED
004950         MOVE RLG-PERIOD TO WS-LAST-YEAR-CLEARED
004960     END-IF.
004970 2400-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*  3000-LIST-DAY-RUNS
005020*    PRINT EVERY RUN STARTED ON THE REPORT DATE, IN START ORDER.
005030*****************************************************************
005040 3000-LIST-DAY-RUNS.
005050     MOVE 'RUNS STARTED ON THE REPORT DATE' TO OPS-S-TITLE.
005060     MOVE WS-OPS-SECTION TO OPS-LINE.
005070     WRITE OPS-LINE AFTER ADVANCING 2 LINES.
005080     IF WS-DAY-COUNT = ZERO
005090         MOVE 'NO RUNS LOGGED' TO OPS-N-TEXT
005100         MOVE WS-OPS-NONE-LINE TO OPS-LINE
005110         WRITE OPS-LINE AFTER ADVANCING 1 LINE
005120         GO TO 3000-EXIT
005130     END-IF.
005140     MOVE WS-OPS-RUN-COLUMNS TO OPS-LINE.
005150     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
005160     PERFORM 3100-PRINT-DAY-RUN THRU 3100-EXIT
005170         VARYING WS-DAY-SUB FROM 1 BY 1
005180         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
005190     IF WS-RUNS-DROPPED > ZERO
005200         MOVE 'RUNS OVER 200 NOT LISTED'  TO OPS-C-LABEL
005210         MOVE WS-RUNS-DROPPED TO OPS-C-COUNT
005220         MOVE WS-OPS-COUNT-LINE TO OPS-LINE
005230         WRITE OPS-LINE AFTER ADVANCING 1 LINE
005240     END-IF.
005250 3000-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290*  3100-PRINT-DAY-RUN
005300*    PRINT ONE RUN FROM THE DAY TABLE.
005310*****************************************************************
005320 3100-PRINT-DAY-RUN.
005330     MOVE WS-DAY-PROGRAM (WS-DAY-SUB)    TO OPS-D-PROGRAM.
005340     MOVE WS-DAY-START-TIME (WS-DAY-SUB) TO OPS-D-START-TIME.
005350     MOVE WS-DAY-END-TIME (WS-DAY-SUB)   TO OPS-D-END-TIME.
005360     MOVE WS-DAY-PERIOD (WS-DAY-SUB)     TO OPS-D-PERIOD.
005370     MOVE WS-DAY-MESSAGE (WS-DAY-SUB)    TO OPS-D-MESSAGE.
005380     EVALUATE WS-DAY-PERIOD-TYPE (WS-DAY-SUB)
005390         WHEN 'P'
005400             MOVE 'PERIOD'  TO OPS-D-PERIOD-TYPE
005410         WHEN 'Q'
005420             MOVE 'QUARTER' TO OPS-D-PERIOD-TYPE
005430         WHEN 'Y'
005440             MOVE 'YEAR'    TO OPS-D-PERIOD-TYPE
005450         WHEN 'D'
005460             MOVE 'DATE'    TO OPS-D-PERIOD-TYPE
005470         WHEN OTHER
005480             MOVE SPACES    TO OPS-D-PERIOD-TYPE
005490     END-EVALUATE.
005500     EVALUATE WS-DAY-STATUS (WS-DAY-SUB)
005510         WHEN 'C'
005520             MOVE 'COMPLETED'     TO OPS-D-STATUS
005530         WHEN 'R'
005540             MOVE 'REFUSED'       TO OPS-D-STATUS
005550         WHEN 'N'
005560             MOVE 'NOTHING TO DO' TO OPS-D-STATUS
005570         WHEN OTHER
005580             MOVE 'NO END LOGGED' TO OPS-D-STATUS
005590     END-EVALUATE.
005600     MOVE WS-OPS-RUN-DETAIL TO OPS-LINE.
005610     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
005620 3100-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*  4000-LIST-FAILURES
005670*    PRINT THE DAY'S RUNS THAT WERE REFUSED ON THEIR
005680*    PREREQUISITES OR NEVER LOGGED AN END - STOPPED HARD, OR
005690*    STILL RUNNING WHEN THE REPORT WAS TAKEN.
005700*****************************************************************
005710 4000-LIST-FAILURES.
005720     MOVE 'FAILED OR UNFINISHED RUNS' TO OPS-S-TITLE.
005730     MOVE WS-OPS-SECTION TO OPS-LINE.
005740     WRITE OPS-LINE AFTER ADVANCING 2 LINES.
005750     PERFORM 4100-CHECK-DAY-RUN THRU 4100-EXIT
005760         VARYING WS-DAY-SUB FROM 1 BY 1
005770         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
005780     IF WS-FAILURES-LISTED = ZERO
005790         MOVE 'NONE' TO OPS-N-TEXT
005800         MOVE WS-OPS-NONE-LINE TO OPS-LINE
005810         WRITE OPS-LINE AFTER ADVANCING 1 LINE
005820     END-IF.
005830 4000-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*  4100-CHECK-DAY-RUN
005880*    PRINT ONE DAY RUN IF IT FAILED, WITH THE COLUMN HEADINGS
005890*    AHEAD OF THE FIRST.
005900*****************************************************************
005910 4100-CHECK-DAY-RUN.
005920     IF NOT WS-DAY-REFUSED (WS-DAY-SUB)
005930           AND NOT WS-DAY-UNFINISHED (WS-DAY-SUB)
005940         GO TO 4100-EXIT
005950     END-IF.
005960     IF WS-FAILURES-LISTED = ZERO
005970         MOVE WS-OPS-RUN-COLUMNS TO OPS-LINE
005980         WRITE OPS-LINE AFTER ADVANCING 1 LINE
005990     END-IF.
006000     ADD 1 TO WS-FAILURES-LISTED.
006010     PERFORM 3100-PRINT-DAY-RUN THRU 3100-EXIT.
006020 4100-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*  5000-LIST-OUTSTANDING
006070*    PRINT WHAT IS STILL OUTSTANDING - THE CALENDAR'S OPEN
006080*    PERIODS, A PENDING RESTART, EACH PROGRAM WHOSE LATEST RUN
006090*    DID NOT COMPLETE, A QUARTER OR YEAR PAID BUT NOT FILED OR
006100*    CLEARED, AND THE NIGHTLY AUDIT.
006110*****************************************************************
006120 5000-LIST-OUTSTANDING.
006130     MOVE 'OUTSTANDING FOR THE PAY PERIOD' TO OPS-S-TITLE.
006140     MOVE WS-OPS-SECTION TO OPS-LINE.
006150     WRITE OPS-LINE AFTER ADVANCING 2 LINES.
006160     MOVE WS-OPS-OUT-COLUMNS TO OPS-LINE.
006170     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
006180     PERFORM 5100-CHECK-CALENDAR THRU 5100-EXIT.
006190     PERFORM 5300-CHECK-RESTART THRU 5300-EXIT.
006200     PERFORM 5400-CHECK-PROGRAM THRU 5400-EXIT
006210         VARYING WS-PGM-SUB FROM 1 BY 1
006220         UNTIL WS-PGM-SUB > WS-PGM-COUNT.
006230     PERFORM 5500-CHECK-FILINGS THRU 5500-EXIT.
006240     IF NOT WS-AUDIT-DONE
006250         MOVE SPACES TO OPS-O-FOR
006260         MOVE 'INTEGRITY AUDIT NOT COMPLETED' TO OPS-O-WHAT
006270         MOVE 'DATE'          TO OPS-O-FOR-TYPE
006280         MOVE WS-REPORT-DATE  TO OPS-O-FOR-VALUE
006290         MOVE ZERO            TO OPS-O-DATE
006300         MOVE 'RUN INTEGRITYAUDIT AFTER THE DAY''S WORK'
006310             TO OPS-O-DETAIL
006320         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
006330     END-IF.
006340     IF WS-OUTSTANDING-LISTED = ZERO
006350         MOVE 'NOTHING OUTSTANDING' TO OPS-N-TEXT
006360         MOVE WS-OPS-NONE-LINE TO OPS-LINE
006370         WRITE OPS-LINE AFTER ADVANCING 1 LINE
006380     END-IF.
006390 5000-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*  5100-CHECK-CALENDAR
006440*    READ THE CALENDAR, LISTING EARLIER PERIODS STILL OPEN,
006450*    EACH PAY GROUP'S PERIOD COVERING THE REPORT DATE IF IT HAS
006460*    NOT PAID, AND BUILDING THE QUARTER AND YEAR TABLES.
006470*****************************************************************
006480 5100-CHECK-CALENDAR.
006490     OPEN INPUT PAY-PERIOD-FILE.
006500     IF WS-PPC-FILE-STATUS NOT = '00'
006510         MOVE SPACES TO OPS-O-FOR
006520         MOVE 'PAY CALENDAR NOT READABLE' TO OPS-O-WHAT
006530         MOVE 'FILE'          TO OPS-O-FOR-TYPE
006540         MOVE 'PAYCAL'        TO OPS-O-FOR-VALUE
006550         MOVE ZERO            TO OPS-O-DATE
006560         MOVE 'OPEN STATUS ' TO OPS-O-DETAIL
006570         MOVE WS-PPC-FILE-STATUS TO OPS-O-DETAIL (13:2)
006580         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
006590         GO TO 5100-EXIT
006600     END-IF.
006610     PERFORM 5110-READ-CALENDAR THRU 5110-EXIT
006620         UNTIL WS-PPC-EOF.
006630     CLOSE PAY-PERIOD-FILE.
006640     MOVE SPACES TO OPS-O-FOR.
006650     IF NOT WS-CURRENT-FOUND
006660         MOVE 'NO PAY PERIOD COVERS THE DATE' TO OPS-O-WHAT
006670         MOVE 'DATE'          TO OPS-O-FOR-TYPE
006680         MOVE WS-REPORT-DATE  TO OPS-O-FOR-VALUE
006690         MOVE ZERO            TO OPS-O-DATE
006700         MOVE 'ADD THE PERIOD TO THE PAYCAL CALENDAR'
006710             TO OPS-O-DETAIL
006720         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
006740     END-IF.
006830 5100-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*  5110-READ-CALENDAR
006880*    READ ONE CALENDAR RECORD.  LIST A PERIOD COVERING THE
006890*    REPORT DATE THAT HAS NOT PAID, LIST AN EARLIER ONE STILL
006900*    OPEN, AND ROLL THE PERIOD INTO ITS QUARTER AND YEAR.
006910*****************************************************************
006920 5110-READ-CALENDAR.
006930     READ PAY-PERIOD-FILE
006940         AT END
006950             MOVE 'Y' TO WS-PPC-EOF-SW
006960             GO TO 5110-EXIT
006970     END-READ.
006980     IF PPC-START-DATE NOT > WS-REPORT-DATE
006990           AND PPC-END-DATE NOT < WS-REPORT-DATE
007000         MOVE 'Y'               TO WS-CURRENT-FOUND-SW
007003     END-IF.
007006     IF PPC-START-DATE NOT > WS-REPORT-DATE
007009           AND PPC-END-DATE NOT < WS-REPORT-DATE
007012           AND NOT PPC-STATUS-PAID
007015         MOVE SPACES TO OPS-O-FOR
007018         MOVE 'PAYROLL PASS NOT YET COMPLETED' TO OPS-O-WHAT
007021         MOVE 'PERIOD'          TO OPS-O-FOR-TYPE
007024         MOVE PPC-PERIOD-NUMBER TO OPS-O-FOR-VALUE
007027         MOVE PPC-PAY-DATE      TO OPS-O-DATE
007030         MOVE SPACES            TO OPS-O-DETAIL
007033         STRING 'GROUP ' PPC-PAY-GROUP
007036             ' PERIOD NOT YET PAID ON PAYCAL' DELIMITED BY SIZE
007039             INTO OPS-O-DETAIL
007042         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
007045     END-IF.
007050     IF PPC-END-DATE < WS-REPORT-DATE
007060           AND PPC-STATUS-OPEN
007070         MOVE SPACES TO OPS-O-FOR
007080         MOVE 'EARLIER PERIOD STILL OPEN' TO OPS-O-WHAT
007090         MOVE 'PERIOD'          TO OPS-O-FOR-TYPE
007100         MOVE PPC-PERIOD-NUMBER TO OPS-O-FOR-VALUE
007110         MOVE PPC-PAY-DATE      TO OPS-O-DATE
007120         MOVE 'PERIOD ENDED WITHOUT A COMPLETED PASS'
007130             TO OPS-O-DETAIL
007140         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
007150     END-IF.
007160     PERFORM 5120-POST-QUARTER THRU 5120-EXIT.
007170     PERFORM 5130-POST-YEAR THRU 5130-EXIT.
007180 5110-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220*  5120-POST-QUARTER
007230*    ROLL THE PERIOD INTO THE QUARTER ITS PAY DATE FALLS IN,
007240*    COUNTING IT IF IT HAS NOT PAID.
007250*****************************************************************
007260 5120-POST-QUARTER.
007270     MOVE PPC-PAY-DATE TO WS-DATE-WORK.
007280     COMPUTE WS-REC-QUARTER = (WS-DATE-MM + 2) / 3.
007290     MOVE WS-DATE-YYYY   TO WS-QTR-LABEL-YEAR.
007300     MOVE WS-REC-QUARTER TO WS-QTR-LABEL-QTR.
007310     MOVE 'N' TO WS-FOUND-SW.
007320     PERFORM 5125-MATCH-QUARTER THRU 5125-EXIT
007330         VARYING WS-QT-SUB FROM 1 BY 1
007340         UNTIL WS-QT-SUB > WS-QT-COUNT
007350            OR WS-FOUND.
007360     IF WS-FOUND
007370         SUBTRACT 1 FROM WS-QT-SUB
007380     ELSE
007390         IF WS-QT-COUNT >= 100
007400             GO TO 5120-EXIT
007410         END-IF
007420         ADD 1 TO WS-QT-COUNT
007430         MOVE WS-QT-COUNT  TO WS-QT-SUB
007440         MOVE WS-QTR-LABEL TO WS-QT-LABEL (WS-QT-SUB)
007450         MOVE ZERO         TO WS-QT-UNPAID (WS-QT-SUB)
007460     END-IF.
007470     IF NOT PPC-STATUS-PAID
007480         ADD 1 TO WS-QT-UNPAID (WS-QT-SUB)
007490     END-IF.
007500 5120-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*  5125-MATCH-QUARTER
007550*    COMPARE ONE QUARTER ENTRY WITH THE PERIOD'S QUARTER.
007560*****************************************************************
007570 5125-MATCH-QUARTER.
007580     IF WS-QT-LABEL (WS-QT-SUB) = WS-QTR-LABEL
007590         MOVE 'Y' TO WS-FOUND-SW
007600     END-IF.
007610 5125-EXIT.
007620     EXIT.
007630
007640*****************************************************************
007650*  5130-POST-YEAR
007660*    KEEP THE PERIOD AS ITS YEAR'S LAST IF NO LATER PAY DATE IN
007670*    THE YEAR HAS BEEN SEEN FOR ITS PAY GROUP.
007680*****************************************************************
007690 5130-POST-YEAR.
007700     MOVE 'N' TO WS-FOUND-SW.
007710     PERFORM 5135-MATCH-YEAR THRU 5135-EXIT
007720         VARYING WS-YT-SUB FROM 1 BY 1
007730         UNTIL WS-YT-SUB > WS-YT-COUNT
007740            OR WS-FOUND.
007750     IF WS-FOUND
007760         SUBTRACT 1 FROM WS-YT-SUB
007770     ELSE
007780         IF WS-YT-COUNT >= 100
007790             GO TO 5130-EXIT
007800         END-IF
007810         ADD 1 TO WS-YT-COUNT
007820         MOVE WS-YT-COUNT  TO WS-YT-SUB
007830         MOVE WS-DATE-YYYY TO WS-YT-YEAR (WS-YT-SUB)
007835         MOVE PPC-PAY-GROUP TO WS-YT-PAY-GROUP (WS-YT-SUB)
007840         MOVE ZERO         TO WS-YT-LAST-PAY-DATE (WS-YT-SUB)
007850     END-IF.
007860     IF PPC-PAY-DATE NOT < WS-YT-LAST-PAY-DATE (WS-YT-SUB)
007870         MOVE PPC-PAY-DATE TO WS-YT-LAST-PAY-DATE (WS-YT-SUB)
007880         MOVE PPC-STATUS   TO WS-YT-LAST-STATUS (WS-YT-SUB)
007890     END-IF.
007900 5130-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940*  5135-MATCH-YEAR
007950*    COMPARE ONE YEAR ENTRY WITH THE PERIOD'S PAY-DATE YEAR
007955*    AND PAY GROUP.
007960*****************************************************************
007970 5135-MATCH-YEAR.
007980     IF WS-YT-YEAR (WS-YT-SUB) = WS-DATE-YYYY
007985           AND WS-YT-PAY-GROUP (WS-YT-SUB) = PPC-PAY-GROUP
007990         MOVE 'Y' TO WS-FOUND-SW
008000     END-IF.
008010 5135-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*  5300-CHECK-RESTART
008060*    A RECORD ON CHKPTF MEANS THAT GROUP'S PAYROLL PASS STOPPED
008070*    PART WAY AND AWAITS ITS RESTART; THE ADJUSTMENT RUN AND
008076*    BANK RETURNS ARE REFUSED UNTIL EVERY SUCH PASS COMPLETES.
008082*    EACH PENDING GROUP IS LISTED.
008090*****************************************************************
008100 5300-CHECK-RESTART.
008110     OPEN INPUT CHECKPOINT-FILE.
008120     IF WS-CKPT-FILE-STATUS NOT = '00'
008130         GO TO 5300-EXIT
008140     END-IF.
008141     MOVE 'N' TO WS-CKPT-EOF-SW.
008142     PERFORM 5310-LIST-RESTART THRU 5310-EXIT
008143         UNTIL WS-CKPT-EOF.
008144     CLOSE CHECKPOINT-FILE.
008145 5300-EXIT.
008146     EXIT.
008147
008148*****************************************************************
008149*  5310-LIST-RESTART
008150*    READ THE NEXT CHECKPOINT AND LIST ITS GROUP'S PASS AS
008151*    OUTSTANDING.
008152*****************************************************************
008153 5310-LIST-RESTART.
008150     READ CHECKPOINT-FILE
008160         AT END
008170             MOVE 'Y' TO WS-CKPT-EOF-SW
008180             GO TO 5310-EXIT
008190     END-READ.
008200     MOVE CKPT-PAY-GROUP TO WS-CKPT-PAY-GROUP.
008210     MOVE SPACES TO OPS-O-FOR.
008220     MOVE 'PAYROLL PASS RESTART PENDING' TO OPS-O-WHAT.
008230     MOVE 'FILE'   TO OPS-O-FOR-TYPE.
008240     MOVE 'CHKPTF' TO OPS-O-FOR-VALUE.
008250     MOVE ZERO     TO OPS-O-DATE.
008260     MOVE SPACES   TO OPS-O-DETAIL.
008265     STRING 'RESTART AND COMPLETE PASS FOR GROUP '
008270         WS-CKPT-PAY-GROUP DELIMITED BY SIZE
008275         INTO OPS-O-DETAIL.
008280     PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT.
008290 5310-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330*  5400-CHECK-PROGRAM
008340*    LIST A PROGRAM WHOSE LATEST RUN WAS REFUSED OR NEVER
008350*    LOGGED AN END.  A RUN THAT FOUND NOTHING TO DO IS NOT
008360*    OUTSTANDING.
008370*****************************************************************
008380 5400-CHECK-PROGRAM.
008390     IF WS-PGM-COMPLETED (WS-PGM-SUB)
008400           OR WS-PGM-NOTHING-TO-DO (WS-PGM-SUB)
008410         GO TO 5400-EXIT
008420     END-IF.
008430     IF WS-PGM-REFUSED (WS-PGM-SUB)
008440         MOVE 'LAST RUN REFUSED' TO OPS-O-WHAT
008450         MOVE WS-PGM-MESSAGE (WS-PGM-SUB) TO OPS-O-DETAIL
008460     ELSE
008470         MOVE 'LAST RUN LOGGED NO END' TO OPS-O-WHAT
008480         MOVE 'STOPPED HARD OR STILL RUNNING' TO OPS-O-DETAIL
008490     END-IF.
008500     MOVE WS-PGM-NAME (WS-PGM-SUB)       TO OPS-O-FOR.
008510     MOVE WS-PGM-START-DATE (WS-PGM-SUB) TO OPS-O-DATE.
008520     PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT.
008530 5400-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570*  5500-CHECK-FILINGS
008580*    THE LATEST QUARTER WHOSE PERIODS HAVE ALL PAID IS DUE FOR
008590*    QUARTERLYREMITTANCE UNTIL A COMPLETED RUN FOR IT IS LOGGED;
008600*    THE LATEST YEAR WHOSE LAST PERIOD HAS PAID, IN EVERY PAY
008610*    GROUP, IS DUE FOR YEARENDSTATEMENTS IN THE SAME WAY.
008620*****************************************************************
008630 5500-CHECK-FILINGS.
008640     PERFORM 5510-FIND-PAID-QUARTER THRU 5510-EXIT
008650         VARYING WS-QT-SUB FROM 1 BY 1
008660         UNTIL WS-QT-SUB > WS-QT-COUNT.
008670     PERFORM 5520-FIND-PAID-YEAR THRU 5520-EXIT
008680         VARYING WS-YT-SUB FROM 1 BY 1
008690         UNTIL WS-YT-SUB > WS-YT-COUNT.
008700     IF WS-PAID-QTR NOT = SPACES
008710           AND WS-PAID-QTR > WS-LAST-QTR-FILED
008720         MOVE SPACES TO OPS-O-FOR
008730         MOVE 'QUARTERLY REMITTANCE DUE' TO OPS-O-WHAT
008740         MOVE 'QUARTER'   TO OPS-O-FOR-TYPE
008750         MOVE WS-PAID-QTR TO OPS-O-FOR-VALUE
008760         MOVE ZERO        TO OPS-O-DATE
008770         MOVE 'EVERY PERIOD IN THE QUARTER HAS PAID'
008780             TO OPS-O-DETAIL
008790         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
008800     END-IF.
008810     IF WS-PAID-YEAR NOT = SPACES
008820           AND WS-PAID-YEAR > WS-LAST-YEAR-CLEARED
008830         MOVE SPACES TO OPS-O-FOR
008840         MOVE 'YEAR-END STATEMENTS DUE' TO OPS-O-WHAT
008850         MOVE 'YEAR'       TO OPS-O-FOR-TYPE
008860         MOVE WS-PAID-YEAR TO OPS-O-FOR-VALUE
008870         MOVE ZERO         TO OPS-O-DATE
008880         MOVE 'LAST PERIOD OF THE YEAR HAS PAID'
008890             TO OPS-O-DETAIL
008900         PERFORM 5900-PRINT-OUTSTANDING THRU 5900-EXIT
008910     END-IF.
008920 5500-EXIT.
008930     EXIT.
008940
008950*****************************************************************
008960*  5510-FIND-PAID-QUARTER
008970*    KEEP THE LATEST QUARTER WITH NO PERIOD LEFT UNPAID.
008980*****************************************************************
008990 5510-FIND-PAID-QUARTER.
009000     IF WS-QT-UNPAID (WS-QT-SUB) = ZERO
009010           AND WS-QT-LABEL (WS-QT-SUB) > WS-PAID-QTR
009020         MOVE WS-QT-LABEL (WS-QT-SUB) TO WS-PAID-QTR
009030     END-IF.
009040 5510-EXIT.
009050     EXIT.
009060
009070*****************************************************************
009080*  5520-FIND-PAID-YEAR
009090*    KEEP THE LATEST YEAR WHOSE LAST PERIOD HAS PAID IN EVERY
009093*    PAY GROUP - A YEAR WITH ANY GROUP'S LAST PERIOD UNPAID IS
009096*    NOT YET DUE.
009100*****************************************************************
009110 5520-FIND-PAID-YEAR.
009120     IF NOT WS-YT-LAST-PAID (WS-YT-SUB)
009130         GO TO 5520-EXIT
009140     END-IF.
009141     MOVE 'N' TO WS-FOUND-SW.
009142     PERFORM 5525-MATCH-UNPAID-GROUP THRU 5525-EXIT
009143         VARYING WS-YT-SUB2 FROM 1 BY 1
009144         UNTIL WS-YT-SUB2 > WS-YT-COUNT
009145            OR WS-FOUND.
009146     IF WS-FOUND
009147         GO TO 5520-EXIT
009148     END-IF.
009150     MOVE WS-YT-YEAR (WS-YT-SUB) TO WS-YEAR-LABEL-YEAR.
009160     IF WS-YEAR-LABEL > WS-PAID-YEAR
009170         MOVE WS-YEAR-LABEL TO WS-PAID-YEAR
009180     END-IF.
009190 5520-EXIT.
009193     EXIT.
009197
009201*****************************************************************
009202*  5525-MATCH-UNPAID-GROUP
009203*    FLAG ANOTHER PAY GROUP'S ENTRY FOR THE SAME YEAR WHOSE LAST
009204*    PERIOD HAS NOT PAID.
009205*****************************************************************
009206 5525-MATCH-UNPAID-GROUP.
009207     IF WS-YT-YEAR (WS-YT-SUB2) = WS-YT-YEAR (WS-YT-SUB)
009208           AND NOT WS-YT-LAST-PAID (WS-YT-SUB2)
009209         MOVE 'Y' TO WS-FOUND-SW
009210     END-IF.
009211 5525-EXIT.
009212     EXIT.
009216
009220*****************************************************************
009230*  5900-PRINT-OUTSTANDING
009240*    PRINT ONE OUTSTANDING ITEM AND COUNT IT.
009250*****************************************************************
009260 5900-PRINT-OUTSTANDING.
009270     ADD 1 TO WS-OUTSTANDING-LISTED.
009280     MOVE WS-OPS-OUT-DETAIL TO OPS-LINE.
009290     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
009300 5900-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340*  9000-TERMINATE
009350*    PRINT THE COUNTS, CLOSE THE REPORT AND ECHO THE COUNTS TO
009360*    THE CONSOLE.
009370*****************************************************************
009380 9000-TERMINATE.
009390     MOVE SPACES TO OPS-LINE.
009400     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
009410     MOVE 'RUNS STARTED'       TO OPS-C-LABEL.
009420     MOVE WS-DAY-COUNT         TO OPS-C-COUNT.
009430     MOVE WS-OPS-COUNT-LINE TO OPS-LINE.
009440     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
009450     MOVE 'FAILED OR UNFINISHED' TO OPS-C-LABEL.
009460     MOVE WS-FAILURES-LISTED   TO OPS-C-COUNT.
009470     MOVE WS-OPS-COUNT-LINE TO OPS-LINE.
009480     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
009490     MOVE 'ITEMS OUTSTANDING'  TO OPS-C-LABEL.
009500     MOVE WS-OUTSTANDING-LISTED TO OPS-C-COUNT.
009510     MOVE WS-OPS-COUNT-LINE TO OPS-LINE.
009520     WRITE OPS-LINE AFTER ADVANCING 1 LINE.
009530     CLOSE OPS-REPORT.
009540     DISPLAY 'DAILY OPERATIONS REPORT - END OF RUN'.
009550     DISPLAY 'REPORT DATE:          ' WS-REPORT-DATE.
009560     DISPLAY 'RUN LOG RECORDS READ: ' WS-LOG-RECORDS.
009570     DISPLAY 'RUNS STARTED:         ' WS-DAY-COUNT.
009580     DISPLAY 'FAILED OR UNFINISHED: ' WS-FAILURES-LISTED.
009590     DISPLAY 'ITEMS OUTSTANDING:    ' WS-OUTSTANDING-LISTED.
009600 9000-EXIT.
009610     EXIT.
