000299*                   BLANK VOID AMOUNT COLUMN INTO ITS NUMERIC-
000300*                   EDITED AMOUNT - A NON-NUMERIC AMOUNT
000301*                   PRINTS AS ZERO.
000302*  10/15/26   RM    A DIRECT-DEPOSIT ACCOUNT STILL HELD FOR ITS
000303*                   PRENOTE IS PAID BY CHECK, AS THE PAYROLL
000304*                   PASS DOES.  MASTER RECORD WIDENED FOR THE
000305*                   PRENOTE FIELDS.
000306*  10/15/26   RM    DEDMAST LAYOUT MOVED TO THE DEDMREC COPYBOOK,
000307*                   WIDENED TO 94 BYTES FOR THE REMITTANCE PAYEE.
000308*  10/15/26   RM    RUN REFUSED WHILE A PAYROLL PASS AWAITS ITS
000309*                   RESTART ON CHKPTF, SINCE BOTH DRAW CHKNUM AND
000310*                   POST EMPMAST AND PAYHIST.  EACH RUN IS
000311*                   RECORDED ON THE SHARED RUNLOG.
000312*  10/15/26   RM    PAY GROUPS - EMPMAST, PAYCAL AND CHKPTF
000313*                   RECORDS WIDENED FOR THE PAY GROUP.  WITH A
000314*                   CALENDAR PER GROUP THE FIRST PERIOD COVERING
000315*                   THE RUN DATE LABELS THE OFF-CYCLE OUTPUT.
000316*  10/15/26   RM    CHKPTF IS NOW KEYED ON THE PAY GROUP, ONE
000317*                   CHECKPOINT PER GROUP.  IT IS READ IN KEY
000318*                   ORDER AND A RECORD FOR ANY GROUP STILL
000319*                   REFUSES THE RUN.
000320*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215.  EVERY RECORD
000321*                   WRITTEN IS MARKED AS AN ADJUSTMENT-RUN RECORD.
000302*****************************************************************
000303*
000304*  PROGRAM FUNCTION
001020     SELECT GL-ADJ-FILE        ASSIGN TO "GLPADJ"
001030            ORGANIZATION IS SEQUENTIAL.
001040
001041     SELECT CHECKPOINT-FILE    ASSIGN TO "CHKPTF"
001042            ORGANIZATION IS INDEXED
001043            ACCESS MODE IS SEQUENTIAL
001044            RECORD KEY IS CKPT-PAY-GROUP
001045            FILE STATUS IS WS-CKPT-FILE-STATUS.
001046
001047     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
001048            ORGANIZATION IS SEQUENTIAL
001049            FILE STATUS IS WS-RLG-FILE-STATUS.
001050
001050 DATA DIVISION.
001060 FILE SECTION.
001070*****************************************************************
001540*****************************************************************
001550 FD  EMP-MASTER-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 92 CHARACTERS.
001580     COPY EMPREC.
001590
001600*****************************************************************
001870*****************************************************************
001880 FD  DEDUCTION-MASTER
001890     LABEL RECORDS ARE STANDARD
001900     RECORD CONTAINS 94 CHARACTERS.
001910     COPY DEDMREC.
001990
002000 FD  EMP-DEDUCTION-FILE
002010     LABEL RECORDS ARE STANDARD
002240*****************************************************************
002250 FD  PAY-PERIOD-FILE
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 33 CHARACTERS.
002280     COPY PPCREC.
002290
002300*****************************************************************
002810*****************************************************************
002820 FD  PAY-HISTORY-FILE
002830     LABEL RECORDS ARE STANDARD
002840     RECORD CONTAINS 215 CHARACTERS.
002850     COPY PHRREC.
002860
002870*****************************************************************
003020     05  GLP-CREDIT-DEDUCT      PIC 9(9)V99.
003030     05  GLP-CREDIT-NET         PIC 9(9)V99.
003040
003041*****************************************************************
003042*  CHECKPOINT-FILE - THE PAYROLL PASS'S RESTART CHECKPOINTS.
003043*  KEYED ON THE PAY GROUP, ONE RECORD PER GROUP WHOSE PASS HAS
003044*  ABENDED AND AWAITS ITS RESTART.  READ ONLY TO SEE WHETHER
003045*  ANY GROUP'S PASS IS PENDING.
003046*****************************************************************
003047 FD  CHECKPOINT-FILE
003048     LABEL RECORDS ARE STANDARD
003049     RECORD CONTAINS 144 CHARACTERS.
003050 01  CKPT-RECORD.
003051     05  FILLER                 PIC X(142).
003052     05  CKPT-PAY-GROUP         PIC X(02).
003053
003054*****************************************************************
003055*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
003056*  THE PERIOD IT IS LABELED WITH AND HOW IT ENDED ARE APPENDED
003057*  THROUGH THE RUNLOG PARAGRAPHS.
003058*****************************************************************
003059 FD  RUN-LOG-FILE
003060     LABEL RECORDS ARE STANDARD
003061     RECORD CONTAINS 100 CHARACTERS.
003062     COPY RLGREC.
003063
003050 WORKING-STORAGE SECTION.
003060 77  WS-ADJ-FILE-STATUS     PIC X(02) VALUE '00'.
003070 77  WS-ADJ-EOF-SW          PIC X(01) VALUE 'N'.
003370*    PAYCALC PARAGRAPHS ROLL EVERY DEDUCTION INTO; WITH NO
003380*    ENROLLMENTS LOADED IT STAYS ZERO HERE.
003390 77  WS-TOTAL-DEDUCTIONS    PIC 9(9)V99 VALUE ZERO.
003395 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE '00'.
003400
003410*****************************************************************
003420*  WS-EMPLOYEE-FIELDS - THE EMPLOYEE BEING ADJUSTED, NAMED TO
004540     05  CHKR-V-NET             PIC ZZZ,ZZZ,ZZ9.99.
004550     05  FILLER                 PIC X(56) VALUE SPACES.
004560
004561*****************************************************************
004562*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
004563*  PROGRAMS VIA THE RLGWORK COPYBOOK.
004564*****************************************************************
004565 COPY RLGWORK.
004566
004570 PROCEDURE DIVISION.
004580*****************************************************************
004590*  0000-MAIN-LOGIC
004640     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
004650         UNTIL WS-ADJ-EOF.
004660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004665     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
004670     STOP RUN.
004680
004690*****************************************************************
004750*    PROGRAM FUNCTION NOTE.
004760*****************************************************************
004770 1000-INITIALIZE.
004773     MOVE 'ADJUSTMENTRUN' TO WS-RLG-PROGRAM.
004776     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
004780     OPEN INPUT ADJ-TRAN-FILE.
004790     IF WS-ADJ-FILE-STATUS NOT = '00'
004800         DISPLAY 'ADJ-TRAN-FILE OPEN FAILED, STATUS = '
004810             WS-ADJ-FILE-STATUS
004820         DISPLAY 'NO ADJUSTMENTS TO PROCESS'
004823         MOVE 'NO ADJTRAN TRANSACTIONS' TO WS-RLG-MESSAGE
004826         PERFORM 8820-LOG-RUN-NOTHING-TO-DO THRU 8820-EXIT
004830         STOP RUN
004840     END-IF.
004850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004860     PERFORM 1500-LOAD-TAX-TABLE THRU 1500-EXIT.
004870     PERFORM 1800-LOAD-DEPT-TABLE THRU 1800-EXIT.
004880     PERFORM 1100-FIND-PAY-PERIOD THRU 1100-EXIT.
004881     MOVE 'P'           TO WS-RLG-PERIOD-TYPE.
004882     MOVE WS-PAY-PERIOD TO WS-RLG-PERIOD.
004883*    NOTHING IS OPENED FOR OUTPUT WHILE A PAYROLL PASS WAITS
004884*    ON ITS RESTART.
004885     PERFORM 1050-CHECK-RESTART-PENDING THRU 1050-EXIT.
004890     PERFORM 1900-READ-CHECK-NUMBER THRU 1900-EXIT.
004900     OPEN INPUT EMP-MASTER-FILE.
004910     IF WS-EMP-FILE-STATUS NOT = '00'
005150 1000-EXIT.
005160     EXIT.
005170
005171*****************************************************************
005172*  1050-CHECK-RESTART-PENDING
005173*    REFUSE THE RUN WHILE ANY GROUP'S PAYROLL PASS HAS ABENDED
005174*    AND LEFT A LIVE CHKPTF CHECKPOINT.  THE PASS SHARES CHKNUM,
005175*    EMPMAST, YTDMAST AND PAYHIST WITH THIS RUN, AND ITS RESTART
005176*    RESUMES THE CHECK NUMBERS AND TOTALS IT CHECKPOINTED - AN
005177*    ADJUSTMENT RUN IN BETWEEN WOULD REUSE CHECK NUMBERS AND
005178*    INTERLEAVE ITS PAYHIST RECORDS WITH THE PERIOD'S REGULAR
005179*    PAY.  NO CHKPTF, OR AN EMPTY ONE, MEANS NO PASS IS PENDING.
005180*****************************************************************
005181 1050-CHECK-RESTART-PENDING.
005182     OPEN INPUT CHECKPOINT-FILE.
005183     IF WS-CKPT-FILE-STATUS = '35'
005184         GO TO 1050-EXIT
005185     END-IF.
005186     IF WS-CKPT-FILE-STATUS NOT = '00'
005187         DISPLAY 'CHECKPOINT-FILE OPEN FAILED, STATUS = '
005188             WS-CKPT-FILE-STATUS
005189         DISPLAY 'RUN REFUSED - A PENDING PAYROLL RESTART CANNOT '
005190             'BE RULED OUT'
005191         MOVE 'CHKPTF NOT READABLE' TO WS-RLG-MESSAGE
005192         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
005193         STOP RUN
005194     END-IF.
005195     READ CHECKPOINT-FILE
005196         AT END
005197             CLOSE CHECKPOINT-FILE
005198             GO TO 1050-EXIT
005199     END-READ.
005200     CLOSE CHECKPOINT-FILE.
005201     DISPLAY 'PAYROLL PASS RESTART PENDING ON CHKPTF - '
005202         'RUN REFUSED'.
005203     DISPLAY 'RESTART AND COMPLETE THE PAYROLL PASS FIRST'.
005204     MOVE 'PAYROLL RESTART PENDING ON CHKPTF' TO WS-RLG-MESSAGE.
005205     PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT.
005206     STOP RUN.
005207 1050-EXIT.
005208     EXIT.
005209
005180*****************************************************************
005190*  1100-FIND-PAY-PERIOD
005200*    FIND THE CALENDAR PERIOD COVERING THE RUN DATE, FOR
005210*    LABELING THE OFF-CYCLE OUTPUT.  A RUN DATE BETWEEN
005220*    PERIODS OR A MISSING CALENDAR LABELS THE OUTPUT PERIOD
005230*    ZERO RATHER THAN STOPPING - AN ADJUSTMENT MUST NEVER
005240*    WAIT ON THE CALENDAR.  EACH PAY GROUP HAS ITS OWN
005243*    CALENDAR, SO MORE THAN ONE PERIOD CAN COVER THE DATE;
005246*    THE FIRST ON THE FILE LABELS THE RUN.
005250*****************************************************************
005260 1100-FIND-PAY-PERIOD.
005270     OPEN INPUT PAY-PERIOD-FILE.
005380*****************************************************************
005390*  1110-READ-PAY-PERIOD
005400*    READ ONE CALENDAR RECORD AND CAPTURE ITS PERIOD NUMBER
005410*    IF ITS DATES COVER THE RUN DATE AND NO EARLIER RECORD
005415*    DID.
005420*****************************************************************
005430 1110-READ-PAY-PERIOD.
005440     READ PAY-PERIOD-FILE
005470         NOT AT END
005480             IF WS-RUN-DATE NOT < PPC-START-DATE
005490                   AND WS-RUN-DATE NOT > PPC-END-DATE
005495                   AND WS-PAY-PERIOD = ZERO
005500                 MOVE PPC-PERIOD-NUMBER TO WS-PAY-PERIOD
005510             END-IF
005520     END-READ.
008110*    DIRECT-DEPOSIT EMPLOYEE WHOSE BANK FIELDS ARE NOT
008120*    USABLE (A RETURNS RUN MAY HAVE FLAGGED THE MASTER SINCE)
008130*    IS PAID BY CHECK RATHER THAN RE-HITTING A DEAD ACCOUNT.
008133*    AN ACCOUNT STILL HELD FOR ITS PRENOTE IS PAID BY CHECK
008136*    THE SAME WAY - NO MONEY MOVES TO AN UNPROVEN ACCOUNT.
008140*****************************************************************
008150 2700-WRITE-DISBURSEMENT.
008160     IF EMP-PAY-DIRECT
008170           AND EMP-BANK-ROUTING NUMERIC
008180           AND EMP-BANK-ROUTING NOT = ZERO
008190           AND EMP-BANK-ACCOUNT NOT = SPACES
008195           AND NOT EMP-PRENOTE-HOLD
008200         MOVE 'D'              TO BPF-D-RECORD-TYPE
008210         MOVE WS-EMP-ID        TO BPF-D-EMP-ID
008220         MOVE WS-NAME          TO BPF-D-NAME
008470*    VOID SEE OFF-CYCLE PAY EXACTLY LIKE REGULAR PAY.  THE
008480*    FILE IS OPENED AND CLOSED PER WRITE - A VOID IN THE SAME
008490*    RUN SCANS IT INPUT.
008492*    EVERY RECORD THIS PROGRAM WRITES IS MARKED AS AN
008494*    ADJUSTMENT-RUN RECORD, SO THE TIE-OUT, THE RETRO SCAN AND
008496*    THE TRIAL VARIANCE NEVER TAKE IT FOR THE REGULAR PAYMENT.
008500*****************************************************************
008510 2750-WRITE-PAY-HISTORY.
008520     OPEN EXTEND PAY-HISTORY-FILE.
008730           AND EMP-BANK-ROUTING NUMERIC
008740           AND EMP-BANK-ROUTING NOT = ZERO
008750           AND EMP-BANK-ACCOUNT NOT = SPACES
008755           AND NOT EMP-PRENOTE-HOLD
008760         MOVE 'D'            TO PHR-PAY-METHOD
008770         MOVE ZERO           TO PHR-CHECK-NO
008780         MOVE WS-BANK-COUNT  TO PHR-BANK-SEQ
008810         MOVE WS-CHECK-NUMBER TO PHR-CHECK-NO
008820         MOVE ZERO           TO PHR-BANK-SEQ
008830     END-IF.
008835     MOVE 'A'                TO PHR-RUN-TYPE.
008840     WRITE PHR-RECORD.
008850     CLOSE PAY-HISTORY-FILE.
008860 2750-EXIT.
009409     MOVE ADJ-CHECK-NO    TO PHR-CHECK-NO.
009410     MOVE ZERO            TO PHR-BANK-SEQ.
009411     MOVE ZERO            TO PHR-DED-COUNT.
009412     MOVE 'A'             TO PHR-RUN-TYPE.
009412     WRITE PHR-RECORD.
009413     CLOSE PAY-HISTORY-FILE.
009414 3200-EXIT.
009443     MOVE WS-CHECK-NUMBER TO PHR-CHECK-NO.
009444     MOVE ZERO            TO PHR-BANK-SEQ.
009445     MOVE ZERO            TO PHR-DED-COUNT.
009446     MOVE 'A'             TO PHR-RUN-TYPE.
009446     WRITE PHR-RECORD.
009447     CLOSE PAY-HISTORY-FILE.
009448 3250-EXIT.
011580     END-IF.
011590 9210-EXIT.
011600     EXIT.
011610
011620*****************************************************************
011630*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
011640*  VIA THE RUNLOG COPYBOOK.
011650*****************************************************************
011660 COPY RUNLOG.
