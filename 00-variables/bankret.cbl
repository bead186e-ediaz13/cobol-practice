000257*                   THE RECORD AREA IT READ FROM WAS UNDEFINED
000258*                   AFTER THE CLOSE - AND THE TRAILER FILLER
000259*                   WAS WIDENED TO THE FULL 70-BYTE RECORD.
000260*  10/15/26   RM    RETURNED PRENOTES - ZERO-DOLLAR 'P' PRENOTE
000261*                   DETAILS ON BANKPAY NOW LOAD AND MATCH LIKE
000262*                   PAYMENTS.  A RETURNED PRENOTE CUTS NO CHECK;
000263*                   THE EMPLOYEE IS KEPT ON CHECK, MARKED
000264*                   PRENOTE RETURNED AND JOURNALED, AND THE
000265*                   REPORT TIES PRENOTES RETURNED AGAINST THE
000266*                   TRAILER'S PRENOTE COUNT.  MASTER AND
000267*                   JOURNAL IMAGES WIDENED FOR THE PRENOTE
000268*                   FIELDS.
000269*  10/15/26   RM    EACH REPLACEMENT CHECK IS NOW TRACED ON
000270*                   PAYHIST AS A PAY-METHOD 'R' RECORD (NET
000271*                   ONLY) SO PAID-CHECK RECONCILIATION KNOWS
000272*                   EVERY CHECK NUMBER ISSUED.
000273*  10/15/26   RM    RUN REFUSED WHILE A PAYROLL PASS AWAITS ITS
000274*                   RESTART ON CHKPTF, SINCE BOTH DRAW CHKNUM AND
000275*                   POST EMPMAST AND PAYHIST.  EACH RUN IS
000276*                   RECORDED ON THE SHARED RUNLOG.
000277*  10/15/26   RM    EMPMAST, AUDITJRN AND CHKPTF RECORDS WIDENED
000278*                   FOR THE PAY GROUP.  THE BANKPAY TRAILER NOW
000279*                   NAMES THE PAY GROUP PAID, SHOWN ON THE REPORT
000280*                   HEADING.
000281*  10/15/26   RM    CHKPTF IS NOW KEYED ON THE PAY GROUP, ONE
000282*                   CHECKPOINT PER GROUP.  IT IS READ IN KEY
000283*                   ORDER AND A RECORD FOR ANY GROUP STILL
000284*                   REFUSES THE RUN.
000285*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215 FOR THE
000286*                   ADJUSTMENT-RUN FLAG.
000260*****************************************************************
000270*
000280*  PROGRAM FUNCTION
000670     SELECT RETURNS-REPORT     ASSIGN TO "RETRPT"
000680            ORGANIZATION IS SEQUENTIAL.
000690
000691     SELECT PAY-HISTORY-FILE   ASSIGN TO "PAYHIST"
000692            ORGANIZATION IS SEQUENTIAL
000693            FILE STATUS IS WS-PHF-FILE-STATUS.
000694
000695     SELECT CHECKPOINT-FILE    ASSIGN TO "CHKPTF"
000696            ORGANIZATION IS INDEXED
000697            ACCESS MODE IS SEQUENTIAL
000698            RECORD KEY IS CKPT-PAY-GROUP
000699            FILE STATUS IS WS-CKPT-FILE-STATUS.
000700
000701     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
000702            ORGANIZATION IS SEQUENTIAL
000703            FILE STATUS IS WS-RLG-FILE-STATUS.
000704
000700 DATA DIVISION.
000710 FILE SECTION.
000720*****************************************************************
001050     05  BPF-T-RECORD-COUNT     PIC 9(7).
001060     05  BPF-T-TOTAL-NET        PIC 9(11)V99.
001070     05  BPF-T-PAY-PERIOD       PIC 9(06).
001073     05  BPF-T-PRENOTE-COUNT    PIC 9(05).
001076     05  BPF-T-PAY-GROUP        PIC X(02).
001080     05  FILLER                 PIC X(36).
001090
001100*****************************************************************
001110*  EMP-MASTER-FILE - THE EMPLOYEE MASTER, OPENED I-O SO A
001130*****************************************************************
001140 FD  EMP-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 92 CHARACTERS.
001170     COPY EMPREC.
001180
001190*****************************************************************
001440*****************************************************************
001450 FD  AUDIT-JOURNAL
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 213 CHARACTERS.
001480     COPY JRNREC.
001490
001500*****************************************************************
001570     RECORD CONTAINS 132 CHARACTERS.
001580 01  RRPT-LINE                  PIC X(132).
001590
001591*****************************************************************
001592*  PAY-HISTORY-FILE - THE PAYHIST DETAIL TRACE.  EACH
001593*  REPLACEMENT CHECK IS APPENDED AS A PAY-METHOD 'R' RECORD,
001594*  NET ONLY, SO EVERY CHECK NUMBER IN THE CHKNUM SERIES IS
001595*  ON THE HISTORY FOR PAID-CHECK RECONCILIATION.
001596*****************************************************************
001597 FD  PAY-HISTORY-FILE
001598     LABEL RECORDS ARE STANDARD
001599     RECORD CONTAINS 215 CHARACTERS.
001600     COPY PHRREC.
001601
001602*****************************************************************
001603*  CHECKPOINT-FILE - THE PAYROLL PASS'S RESTART CHECKPOINTS.
001604*  KEYED ON THE PAY GROUP, ONE RECORD PER GROUP WHOSE PASS HAS
001605*  ABENDED AND AWAITS ITS RESTART.  READ ONLY TO SEE WHETHER
001606*  ANY GROUP'S PASS IS PENDING.
001607*****************************************************************
001608 FD  CHECKPOINT-FILE
001609     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 144 CHARACTERS.
001611 01  CKPT-RECORD.
001612     05  FILLER                 PIC X(142).
001613     05  CKPT-PAY-GROUP         PIC X(02).
001614
001615*****************************************************************
001616*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
001617*  THE BANKPAY PERIOD IT PROCESSES RETURNS FOR AND HOW IT
001618*  ENDED ARE APPENDED THROUGH THE RUNLOG PARAGRAPHS.
001619*****************************************************************
001620 FD  RUN-LOG-FILE
001621     LABEL RECORDS ARE STANDARD
001622     RECORD CONTAINS 100 CHARACTERS.
001623     COPY RLGREC.
001624
001600 WORKING-STORAGE SECTION.
001610 77  WS-BRT-FILE-STATUS     PIC X(02) VALUE '00'.
001620 77  WS-BRT-EOF-SW          PIC X(01) VALUE 'N'.
001670 77  WS-EMP-FILE-STATUS     PIC X(02) VALUE '00'.
001680 77  WS-CHKN-FILE-STATUS    PIC X(02) VALUE '00'.
001690 77  WS-JRN-FILE-STATUS     PIC X(02) VALUE '00'.
001693 77  WS-PHF-FILE-STATUS     PIC X(02) VALUE '00'.
001696 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001700 77  WS-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
001710 77  WS-DET-COUNT           PIC 9(05) COMP VALUE ZERO.
001720 77  WS-DET-SUB             PIC 9(05) COMP VALUE ZERO.
001760 77  WS-TRAILER-COUNT       PIC 9(7) VALUE ZERO.
001770 77  WS-TRAILER-NET         PIC 9(11)V99 VALUE ZERO.
001772 77  WS-TRAILER-PERIOD      PIC 9(06) VALUE ZERO.
001774 77  WS-TRAILER-PRENOTES    PIC 9(05) VALUE ZERO.
001776 77  WS-TRAILER-PAY-GROUP   PIC X(02) VALUE SPACES.
001780 77  WS-RETURNS-READ        PIC 9(7) COMP VALUE ZERO.
001790 77  WS-RETURNS-REPLACED    PIC 9(7) COMP VALUE ZERO.
001800 77  WS-RETURNS-UNMATCHED   PIC 9(7) COMP VALUE ZERO.
001805 77  WS-RETURNS-PRENOTE     PIC 9(7) COMP VALUE ZERO.
001810 77  WS-RETURNED-TOTAL      PIC 9(11)V99 VALUE ZERO.
001820 77  WS-BEFORE-IMAGE        PIC X(92) VALUE SPACES.
001830 77  WS-AFTER-IMAGE         PIC X(92) VALUE SPACES.
001835 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE '00'.
001840
001850*****************************************************************
001860*  WS-CLOCK-TIME - RECEIVES HHMMSSCC FROM THE SYSTEM CLOCK;
001930*****************************************************************
001940*  WS-BANK-DETAIL-TABLE - THE TRANSMITTED BANKPAY DETAILS
001950*  HELD IN STORAGE FOR MATCHING, EACH WITH A RETURNED SWITCH
001960*  SO THE SAME DETAIL CANNOT ABSORB TWO RETURNS.  THE RECORD
001965*  TYPE TELLS A ZERO-DOLLAR 'P' PRENOTE FROM A 'D' PAYMENT.
001970*****************************************************************
001980 01  WS-BANK-DETAIL-TABLE.
001990     05  WS-BDT-ENTRY OCCURS 1000 TIMES.
001993         10  WS-BDT-RECORD-TYPE PIC X(01).
001996             88  WS-BDT-PRENOTE        VALUE 'P'.
002000         10  WS-BDT-EMP-ID      PIC 9(06).
002010         10  WS-BDT-NAME        PIC X(20).
002020         10  WS-BDT-ROUTING     PIC 9(09).
002150             VALUE 'BANK RETURNS REPORT'.
002160     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
002170     05  RRPT-H-PERIOD          PIC 9(06).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002182     05  FILLER                 PIC X(06) VALUE 'GROUP '.
002184     05  RRPT-H-GROUP           PIC X(02).
002186     05  FILLER                 PIC X(82) VALUE SPACES.
002190
002200 01  WS-RRPT-HEADING-2.
002210     05  FILLER                 PIC X(10) VALUE 'EMPLOYEE'.
002730     05  CHKR-D-NET             PIC ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER                 PIC X(56) VALUE SPACES.
002750
002751*****************************************************************
002752*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
002753*  PROGRAMS VIA THE RLGWORK COPYBOOK.
002754*****************************************************************
002755 COPY RLGWORK.
002756
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780*  0000-MAIN-LOGIC
002830     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
002840         UNTIL WS-BRT-EOF.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002855     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
002860     STOP RUN.
002870
002880*****************************************************************
002930*    THERE IS NOTHING TO PROCESS A RETURN AGAINST.
002940*****************************************************************
002950 1000-INITIALIZE.
002952     MOVE 'BANKRETURNS' TO WS-RLG-PROGRAM.
002954     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
002956     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     OPEN INPUT BANK-RETURN-FILE.
002970     IF WS-BRT-FILE-STATUS NOT = '00'
002980         DISPLAY 'BANK-RETURN-FILE OPEN FAILED, STATUS = '
002990             WS-BRT-FILE-STATUS
003000         DISPLAY 'NO RETURNS TO PROCESS'
003003         MOVE 'NO BANKRET RETURN FILE' TO WS-RLG-MESSAGE
003006         PERFORM 8820-LOG-RUN-NOTHING-TO-DO THRU 8820-EXIT
003010         STOP RUN
003020     END-IF.
003030     PERFORM 1100-LOAD-BANKPAY-DETAILS THRU 1100-EXIT.
003031     MOVE 'P'               TO WS-RLG-PERIOD-TYPE.
003032     MOVE WS-TRAILER-PERIOD TO WS-RLG-PERIOD.
003033*    NOTHING IS OPENED FOR OUTPUT WHILE A PAYROLL PASS WAITS
003034*    ON ITS RESTART.
003035     PERFORM 1050-CHECK-RESTART-PENDING THRU 1050-EXIT.
003040     OPEN I-O EMP-MASTER-FILE.
003050     IF WS-EMP-FILE-STATUS NOT = '00'
003060         DISPLAY 'EMP-MASTER-FILE OPEN FAILED, STATUS = '
003220     OPEN EXTEND CHECK-REGISTER.
003230     MOVE WS-CHKR-SECTION-HDG TO CHKR-LINE.
003240     WRITE CHKR-LINE AFTER ADVANCING 2 LINES.
003241*    THE PAY HISTORY ACCUMULATES ACROSS RUNS, SO IT IS ALWAYS
003242*    EXTENDED - A FRESH FILE IS CREATED ON THE FIRST RUN.
003243     OPEN EXTEND PAY-HISTORY-FILE.
003244     IF WS-PHF-FILE-STATUS = '35'
003245         OPEN OUTPUT PAY-HISTORY-FILE
003246     END-IF.
003247     IF WS-PHF-FILE-STATUS NOT = '00'
003248         DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
003249             WS-PHF-FILE-STATUS
003250         DISPLAY 'RUN STOPPED - CHECKS MUST LEAVE A HISTORY TRACE'
003251         STOP RUN
003252     END-IF.
003250     OPEN OUTPUT RETURNS-REPORT.
003260     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
003270     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
003280 1000-EXIT.
003290     EXIT.
003300
003301*****************************************************************
003302*  1050-CHECK-RESTART-PENDING
003303*    REFUSE THE RUN WHILE ANY GROUP'S PAYROLL PASS HAS ABENDED
003304*    AND LEFT A LIVE CHKPTF CHECKPOINT.  THE PASS SHARES CHKNUM,
003305*    EMPMAST AND PAYHIST WITH THIS RUN, AND ITS RESTART RESUMES
003306*    THE CHECK NUMBERS IT CHECKPOINTED AND REWRITES THE MASTERS
003307*    IT READ BEFORE THE ABEND - A RETURNS RUN IN BETWEEN WOULD
003308*    REUSE CHECK NUMBERS AND HAVE ITS PAY-METHOD FLAGS
003309*    OVERWRITTEN.  NO CHKPTF, OR AN EMPTY ONE, MEANS NO PASS IS
003310*    PENDING.
003311*****************************************************************
003312 1050-CHECK-RESTART-PENDING.
003313     OPEN INPUT CHECKPOINT-FILE.
003314     IF WS-CKPT-FILE-STATUS = '35'
003315         GO TO 1050-EXIT
003316     END-IF.
003317     IF WS-CKPT-FILE-STATUS NOT = '00'
003318         DISPLAY 'CHECKPOINT-FILE OPEN FAILED, STATUS = '
003319             WS-CKPT-FILE-STATUS
003320         DISPLAY 'RUN REFUSED - A PENDING PAYROLL RESTART CANNOT '
003321             'BE RULED OUT'
003322         MOVE 'CHKPTF NOT READABLE' TO WS-RLG-MESSAGE
003323         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
003324         STOP RUN
003325     END-IF.
003326     READ CHECKPOINT-FILE
003327         AT END
003328             CLOSE CHECKPOINT-FILE
003329             GO TO 1050-EXIT
003330     END-READ.
003331     CLOSE CHECKPOINT-FILE.
003332     DISPLAY 'PAYROLL PASS RESTART PENDING ON CHKPTF - '
003333         'RUN REFUSED'.
003334     DISPLAY 'RESTART AND COMPLETE THE PAYROLL PASS FIRST'.
003335     MOVE 'PAYROLL RESTART PENDING ON CHKPTF' TO WS-RLG-MESSAGE.
003336     PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT.
003337     STOP RUN.
003338 1050-EXIT.
003339     EXIT.
003340
003310*****************************************************************
003320*  1100-LOAD-BANKPAY-DETAILS
003330*    READ THE TRANSMITTED BANKPAY FRONT TO BACK, HOLDING
003570*  1110-READ-BANKPAY-RECORD
003580*    READ ONE BANKPAY RECORD - A DETAIL LOADS INTO THE TABLE,
003590*    THE TRAILER'S COUNT AND TOTAL ARE SAVED FOR THE TIE.
003593*    PAYMENT ('D') AND PRENOTE ('P') DETAILS BOTH LOAD, SO A
003596*    RETURNED PRENOTE MATCHES THE SAME WAY A PAYMENT DOES.
003600*****************************************************************
003610 1110-READ-BANKPAY-RECORD.
003620     READ BANK-PAYMENT-FILE
003630         AT END
003640             MOVE 'Y' TO WS-BPF-EOF-SW
003650         NOT AT END
003660             IF BPF-D-RECORD-TYPE = 'D' OR 'P'
003670                 IF WS-DET-COUNT >= 1000
003680                     DISPLAY 'BANKPAY EXCEEDS 1000 DETAILS'
003690                     DISPLAY 'RUN STOPPED - RETURNS '
003710                     STOP RUN
003720                 END-IF
003730                 ADD 1 TO WS-DET-COUNT
003733                 MOVE BPF-D-RECORD-TYPE
003736                     TO WS-BDT-RECORD-TYPE (WS-DET-COUNT)
003740                 MOVE BPF-D-EMP-ID
003750                     TO WS-BDT-EMP-ID (WS-DET-COUNT)
003760                 MOVE BPF-D-NAME
003910                     MOVE BPF-T-TOTAL-NET    TO WS-TRAILER-NET
003912                     MOVE BPF-T-PAY-PERIOD
003914                         TO WS-TRAILER-PERIOD
003915                     MOVE BPF-T-PRENOTE-COUNT
003916                         TO WS-TRAILER-PRENOTES
003917                     MOVE BPF-T-PAY-GROUP
003918                         TO WS-TRAILER-PAY-GROUP
003920                 END-IF
003930             END-IF
003940     END-READ.
004244*****************************************************************
004250 1300-WRITE-REPORT-HEADINGS.
004260     MOVE WS-TRAILER-PERIOD TO RRPT-H-PERIOD.
004265     MOVE WS-TRAILER-PAY-GROUP TO RRPT-H-GROUP.
004270     MOVE WS-RRPT-HEADING-1 TO RRPT-LINE.
004280     WRITE RRPT-LINE AFTER ADVANCING PAGE.
004290     MOVE WS-RRPT-HEADING-2 TO RRPT-LINE.
004340*****************************************************************
004350*  2000-PROCESS-RETURN
004360*    MATCH ONE RETURNED ITEM BACK TO ITS BANKPAY DETAIL AND
004370*    DISPOSE OF IT, THEN READ THE NEXT RETURN.  A RETURNED
004373*    PRENOTE MOVED NO MONEY, SO IT IS NOT REPLACED - IT ONLY
004376*    KEEPS THE EMPLOYEE ON CHECK.
004380*****************************************************************
004390 2000-PROCESS-RETURN.
004400     MOVE 'N' TO WS-DET-FOUND-SW.
004420         VARYING WS-DET-SUB FROM 1 BY 1
004430         UNTIL WS-DET-SUB > WS-DET-COUNT.
004440     IF WS-DET-FOUND
004442         IF WS-BDT-PRENOTE (WS-DET-INDEX)
004444             PERFORM 2350-PROCESS-RETURNED-PRENOTE
004446                 THRU 2350-EXIT
004448         ELSE
004450             PERFORM 2300-REPLACE-RETURNED-ITEM THRU 2300-EXIT
004455         END-IF
004460     ELSE
004470         PERFORM 2600-REPORT-UNMATCHED THRU 2600-EXIT
004480     END-IF.
005090 2300-EXIT.
005100     EXIT.
005110
005111*****************************************************************
005112*  2350-PROCESS-RETURNED-PRENOTE
005113*    THE RETURN MATCHED A ZERO-DOLLAR PRENOTE - THE NEW
005114*    ACCOUNT IS BAD.  NO CHECK IS CUT, SINCE NO MONEY MOVED;
005115*    THE EMPLOYEE IS KEPT ON CHECK AND MARKED PRENOTE
005116*    RETURNED SO EMPLOYEE MAINTENANCE CAN CORRECT THE ACCOUNT,
005117*    WHICH STARTS A FRESH PRENOTE.
005118*****************************************************************
005119 2350-PROCESS-RETURNED-PRENOTE.
005120     MOVE 'Y' TO WS-BDT-RETURNED-SW (WS-DET-INDEX).
005121     ADD 1 TO WS-RETURNS-PRENOTE.
005122     PERFORM 2410-FLAG-PRENOTE-RETURNED THRU 2410-EXIT.
005123     MOVE BRT-EMP-ID       TO RRPT-D-EMP-ID.
005124     MOVE WS-BDT-NAME (WS-DET-INDEX) TO RRPT-D-NAME.
005125     MOVE BRT-BANK-ROUTING TO RRPT-D-ROUTING.
005126     MOVE BRT-BANK-ACCOUNT TO RRPT-D-ACCOUNT.
005127     MOVE BRT-AMOUNT       TO RRPT-D-AMOUNT.
005128     MOVE BRT-REASON-CODE  TO RRPT-D-REASON.
005129     MOVE 'PRENOTE  '      TO RRPT-D-DISPOSITION.
005130     MOVE SPACES           TO RRPT-D-CHECK-NO.
005131     MOVE WS-RRPT-DETAIL TO RRPT-LINE.
005132     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
005133 2350-EXIT.
005134     EXIT.
005135
005120*****************************************************************
005130*  2400-FLAG-PAY-METHOD
005140*    READ THE RETURNED EMPLOYEE ON THE MASTER AND FLAG THE
005420 2400-EXIT.
005430     EXIT.
005440
005441*****************************************************************
005442*  2410-FLAG-PRENOTE-RETURNED
005443*    READ THE EMPLOYEE WHOSE PRENOTE CAME BACK, SET THE PAY
005444*    METHOD TO CHECK AND THE PRENOTE STATUS TO RETURNED, AND
005445*    JOURNAL THE CHANGE.  IF THE ACCOUNT ON THE MASTER NO
005446*    LONGER MATCHES THE RETURNED ONE IT HAS ALREADY BEEN
005447*    CORRECTED, AND THE NEW ACCOUNT'S OWN PRENOTE STANDS.
005448*****************************************************************
005449 2410-FLAG-PRENOTE-RETURNED.
005450     MOVE BRT-EMP-ID TO EMP-ID.
005451     READ EMP-MASTER-FILE
005452         INVALID KEY
005453             DISPLAY 'EMPLOYEE ' BRT-EMP-ID
005454                 ' NO LONGER ON EMPMAST - NOT FLAGGED'
005455             GO TO 2410-EXIT
005456     END-READ.
005457     IF EMP-BANK-ROUTING NOT = BRT-BANK-ROUTING
005458           OR EMP-BANK-ACCOUNT NOT = BRT-BANK-ACCOUNT
005459         DISPLAY 'EMPLOYEE ' BRT-EMP-ID
005460             ' ACCOUNT SINCE CHANGED - PRENOTE NOT FLAGGED'
005461         GO TO 2410-EXIT
005462     END-IF.
005463     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
005464     MOVE 'C'        TO EMP-PAY-METHOD.
005465     MOVE 'R'        TO EMP-PRENOTE-STATUS.
005466     REWRITE EMP-RECORD
005467         INVALID KEY
005468             DISPLAY 'REWRITE FAILED FOR EMPLOYEE '
005469                 BRT-EMP-ID ' - NOT FLAGGED'
005470         NOT INVALID KEY
005471             MOVE EMP-RECORD TO WS-AFTER-IMAGE
005472             PERFORM 2450-WRITE-AUDIT-JOURNAL THRU 2450-EXIT
005473     END-REWRITE.
005474 2410-EXIT.
005475     EXIT.
005476
005450*****************************************************************
005460*  2450-WRITE-AUDIT-JOURNAL
005470*    JOURNAL THE PAY-METHOD OR PRENOTE CHANGE JUST APPLIED -
005480*    SAME RECORD EMPLOYEE MAINTENANCE WRITES, WITH THIS
005490*    PROGRAM STANDING AS THE OPERATOR.
005500*****************************************************************
005510 2450-WRITE-AUDIT-JOURNAL.
005520     MOVE 'BANKRET ' TO JRN-OPERATOR-ID.
005640*****************************************************************
005650*  2500-WRITE-REPLACEMENT-CHECK
005660*    CUT THE REPLACEMENT CHECK - THE NEXT NUMBER IN THE ONE
005670*    CHKNUM SERIES, WRITTEN ON THE EXTENDED REGISTER AND
005675*    TRACED ON PAYHIST AS AN 'R' RECORD.
005680*****************************************************************
005690 2500-WRITE-REPLACEMENT-CHECK.
005700     ADD 1 TO WS-CHECK-NUMBER.
005740     MOVE BRT-AMOUNT      TO CHKR-D-NET.
005750     MOVE WS-CHKR-DETAIL  TO CHKR-LINE.
005760     WRITE CHKR-LINE AFTER ADVANCING 1 LINE.
005761     MOVE SPACES          TO PHR-RECORD.
005762     MOVE BRT-EMP-ID      TO PHR-EMP-ID.
005763     MOVE WS-BDT-PAY-PERIOD (WS-DET-INDEX) TO PHR-PAY-PERIOD.
005764     MOVE WS-RUN-DATE     TO PHR-RUN-DATE.
005765     MOVE WS-BDT-NAME (WS-DET-INDEX) TO PHR-EMP-NAME.
005766     MOVE ZERO            TO PHR-GROSS-PAY.
005767     MOVE ZERO            TO PHR-OVERTIME-PAY.
005768     MOVE ZERO            TO PHR-TAX-AMOUNT.
005769     MOVE BRT-AMOUNT      TO PHR-NET-PAY.
005770     MOVE 'R'             TO PHR-PAY-METHOD.
005771     MOVE WS-CHECK-NUMBER TO PHR-CHECK-NO.
005772     MOVE ZERO            TO PHR-BANK-SEQ.
005773     MOVE ZERO            TO PHR-DED-COUNT.
005774     WRITE PHR-RECORD.
005770 2500-EXIT.
005780     EXIT.
005790
006160     MOVE WS-TRAILER-NET           TO RRPT-T-AMOUNT.
006170     MOVE WS-RRPT-TIE-LINE TO RRPT-LINE.
006180     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
006181     MOVE 'PRENOTES RETURNED'      TO RRPT-T-LABEL.
006182     MOVE WS-RETURNS-PRENOTE       TO RRPT-T-COUNT.
006183     MOVE ZERO                     TO RRPT-T-AMOUNT.
006184     MOVE WS-RRPT-TIE-LINE TO RRPT-LINE.
006185     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
006186     MOVE 'PRENOTES ON BANKPAY'    TO RRPT-T-LABEL.
006187     MOVE WS-TRAILER-PRENOTES      TO RRPT-T-COUNT.
006188     MOVE ZERO                     TO RRPT-T-AMOUNT.
006189     MOVE WS-RRPT-TIE-LINE TO RRPT-LINE.
006190     WRITE RRPT-LINE AFTER ADVANCING 1 LINE.
006190     CLOSE RETURNS-REPORT.
006200     CLOSE CHECK-REGISTER.
006210     OPEN OUTPUT CHECK-NUMBER-FILE.
006250     CLOSE EMP-MASTER-FILE.
006260     CLOSE AUDIT-JOURNAL.
006270     CLOSE BANK-RETURN-FILE.
006275     CLOSE PAY-HISTORY-FILE.
006280     DISPLAY 'BANK RETURNS - END OF RUN'.
006290     DISPLAY 'RETURNS READ:      ' WS-RETURNS-READ.
006300     DISPLAY 'RETURNS REPLACED:  ' WS-RETURNS-REPLACED.
006310     DISPLAY 'RETURNS UNMATCHED: ' WS-RETURNS-UNMATCHED.
006315     DISPLAY 'PRENOTES RETURNED: ' WS-RETURNS-PRENOTE.
006320 9000-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
006370*  VIA THE RUNLOG COPYBOOK.
006380*****************************************************************
006390 COPY RUNLOG.
