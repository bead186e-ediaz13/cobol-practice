001404*                   BEFORE THE PERIOD NOW REJECTS TO TIMCERR
001405*                   (REASON T5) INSTEAD OF SUMMING HOURS THE
001406*                   PASS WOULD SILENTLY NEVER PAY.
001407*  10/15/26   RM    LABOR DISTRIBUTION - THE TIMECARD DEPARTMENT
001408*                   IS EDITED AGAINST DEPTREF (REASON T6) AND
001409*                   HOURS ARE KEPT PER DEPARTMENT CHARGED.  AN
001410*                   HOURLY EMPLOYEE'S GROSS, OVERTIME AND
001411*                   EMPLOYER BURDEN ARE SPLIT BY THOSE HOURS
001412*                   INTO THE DEPARTMENT SUBTOTALS AND THE GLPOST
001413*                   DEBITS; THE TAX, DEDUCTION AND NET CREDITS
001414*                   STAY WITH THE HOME DEPARTMENT.  NEW LABDIST
001415*                   REPORT PRINTS EACH EMPLOYEE'S HOURS AND
001416*                   DOLLARS BY DEPARTMENT.  DEPTREF NOW LOADS
001417*                   AHEAD OF THE TIMECARDS.
001418*  10/15/26   RM    DIRECT-DEPOSIT PRENOTE - THE EMPEDIT EDITS
001419*                   NOW PROVE THE ROUTING CHECK DIGIT (P4).  AN
001420*                   ACCOUNT IN PRENOTE PENDING GETS A ZERO-
001421*                   DOLLAR 'P' DETAIL ON BANKPAY AND IS PAID BY
001422*                   CHECK UNTIL THE PRENOTE HAS AGED
001423*                   WS-PRENOTE-HOLD-DAYS WITHOUT A RETURN; THE
001424*                   MASTER IS NOW OPENED I-O SO THE PASS CAN
001425*                   MARK PRENOTES SENT AND CLEARED.  THE BANKPAY
001426*                   TRAILER AND CKPT-RECORD CARRY THE PRENOTE
001427*                   COUNT.
001428*  10/15/26   RM    VACATION AND SICK LEAVE - TIMECRD CARRIES A
001429*                   PAY TYPE (W WORKED, V VACATION, S SICK);
001430*                   LEAVE HOURS ARE PAID AT THE EMPLOYEE'S RATE
001431*                   OUTSIDE THE OVERTIME THRESHOLD AND TAKEN OFF
001432*                   THE NEW LEAVMAST BALANCE, WHICH ACCRUES EACH
001433*                   RUN AT THE LEAVRATE RATE FOR THE EMPLOYEE
001434*                   TYPE.  A BAD PAY TYPE (T7) OR A SHORT BALANCE
001435*                   (T8) REJECTS THE CARD TO TIMCERR.  A
001436*                   TERMINATION FINAL CHECK PAYS OUT THE UNUSED
001437*                   VACATION BALANCE.
001438*  10/15/26   RM    TRIAL RUN - A RUN MODE OF T CALCULATES THE
001439*                   WHOLE PASS BUT WRITES NO MASTER, BANKPAY,
001440*                   CHECK REGISTER, CHKNUM, PAYHIST, HREXTR,
001441*                   GLPOST, DEDUCTION STATE OR TAXREMIT AND LEAVES
001442*                   THE PERIOD OPEN.  IT PRINTS THE NEW VARRPT
001443*                   VARIANCE REPORT OF TRIAL GROSS AND NET AGAINST
001444*                   EACH EMPLOYEE'S LAST REGULAR PAYHIST RECORD,
001445*                   FLAGGING NET SWINGS, NEW AND MISSING EMPLOYEES
001446*                   AND HIGH HOURLY HOURS.
001447*  10/15/26   RM    DEDMAST LAYOUT MOVED TO THE DEDMREC COPYBOOK,
001448*                   WIDENED TO 94 BYTES FOR THE REMITTANCE PAYEE.
001449*  10/15/26   RM    FUTURE-DATED PAY-RATE CHANGES - A PENDING
001450*                   RATECHG CHANGE IS APPLIED IN THE FIRST PERIOD
001451*                   STARTING ON OR AFTER ITS EFFECTIVE DATE AND
001452*                   THE MASTER RATE REWRITTEN.  A BACK-DATED
001453*                   CHANGE REPRICES THE PAYHIST GROSS OF THE
001454*                   PERIODS ALREADY PAID AT THE OLD RATE AND
001455*                   WRITES THE RETRO TO ADJTRAN, ALL LISTED ON THE
001456*                   NEW RETROREG REGISTER FOR SUPERVISOR REVIEW.
001457*  10/15/26   RM    EACH RUN IS RECORDED ON THE SHARED RUNLOG -
001458*                   ITS START, THE PERIOD PAID AND WHETHER IT
001459*                   COMPLETED OR WAS REFUSED ON ITS PREREQUISITES.
001460*  10/15/26   RM    THE RUN NOW PAYS ONE PAY GROUP AT A TIME.  THE
001461*                   GROUP IS ACCEPTED AT START-UP AND LOOKED UP ON
001462*                   PAYGRP FOR ITS FREQUENCY; ONLY THAT GROUP'S
001463*                   EMPLOYEES AND TIMECARDS ARE PAID, FROM THAT
001464*                   GROUP'S PAYCAL CALENDAR.  SALARIED PAY IS THE
001465*                   WEEKLY MASTER RATE CONVERTED TO THE GROUP'S
001466*                   PERIOD, AND THE OVERTIME THRESHOLD AND FINAL
001467*                   SALARY PRORATION FOLLOW THE GROUP'S PERIOD.
001468*                   AN EMPLOYEE WITH NO GROUP IS EXCEPTIONED G1.
001469*                   CHKPTF, CTLTOTF, THE BANKPAY TRAILER, GLPOST,
001470*                   TAXREMIT AND THE REPORT HEADING NOW CARRY
001471*                   THE GROUP.
001472*  10/15/26   RM    A TRIAL RUN WRITES ONLY ITS VARRPT VARIANCE
001473*                   REPORT - PAYRPT, LABDIST, RETROREG, EMPEXCP
001474*                   AND TIMCERR ARE LEFT AS THE LIVE RUN WROTE
001475*                   THEM - AND IS LOGGED ON RUNLOG AS
001476*                   VARIABLESTRIAL.  AN UNREADABLE PAYCAL OR
001477*                   TIMECRD NOW LOGS THE RUN REFUSED.  LEAVE
001478*                   ACCRUAL AND THE HIGH-HOURS VARIANCE LIMIT ARE
001479*                   CARRIED TO THE PAY GROUP'S PERIOD, A VACATION
001480*                   PAYOUT IS PRICED AT THE RATE IN EFFECT AFTER
001481*                   ANY RATE CHANGE, AND DEPARTMENT OVERTIME
001482*                   TOTALS START FROM ZERO.
001483*  10/15/26   RM    CHECKPOINT-FILE IS NOW KEYED ON PAY GROUP -
001484*                   EACH GROUP'S RUN REWRITES AND DELETES ONLY ITS
001485*                   OWN CHECKPOINT, SO A RESTART PENDING FOR ONE
001486*                   GROUP NO LONGER REFUSES ANOTHER GROUP'S RUN.
001487*                   CHECKS ARE NUMBERED ABOVE ANY NUMBER ANOTHER
001488*                   GROUP'S ABENDED RUN MAY HAVE ISSUED.  AN
001489*                   HOURLY EMPLOYEE TERMINATED IN THE PERIOD WITH
001490*                   NO TIMECARDS IS PAID THE VACATION PAYOUT ON
001491*                   THE FINAL CHECK RATHER THAN EXCEPTIONED.
001492*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215.  THE RETRO SCAN
001493*                   AND THE TRIAL VARIANCE SKIP PAYMENTS FLAGGED
001494*                   AS ADJUSTMENTRUN'S INSTEAD OF TAKING THE
001495*                   FIRST RECORD PER PERIOD AS THE REGULAR ONE.
001407*****************************************************************
001408*
001409*  PROGRAM FUNCTION
001550            ORGANIZATION IS SEQUENTIAL.
001560
001570     SELECT CHECKPOINT-FILE    ASSIGN TO "CHKPTF"
001580            ORGANIZATION IS INDEXED
001583            ACCESS MODE IS DYNAMIC
001586            RECORD KEY IS CKPT-PAY-GROUP
001590            FILE STATUS IS WS-CKPT-FILE-STATUS.
001600
001610     SELECT CTL-TOTAL-FILE     ASSIGN TO "CTLTOTF"
002016            ORGANIZATION IS SEQUENTIAL
002018            FILE STATUS IS WS-PPC-FILE-STATUS.
002019
002020     SELECT PAY-GROUP-FILE     ASSIGN TO "PAYGRP"
002021            ORGANIZATION IS SEQUENTIAL
002022            FILE STATUS IS WS-PGR-FILE-STATUS.
002023
002020     SELECT TIMECARD-FILE      ASSIGN TO "TIMECRD"
002021            ORGANIZATION IS SEQUENTIAL
002022            FILE STATUS IS WS-TMC-FILE-STATUS.
002041            ORGANIZATION IS SEQUENTIAL
002042            FILE STATUS IS WS-TRM-FILE-STATUS.
002043
002044     SELECT LABOR-DIST-REPORT  ASSIGN TO "LABDIST"
002045            ORGANIZATION IS SEQUENTIAL.
002046
002047     SELECT LEAVE-MASTER-FILE  ASSIGN TO "LEAVMAST"
002048            ORGANIZATION IS INDEXED
002049            ACCESS MODE IS DYNAMIC
002050            RECORD KEY IS LVE-EMP-ID
002051            FILE STATUS IS WS-LVE-FILE-STATUS.
002052
002053     SELECT LEAVE-RATE-FILE    ASSIGN TO "LEAVRATE"
002054            ORGANIZATION IS SEQUENTIAL
002055            FILE STATUS IS WS-LVR-FILE-STATUS.
002056
002057     SELECT VARIANCE-REPORT    ASSIGN TO "VARRPT"
002058            ORGANIZATION IS SEQUENTIAL.
002059
002060     SELECT RATE-CHANGE-FILE   ASSIGN TO "RATECHG"
002061            ORGANIZATION IS INDEXED
002062            ACCESS MODE IS DYNAMIC
002063            RECORD KEY IS RCH-KEY
002064            FILE STATUS IS WS-RCH-FILE-STATUS.
002065
002066     SELECT ADJ-TRAN-FILE      ASSIGN TO "ADJTRAN"
002067            ORGANIZATION IS SEQUENTIAL
002068            FILE STATUS IS WS-ADJ-FILE-STATUS.
002069
002070     SELECT RETRO-REGISTER     ASSIGN TO "RETROREG"
002071            ORGANIZATION IS SEQUENTIAL.
002072
002073     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
002074            ORGANIZATION IS SEQUENTIAL
002075            FILE STATUS IS WS-RLG-FILE-STATUS.
002076
002044 DATA DIVISION.
002045 FILE SECTION.
002050*****************************************************************
002100*****************************************************************
002110 FD  EMP-MASTER-FILE
002120     LABEL RECORDS ARE STANDARD
002130     RECORD CONTAINS 92 CHARACTERS.
002140     COPY EMPREC.
002150
002160*****************************************************************
002450*  WORK ALREADY DONE INSTEAD OF REPROCESSING FROM THE TOP.
002460*  CHECKPOINTS ARE KEYED ON EMP-ID NOW THAT EMP-MASTER SUPPORTS
002470*  DIRECT POSITIONING BY KEY.
002471*  KEYED ON THE PAY GROUP - EACH GROUP'S RUN KEEPS ITS OWN
002472*  LATEST CHECKPOINT, REWRITTEN AT EVERY INTERVAL AND DELETED
002473*  WHEN THE RUN COMPLETES, SO A RESTART PENDING FOR ONE GROUP
002474*  DOES NOT HOLD UP ANY OTHER GROUP'S PASS.  EACH GROUP'S JOB
002475*  ALLOCATES ITS OWN RUN OUTPUTS (PAYRPT, LABDIST, EMPEXCP,
002476*  HREXTR, BANKPAY, CHKREG, RETROREG) FOR THE RESTART TO
002477*  EXTEND.  CREATED ON THE FIRST RUN THAT FINDS IT MISSING.
002480*****************************************************************
002490 FD  CHECKPOINT-FILE
002500     LABEL RECORDS ARE STANDARD
002510     RECORD CONTAINS 144 CHARACTERS.
002520 01  CKPT-RECORD.
002530     05  CKPT-LAST-EMP-ID       PIC 9(06).
002540     05  CKPT-RECORD-COUNT      PIC 9(7).
002634     05  CKPT-TOTAL-TAX         PIC 9(9)V99.
002636     05  CKPT-ER-TAX            PIC 9(9)V99.
002638     05  CKPT-ER-BENEFIT        PIC 9(9)V99.
002639     05  CKPT-PRENOTE-COUNT     PIC 9(05).
002640     05  CKPT-PAY-GROUP         PIC X(02).
002640
002650*****************************************************************
002660*  CTL-TOTAL-FILE - INDEPENDENTLY MAINTAINED CONTROL TOTALS FOR
002670*  THE RUN (EXPECTED EMPLOYEE COUNT AND EXPECTED TOTAL SALARY),
002680*  RECONCILED AGAINST WHAT THIS RUN ACTUALLY ACCUMULATED.
002683*  ONE RECORD PER PAY GROUP - THE RUN RECONCILES AGAINST THE
002686*  RECORD FOR THE GROUP IT IS PAYING.
002690*****************************************************************
002700 FD  CTL-TOTAL-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 20 CHARACTERS.
002730 01  CTL-TOTAL-RECORD.
002740     05  CTL-EXPECTED-COUNT     PIC 9(7).
002750     05  CTL-EXPECTED-SALARY    PIC 9(9)V99.
002755     05  CTL-PAY-GROUP          PIC X(02).
002760
002770*****************************************************************
002780*  HR-EXTRACT-FILE - FIXED-WIDTH FEED OF EMPLOYEE NAME, AGE AND
003080*  DEDUCTION-MASTER - ONE RECORD PER DEDUCTION CODE.  CATEGORY
003090*  'G' (GARNISHMENT, COURT-ORDERED) OR 'V' (VOLUNTARY), METHOD
003100*  'F' (FLAT AMOUNT) OR 'P' (PERCENT OF GROSS), AND A PRIORITY
003110*  THAT ORDERS APPLICATION WITHIN A CATEGORY.  THE PAYEE
003115*  FIELDS ARE FOR THE DEDUCTION REMITTANCE, NOT USED HERE.
003120*****************************************************************
003130 FD  DEDUCTION-MASTER
003140     LABEL RECORDS ARE STANDARD
003150     RECORD CONTAINS 94 CHARACTERS.
003160     COPY DEDMREC.
003240
003250*****************************************************************
003260*  EMP-DEDUCTION-FILE - PER-EMPLOYEE DEDUCTION ENROLLMENTS,
003386*  THE QUARTERLY REMITTANCE PROGRAM TOTALS AND CLEARS IT -
003387*  THE AMOUNT OWED THE AUTHORITY STOPS BEING TOTTED UP FROM
003388*  PAYRPT PAPER.
003389*  EACH RECORD CARRIES THE PAY GROUP THE RUN PAID, SO THE
003390*  REMITTANCE CAN BE REPORTED BY GROUP.
003389*****************************************************************
003390 FD  TAX-REMIT-FILE
003391     LABEL RECORDS ARE STANDARD
003392     RECORD CONTAINS 38 CHARACTERS.
003393 01  TRM-RECORD.
003394     05  TRM-PAY-PERIOD         PIC 9(06).
003395     05  TRM-RUN-DATE           PIC 9(08).
003396     05  TRM-WITHHELD-TAX       PIC 9(9)V99.
003397     05  TRM-ER-TAX             PIC 9(9)V99.
003398     05  TRM-PAY-GROUP          PIC X(02).
003398
003399*****************************************************************
003400*  YTD-MASTER-FILE - YEAR-TO-DATE EARNINGS MASTER, ONE RECORD
003580*****************************************************************
003590*  GL-POSTING-FILE - GENERAL-LEDGER POSTING EXTRACT, ONE
003600*  DEBIT/CREDIT SUMMARY RECORD PER COST CENTER WITH PAYROLL
003610*  ACTIVITY THIS RUN.  THE GROSS DEBITS BALANCE AGAINST THE
003620*  TAX, DEDUCTION AND NET CREDITS, AND THE EMPLOYER BURDEN
003622*  DEBIT BALANCES AGAINST THE EMPLOYER TAX AND BENEFIT
003624*  CREDITS - THE LEDGER SEES THE FULL COST OF PAYROLL WITH
003625*  NO MANUAL JOURNALS.  THE DEBITS AND BURDEN CREDITS ARE
003626*  SPREAD BY THE LABOR DISTRIBUTION (THE DEPARTMENTS ON THE
003627*  TIMECARDS); THE EMPLOYEE TAX, DEDUCTION AND NET CREDITS
003628*  STAY WITH THE HOME DEPARTMENT.
003629*  THE EXTRACT IS ONE PAY GROUP'S RUN, NAMED ON EVERY RECORD.
003630*****************************************************************
003640 FD  GL-POSTING-FILE
003650     LABEL RECORDS ARE STANDARD
003660     RECORD CONTAINS 89 CHARACTERS.
003670 01  GLP-RECORD.
003680     05  GLP-DEPT-CODE          PIC X(04).
003684     05  GLP-PAY-PERIOD         PIC 9(06).
003722     05  GLP-DEBIT-ER-BURDEN    PIC 9(9)V99.
003724     05  GLP-CREDIT-ER-TAX      PIC 9(9)V99.
003726     05  GLP-CREDIT-ER-BENEFIT  PIC 9(9)V99.
003728     05  GLP-PAY-GROUP          PIC X(02).
003730
003740*****************************************************************
003750*  BANK-PAYMENT-FILE - FIXED-FORMAT NET-PAY PAYMENT FILE FOR
003770*  'D' DETAIL RECORD PER EMPLOYEE AND A FINAL 'T' TRAILER
003780*  CARRYING THE RECORD COUNT AND TOTAL NET, WHICH MUST TIE
003790*  TO THE CHECK REGISTER AND THE REPORT'S NET CONTROL TOTAL.
003791*  A NEW OR CHANGED ACCOUNT GETS A ZERO-DOLLAR 'P' PRENOTE
003792*  DETAIL INSTEAD - PRENOTES ARE COUNTED SEPARATELY ON THE
003793*  TRAILER AND STAY OUT OF THE PAYMENT COUNT AND TOTAL.
003794*  THE FILE IS ONE PAY GROUP'S RUN; THE TRAILER NAMES THE
003795*  GROUP.
003800*****************************************************************
003810 FD  BANK-PAYMENT-FILE
003820     LABEL RECORDS ARE STANDARD
003930     05  BPF-T-RECORD-COUNT     PIC 9(7).
003940     05  BPF-T-TOTAL-NET        PIC 9(11)V99.
003945     05  BPF-T-PAY-PERIOD       PIC 9(06).
003946     05  BPF-T-PRENOTE-COUNT    PIC 9(05).
003947     05  BPF-T-PAY-GROUP        PIC X(02).
003950     05  FILLER                 PIC X(36).
003960
003970*****************************************************************
003980*  CHECK-REGISTER - PRINTED, NUMBERED CHECK REGISTER FOR
004156*  PAY-PERIOD-FILE - THE PAY-PERIOD CALENDAR.  THE RUN SELECTS
004158*  THE ONE PERIOD COVERING THE RUN DATE, REFUSES TO START
004160*  UNLESS IT IS OPEN, AND MARKS IT PAID ON A COMPLETED RUN.
004161*  ONLY THE CALENDAR OF THE PAY GROUP BEING PAID IS LOOKED AT.
004162*****************************************************************
004164 FD  PAY-PERIOD-FILE
004166     LABEL RECORDS ARE STANDARD
004168     RECORD CONTAINS 33 CHARACTERS.
004169     COPY PPCREC.
004170
004171*****************************************************************
004172*  PAY-GROUP-FILE - THE PAYGRP PAY GROUP REFERENCE.  THE RUN
004173*  READS IT ONCE FOR THE GROUP IT IS ASKED TO PAY, TAKING THE
004174*  GROUP'S NAME AND PAY FREQUENCY.
004175*****************************************************************
004176 FD  PAY-GROUP-FILE
004177     LABEL RECORDS ARE STANDARD
004178     RECORD CONTAINS 30 CHARACTERS.
004179     COPY PGRREC.
004180
004171*****************************************************************
004172*  TIMECARD-FILE - ONE RECORD PER EMPLOYEE PER DAY WORKED, AS
004173*  KEYED FROM THE DEPARTMENT TIME SHEETS.  LOADED AT
004174*  INITIALIZE TIME, EDITED AGAINST EMPMAST AND THE SELECTED
004175*  PAY PERIOD'S DATES, AND SUMMED PER EMPLOYEE - THE SUMMED
004176*  TOTAL IS WHAT THE PAY CALCULATION SEES AS HOURS WORKED
004177*  FOR AN HOURLY EMPLOYEE.
004178*  THE PAY TYPE SAYS WHETHER THE HOURS WERE WORKED OR TAKEN
004179*  AS VACATION OR SICK LEAVE - A BLANK PAY TYPE IS WORKED
004180*  TIME, AS ON CARDS KEYED BEFORE THE FIELD EXISTED.
004178*****************************************************************
004179 FD  TIMECARD-FILE
004180     LABEL RECORDS ARE STANDARD
004181     RECORD CONTAINS 23 CHARACTERS.
004182 01  TMC-RECORD.
004183     05  TMC-EMP-ID             PIC 9(06).
004184     05  TMC-WORK-DATE          PIC 9(08).
004185     05  TMC-HOURS              PIC 9(2)V99.
004186     05  TMC-DEPT-CODE          PIC X(04).
004187     05  TMC-PAY-TYPE           PIC X(01).
004188         88  TMC-PAY-WORKED               VALUES SPACE 'W'.
004189         88  TMC-PAY-VACATION             VALUE 'V'.
004190         88  TMC-PAY-SICK                 VALUE 'S'.
004187
004188*****************************************************************
004189*  TIMECARD-ERRORS - TIMECARDS REJECTED AT LOAD TIME, EACH THE
004192*****************************************************************
004193 FD  TIMECARD-ERRORS
004194     LABEL RECORDS ARE STANDARD
004195     RECORD CONTAINS 50 CHARACTERS.
004196 01  TCERR-RECORD.
004197     05  TCERR-TIMECARD-IMAGE   PIC X(23).
004198     05  TCERR-REASON-CODE      PIC X(02).
004199     05  TCERR-REASON-TEXT      PIC X(25).
004200
004207*****************************************************************
004208 FD  PAY-HISTORY-FILE
004209     LABEL RECORDS ARE STANDARD
004210     RECORD CONTAINS 215 CHARACTERS.
004211     COPY PHRREC.
004212
004213*****************************************************************
004214*  LABOR-DIST-REPORT - PRINTED LABOR DISTRIBUTION, ONE LINE PER
004215*  EMPLOYEE PER DEPARTMENT CHARGED, WITH THE HOURS AND THE
004216*  SHARE OF GROSS, OVERTIME AND EMPLOYER BURDEN THAT LANDED
004217*  IN THAT DEPARTMENT, AND A RUN TOTAL THAT FOOTS TO PAYRPT.
004218*****************************************************************
004219 FD  LABOR-DIST-REPORT
004220     LABEL RECORDS ARE STANDARD
004221     RECORD CONTAINS 132 CHARACTERS
004222     LINAGE IS 55 LINES
004223         WITH FOOTING AT 52
004224         LINES AT TOP 2
004225         LINES AT BOTTOM 2.
004226 01  LDR-LINE                  PIC X(132).
004227
004228*****************************************************************
004229*  LEAVE-MASTER-FILE - VACATION AND SICK LEAVE BALANCES, ONE
004230*  RECORD PER EMPLOYEE, INDEXED BY LVE-EMP-ID LIKE YTDMAST.
004231*  READ BY KEY TO EDIT LEAVE TIMECARDS AS THEY LOAD, AND
004232*  POSTED WITH THE RUN'S ACCRUAL AND LEAVE TAKEN AFTER EACH
004233*  PAY CALCULATION.
004234*****************************************************************
004235 FD  LEAVE-MASTER-FILE
004236     LABEL RECORDS ARE STANDARD
004237     RECORD CONTAINS 70 CHARACTERS.
004238     COPY LVEREC.
004239
004240*****************************************************************
004241*  LEAVE-RATE-FILE - LEAVE ACCRUAL RATES, ONE RECORD PER
004242*  EMPLOYEE TYPE, GIVING THE VACATION AND SICK HOURS EARNED
004243*  EACH PAY PERIOD.  A TYPE WITH NO RECORD ACCRUES NOTHING.
004244*****************************************************************
004245 FD  LEAVE-RATE-FILE
004246     LABEL RECORDS ARE STANDARD
004247     RECORD CONTAINS 9 CHARACTERS.
004248 01  LVR-RECORD.
004249     05  LVR-EMP-TYPE           PIC X(01).
004250     05  LVR-VAC-HOURS          PIC 9(2)V99.
004251     05  LVR-SICK-HOURS         PIC 9(2)V99.
004252
004253*****************************************************************
004254*  VARIANCE-REPORT - TRIAL RUN VARIANCE REPORT.  EACH EMPLOYEE
004255*  THE TRIAL WOULD PAY, WITH THE TRIAL GROSS AND NET AGAINST
004256*  THE LAST REGULAR PAYHIST RECORD, FLAGGING NET PAY SWINGS,
004257*  NEW EMPLOYEES AND HIGH HOURLY HOURS, THEN THE EMPLOYEES
004258*  PAID LAST PERIOD WHOM THE TRIAL DOES NOT PAY.  WRITTEN ONLY
004259*  BY A TRIAL RUN, FOR THE SUPERVISOR TO REVIEW BEFORE THE
004260*  LIVE RUN IS APPROVED.
004261*****************************************************************
004262 FD  VARIANCE-REPORT
004263     LABEL RECORDS ARE STANDARD
004264     RECORD CONTAINS 132 CHARACTERS
004265     LINAGE IS 55 LINES
004266         WITH FOOTING AT 52
004267         LINES AT TOP 2
004268         LINES AT BOTTOM 2.
004269 01  VAR-LINE                  PIC X(132).
004270
004271*****************************************************************
004272*  RATE-CHANGE-FILE - PENDING PAY-RATE CHANGES KEYED BY
004273*  EMPLOYEE AND EFFECTIVE DATE, ENTERED THROUGH EMPMAINTENANCE.
004274*  A PENDING CHANGE DUE BY THE PERIOD START IS APPLIED TO THE
004275*  MASTER AND MARKED APPLIED BY A LIVE RUN.
004276*****************************************************************
004277 FD  RATE-CHANGE-FILE
004278     LABEL RECORDS ARE STANDARD
004279     RECORD CONTAINS 70 CHARACTERS.
004280     COPY RCHREC.
004281
004282*****************************************************************
004283*  ADJ-TRAN-FILE - OFF-CYCLE ADJUSTMENT TRANSACTIONS FOR THE
004284*  ADJUSTMENT RUN.  A LIVE RUN EXTENDS IT WITH ONE RETRO ('R')
004285*  TRANSACTION PER EMPLOYEE WHOSE BACK-DATED RATE CHANGE IT
004286*  APPLIED, FOR THE SUPERVISOR TO REVIEW ON THE RETRO PAY
004287*  REGISTER BEFORE THE ADJUSTMENT RUN PICKS IT UP.
004288*****************************************************************
004289 FD  ADJ-TRAN-FILE
004290     LABEL RECORDS ARE STANDARD
004291     RECORD CONTAINS 22 CHARACTERS.
004292 01  ADJ-RECORD.
004293     05  ADJ-EMP-ID            PIC 9(06).
004294     05  ADJ-TYPE              PIC X(01).
004295     05  ADJ-AMOUNT            PIC 9(5)V99.
004296     05  ADJ-CHECK-NO          PIC 9(08).
004297
004298*****************************************************************
004299*  RETRO-REGISTER - RETRO PAY REGISTER.  EACH RATE CHANGE THE
004300*  RUN APPLIES, THE ALREADY-PAID PERIODS IT REPRICES FROM
004301*  PAYHIST, AND THE RETRO TOTAL AND WHAT BECAME OF IT.  WRITTEN
004302*  ONLY BY A LIVE RUN.
004303*****************************************************************
004304 FD  RETRO-REGISTER
004305     LABEL RECORDS ARE STANDARD
004306     RECORD CONTAINS 132 CHARACTERS
004307     LINAGE IS 55 LINES
004308         WITH FOOTING AT 52
004309         LINES AT TOP 2
004310         LINES AT BOTTOM 2.
004311 01  RTR-LINE                  PIC X(132).
004312
004313*****************************************************************
004314*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
004315*  ITS PAY PERIOD AND HOW IT ENDED ARE APPENDED THROUGH THE
004316*  RUNLOG PARAGRAPHS.
004317*****************************************************************
004318 FD  RUN-LOG-FILE
004319     LABEL RECORDS ARE STANDARD
004320     RECORD CONTAINS 100 CHARACTERS.
004321     COPY RLGREC.
004322
004170 WORKING-STORAGE SECTION.
004180 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
004190     88  WS-EOF                       VALUE 'Y'.
004460     88  WS-DEPTR-EOF                 VALUE 'Y'.
004470 77  WS-CHKN-FILE-STATUS    PIC X(02) VALUE '00'.
004480 77  WS-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
004483 77  WS-CHKN-FLOOR          PIC 9(08) VALUE ZERO.
004486 77  WS-CKPT-FLOOR          PIC 9(08) VALUE ZERO.
004490 77  WS-BANK-COUNT          PIC 9(7) VALUE ZERO.
004500 77  WS-BANK-NET-TOTAL      PIC 9(11)V99 VALUE ZERO.
004510 77  WS-CHECK-NET-TOTAL     PIC 9(11)V99 VALUE ZERO.
004541     88  WS-PERIOD-OPEN               VALUE 'O'.
004542     88  WS-PERIOD-PAID               VALUE 'P'.
004543     88  WS-PERIOD-CLOSED             VALUE 'C'.
004544*****************************************************************
004545*  PAY GROUP BEING PAID - ACCEPTED AT THE START OF THE RUN AND
004546*  CHECKED AGAINST PAYGRP.  THE RUN PAYS ONLY THIS GROUP'S
004547*  EMPLOYEES FROM THIS GROUP'S PAYCAL CALENDAR.  THE GROUP'S
004548*  LATEST PAID PERIOD IS THE PRIOR PERIOD A TRIAL COMPARES
004549*  WITH.  THE CALENDAR MUST RUN IN ASCENDING PERIOD ORDER WITH
004550*  NO PERIOD NUMBER USED TWICE, ACROSS ALL THE GROUPS.
004551*****************************************************************
004552 77  WS-PAY-GROUP           PIC X(02) VALUE SPACES.
004553 77  WS-PAY-GROUP-NAME      PIC X(20) VALUE SPACES.
004554 77  WS-PGR-FILE-STATUS     PIC X(02) VALUE '00'.
004555 77  WS-PGR-EOF-SW          PIC X(01) VALUE 'N'.
004556     88  WS-PGR-EOF                   VALUE 'Y'.
004557 77  WS-PGR-FOUND-SW        PIC X(01) VALUE 'N'.
004558     88  WS-PGR-FOUND                 VALUE 'Y'.
004559 77  WS-PPC-LAST-PERIOD     PIC 9(06) VALUE ZERO.
004560 77  WS-PPC-ORDER-SW        PIC X(01) VALUE 'N'.
004561     88  WS-PPC-OUT-OF-ORDER          VALUE 'Y'.
004562 77  WS-GROUP-PRIOR-PERIOD  PIC 9(06) VALUE ZERO.
004563 77  WS-GROUP-PRIOR-END     PIC 9(08) VALUE ZERO.
004564 77  WS-GROUP-SKIPPED       PIC 9(7) COMP VALUE ZERO.
004565 77  WS-TMC-OTHER-GROUP     PIC 9(7) COMP VALUE ZERO.
004566 77  WS-BASE-SALARY         PIC 9(5)V99 VALUE ZERO.
004544 77  WS-TMC-FILE-STATUS     PIC X(02) VALUE '00'.
004545 77  WS-TMC-EOF-SW          PIC X(01) VALUE 'N'.
004546     88  WS-TMC-EOF                   VALUE 'Y'.
004572     88  WS-EMP-CLOSED                VALUE 'Y'.
004573 77  WS-ENROLL-CLOSED       PIC 9(7) COMP VALUE ZERO.
004574 77  WS-ARREARS-CLOSED      PIC 9(7) COMP VALUE ZERO.
004575 77  WS-TMC-DEPT-INDEX      PIC 9(03) COMP VALUE ZERO.
004576 77  WS-TMCD-SUB            PIC 9(03) COMP VALUE ZERO.
004577 77  WS-TMCD-INDEX          PIC 9(03) COMP VALUE ZERO.
004578 77  WS-TMCD-FOUND-SW       PIC X(01) VALUE 'N'.
004579     88  WS-TMCD-FOUND                VALUE 'Y'.
004580 77  WS-LD-SUB              PIC 9(03) COMP VALUE ZERO.
004581 77  WS-LD-CUM-HOURS        PIC 9(3)V99 VALUE ZERO.
004582 77  WS-LD-ALLOC            PIC 9(7)V99 VALUE ZERO.
004583 77  WS-LD-DONE-GROSS       PIC 9(7)V99 VALUE ZERO.
004584 77  WS-LD-DONE-OVERTIME    PIC 9(7)V99 VALUE ZERO.
004585 77  WS-LD-DONE-ER-TAX      PIC 9(7)V99 VALUE ZERO.
004586 77  WS-LD-DONE-ER-BENEFIT  PIC 9(7)V99 VALUE ZERO.
004587 77  WS-LDR-PAGE-NUMBER     PIC 9(3) VALUE ZERO.
004588 77  WS-PRENOTE-HOLD-DAYS   PIC 9(03) VALUE 10.
004589 77  WS-PRENOTE-COUNT       PIC 9(05) VALUE ZERO.
004590 77  WS-PRENOTE-AGE-DAYS    PIC S9(07) COMP VALUE ZERO.
004591 77  WS-PRENOTE-DUE-SW      PIC X(01) VALUE 'N'.
004592     88  WS-PRENOTE-DUE               VALUE 'Y'.
004593 77  WS-LVE-FILE-STATUS     PIC X(02) VALUE '00'.
004594 77  WS-LVR-FILE-STATUS     PIC X(02) VALUE '00'.
004595 77  WS-LVR-EOF-SW          PIC X(01) VALUE 'N'.
004596     88  WS-LVR-EOF                   VALUE 'Y'.
004597 77  WS-LVR-HOURLY-VAC      PIC 9(2)V99 VALUE ZERO.
004598 77  WS-LVR-HOURLY-SICK     PIC 9(2)V99 VALUE ZERO.
004599 77  WS-LVR-SALARIED-VAC    PIC 9(2)V99 VALUE ZERO.
004600 77  WS-LVR-SALARIED-SICK   PIC 9(2)V99 VALUE ZERO.
004601 77  WS-VAC-ACCRUAL         PIC 9(2)V99 VALUE ZERO.
004602 77  WS-SICK-ACCRUAL        PIC 9(2)V99 VALUE ZERO.
004603 77  WS-VAC-TAKEN           PIC 9(3)V99 VALUE ZERO.
004604 77  WS-SICK-TAKEN          PIC 9(3)V99 VALUE ZERO.
004605 77  WS-VAC-AVAILABLE       PIC 9(4)V99 VALUE ZERO.
004606 77  WS-SICK-AVAILABLE      PIC 9(4)V99 VALUE ZERO.
004607 77  WS-LEAVE-CLAIMED       PIC 9(4)V99 VALUE ZERO.
004608 77  WS-LEAVE-WORK          PIC S9(5)V99 VALUE ZERO.
004609 77  WS-VAC-PAYOUT-HOURS    PIC 9(4)V99 VALUE ZERO.
004610 77  WS-PAYOUT-RATE         PIC 9(5)V999 VALUE ZERO.
004611 77  WS-STD-PERIOD-HOURS    PIC 9(3)V99 VALUE 40.
004612 77  WS-LEAVE-PAYOUT-COUNT  PIC 9(7) COMP VALUE ZERO.
004613 77  WS-LD-TOTAL-HOURS      PIC 9(3)V99 VALUE ZERO.
004614 77  WS-LEAVE-SHORT-SW      PIC X(01) VALUE 'N'.
004615     88  WS-LEAVE-SHORT               VALUE 'Y'.
004616 77  WS-RUN-MODE            PIC X(01) VALUE SPACE.
004617     88  WS-TRIAL-RUN                 VALUE 'T'.
004618     88  WS-LIVE-RUN                  VALUES SPACE 'L'.
004619 77  WS-LVE-OPEN-SW         PIC X(01) VALUE 'N'.
004620     88  WS-LVE-OPEN                  VALUE 'Y'.
004621 77  WS-PHF-EOF-SW          PIC X(01) VALUE 'N'.
004622     88  WS-PHF-EOF                   VALUE 'Y'.
004623 77  WS-VAR-NET-PCT-LIMIT   PIC 9(03) VALUE 20.
004624 77  WS-VAR-HOURS-LIMIT     PIC 9(3)V99 VALUE 60.
004625 77  WS-VAR-PERIOD-HOURS    PIC 9(3)V99 VALUE ZERO.
004626 77  WS-VAR-PAGE-NUMBER     PIC 9(3) VALUE ZERO.
004627 77  WS-VAR-PRIOR-PERIOD    PIC 9(06) VALUE ZERO.
004628 77  WS-VAR-COUNT           PIC 9(05) COMP VALUE ZERO.
004629 77  WS-VAR-SUB             PIC 9(05) COMP VALUE ZERO.
004630 77  WS-VAR-INDEX           PIC 9(05) COMP VALUE ZERO.
004631 77  WS-VAR-FOUND-SW        PIC X(01) VALUE 'N'.
004632     88  WS-VAR-FOUND                 VALUE 'Y'.
004633 77  WS-VAR-FULL-SW         PIC X(01) VALUE 'N'.
004634     88  WS-VAR-FULL                  VALUE 'Y'.
004635 77  WS-VAR-NET-CHANGE      PIC S9(7)V99 VALUE ZERO.
004636 77  WS-VAR-NET-PCT         PIC S9(5)V9 VALUE ZERO.
004637 77  WS-VAR-COMPARED        PIC 9(7) COMP VALUE ZERO.
004638 77  WS-VAR-SWING-COUNT     PIC 9(7) COMP VALUE ZERO.
004639 77  WS-VAR-NEW-COUNT       PIC 9(7) COMP VALUE ZERO.
004640 77  WS-VAR-MISSING-COUNT   PIC 9(7) COMP VALUE ZERO.
004641 77  WS-VAR-HOURS-COUNT     PIC 9(7) COMP VALUE ZERO.
004575
004550 01  WS-EMP-ID              PIC 9(06).
004560 01  WS-NAME                PIC A(20).
004750 COPY DEPTTBL.
004751
004752*****************************************************************
004753*  ROUTING NUMBER CHECK-DIGIT WORK FIELDS FOR THE EMPEDIT
004754*  EDIT SET.
004755*****************************************************************
004756 COPY RTEWORK.
004757
004752*****************************************************************
004753*  WS-TIMECARD-TABLE - TIMECARD HOURS SUMMED PER EMPLOYEE FOR
004754*  THE SELECTED PAY PERIOD.  BUILT AT INITIALIZE TIME FROM THE
004755*  TIMECRD FILE; AN HOURLY EMPLOYEE WITH NO ENTRY HERE HAS NO
004756*  TIMECARDS THIS PERIOD AND GOES TO EMP-EXCEPTIONS.  THE
004757*  HOURS ARE ALSO KEPT PER DEPARTMENT CHARGED (THE INDEX INTO
004758*  WS-DEPT-TABLE), WHICH DRIVES THE LABOR DISTRIBUTION.
004759*  THE HOURS TOTAL AND THE DEPARTMENT SLOTS TAKE EVERY CARD;
004760*  THE VACATION AND SICK HOURS ARE ALSO KEPT APART, SINCE
004761*  THEY ARE PAID OUTSIDE THE OVERTIME THRESHOLD AND COME OFF
004762*  THE LEAVE BALANCE.
004757*****************************************************************
004758 01  WS-TIMECARD-TABLE.
004759     05  WS-TMCT-ENTRY OCCURS 1000 TIMES.
004760         10  WS-TMCT-EMP-ID     PIC 9(06).
004761         10  WS-TMCT-HOURS      PIC 9(3)V99.
004762         10  WS-TMCT-VAC-HOURS  PIC 9(3)V99.
004763         10  WS-TMCT-SICK-HOURS PIC 9(3)V99.
004764         10  WS-TMCT-DEPT-COUNT PIC 9(03) COMP.
004765         10  WS-TMCT-DEPT-ENTRY OCCURS 10 TIMES.
004766             15  WS-TMCT-DEPT-INDEX PIC 9(03) COMP.
004767             15  WS-TMCT-DEPT-HOURS PIC 9(3)V99.
004768
004769*****************************************************************
004770*  WS-LABOR-DIST - THE CURRENT EMPLOYEE'S PAY SPLIT ACROSS THE
004771*  DEPARTMENTS CHARGED.  AN HOURLY EMPLOYEE GETS ONE ENTRY PER
004772*  TIMECARD DEPARTMENT, WITH GROSS, OVERTIME AND EMPLOYER
004773*  BURDEN SHARED IN PROPORTION TO THE HOURS; A SALARIED
004774*  EMPLOYEE GETS ONE ENTRY FOR THE HOME DEPARTMENT.
004775*****************************************************************
004776 01  WS-LABOR-DIST.
004777     05  WS-LD-COUNT            PIC 9(03) COMP.
004778     05  WS-LD-ENTRY OCCURS 10 TIMES.
004779         10  WS-LD-DEPT-INDEX   PIC 9(03) COMP.
004780         10  WS-LD-HOURS        PIC 9(3)V99.
004781         10  WS-LD-GROSS        PIC 9(7)V99.
004782         10  WS-LD-OVERTIME     PIC 9(7)V99.
004783         10  WS-LD-ER-TAX       PIC 9(7)V99.
004784         10  WS-LD-ER-BENEFIT   PIC 9(7)V99.
004785
004786*****************************************************************
004787*  WS-LABOR-TOTALS - LABOR DISTRIBUTION RUN TOTALS.  NOT
004788*  CARRIED ON THE CHECKPOINT, LIKE THE DEPARTMENT TOTALS.
004789*****************************************************************
004790 01  WS-LABOR-TOTALS.
004791     05  WS-LDT-HOURS           PIC 9(7)V99 VALUE ZERO.
004792     05  WS-LDT-OVERTIME        PIC 9(9)V99 VALUE ZERO.
004793     05  WS-LDT-GROSS           PIC 9(9)V99 VALUE ZERO.
004794     05  WS-LDT-BURDEN          PIC 9(9)V99 VALUE ZERO.
004795*****************************************************************
004796*  WS-PRIOR-PAY-TABLE - EACH EMPLOYEE'S LAST REGULAR PAYHIST
004797*  RECORD BEFORE THE PERIOD BEING RUN, LOADED AT INITIALIZE
004798*  TIME BY A TRIAL RUN FOR THE VARIANCE REPORT.  VOID ('V')
004799*  AND BANKRETURNS REPLACEMENT ('R') RECORDS ARE PASSED OVER,
004800*  AS IS ANY PAYMENT ADJUSTMENTRUN WROTE, SO AN ADJUSTMENT
004801*  LABELLED WITH AN EARLIER PERIOD NEVER STANDS IN FOR THE
004802*  REGULAR PAY.  THE MATCHED SWITCH IS SET AS THE TRIAL
004803*  PAYS EACH EMPLOYEE, SO THE ONES LEFT UNMATCHED FROM THE
004804*  PRIOR PERIOD ARE THE EMPLOYEES MISSING THIS TIME.
004805*****************************************************************
004806 01  WS-PRIOR-PAY-TABLE.
004807     05  WS-PPT-ENTRY OCCURS 2000 TIMES.
004808         10  WS-PPT-EMP-ID      PIC 9(06).
004809         10  WS-PPT-NAME        PIC A(20).
004810         10  WS-PPT-PERIOD      PIC 9(06).
004811         10  WS-PPT-GROSS       PIC 9(7)V99.
004812         10  WS-PPT-NET         PIC 9(7)V99.
004813         10  WS-PPT-MATCHED-SW  PIC X(01).
004814             88  WS-PPT-MATCHED           VALUE 'Y'.
004762
004770*****************************************************************
004780*  WS-DEPT-TOTALS - PER-DEPARTMENT RUN TOTALS, PARALLEL TO
004790*  WS-DEPT-TABLE, PRINTED AS THE DEPARTMENT SUBTOTAL SECTION
004800*  AND WRITTEN TO THE GL POSTING EXTRACT.  NOT CARRIED ON
004810*  THE CHECKPOINT, SO ON A RESTARTED RUN THEY COVER ONLY THE
004820*  RECORDS PROCESSED AFTER THE RESTART.  GROSS, OVERTIME AND
004823*  EMPLOYER BURDEN FOLLOW THE LABOR DISTRIBUTION; TAX,
004826*  DEDUCTIONS AND NET FOLLOW THE EMPLOYEE'S HOME DEPARTMENT.
004830*****************************************************************
004840 01  WS-DEPT-TOTALS.
004850     05  WS-DPT-ENTRY OCCURS 100 TIMES.
004860         10  WS-DPT-EMP-COUNT   PIC 9(7) COMP.
004870         10  WS-DPT-GROSS       PIC 9(9)V99.
004875         10  WS-DPT-OVERTIME    PIC 9(9)V99.
004880         10  WS-DPT-TAX         PIC 9(9)V99.
004890         10  WS-DPT-DEDUCTIONS  PIC 9(9)V99.
004900         10  WS-DPT-NET         PIC 9(9)V99.
005162     05  FILLER                 PIC X(10) VALUE SPACES.
005164     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
005166     05  RPT-H1-PERIOD          PIC 9(06).
005170     05  FILLER                 PIC X(03) VALUE SPACES.
005171     05  FILLER                 PIC X(06) VALUE 'GROUP '.
005172     05  RPT-H1-GROUP           PIC X(02).
005173     05  FILLER                 PIC X(01) VALUE SPACES.
005174     05  RPT-H1-GROUP-NAME      PIC X(20).
005175     05  FILLER                 PIC X(08) VALUE SPACES.
005180     05  FILLER                 PIC X(5)  VALUE 'PAGE '.
005190     05  RPT-H1-PAGE            PIC ZZZ9.
005200
005779*  ONE SUBTOTAL LINE PER DEPARTMENT WITH PAYROLL ACTIVITY.
005780*****************************************************************
005810 01  WS-RPT-DEPT-HDG.
005820     05  FILLER                 PIC X(45)
005830             VALUE 'DEPARTMENT SUBTOTALS'.
005840     05  FILLER                 PIC X(16) VALUE 'OVERTIME'.
005845     05  FILLER                 PIC X(16) VALUE 'GROSS PAY'.
005850     05  FILLER                 PIC X(16) VALUE 'TAX AMOUNT'.
005860     05  FILLER                 PIC X(16) VALUE 'DEDUCTIONS'.
005870     05  FILLER                 PIC X(23) VALUE 'NET PAY'.
005880
005890 01  WS-RPT-DEPT-LINE.
005900     05  RPT-DP-CODE            PIC X(04).
005940     05  RPT-DP-COUNT           PIC ZZZ,ZZ9.
005950     05  FILLER                 PIC X(4)  VALUE ' EMP'.
005960     05  FILLER                 PIC X(2)  VALUE SPACES.
005963     05  RPT-DP-OVERTIME        PIC ZZZ,ZZZ,ZZ9.99.
005966     05  FILLER                 PIC X(2)  VALUE SPACES.
005970     05  RPT-DP-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
005980     05  FILLER                 PIC X(2)  VALUE SPACES.
005990     05  RPT-DP-TAX             PIC ZZZ,ZZZ,ZZ9.99.
006010     05  RPT-DP-DEDUCTIONS      PIC ZZZ,ZZZ,ZZ9.99.
006020     05  FILLER                 PIC X(2)  VALUE SPACES.
006030     05  RPT-DP-NET             PIC ZZZ,ZZZ,ZZ9.99.
006040     05  FILLER                 PIC X(13) VALUE SPACES.
006050
006060*****************************************************************
006070*  WS-RPT-DISB - DISBURSEMENT RECAP LINE.  THE BANK FILE NET
006700     05  RPT-R-STATUS           PIC X(9).
006710     05  FILLER                 PIC X(43) VALUE SPACES.
006720
006721*****************************************************************
006722*  LABOR DISTRIBUTION PRINT LINES - HEADINGS, ONE DETAIL LINE
006723*  PER EMPLOYEE PER DEPARTMENT CHARGED, AND THE RUN TOTAL.
006724*****************************************************************
006725 01  WS-LDR-HEADING-1.
006726     05  FILLER                 PIC X(35) VALUE SPACES.
006727     05  FILLER                 PIC X(25)
006728             VALUE 'LABOR DISTRIBUTION REPORT'.
006729     05  FILLER                 PIC X(10) VALUE SPACES.
006730     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
006731     05  LDR-H1-PERIOD          PIC 9(06).
006732     05  FILLER                 PIC X(40) VALUE SPACES.
006733     05  FILLER                 PIC X(5)  VALUE 'PAGE '.
006734     05  LDR-H1-PAGE            PIC ZZZ9.
006735
006736 01  WS-LDR-HEADING-2.
006737     05  FILLER                 PIC X(10) VALUE 'EMPLOYEE'.
006738     05  FILLER                 PIC X(22) VALUE 'EMPLOYEE NAME'.
006739     05  FILLER                 PIC X(6)  VALUE 'DEPT'.
006740     05  FILLER                 PIC X(22) VALUE 'DEPARTMENT NAME'.
006741     05  FILLER                 PIC X(8)  VALUE 'HOURS'.
006742     05  FILLER                 PIC X(12) VALUE 'OVERTIME'.
006743     05  FILLER                 PIC X(16) VALUE 'GROSS PAY'.
006744     05  FILLER                 PIC X(14) VALUE 'ER BURDEN'.
006745     05  FILLER                 PIC X(22) VALUE SPACES.
006746
006747 01  WS-LDR-DETAIL.
006748     05  LDR-D-EMP-ID           PIC X(06).
006749     05  FILLER                 PIC X(4)  VALUE SPACES.
006750     05  LDR-D-NAME             PIC X(20).
006751     05  FILLER                 PIC X(2)  VALUE SPACES.
006752     05  LDR-D-DEPT-CODE        PIC X(04).
006753     05  FILLER                 PIC X(2)  VALUE SPACES.
006754     05  LDR-D-DEPT-NAME        PIC X(20).
006755     05  FILLER                 PIC X(2)  VALUE SPACES.
006756     05  LDR-D-HOURS            PIC ZZ9.99.
006757     05  FILLER                 PIC X(2)  VALUE SPACES.
006758     05  LDR-D-OVERTIME         PIC ZZZ,ZZ9.99.
006759     05  FILLER                 PIC X(2)  VALUE SPACES.
006760     05  LDR-D-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
006761     05  FILLER                 PIC X(2)  VALUE SPACES.
006762     05  LDR-D-BURDEN           PIC ZZZ,ZZZ,ZZ9.99.
006763     05  FILLER                 PIC X(22) VALUE SPACES.
006764
006765 01  WS-LDR-TOTAL.
006766     05  FILLER                 PIC X(30)
006767             VALUE 'LABOR DISTRIBUTION TOTALS -->'.
006768     05  FILLER                 PIC X(26) VALUE SPACES.
006769     05  LDR-T-HOURS            PIC ZZZ,ZZ9.99.
006770     05  FILLER                 PIC X(2)  VALUE SPACES.
006771     05  LDR-T-OVERTIME         PIC ZZZ,ZZ9.99.
006772     05  FILLER                 PIC X(2)  VALUE SPACES.
006773     05  LDR-T-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
006774     05  FILLER                 PIC X(2)  VALUE SPACES.
006775     05  LDR-T-BURDEN           PIC ZZZ,ZZZ,ZZ9.99.
006776     05  FILLER                 PIC X(22) VALUE SPACES.
006777
006778*****************************************************************
006779*  VARIANCE REPORT PRINT LINES - HEADINGS, ONE DETAIL LINE PER
006780*  EMPLOYEE (THE SAME LINE SERVES THE MISSING SECTION, WITH NO
006781*  TRIAL FIGURES), THE MISSING SECTION HEADING AND THE
006782*  SUMMARY COUNTS.
006783*****************************************************************
006784 01  WS-VAR-HEADING-1.
006785     05  FILLER                 PIC X(30) VALUE SPACES.
006786     05  FILLER                 PIC X(30)
006787             VALUE 'PAYROLL TRIAL VARIANCE REPORT'.
006788     05  FILLER                 PIC X(10) VALUE SPACES.
006789     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
006790     05  VAR-H1-PERIOD          PIC 9(06).
006791     05  FILLER                 PIC X(04) VALUE ' VS '.
006792     05  VAR-H1-PRIOR           PIC 9(06).
006793     05  FILLER                 PIC X(30) VALUE SPACES.
006794     05  FILLER                 PIC X(5)  VALUE 'PAGE '.
006795     05  VAR-H1-PAGE            PIC ZZZ9.
006796
006797 01  WS-VAR-HEADING-2.
006798     05  FILLER                 PIC X(08) VALUE 'EMPLOYEE'.
006799     05  FILLER                 PIC X(22) VALUE 'EMPLOYEE NAME'.
006800     05  FILLER                 PIC X(08) VALUE ' HOURS'.
006801     05  FILLER                 PIC X(08) VALUE 'PRIOR'.
006802     05  FILLER                 PIC X(14) VALUE ' PRIOR GROSS'.
006803     05  FILLER                 PIC X(14) VALUE ' TRIAL GROSS'.
006804     05  FILLER                 PIC X(14) VALUE '   PRIOR NET'.
006805     05  FILLER                 PIC X(14) VALUE '   TRIAL NET'.
006806     05  FILLER                 PIC X(10) VALUE 'NET CHG %'.
006807     05  FILLER                 PIC X(18) VALUE 'FLAGS'.
006808     05  FILLER                 PIC X(02) VALUE SPACES.
006809
006810 01  WS-VAR-DETAIL.
006811     05  VAR-D-EMP-ID           PIC 9(06).
006812     05  FILLER                 PIC X(2)  VALUE SPACES.
006813     05  VAR-D-NAME             PIC X(20).
006814     05  FILLER                 PIC X(2)  VALUE SPACES.
006815     05  VAR-D-HOURS            PIC ZZ9.99 BLANK WHEN ZERO.
006816     05  FILLER                 PIC X(2)  VALUE SPACES.
006817     05  VAR-D-PRIOR-PERIOD     PIC 9(06) BLANK WHEN ZERO.
006818     05  FILLER                 PIC X(2)  VALUE SPACES.
006819     05  VAR-D-PRIOR-GROSS      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
006820     05  FILLER                 PIC X(2)  VALUE SPACES.
006821     05  VAR-D-GROSS            PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
006822     05  FILLER                 PIC X(2)  VALUE SPACES.
006823     05  VAR-D-PRIOR-NET        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
006824     05  FILLER                 PIC X(2)  VALUE SPACES.
006825     05  VAR-D-NET              PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
006826     05  FILLER                 PIC X(2)  VALUE SPACES.
006827     05  VAR-D-NET-PCT          PIC -ZZZZ9.9.
006828     05  VAR-D-NET-PCT-X REDEFINES VAR-D-NET-PCT
006829                                PIC X(08).
006830     05  FILLER                 PIC X(2)  VALUE SPACES.
006831     05  VAR-D-FLAG-1           PIC X(10).
006832     05  VAR-D-FLAG-2           PIC X(08).
006833
006834 01  WS-VAR-MISSING-HDG.
006835     05  FILLER                 PIC X(32)
006836             VALUE 'PAID IN PRIOR PERIOD '.
006837     05  VAR-M-PRIOR            PIC 9(06).
006838     05  FILLER                 PIC X(30)
006839             VALUE ' - NOT PAID BY THIS TRIAL RUN'.
006840     05  FILLER                 PIC X(64) VALUE SPACES.
006841
006842 01  WS-VAR-SUMMARY.
006843     05  VAR-S-LABEL            PIC X(30).
006844     05  VAR-S-COUNT            PIC ZZZ,ZZ9.
006845     05  FILLER                 PIC X(95) VALUE SPACES.
006846
006847 77  WS-RCH-FILE-STATUS     PIC X(02) VALUE '00'.
006848 77  WS-ADJ-FILE-STATUS     PIC X(02) VALUE '00'.
006849 77  WS-RCH-OPEN-SW         PIC X(01) VALUE 'N'.
006850     88  WS-RCH-OPEN                  VALUE 'Y'.
006851 77  WS-RCH-EOF-SW          PIC X(01) VALUE 'N'.
006852     88  WS-RCH-EOF                   VALUE 'Y'.
006853 77  WS-ADJ-OPEN-SW         PIC X(01) VALUE 'N'.
006854     88  WS-ADJ-OPEN                  VALUE 'Y'.
006855 77  WS-RCT-FULL-SW         PIC X(01) VALUE 'N'.
006856     88  WS-RCT-FULL                  VALUE 'Y'.
006857 77  WS-RTP-FOUND-SW        PIC X(01) VALUE 'N'.
006858     88  WS-RTP-FOUND                 VALUE 'Y'.
006859 77  WS-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
006860     88  WS-RCT-FOUND                 VALUE 'Y'.
006861 77  WS-RTI-FOUND-SW        PIC X(01) VALUE 'N'.
006862     88  WS-RTI-FOUND                 VALUE 'Y'.
006863 77  WS-RCH-EARLIEST-EFF    PIC 9(08) VALUE ZERO.
006864 77  WS-RCT-COUNT           PIC 9(05) COMP VALUE ZERO.
006865 77  WS-RCT-SUB             PIC 9(05) COMP VALUE ZERO.
006866 77  WS-RCT-FIRST           PIC 9(05) COMP VALUE ZERO.
006867 77  WS-RCT-LAST            PIC 9(05) COMP VALUE ZERO.
006868 77  WS-RTP-COUNT           PIC 9(05) COMP VALUE ZERO.
006869 77  WS-RTP-SUB             PIC 9(05) COMP VALUE ZERO.
006870 77  WS-RTI-COUNT           PIC 9(05) COMP VALUE ZERO.
006871 77  WS-RTI-SUB             PIC 9(05) COMP VALUE ZERO.
006872 77  WS-RTR-PAGE-NUMBER     PIC 9(3) VALUE ZERO.
006873 77  WS-RETRO-OLD-RATE      PIC 9(5)V99 VALUE ZERO.
006874 77  WS-RETRO-RATE          PIC 9(5)V99 VALUE ZERO.
006875 77  WS-RETRO-PERIOD-AMT    PIC S9(7)V99 VALUE ZERO.
006876 77  WS-RETRO-TOTAL         PIC S9(7)V99 VALUE ZERO.
006877 77  WS-RETRO-WRITTEN-AMT   PIC 9(5)V99 VALUE ZERO.
006878 77  WS-RETRO-PERIODS       PIC 9(03) VALUE ZERO.
006879 77  WS-RETRO-APPLIED-COUNT PIC 9(7) COMP VALUE ZERO.
006880 77  WS-RETRO-TRAN-COUNT    PIC 9(7) COMP VALUE ZERO.
006881 77  WS-RETRO-REVIEW-COUNT  PIC 9(7) COMP VALUE ZERO.
006882 77  WS-RETRO-TRAN-TOTAL    PIC 9(7)V99 VALUE ZERO.
006883
006884*    PENDING RATE CHANGES DUE BY THE PERIOD START, IN RATECHG
006885*    KEY ORDER - EACH EMPLOYEE'S CHANGES ARE ADJACENT AND IN
006886*    EFFECTIVE-DATE ORDER.
006887 01  WS-RATE-CHANGE-TABLE.
006888     05  WS-RCT-ENTRY OCCURS 500 TIMES.
006889         10  WS-RCT-EMP-ID      PIC 9(06).
006890         10  WS-RCT-EFF-DATE    PIC 9(08).
006891         10  WS-RCT-NEW-SALARY  PIC 9(5)V99.
006892
006893*    THE PAID PERIODS A DUE CHANGE REACHES BACK INTO.
006894 01  WS-RETRO-PERIOD-TABLE.
006895     05  WS-RTP-ENTRY OCCURS 200 TIMES.
006896         10  WS-RTP-PERIOD      PIC 9(06).
006897         10  WS-RTP-START-DATE  PIC 9(08).
006898
006899*    THE REGULAR PAYMENT OF EACH OF THOSE PERIODS, PER EMPLOYEE
006900*    WITH A DUE CHANGE, FROM PAYHIST.
006901 01  WS-RETRO-ITEM-TABLE.
006902     05  WS-RTI-ENTRY OCCURS 2000 TIMES.
006903         10  WS-RTI-EMP-ID      PIC 9(06).
006904         10  WS-RTI-PERIOD      PIC 9(06).
006905         10  WS-RTI-START-DATE  PIC 9(08).
006906         10  WS-RTI-GROSS       PIC 9(7)V99.
006907
006908 01  WS-RTR-HEADING-1.
006909     05  FILLER                 PIC X(30) VALUE SPACES.
006910     05  FILLER                 PIC X(30)
006911             VALUE 'RETRO PAY REGISTER'.
006912     05  FILLER                 PIC X(10) VALUE SPACES.
006913     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
006914     05  RTR-H1-PERIOD          PIC 9(06).
006915     05  FILLER                 PIC X(40) VALUE SPACES.
006916     05  FILLER                 PIC X(5)  VALUE 'PAGE '.
006917     05  RTR-H1-PAGE            PIC ZZZ9.
006918
006919 01  WS-RTR-HEADING-2.
006920     05  FILLER                 PIC X(08) VALUE 'EMPLOYEE'.
006921     05  FILLER                 PIC X(22) VALUE 'EMPLOYEE NAME'.
006922     05  FILLER                 PIC X(10) VALUE 'TYPE'.
006923     05  FILLER                 PIC X(92) VALUE SPACES.
006924
006925 01  WS-RTR-CHANGE.
006926     05  RTR-C-EMP-ID           PIC 9(06).
006927     05  FILLER                 PIC X(2)  VALUE SPACES.
006928     05  RTR-C-NAME             PIC X(20).
006929     05  FILLER                 PIC X(2)  VALUE SPACES.
006930     05  RTR-C-TYPE             PIC X(08).
006931     05  FILLER                 PIC X(2)  VALUE SPACES.
006932     05  FILLER                 PIC X(16)
006933             VALUE 'RATE CHANGE EFF '.
006934     05  RTR-C-EFF-DATE         PIC 9(08).
006935     05  FILLER                 PIC X(2)  VALUE SPACES.
006936     05  RTR-C-OLD-RATE         PIC ZZ,ZZ9.99.
006937     05  FILLER                 PIC X(04) VALUE ' TO '.
006938     05  RTR-C-NEW-RATE         PIC ZZ,ZZ9.99.
006939     05  FILLER                 PIC X(44) VALUE SPACES.
006940
006941 01  WS-RTR-PERIOD.
006942     05  FILLER                 PIC X(38) VALUE SPACES.
006943     05  FILLER                 PIC X(12) VALUE 'PAID PERIOD '.
006944     05  RTR-P-PERIOD           PIC 9(06).
006945     05  FILLER                 PIC X(2)  VALUE SPACES.
006946     05  FILLER                 PIC X(06) VALUE 'GROSS '.
006947     05  RTR-P-GROSS            PIC Z,ZZZ,ZZ9.99.
006948     05  FILLER                 PIC X(2)  VALUE SPACES.
006949     05  FILLER                 PIC X(03) VALUE 'AT '.
006950     05  RTR-P-RATE             PIC ZZ,ZZ9.99.
006951     05  FILLER                 PIC X(2)  VALUE SPACES.
006952     05  FILLER                 PIC X(06) VALUE 'RETRO '.
006953     05  RTR-P-AMOUNT           PIC -ZZZ,ZZ9.99.
006954     05  FILLER                 PIC X(23) VALUE SPACES.
006955
006956 01  WS-RTR-TOTAL.
006957     05  FILLER                 PIC X(38) VALUE SPACES.
006958     05  FILLER                 PIC X(14) VALUE 'RETRO PERIODS '.
006959     05  RTR-T-PERIODS          PIC ZZ9.
006960     05  FILLER                 PIC X(2)  VALUE SPACES.
006961     05  FILLER                 PIC X(06) VALUE 'TOTAL '.
006962     05  RTR-T-AMOUNT           PIC -ZZZ,ZZ9.99.
006963     05  FILLER                 PIC X(2)  VALUE SPACES.
006964     05  RTR-T-DISPOSITION      PIC X(30).
006965     05  FILLER                 PIC X(26) VALUE SPACES.
006966
006967 01  WS-RTR-SUMMARY.
006968     05  RTR-S-LABEL            PIC X(30).
006969     05  RTR-S-COUNT            PIC ZZZ,ZZ9.
006970     05  FILLER                 PIC X(2)  VALUE SPACES.
006971     05  RTR-S-AMOUNT           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
006972     05  FILLER                 PIC X(81) VALUE SPACES.
006973
006974*****************************************************************
006975*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
006976*  PROGRAMS VIA THE RLGWORK COPYBOOK.
006977*****************************************************************
006978 COPY RLGWORK.
006730 PROCEDURE DIVISION.
006740*****************************************************************
006750*  0000-MAIN-LOGIC
006800     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
006810         UNTIL WS-EOF.
006820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006825     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
006830     STOP RUN.
006840
006850*****************************************************************
006870*    OPEN THE MASTER FILE AND PRIME THE PROCESSING LOOP.
006880*****************************************************************
006890 1000-INITIALIZE.
006891     MOVE 'VARIABLESEXAMPLE' TO WS-RLG-PROGRAM.
006892     PERFORM 1020-ACCEPT-RUN-MODE THRU 1020-EXIT.
006893     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
006894     PERFORM 1030-ACCEPT-PAY-GROUP THRU 1030-EXIT.
006895*    A TRIAL RUN ONLY READS THE MASTER - IT MUST NOT MARK A
006896*    PRENOTE SENT OR CLEARED FOR A PAYMENT IT DOES NOT MAKE.
006897     IF WS-TRIAL-RUN
006900         OPEN INPUT EMP-MASTER-FILE
006902     ELSE
006904         OPEN I-O EMP-MASTER-FILE
006906     END-IF.
006910     IF WS-EMP-FILE-STATUS NOT = '00'
006920         DISPLAY 'EMP-MASTER-FILE OPEN FAILED, STATUS = '
006930             WS-EMP-FILE-STATUS
007020*    DATE, NOT TODAY'S.
007030     PERFORM 1900-READ-CHECK-NUMBER THRU 1900-EXIT.
007040     PERFORM 1100-READ-PRIOR-CHECKPOINT THRU 1100-EXIT.
007041*    A FRESH RUN NUMBERS ITS CHECKS FROM THE FLOOR - ABOVE
007042*    CHKNUM AND ABOVE ANY NUMBER ANOTHER GROUP'S ABENDED RUN
007043*    MAY ALREADY HAVE ISSUED.
007044     IF WS-NOT-RESTART-RUN
007045         MOVE WS-CHKN-FLOOR TO WS-CHECK-NUMBER
007046     END-IF.
007047*    A CHECKPOINT FOR THIS GROUP MEANS ITS LIVE RUN ABENDED
007048*    AND MUST BE RESTARTED FIRST - A TRIAL WOULD PICK UP ITS
007049*    RUN DATE AND TOTALS AND REPORT NONSENSE.
007050     IF WS-TRIAL-RUN AND WS-RESTART-RUN
007051         DISPLAY 'LIVE RUN RESTART PENDING ON CHKPTF - TRIAL '
007052             'RUN REFUSED'
007053         MOVE 'LIVE RUN RESTART PENDING ON CHKPTF'
007054             TO WS-RLG-MESSAGE
007055         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007056         STOP RUN
007057     END-IF.
007042*    THE PAY-PERIOD GATE COMES BEFORE THE TABLE LOADS AND THE
007044*    OUTPUT OPENS - A PERIOD ALREADY PAID REFUSES THE RUN
007046*    BEFORE ANYTHING IS WRITTEN.
007048     PERFORM 1050-SELECT-PAY-PERIOD THRU 1050-EXIT.
007049*    PENDING RATE CHANGES LOAD ONCE THE PERIOD IS KNOWN, AND
007050*    THE PAID PERIODS THEY REACH BACK INTO ARE PRICED FROM
007051*    PAYHIST BEFORE THIS RUN EXTENDS IT.
007052     PERFORM 1080-LOAD-RATE-CHANGES THRU 1080-EXIT.
007053*    THE DEPARTMENT TABLE LOADS AHEAD OF THE TIMECARDS - EACH
007054*    CARD'S DEPARTMENT IS EDITED AGAINST IT AS THE CARD LOADS.
007055     PERFORM 1800-LOAD-DEPT-TABLE THRU 1800-EXIT.
007056*    THE LEAVE MASTER OPENS AHEAD OF THE TIMECARDS TOO - A
007057*    VACATION OR SICK CARD IS EDITED AGAINST THE BALANCE.
007058     PERFORM 1750-OPEN-LEAVE-MASTER THRU 1750-EXIT.
007049     PERFORM 1250-LOAD-TIMECARDS THRU 1250-EXIT.
007050     PERFORM 1500-LOAD-TAX-TABLE THRU 1500-EXIT.
007052     PERFORM 1550-LOAD-EMPLOYER-RATES THRU 1550-EXIT.
007060     PERFORM 1600-LOAD-DEDUCTIONS THRU 1600-EXIT.
007062*    A TRIAL RUN POSTS NO YEAR-TO-DATE FIGURES AND WRITES NO
007064*    CHECKPOINT; IT LOADS THE PRIOR PAY FOR THE VARIANCE
007066*    REPORT INSTEAD.
007068     IF WS-TRIAL-RUN
007070         PERFORM 1450-LOAD-PRIOR-PAY THRU 1450-EXIT
007075     ELSE
007080         PERFORM 1700-OPEN-YTD-MASTER THRU 1700-EXIT
007085     END-IF.
007090     PERFORM 1150-OPEN-RUN-OUTPUT-FILES THRU 1150-EXIT.
007095     IF WS-TRIAL-RUN
007100         PERFORM 1370-WRITE-VARIANCE-HEADINGS THRU 1370-EXIT
007102     ELSE
007104         PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT
007106         PERFORM 1350-WRITE-LABOR-HEADINGS THRU 1350-EXIT
007108         PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
007110         PERFORM 1120-OPEN-CHECKPOINT-FILE THRU 1120-EXIT
007112     END-IF.
007120     PERFORM 1200-READ-CONTROL-TOTALS THRU 1200-EXIT.
007130     IF WS-RESTART-RUN
007140         PERFORM 1400-SKIP-TO-RESTART-POINT THRU 1400-EXIT
007180     EXIT.
007181
007182*****************************************************************
007183*  1020-ACCEPT-RUN-MODE
007184*    ASK WHETHER THIS IS THE LIVE PAYROLL RUN OR A TRIAL.  A
007185*    TRIAL DOES THE WHOLE CALCULATION BUT WRITES NO MASTER,
007186*    DISBURSEMENT, HISTORY OR REMITTANCE FILE AND LEAVES THE
007187*    PERIOD OPEN - ITS ONLY OUTPUT IS THE VARRPT VARIANCE
007188*    REPORT, SO THE LIVE RUN'S PAYRPT, LABDIST, RETROREG,
007189*    EMPEXCP AND TIMCERR ARE LEFT AS THE LIVE RUN WROTE THEM
007190*    FOR THE EXCEPTION AND AUDIT STEPS THAT READ THEM.  A
007191*    BLANK ANSWER IS A LIVE RUN, SO THE SCHEDULED JOB RUNS AS
007192*    IT ALWAYS HAS.  A TRIAL IS LOGGED ON RUNLOG AS
007193*    VARIABLESTRIAL, SO IT IS NEVER TAKEN FOR THE LATEST LIVE
007194*    RUN OF VARIABLESEXAMPLE.  THE MODE IS ASKED BEFORE THE
007195*    START IS LOGGED, SO A BAD ANSWER LOGS ITS OWN START.
007196*****************************************************************
007197 1020-ACCEPT-RUN-MODE.
007198     DISPLAY 'RUN MODE (L=LIVE  T=TRIAL): '
007199         WITH NO ADVANCING.
007200     ACCEPT WS-RUN-MODE.
007201     IF NOT WS-LIVE-RUN AND NOT WS-TRIAL-RUN
007202         DISPLAY 'RUN MODE ' WS-RUN-MODE ' IS NOT L OR T - '
007203             'RUN REFUSED'
007204         PERFORM 8800-LOG-RUN-START THRU 8800-EXIT
007205         MOVE 'RUN MODE NOT L OR T' TO WS-RLG-MESSAGE
007206         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007207         STOP RUN
007208     END-IF.
007209     IF WS-TRIAL-RUN
007210         MOVE 'VARIABLESTRIAL' TO WS-RLG-PROGRAM
007211         MOVE 'TRIAL RUN' TO WS-RLG-MESSAGE
007212         DISPLAY 'TRIAL RUN - NO MASTER OR DISBURSEMENT FILE '
007213             'WILL BE WRITTEN'
007214     END-IF.
007215 1020-EXIT.
007216     EXIT.
007217
007218*****************************************************************
007219*  1030-ACCEPT-PAY-GROUP
007220*    ASK WHICH PAY GROUP THIS RUN PAYS AND LOOK IT UP ON
007221*    PAYGRP.  EACH GROUP IS RUN SEPARATELY ON ITS OWN
007222*    CALENDAR - HOURLY STAFF WEEKLY, SALARIED STAFF
007223*    SEMI-MONTHLY.  THE GROUP'S FREQUENCY GOES TO
007224*    WS-PERIODS-PER-YEAR FOR THE PAY CALCULATION, AND THE
007225*    WEEKLY HIGH-HOURS VARIANCE LIMIT IS CARRIED TO THE
007226*    GROUP'S PERIOD IN WS-VAR-PERIOD-HOURS.  NO PAYGRP
007227*    OR A GROUP NOT ON IT REFUSES THE RUN BEFORE ANYTHING IS
007228*    READ OR WRITTEN.
007229*****************************************************************
007230 1030-ACCEPT-PAY-GROUP.
007231     DISPLAY 'PAY GROUP: ' WITH NO ADVANCING.
007232     ACCEPT WS-PAY-GROUP.
007233     OPEN INPUT PAY-GROUP-FILE.
007234     IF WS-PGR-FILE-STATUS NOT = '00'
007235         DISPLAY 'PAY-GROUP-FILE OPEN FAILED, STATUS = '
007236             WS-PGR-FILE-STATUS
007237         DISPLAY 'RUN STOPPED - NO PAY GROUP REFERENCE'
007238         MOVE 'PAYGRP NOT READABLE' TO WS-RLG-MESSAGE
007239         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007240         STOP RUN
007241     END-IF.
007242     PERFORM 1035-READ-PAY-GROUP THRU 1035-EXIT
007243         UNTIL WS-PGR-EOF OR WS-PGR-FOUND.
007244     CLOSE PAY-GROUP-FILE.
007245     IF NOT WS-PGR-FOUND OR WS-PAY-GROUP = SPACES
007246         DISPLAY 'PAY GROUP ' WS-PAY-GROUP ' IS NOT ON PAYGRP - '
007247             'RUN REFUSED'
007248         MOVE 'PAY GROUP NOT ON PAYGRP' TO WS-RLG-MESSAGE
007249         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007250         STOP RUN
007251     END-IF.
007252     IF PGR-PERIODS-PER-YEAR NOT NUMERIC
007253           OR PGR-PERIODS-PER-YEAR = ZERO
007254         DISPLAY 'PAY GROUP ' WS-PAY-GROUP ' HAS NO PAY '
007255             'FREQUENCY ON PAYGRP - RUN REFUSED'
007256         MOVE 'PAY GROUP HAS NO FREQUENCY' TO WS-RLG-MESSAGE
007257         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007258         STOP RUN
007259     END-IF.
007260     MOVE PGR-NAME             TO WS-PAY-GROUP-NAME.
007261     MOVE PGR-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR.
007262     COMPUTE WS-VAR-PERIOD-HOURS ROUNDED =
007263         WS-VAR-HOURS-LIMIT * WS-BASE-PERIODS-PER-YEAR
007264             / WS-PERIODS-PER-YEAR.
007265     DISPLAY 'PAYING GROUP ' WS-PAY-GROUP ' ' WS-PAY-GROUP-NAME
007266         ' - ' WS-PERIODS-PER-YEAR ' PERIODS A YEAR'.
007267 1030-EXIT.
007268     EXIT.
007269
007270*****************************************************************
007271*  1035-READ-PAY-GROUP
007272*    READ ONE PAYGRP RECORD AND STOP AT THE GROUP ASKED FOR.
007273*****************************************************************
007274 1035-READ-PAY-GROUP.
007275     READ PAY-GROUP-FILE
007276         AT END
007277             MOVE 'Y' TO WS-PGR-EOF-SW
007278         NOT AT END
007279             IF PGR-GROUP-CODE = WS-PAY-GROUP
007280                 MOVE 'Y' TO WS-PGR-FOUND-SW
007281             END-IF
007282     END-READ.
007283 1035-EXIT.
007284     EXIT.
007285
007182*****************************************************************
007183*  1050-SELECT-PAY-PERIOD
007184*    WALK THE PAYCAL PAY-PERIOD CALENDAR AND SELECT THE ONE PERIOD
007185*    OF THE PAY GROUP BEING PAID WHOSE START/END DATES COVER THE
007186*    RUN DATE.  THE RUN PROCESSES EXACTLY ONE OPEN PERIOD - NO
007187*    CALENDAR, NO COVERING PERIOD, A PERIOD ALREADY PAID OR A
007188*    CLOSED PERIOD ALL REFUSE THE RUN HERE, BEFORE ANY OUTPUT FILE
007189*    OPENS.  ON A RESTART THE RUN DATE RESTORED FROM THE
007190*    CHECKPOINT SELECTS THE ABENDED ATTEMPT'S PERIOD, WHICH IS
007191*    STILL OPEN BECAUSE ONLY A COMPLETED RUN MARKS IT PAID.
007192*    A CALENDAR OUT OF PERIOD-NUMBER ORDER, OR WITH A PERIOD
007193*    NUMBER USED TWICE, REFUSES THE RUN TOO - PAYHIST AND THE
007194*    PROGRAMS DOWNSTREAM KNOW A PERIOD BY ITS NUMBER ALONE.
007193*****************************************************************
007194 1050-SELECT-PAY-PERIOD.
007195     OPEN INPUT PAY-PERIOD-FILE.
007197         DISPLAY 'PAY-PERIOD-FILE OPEN FAILED, STATUS = '
007198             WS-PPC-FILE-STATUS
007199         DISPLAY 'RUN STOPPED - NO PAY-PERIOD CALENDAR'
007200         MOVE 'PAYCAL NOT READABLE' TO WS-RLG-MESSAGE
007201         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007200         STOP RUN
007201     END-IF.
007202     PERFORM 1060-READ-PAY-PERIOD THRU 1060-EXIT
007203         UNTIL WS-PPC-EOF.
007204     CLOSE PAY-PERIOD-FILE.
007205     IF WS-PPC-OUT-OF-ORDER
007206         DISPLAY 'PAYCAL PERIOD NUMBERS ARE NOT IN ASCENDING '
007207             'ORDER OR ARE REPEATED'
007208         DISPLAY 'RUN STOPPED - CALENDAR MUST BE CORRECTED'
007209         MOVE 'PAYCAL PERIODS OUT OF ORDER' TO WS-RLG-MESSAGE
007210         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007211         STOP RUN
007212     END-IF.
007205     IF NOT WS-PERIOD-FOUND
007206         DISPLAY 'NO PAY PERIOD ON PAYCAL FOR GROUP '
007207             WS-PAY-GROUP ' COVERS RUN DATE '
007207             WS-RUN-DATE
007208         DISPLAY 'RUN STOPPED - NO OPEN PAY PERIOD'
007209         MOVE 'NO PAY PERIOD COVERS THE RUN DATE'
007210             TO WS-RLG-MESSAGE
007211         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007209         STOP RUN
007210     END-IF.
007211     MOVE 'P'           TO WS-RLG-PERIOD-TYPE.
007212     MOVE WS-PAY-PERIOD TO WS-RLG-PERIOD.
007211     IF WS-PERIOD-PAID
007212         DISPLAY 'PAY PERIOD ' WS-PAY-PERIOD
007213             ' IS ALREADY PAID - RUN REFUSED'
007214         MOVE 'PAY PERIOD ALREADY PAID' TO WS-RLG-MESSAGE
007215         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007214         STOP RUN
007215     END-IF.
007216     IF NOT WS-PERIOD-OPEN
007217         DISPLAY 'PAY PERIOD ' WS-PAY-PERIOD
007218             ' IS NOT OPEN - RUN REFUSED'
007219         MOVE 'PAY PERIOD NOT OPEN' TO WS-RLG-MESSAGE
007220         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007219         STOP RUN
007220     END-IF.
007221     DISPLAY 'PROCESSING PAY PERIOD ' WS-PAY-PERIOD
007222         ' FOR PAY GROUP ' WS-PAY-GROUP.
007222 1050-EXIT.
007223     EXIT.
007224
007225*****************************************************************
007226*  1060-READ-PAY-PERIOD
007227*    READ ONE CALENDAR RECORD AND CAPTURE IT IF IT IS THE PAY
007228*    GROUP'S PERIOD AND ITS DATES COVER THE RUN DATE.  THE
007229*    GROUP'S LATEST PAID PERIOD ENDING BEFORE THE RUN DATE IS
007230*    KEPT AS ITS PRIOR PERIOD, AND THE PERIOD NUMBERS ARE
007231*    CHECKED FOR ORDER ACROSS THE WHOLE FILE.
007229*****************************************************************
007230 1060-READ-PAY-PERIOD.
007231     READ PAY-PERIOD-FILE
007232         AT END
007233             MOVE 'Y' TO WS-PPC-EOF-SW
007234             GO TO 1060-EXIT
007235     END-READ.
007236     IF PPC-PERIOD-NUMBER NOT > WS-PPC-LAST-PERIOD
007237         MOVE 'Y' TO WS-PPC-ORDER-SW
007238     END-IF.
007239     MOVE PPC-PERIOD-NUMBER TO WS-PPC-LAST-PERIOD.
007240     IF PPC-PAY-GROUP NOT = WS-PAY-GROUP
007241         GO TO 1060-EXIT
007242     END-IF.
007243     IF PPC-STATUS-PAID AND PPC-END-DATE < WS-RUN-DATE
007244           AND PPC-END-DATE > WS-GROUP-PRIOR-END
007245         MOVE PPC-PERIOD-NUMBER TO WS-GROUP-PRIOR-PERIOD
007246         MOVE PPC-END-DATE      TO WS-GROUP-PRIOR-END
007247     END-IF.
007235     IF WS-RUN-DATE NOT < PPC-START-DATE
007236           AND WS-RUN-DATE NOT > PPC-END-DATE
007237         MOVE 'Y'               TO WS-PERIOD-FOUND-SW
007238         MOVE PPC-PERIOD-NUMBER TO WS-PAY-PERIOD
007239         MOVE PPC-START-DATE    TO WS-PERIOD-START
007240         MOVE PPC-END-DATE      TO WS-PERIOD-END
007241         MOVE PPC-PAY-DATE      TO WS-PERIOD-PAY-DATE
007242         MOVE PPC-STATUS        TO WS-PERIOD-STATUS
007243     END-IF.
007244 1060-EXIT.
007245     EXIT.
007246
007247*****************************************************************
007248*  1080-LOAD-RATE-CHANGES
007249*    LOAD THE PENDING RATECHG RATE CHANGES DUE BY THIS PERIOD -
007250*    A CHANGE APPLIES IN THE FIRST PERIOD WHOSE START DATE IS
007251*    ON OR AFTER ITS EFFECTIVE DATE.  NO RATECHG FILE MEANS NO
007252*    CHANGE HAS EVER BEEN SCHEDULED.  WHEN ANY CHANGE IS DUE,
007253*    THE PAID PERIODS STARTING ON OR AFTER THE EARLIEST
007254*    EFFECTIVE DATE ARE LOADED FROM PAYCAL, AND EACH AFFECTED
007255*    EMPLOYEE'S REGULAR PAYMENT FOR THEM FROM PAYHIST, SO
007256*    2050-APPLY-RATE-CHANGE CAN PRICE THE RETRO PAY.  A LIVE
007257*    RUN OPENS RATECHG I-O TO MARK THE CHANGES IT APPLIES.
007258*****************************************************************
007259 1080-LOAD-RATE-CHANGES.
007260     IF WS-TRIAL-RUN
007261         OPEN INPUT RATE-CHANGE-FILE
007262     ELSE
007263         OPEN I-O RATE-CHANGE-FILE
007264     END-IF.
007265     IF WS-RCH-FILE-STATUS = '35'
007266         DISPLAY 'RATECHG NOT FOUND - NO RATE CHANGES PENDING'
007267         GO TO 1080-EXIT
007268     END-IF.
007269     IF WS-RCH-FILE-STATUS NOT = '00'
007270         DISPLAY 'RATE-CHANGE-FILE OPEN FAILED, STATUS = '
007271             WS-RCH-FILE-STATUS
007272         STOP RUN
007273     END-IF.
007274     MOVE 'Y' TO WS-RCH-OPEN-SW.
007275     MOVE 99999999 TO WS-RCH-EARLIEST-EFF.
007276     PERFORM 1085-READ-RATE-CHANGE THRU 1085-EXIT
007277         UNTIL WS-RCH-EOF.
007278     DISPLAY 'RATE CHANGES DUE THIS PERIOD: ' WS-RCT-COUNT.
007279     IF WS-RCT-COUNT = ZERO
007280         GO TO 1080-EXIT
007281     END-IF.
007282     PERFORM 1090-LOAD-RETRO-PERIODS THRU 1090-EXIT.
007283     IF WS-RTP-COUNT > ZERO
007284         PERFORM 1095-LOAD-RETRO-PAY THRU 1095-EXIT
007285     END-IF.
007286     DISPLAY 'PAID PERIODS TO RETRO:        ' WS-RTP-COUNT.
007287 1080-EXIT.
007288     EXIT.
007289
007290*****************************************************************
007291*  1085-READ-RATE-CHANGE
007292*    READ ONE RATECHG RECORD AND TABLE IT IF IT IS PENDING AND
007293*    DUE.  A FULL TABLE IS REPORTED ONCE; THE CHANGES IT CANNOT
007294*    HOLD STAY PENDING AND ARE APPLIED, WITH THEIR RETRO PAY,
007295*    BY THE NEXT PERIOD'S RUN.
007296*****************************************************************
007297 1085-READ-RATE-CHANGE.
007298     READ RATE-CHANGE-FILE NEXT RECORD
007299         AT END
007300             MOVE 'Y' TO WS-RCH-EOF-SW
007301             GO TO 1085-EXIT
007302     END-READ.
007303     IF NOT RCH-PENDING OR RCH-EFF-DATE > WS-PERIOD-START
007304         GO TO 1085-EXIT
007305     END-IF.
007306     IF WS-RCT-COUNT NOT < 500
007307         IF NOT WS-RCT-FULL
007308             MOVE 'Y' TO WS-RCT-FULL-SW
007309             DISPLAY 'RATE CHANGE TABLE FULL AT 500 - THE REST '
007310                 'WAIT FOR THE NEXT PERIOD'
007243         END-IF
007244         GO TO 1085-EXIT
007245     END-IF.
007246     ADD 1 TO WS-RCT-COUNT.
007247     MOVE RCH-EMP-ID     TO WS-RCT-EMP-ID (WS-RCT-COUNT).
007248     MOVE RCH-EFF-DATE   TO WS-RCT-EFF-DATE (WS-RCT-COUNT).
007249     MOVE RCH-NEW-SALARY TO WS-RCT-NEW-SALARY (WS-RCT-COUNT).
007250     IF RCH-EFF-DATE < WS-RCH-EARLIEST-EFF
007251         MOVE RCH-EFF-DATE TO WS-RCH-EARLIEST-EFF
007252     END-IF.
007253 1085-EXIT.
007254     EXIT.
007255
007256*****************************************************************
007257*  1090-LOAD-RETRO-PERIODS
007258*    RE-READ PAYCAL FOR THE PAID PERIODS STARTING ON OR AFTER
007259*    THE EARLIEST DUE EFFECTIVE DATE AND BEFORE THIS PERIOD.
007260*    THOSE PAID AT AN OLD RATE.  A FULL TABLE STOPS THE RUN
007261*    BEFORE ANY OUTPUT OPENS RATHER THAN UNDERPAY THE RETRO.
007262*****************************************************************
007263 1090-LOAD-RETRO-PERIODS.
007264     OPEN INPUT PAY-PERIOD-FILE.
007265     IF WS-PPC-FILE-STATUS NOT = '00'
007266         DISPLAY 'PAY-PERIOD-FILE OPEN FAILED, STATUS = '
007267             WS-PPC-FILE-STATUS
007268         STOP RUN
007269     END-IF.
007270     MOVE 'N' TO WS-PPC-EOF-SW.
007271     PERFORM 1092-READ-RETRO-PERIOD THRU 1092-EXIT
007272         UNTIL WS-PPC-EOF.
007273     CLOSE PAY-PERIOD-FILE.
007274 1090-EXIT.
007275     EXIT.
007276
007277*****************************************************************
007278*  1092-READ-RETRO-PERIOD
007279*    READ ONE CALENDAR RECORD AND TABLE IT IF IT IS A PAID
007280*    PERIOD A DUE RATE CHANGE REACHES BACK INTO.
007281*****************************************************************
007282 1092-READ-RETRO-PERIOD.
007283     READ PAY-PERIOD-FILE
007284         AT END
007285             MOVE 'Y' TO WS-PPC-EOF-SW
007286             GO TO 1092-EXIT
007244     END-READ.
007245     IF NOT PPC-STATUS-PAID
007246           OR PPC-START-DATE < WS-RCH-EARLIEST-EFF
007247           OR PPC-START-DATE NOT < WS-PERIOD-START
007248         GO TO 1092-EXIT
007249     END-IF.
007250     IF WS-RTP-COUNT NOT < 200
007251         DISPLAY 'RETRO PERIOD TABLE FULL AT 200 PERIODS'
007252         DISPLAY 'RUN STOPPED - RETRO PAY CANNOT BE PRICED'
007253         STOP RUN
007254     END-IF.
007255     ADD 1 TO WS-RTP-COUNT.
007256     MOVE PPC-PERIOD-NUMBER TO WS-RTP-PERIOD (WS-RTP-COUNT).
007257     MOVE PPC-START-DATE    TO WS-RTP-START-DATE (WS-RTP-COUNT).
007245 1092-EXIT.
007246     EXIT.
007247
007248*****************************************************************
007249*  1095-LOAD-RETRO-PAY
007250*    SCAN PAYHIST FOR THE REGULAR PAYMENTS TO REPRICE.  NO
007251*    PAYHIST YET MEANS NOTHING HAS BEEN PAID AT ANY OLD RATE.
007252*    THE END-OF-FILE SWITCH IS RESET FOR THE TRIAL RUN'S
007253*    PRIOR-PAY SCAN THAT FOLLOWS.
007254*****************************************************************
007255 1095-LOAD-RETRO-PAY.
007256     OPEN INPUT PAY-HISTORY-FILE.
007257     IF WS-PHF-FILE-STATUS = '35'
007258         DISPLAY 'PAYHIST NOT FOUND - NO PAID PERIODS TO RETRO'
007259         CLOSE PAY-HISTORY-FILE
007260         GO TO 1095-EXIT
007261     END-IF.
007262     IF WS-PHF-FILE-STATUS NOT = '00'
007263         DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
007264             WS-PHF-FILE-STATUS
007265         STOP RUN
007266     END-IF.
007267     PERFORM 1096-READ-RETRO-PAY THRU 1096-EXIT
007268         UNTIL WS-PHF-EOF.
007269     CLOSE PAY-HISTORY-FILE.
007270     MOVE 'N' TO WS-PHF-EOF-SW.
007271 1095-EXIT.
007272     EXIT.
007273
007274*****************************************************************
007275*  1096-READ-RETRO-PAY
007276*    READ ONE PAYHIST RECORD AND TABLE IT IF IT IS THE REGULAR
007277*    PAYMENT OF A RETRO PERIOD FOR AN EMPLOYEE WITH A CHANGE
007278*    EFFECTIVE BY THAT PERIOD'S START.  VOIDS, REPLACEMENTS AND
007279*    ANY PAYMENT ADJUSTMENTRUN WROTE ARE SKIPPED - THE LAST IS
007280*    OFF-CYCLE BONUS OR RETRO PAY THAT A RATE CHANGE DOES NOT
007281*    REPRICE, WHETHER IT LANDED BEFORE OR AFTER THE PASS'S
007282*    RECORD FOR THE PERIOD.
007283*****************************************************************
007284 1096-READ-RETRO-PAY.
007285     READ PAY-HISTORY-FILE
007286         AT END
007287             MOVE 'Y' TO WS-PHF-EOF-SW
007288             GO TO 1096-EXIT
007289     END-READ.
007290     IF PHR-VOIDED OR PHR-REPLACEMENT OR PHR-ADJUSTMENT-RUN
007291         GO TO 1096-EXIT
007292     END-IF.
007293     MOVE 'N' TO WS-RTP-FOUND-SW.
007294     PERFORM 1097-MATCH-RETRO-PERIOD THRU 1097-EXIT
007295         VARYING WS-RTP-SUB FROM 1 BY 1
007296         UNTIL WS-RTP-SUB > WS-RTP-COUNT OR WS-RTP-FOUND.
007297     IF NOT WS-RTP-FOUND
007298         GO TO 1096-EXIT
007299     END-IF.
007300     SUBTRACT 1 FROM WS-RTP-SUB.
007301     MOVE 'N' TO WS-RCT-FOUND-SW.
007302     PERFORM 1098-MATCH-RETRO-CHANGE THRU 1098-EXIT
007303         VARYING WS-RCT-SUB FROM 1 BY 1
007304         UNTIL WS-RCT-SUB > WS-RCT-COUNT OR WS-RCT-FOUND.
007305     IF NOT WS-RCT-FOUND
007306         GO TO 1096-EXIT
007307     END-IF.
007308     MOVE 'N' TO WS-RTI-FOUND-SW.
007309     PERFORM 1099-MATCH-RETRO-ITEM THRU 1099-EXIT
007310         VARYING WS-RTI-SUB FROM 1 BY 1
007311         UNTIL WS-RTI-SUB > WS-RTI-COUNT OR WS-RTI-FOUND.
007312     IF WS-RTI-FOUND
007313         GO TO 1096-EXIT
007314     END-IF.
007315     IF WS-RTI-COUNT NOT < 2000
007316         DISPLAY 'RETRO PAY TABLE FULL AT 2000 PAYMENTS'
007317         DISPLAY 'RUN STOPPED - RETRO PAY CANNOT BE PRICED'
007318         STOP RUN
007319     END-IF.
007320     ADD 1 TO WS-RTI-COUNT.
007321     MOVE PHR-EMP-ID     TO WS-RTI-EMP-ID (WS-RTI-COUNT).
007322     MOVE PHR-PAY-PERIOD TO WS-RTI-PERIOD (WS-RTI-COUNT).
007323     MOVE WS-RTP-START-DATE (WS-RTP-SUB)
007324                         TO WS-RTI-START-DATE (WS-RTI-COUNT).
007325     MOVE PHR-GROSS-PAY  TO WS-RTI-GROSS (WS-RTI-COUNT).
007326 1096-EXIT.
007327     EXIT.
007328
007329*****************************************************************
007330*  1097-MATCH-RETRO-PERIOD
007331*    TEST ONE RETRO PERIOD ENTRY AGAINST THE PAYHIST PERIOD.
007332*****************************************************************
007333 1097-MATCH-RETRO-PERIOD.
007334     IF WS-RTP-PERIOD (WS-RTP-SUB) = PHR-PAY-PERIOD
007335         MOVE 'Y' TO WS-RTP-FOUND-SW
007336     END-IF.
007337 1097-EXIT.
007338     EXIT.
007339
007340*****************************************************************
007341*  1098-MATCH-RETRO-CHANGE
007342*    TEST ONE DUE RATE CHANGE FOR THE PAYHIST EMPLOYEE, IN
007343*    EFFECT BY THE START OF THE PAYHIST PERIOD.
007344*****************************************************************
007345 1098-MATCH-RETRO-CHANGE.
007346     IF WS-RCT-EMP-ID (WS-RCT-SUB) = PHR-EMP-ID
007347           AND WS-RCT-EFF-DATE (WS-RCT-SUB)
007348               NOT > WS-RTP-START-DATE (WS-RTP-SUB)
007349         MOVE 'Y' TO WS-RCT-FOUND-SW
007350     END-IF.
007351 1098-EXIT.
007352     EXIT.
007353
007354*****************************************************************
007355*  1099-MATCH-RETRO-ITEM
007356*    TEST ONE TABLED PAYMENT FOR THE SAME EMPLOYEE AND PERIOD.
007357*****************************************************************
007358 1099-MATCH-RETRO-ITEM.
007359     IF WS-RTI-EMP-ID (WS-RTI-SUB) = PHR-EMP-ID
007360           AND WS-RTI-PERIOD (WS-RTI-SUB) = PHR-PAY-PERIOD
007361         MOVE 'Y' TO WS-RTI-FOUND-SW
007362     END-IF.
007363 1099-EXIT.
007364     EXIT.
007365
007248*****************************************************************
007249*  1250-LOAD-TIMECARDS
007250*    LOAD THE TIMECRD TIMECARD FILE AND SUM HOURS PER EMPLOYEE
007251*    FOR THE SELECTED PAY PERIOD.  EACH TIMECARD IS EDITED AS
007252*    IT LOADS - AN UNKNOWN EMPLOYEE ID, A WORK DATE OUTSIDE
007253*    THE PERIOD, UNUSABLE HOURS OR A DEPARTMENT NOT ON DEPTREF
007254*    REJECT THE CARD TO TIMCERR WITH A REASON INSTEAD OF
007255*    PAYING ON IT - A TRIAL RUN ONLY COUNTS ITS REJECTS AND
007256*    LEAVES THE LIVE RUN'S TIMCERR ALONE.  A MISSING FILE
007255*    IS TOLERATED - EVERY HOURLY EMPLOYEE THEN EXCEPTIONS OUT
007256*    WITH NO TIMECARDS RATHER THAN BEING PAID STALE HOURS.
007257*    THE KEYED EDIT READS MOVE THE MASTER'S FILE POSITION, SO
007259*    SEQUENTIAL PASS BEFORE LEAVING.
007260*****************************************************************
007261 1250-LOAD-TIMECARDS.
007262     IF WS-LIVE-RUN
007262         OPEN OUTPUT TIMECARD-ERRORS
007263     END-IF.
007263     OPEN INPUT TIMECARD-FILE.
007264     IF WS-TMC-FILE-STATUS = '35'
007265         DISPLAY 'TIMECRD NOT FOUND - NO TIMECARD HOURS '
007270             DISPLAY 'TIMECARD-FILE OPEN FAILED, STATUS = '
007271                 WS-TMC-FILE-STATUS
007272             DISPLAY 'RUN STOPPED - TIMECARDS UNREADABLE'
007273             MOVE 'TIMECRD NOT READABLE' TO WS-RLG-MESSAGE
007274             PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007273             STOP RUN
007274         END-IF
007275         PERFORM 1260-READ-TIMECARD THRU 1260-EXIT
007277         CLOSE TIMECARD-FILE
007278         DISPLAY 'TIMECARDS READ:     ' WS-TMC-READ-COUNT
007279         DISPLAY 'TIMECARDS REJECTED: ' WS-TMC-REJECT-COUNT
007280         DISPLAY 'OTHER PAY GROUPS:   ' WS-TMC-OTHER-GROUP
007280     END-IF.
007281     IF WS-LIVE-RUN
007281         CLOSE TIMECARD-ERRORS
007282     END-IF.
007282     MOVE ZERO TO EMP-ID.
007283     START EMP-MASTER-FILE KEY NOT LESS THAN EMP-ID
007284         INVALID KEY
007306*****************************************************************
007307*  1265-EDIT-TIMECARD
007308*    EDIT ONE TIMECARD - THE EMPLOYEE MUST EXIST ON EMPMAST,
007309*    THE WORK DATE MUST FALL INSIDE THE SELECTED PAY PERIOD,
007310*    THE HOURS MUST BE NUMERIC AND THE DEPARTMENT CHARGED MUST
007311*    BE ON DEPTREF.  A CLEAN CARD'S HOURS SUM INTO THE
007311*    EMPLOYEE'S TABLE ENTRY AND ITS DEPARTMENT SLOT.
007312*    THE PAY TYPE MUST BE WORKED, VACATION OR SICK, AND A
007313*    VACATION OR SICK CARD MUST BE COVERED BY THE LEAVE
007314*    BALANCE LEFT AFTER THE EMPLOYEE'S EARLIER CARDS.
007312*****************************************************************
007313 1265-EDIT-TIMECARD.
007314     IF TMC-EMP-ID NOT NUMERIC OR TMC-EMP-ID = ZERO
007325             PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007326             GO TO 1265-EXIT
007327     END-READ.
007328*    A CARD FOR AN EMPLOYEE IN ANOTHER PAY GROUP BELONGS TO
007329*    THAT GROUP'S RUN AND IS PASSED OVER, NOT REJECTED - ONE
007330*    TIMECRD FILE FEEDS EVERY GROUP'S PASS.  AN EMPLOYEE WITH
007331*    NO GROUP IS PAID BY NO RUN, SO THE CARD GOES BACK.
007332     IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
007333           AND EMP-PAY-GROUP NOT = SPACES
007334         ADD 1 TO WS-TMC-OTHER-GROUP
007335         GO TO 1265-EXIT
007336     END-IF.
007337     IF EMP-PAY-GROUP = SPACES
007338         MOVE 'T9' TO TCERR-REASON-CODE
007339         MOVE 'EMPLOYEE HAS NO PAY GROUP' TO TCERR-REASON-TEXT
007340         PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007341         GO TO 1265-EXIT
007342     END-IF.
007328*    THE PAYROLL PASS SKIPS AN EMPLOYEE TERMINATED BEFORE
007329*    THE PERIOD, SO HOURS SUMMED FOR ONE WOULD BE SILENTLY
007330*    UNPAID - THE CARD GOES BACK ON TIMCERR FOR FOLLOW-UP
007348         PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007349         GO TO 1265-EXIT
007350     END-IF.
007351     IF NOT TMC-PAY-WORKED AND NOT TMC-PAY-VACATION
007352           AND NOT TMC-PAY-SICK
007353         MOVE 'T7' TO TCERR-REASON-CODE
007354         MOVE 'PAY TYPE NOT W, V OR S' TO TCERR-REASON-TEXT
007355         PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007356         GO TO 1265-EXIT
007357     END-IF.
007358     MOVE 'N' TO WS-DEPT-FOUND-SW.
007359     PERFORM 1267-FIND-TIMECARD-DEPT THRU 1267-EXIT
007360         VARYING WS-DEPT-SUB FROM 1 BY 1
007361         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
007362     IF NOT WS-DEPT-FOUND
007363         MOVE 'T6' TO TCERR-REASON-CODE
007364         MOVE 'DEPT NOT ON DEPTREF' TO TCERR-REASON-TEXT
007365         PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007366         GO TO 1265-EXIT
007367     END-IF.
007368     IF TMC-PAY-VACATION OR TMC-PAY-SICK
007369         PERFORM 1266-CHECK-LEAVE-BALANCE THRU 1266-EXIT
007370         IF WS-LEAVE-SHORT
007371             MOVE 'T8' TO TCERR-REASON-CODE
007372             MOVE 'LEAVE BALANCE SHORT' TO TCERR-REASON-TEXT
007373             PERFORM 1258-REJECT-TIMECARD THRU 1258-EXIT
007374             GO TO 1265-EXIT
007375         END-IF
007376     END-IF.
007351     PERFORM 1268-SUM-TIMECARD-HOURS THRU 1268-EXIT.
007352 1265-EXIT.
007353     EXIT.
007355*****************************************************************
007356*  1258-REJECT-TIMECARD
007357*    WRITE THE TIMECARD AND ITS REASON TO THE ERROR FILE SO
007358*    THE TIME SHEET CAN BE CORRECTED AND RESUBMITTED.  A TRIAL
007359*    RUN ONLY COUNTS IT.
007359*****************************************************************
007360 1258-REJECT-TIMECARD.
007361     ADD 1 TO WS-TMC-REJECT-COUNT.
007362     IF WS-TRIAL-RUN
007363         GO TO 1258-EXIT
007364     END-IF.
007362     MOVE TMC-RECORD TO TCERR-TIMECARD-IMAGE.
007363     WRITE TCERR-RECORD.
007364 1258-EXIT.
007365     EXIT.
007366
007367*****************************************************************
007368*  1266-CHECK-LEAVE-BALANCE
007369*    SET WS-LEAVE-SHORT-SW WHEN A VACATION OR SICK CARD'S
007370*    HOURS, ON TOP OF THE SAME KIND OF LEAVE ALREADY LOADED
007371*    FOR THE EMPLOYEE THIS PERIOD, EXCEED THE BALANCE ON
007372*    LEAVMAST.  AN EMPLOYEE WITH NO LEAVMAST RECORD HAS NO
007373*    BALANCE YET.
007374*****************************************************************
007375 1266-CHECK-LEAVE-BALANCE.
007376     MOVE 'N' TO WS-LEAVE-SHORT-SW.
007377     MOVE TMC-EMP-ID TO LVE-EMP-ID.
007378     PERFORM 2510-READ-LEAVE-BALANCE THRU 2510-EXIT.
007379     MOVE 'N' TO WS-TMC-FOUND-SW.
007380     PERFORM 1269-MATCH-TIMECARD-EMP THRU 1269-EXIT
007381         VARYING WS-TMC-SUB FROM 1 BY 1
007382         UNTIL WS-TMC-SUB > WS-TMC-COUNT.
007383     MOVE TMC-HOURS TO WS-LEAVE-CLAIMED.
007384     IF TMC-PAY-VACATION
007385         IF WS-TMC-FOUND
007386             ADD WS-TMCT-VAC-HOURS (WS-TMC-INDEX)
007387                 TO WS-LEAVE-CLAIMED
007388         END-IF
007389         IF WS-LEAVE-CLAIMED > WS-VAC-AVAILABLE
007390             MOVE 'Y' TO WS-LEAVE-SHORT-SW
007391         END-IF
007392     ELSE
007393         IF WS-TMC-FOUND
007394             ADD WS-TMCT-SICK-HOURS (WS-TMC-INDEX)
007395                 TO WS-LEAVE-CLAIMED
007396         END-IF
007397         IF WS-LEAVE-CLAIMED > WS-SICK-AVAILABLE
007398             MOVE 'Y' TO WS-LEAVE-SHORT-SW
007399         END-IF
007400     END-IF.
007401 1266-EXIT.
007402     EXIT.
007403
007404*****************************************************************
007405*  1267-FIND-TIMECARD-DEPT
007406*    MATCH ONE DEPARTMENT TABLE ENTRY AGAINST THE TIMECARD'S
007407*    DEPARTMENT CODE, LEAVING WS-TMC-DEPT-INDEX AT THE MATCH.
007408*****************************************************************
007409 1267-FIND-TIMECARD-DEPT.
007410     IF WS-DEPTT-CODE (WS-DEPT-SUB) = TMC-DEPT-CODE
007411         MOVE 'Y' TO WS-DEPT-FOUND-SW
007412         MOVE WS-DEPT-SUB TO WS-TMC-DEPT-INDEX
007413     END-IF.
007414 1267-EXIT.
007415     EXIT.
007416
007367*****************************************************************
007368*  1268-SUM-TIMECARD-HOURS
007369*    ADD ONE CLEAN TIMECARD'S HOURS INTO ITS EMPLOYEE'S
007370*    SUMMED TABLE ENTRY, CREATING THE ENTRY ON THE EMPLOYEE'S
007371*    FIRST CARD, AND INTO THE ENTRY'S SLOT FOR THE DEPARTMENT
007372*    CHARGED.  VACATION AND SICK HOURS ALSO SUM INTO THEIR OWN
007373*    FIELDS OF THE ENTRY.
007372*****************************************************************
007373 1268-SUM-TIMECARD-HOURS.
007374     MOVE 'N' TO WS-TMC-FOUND-SW.
007384             STOP RUN
007385         END-IF
007386         ADD 1 TO WS-TMC-COUNT
007387         MOVE WS-TMC-COUNT TO WS-TMC-INDEX
007387         MOVE TMC-EMP-ID TO WS-TMCT-EMP-ID (WS-TMC-INDEX)
007388         MOVE TMC-HOURS  TO WS-TMCT-HOURS (WS-TMC-INDEX)
007389         MOVE ZERO       TO WS-TMCT-DEPT-COUNT (WS-TMC-INDEX)
007390         MOVE ZERO       TO WS-TMCT-VAC-HOURS (WS-TMC-INDEX)
007391         MOVE ZERO       TO WS-TMCT-SICK-HOURS (WS-TMC-INDEX)
007389     END-IF.
007390     IF TMC-PAY-VACATION
007391         ADD TMC-HOURS TO WS-TMCT-VAC-HOURS (WS-TMC-INDEX)
007392     END-IF.
007393     IF TMC-PAY-SICK
007394         ADD TMC-HOURS TO WS-TMCT-SICK-HOURS (WS-TMC-INDEX)
007395     END-IF.
007396     PERFORM 1270-SUM-TIMECARD-DEPT THRU 1270-EXIT.
007390 1268-EXIT.
007391     EXIT.
007392
007403 1269-EXIT.
007404     EXIT.
007405
007406*****************************************************************
007407*  1270-SUM-TIMECARD-DEPT
007408*    ADD ONE CLEAN TIMECARD'S HOURS INTO THE DEPARTMENT SLOT
007409*    OF THE EMPLOYEE ENTRY AT WS-TMC-INDEX, OPENING A NEW SLOT
007410*    ON THE FIRST CARD CHARGED TO THAT DEPARTMENT.
007411*****************************************************************
007412 1270-SUM-TIMECARD-DEPT.
007413     MOVE 'N' TO WS-TMCD-FOUND-SW.
007414     PERFORM 1271-MATCH-TIMECARD-DEPT THRU 1271-EXIT
007415         VARYING WS-TMCD-SUB FROM 1 BY 1
007416         UNTIL WS-TMCD-SUB > WS-TMCT-DEPT-COUNT (WS-TMC-INDEX).
007417     IF WS-TMCD-FOUND
007418         ADD TMC-HOURS
007419             TO WS-TMCT-DEPT-HOURS (WS-TMC-INDEX, WS-TMCD-INDEX)
007420     ELSE
007421         IF WS-TMCT-DEPT-COUNT (WS-TMC-INDEX) >= 10
007422             DISPLAY 'EMPLOYEE ' TMC-EMP-ID
007423                 ' CHARGED MORE THAN 10 DEPARTMENTS'
007424             DISPLAY 'RUN STOPPED - TIMECARDS UNRESOLVABLE'
007425             STOP RUN
007426         END-IF
007427         ADD 1 TO WS-TMCT-DEPT-COUNT (WS-TMC-INDEX)
007428         MOVE WS-TMCT-DEPT-COUNT (WS-TMC-INDEX) TO WS-TMCD-INDEX
007429         MOVE WS-TMC-DEPT-INDEX
007430             TO WS-TMCT-DEPT-INDEX (WS-TMC-INDEX, WS-TMCD-INDEX)
007431         MOVE TMC-HOURS
007432             TO WS-TMCT-DEPT-HOURS (WS-TMC-INDEX, WS-TMCD-INDEX)
007433     END-IF.
007434 1270-EXIT.
007435     EXIT.
007436
007437*****************************************************************
007438*  1271-MATCH-TIMECARD-DEPT
007439*    MATCH ONE DEPARTMENT SLOT OF THE EMPLOYEE ENTRY AGAINST
007440*    THE TIMECARD'S DEPARTMENT, LEAVING WS-TMCD-INDEX AT THE
007441*    MATCH.
007442*****************************************************************
007443 1271-MATCH-TIMECARD-DEPT.
007444     IF WS-TMCT-DEPT-INDEX (WS-TMC-INDEX, WS-TMCD-SUB)
007445           = WS-TMC-DEPT-INDEX
007446         MOVE 'Y' TO WS-TMCD-FOUND-SW
007447         MOVE WS-TMCD-SUB TO WS-TMCD-INDEX
007448     END-IF.
007449 1271-EXIT.
007450     EXIT.
007451
007200*****************************************************************
007210*  1100-READ-PRIOR-CHECKPOINT
007220*    IF THE CHECKPOINT FILE HOLDS A RECORD FOR THIS PAY GROUP,
007230*    ITS PRIOR RUN DID NOT COMPLETE - RESTORE THE RUN TOTALS
007240*    AND LAST-PROCESSED KEY FROM IT.  ANOTHER GROUP'S RECORD IS
007243*    LEFT FOR THAT GROUP'S RESTART, BUT RAISES THE CHECK-NUMBER
007246*    FLOOR PAST EVERY NUMBER ITS ABENDED RUN COULD HAVE ISSUED.
007250*****************************************************************
007260 1100-READ-PRIOR-CHECKPOINT.
007270     OPEN INPUT CHECKPOINT-FILE.
007280     IF WS-CKPT-FILE-STATUS = '35'
007290         CLOSE CHECKPOINT-FILE
007291         GO TO 1100-EXIT
007292     END-IF.
007293     IF WS-CKPT-FILE-STATUS NOT = '00'
007294         DISPLAY 'CHECKPOINT-FILE OPEN FAILED, STATUS = '
007295             WS-CKPT-FILE-STATUS
007296         DISPLAY 'RUN STOPPED - RESTART STATE UNKNOWN'
007297         MOVE 'CHKPTF NOT READABLE' TO WS-RLG-MESSAGE
007298         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007299         STOP RUN
007300     END-IF.
007310     PERFORM 1110-READ-CHECKPOINT-RECORD THRU 1110-EXIT
007330         UNTIL WS-CKPT-EOF.
007340     CLOSE CHECKPOINT-FILE.
007360 1100-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*  1110-READ-CHECKPOINT-RECORD
007410*    READ THE NEXT GROUP'S CHECKPOINT.  THIS GROUP'S RECORD IS
007420*    THE MOST RECENT CHECKPOINT FROM ITS PRIOR RUN, SO ITS
007425*    VALUES ARE SAVED.  ANOTHER GROUP'S RUN ISSUED AT MOST ONE
007430*    CHECK A RECORD SINCE ITS CHECKPOINT, SO NOTHING IT ISSUED
007435*    IS ABOVE ITS LAST CHECK PLUS WS-CHECKPOINT-INTERVAL.
007440*****************************************************************
007450 1110-READ-CHECKPOINT-RECORD.
007460     READ CHECKPOINT-FILE NEXT RECORD
007470         AT END
007480             MOVE 'Y' TO WS-CKPT-EOF-SW
007481             GO TO 1110-EXIT
007482     END-READ.
007483     IF CKPT-PAY-GROUP NOT = WS-PAY-GROUP
007484         COMPUTE WS-CKPT-FLOOR =
007485             CKPT-LAST-CHECK-NO + WS-CHECKPOINT-INTERVAL
007486         IF WS-CKPT-FLOOR > WS-CHKN-FLOOR
007487             MOVE WS-CKPT-FLOOR TO WS-CHKN-FLOOR
007488         END-IF
007489         GO TO 1110-EXIT
007490     END-IF.
007500     MOVE 'Y'                TO WS-RESTART-SW
007510     MOVE CKPT-LAST-EMP-ID   TO WS-RESTART-EMP-ID
007520     MOVE CKPT-RECORD-COUNT  TO WS-TOTAL-EMPLOYEES
007530     MOVE CKPT-TOTAL-SALARY  TO WS-TOTAL-SALARY
007540     MOVE CKPT-TOTAL-NET-PAY TO WS-TOTAL-NET-PAY
007550     MOVE CKPT-TOTAL-DEDUCTIONS
007560         TO WS-TOTAL-DEDUCTIONS
007570     MOVE CKPT-PAGE-NUMBER   TO WS-PAGE-NUMBER
007580     MOVE CKPT-LAST-CHECK-NO TO WS-CHECK-NUMBER
007590     MOVE CKPT-BANK-COUNT    TO WS-BANK-COUNT
007600     MOVE CKPT-BANK-NET      TO WS-BANK-NET-TOTAL
007610     MOVE CKPT-CHECK-NET     TO WS-CHECK-NET-TOTAL
007620*    A RESTART KEEPS THE ABENDED ATTEMPT'S RUN DATE SO
007630*    THE TAX TABLE SELECTION AND THE YTD DOUBLE-POST
007640*    GUARD SEE THE SAME DATE THE ABENDED ATTEMPT USED,
007650*    EVEN WHEN THE RESTART COMES AFTER MIDNIGHT.
007660     MOVE CKPT-RUN-DATE      TO WS-RUN-DATE
007662     MOVE CKPT-PAY-PERIOD    TO WS-PAY-PERIOD
007664     MOVE CKPT-TOTAL-TAX     TO WS-TOTAL-TAX
007666     MOVE CKPT-ER-TAX        TO WS-TOTAL-ER-TAX
007668     MOVE CKPT-ER-BENEFIT    TO WS-TOTAL-ER-BENEFIT
007674     MOVE CKPT-PRENOTE-COUNT TO WS-PRENOTE-COUNT.
007680 1110-EXIT.
007690     EXIT.
007700
007701*****************************************************************
007702*  1120-OPEN-CHECKPOINT-FILE
007703*    OPEN THE CHECKPOINT FILE FOR A LIVE RUN'S CHECKPOINTS.
007704*    THE FIRST RUN ON THE SYSTEM FINDS IT MISSING, SO IT IS
007705*    CREATED EMPTY AND REOPENED.  A RUN THAT CANNOT CHECKPOINT
007706*    COULD NOT BE RESTARTED, SO ANY OTHER FAILURE STOPS IT.
007707*****************************************************************
007708 1120-OPEN-CHECKPOINT-FILE.
007709     OPEN I-O CHECKPOINT-FILE.
007710     IF WS-CKPT-FILE-STATUS = '35'
007711         OPEN OUTPUT CHECKPOINT-FILE
007712         CLOSE CHECKPOINT-FILE
007713         OPEN I-O CHECKPOINT-FILE
007714     END-IF.
007715     IF WS-CKPT-FILE-STATUS NOT = '00'
007716         DISPLAY 'CHECKPOINT-FILE OPEN FAILED, STATUS = '
007717             WS-CKPT-FILE-STATUS
007718         MOVE 'CHKPTF NOT WRITABLE' TO WS-RLG-MESSAGE
007719         PERFORM 8810-LOG-RUN-REFUSED THRU 8810-EXIT
007720         STOP RUN
007721     END-IF.
007722 1120-EXIT.
007723     EXIT.
007724
007710*****************************************************************
007720*  1150-OPEN-RUN-OUTPUT-FILES
007730*    OPEN THE REPORT, EXCEPTION AND HR-EXTRACT FILES.  ON A
007770*    RUN'S OUTPUT ALWAYS IS.
007780*****************************************************************
007790 1150-OPEN-RUN-OUTPUT-FILES.
007791*    A TRIAL RUN OPENS ONLY ITS VARIANCE REPORT - THE LIVE
007792*    RUN'S REPORTS AND EXCEPTIONS ARE NOT OVERWRITTEN, AND NO
007793*    BANK FILE, CHECK REGISTER, HR FEED OR PAY HISTORY OPENS.
007794     IF WS-TRIAL-RUN
007795         OPEN OUTPUT VARIANCE-REPORT
007796         GO TO 1150-EXIT
007797     END-IF.
007800     IF WS-RESTART-RUN
007810         OPEN EXTEND PAYROLL-REPORT
007815         OPEN EXTEND LABOR-DIST-REPORT
007820         OPEN EXTEND EMP-EXCEPTIONS
007830         OPEN EXTEND HR-EXTRACT-FILE
007840         OPEN EXTEND BANK-PAYMENT-FILE
007850         OPEN EXTEND CHECK-REGISTER
007855         OPEN EXTEND RETRO-REGISTER
007860     ELSE
007870         OPEN OUTPUT PAYROLL-REPORT
007875         OPEN OUTPUT LABOR-DIST-REPORT
007880         OPEN OUTPUT EMP-EXCEPTIONS
007890         OPEN OUTPUT HR-EXTRACT-FILE
007900         OPEN OUTPUT BANK-PAYMENT-FILE
007910         OPEN OUTPUT CHECK-REGISTER
007912         OPEN OUTPUT RETRO-REGISTER
007915         MOVE WS-PAY-PERIOD   TO CHKR-H-PERIOD
007920         MOVE WS-CHKR-HEADING TO CHKR-LINE
007930         WRITE CHKR-LINE AFTER ADVANCING PAGE
007950         DISPLAY 'RUN STOPPED - PAY MUST LEAVE A HISTORY TRACE'
007951         STOP RUN
007952     END-IF.
007953*    RETRO PAY FOR A BACK-DATED RATE CHANGE GOES TO ADJTRAN,
007954*    WHICH ALSO ACCUMULATES UNTIL THE ADJUSTMENT RUN.
007955     IF WS-RCT-COUNT = ZERO
007956         GO TO 1150-EXIT
007957     END-IF.
007958     OPEN EXTEND ADJ-TRAN-FILE.
007959     IF WS-ADJ-FILE-STATUS = '35'
007960         OPEN OUTPUT ADJ-TRAN-FILE
007961     END-IF.
007962     IF WS-ADJ-FILE-STATUS NOT = '00'
007963         DISPLAY 'ADJ-TRAN-FILE OPEN FAILED, STATUS = '
007964             WS-ADJ-FILE-STATUS
007965         DISPLAY 'RUN STOPPED - RETRO PAY MUST REACH ADJTRAN'
007966         STOP RUN
007967     END-IF.
007968     MOVE 'Y' TO WS-ADJ-OPEN-SW.
007953 1150-EXIT.
007960     EXIT.
007970
008020*    TOTAL SALARY FROM IT FOR LATER RECONCILIATION AGAINST THE
008030*    ACTUAL RUN TOTALS.  IF THE FILE DOES NOT EXIST, SKIP
008040*    RECONCILIATION RATHER THAN FAILING THE RUN.
008042*    THE FILE HOLDS ONE RECORD PER PAY GROUP; ONLY THE RECORD
008044*    FOR THE GROUP BEING PAID IS TAKEN, AND A GROUP WITH NO
008046*    RECORD IS NOT RECONCILED.
008050*****************************************************************
008060 1200-READ-CONTROL-TOTALS.
008070     OPEN INPUT CTL-TOTAL-FILE.
008080     IF WS-CTL-FILE-STATUS = '35'
008090         CLOSE CTL-TOTAL-FILE
008100     ELSE
008101         PERFORM 1210-READ-CONTROL-RECORD THRU 1210-EXIT
008102             UNTIL WS-CTL-AVAILABLE OR WS-CTL-FILE-STATUS = '10'
008103         CLOSE CTL-TOTAL-FILE
008104     END-IF.
008105 1200-EXIT.
008106     EXIT.
008107
008108*****************************************************************
008109*  1210-READ-CONTROL-RECORD
008110*    READ ONE CONTROL-TOTAL RECORD AND TAKE IT IF IT IS THE
008111*    PAY GROUP'S.
008112*****************************************************************
008113 1210-READ-CONTROL-RECORD.
008110     READ CTL-TOTAL-FILE
008113         AT END
008116             MOVE '10' TO WS-CTL-FILE-STATUS
008120         NOT AT END
008125             IF CTL-PAY-GROUP = WS-PAY-GROUP
008130                 MOVE 'Y' TO WS-CTL-AVAILABLE-SW
008140                 MOVE CTL-EXPECTED-COUNT  TO WS-CTL-EXPECTED-COUNT
008150                 MOVE CTL-EXPECTED-SALARY
008160                     TO WS-CTL-EXPECTED-SALARY
008165             END-IF
008170     END-READ.
008200 1210-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008360 1400-EXIT.
008370     EXIT.
008380
008381*****************************************************************
008382*  1450-LOAD-PRIOR-PAY
008383*    READ PAYHIST AND KEEP EACH EMPLOYEE'S LAST REGULAR PAY
008384*    BEFORE THE PERIOD BEING RUN, FOR THE TRIAL VARIANCE
008385*    REPORT.  THE PAY GROUP'S LATEST PAID PERIOD ON PAYCAL IS
008386*    THE PRIOR PERIOD THE MISSING-EMPLOYEE CHECK LOOKS AT, SO
008387*    ANOTHER GROUP'S EMPLOYEES ARE NEVER REPORTED MISSING.  NO
008388*    YET (THE FIRST PERIOD EVER RUN) MAKES EVERY EMPLOYEE NEW.
008389*****************************************************************
008390 1450-LOAD-PRIOR-PAY.
008391     OPEN INPUT PAY-HISTORY-FILE.
008392     IF WS-PHF-FILE-STATUS = '35'
008393         DISPLAY 'PAYHIST NOT FOUND - NO PRIOR PAY TO COMPARE'
008394         CLOSE PAY-HISTORY-FILE
008395         GO TO 1450-EXIT
008396     END-IF.
008397     IF WS-PHF-FILE-STATUS NOT = '00'
008398         DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
008399             WS-PHF-FILE-STATUS
008400         STOP RUN
008401     END-IF.
008402     PERFORM 1460-READ-PRIOR-PAY THRU 1460-EXIT
008403         UNTIL WS-PHF-EOF.
008404     MOVE WS-GROUP-PRIOR-PERIOD TO WS-VAR-PRIOR-PERIOD.
008405     CLOSE PAY-HISTORY-FILE.
008406     DISPLAY 'PRIOR PAY PERIOD:   ' WS-VAR-PRIOR-PERIOD.
008407     DISPLAY 'EMPLOYEES WITH PRIOR PAY: ' WS-VAR-COUNT.
008408 1450-EXIT.
008409     EXIT.
008410
008411*****************************************************************
008412*  1460-READ-PRIOR-PAY
008413*    READ ONE PAYHIST RECORD.  A REGULAR PAYMENT BEFORE THE
008414*    PERIOD BEING RUN UPDATES THE EMPLOYEE'S ENTRY WHEN IT IS
008415*    FOR A LATER PERIOD THAN THE ONE ALREADY KEPT, OR STARTS A
008416*    NEW ENTRY.  A FULL TABLE IS REPORTED ONCE; THE EMPLOYEES
008417*    IT CANNOT HOLD SHOW AS NEW ON THE REPORT.
008418*****************************************************************
008419 1460-READ-PRIOR-PAY.
008420     READ PAY-HISTORY-FILE
008421         AT END
008422             MOVE 'Y' TO WS-PHF-EOF-SW
008423             GO TO 1460-EXIT
008424     END-READ.
008425     IF PHR-VOIDED OR PHR-REPLACEMENT OR PHR-ADJUSTMENT-RUN
008426         GO TO 1460-EXIT
008427     END-IF.
008428     IF PHR-PAY-PERIOD NOT < WS-PAY-PERIOD
008429         GO TO 1460-EXIT
008430     END-IF.
008431     MOVE PHR-EMP-ID TO WS-EMP-ID.
008432     PERFORM 2810-FIND-PRIOR-PAY THRU 2810-EXIT.
008433     IF WS-VAR-FOUND
008434         IF PHR-PAY-PERIOD > WS-PPT-PERIOD (WS-VAR-INDEX)
008435             PERFORM 1470-KEEP-PRIOR-PAY THRU 1470-EXIT
008436         END-IF
008437         GO TO 1460-EXIT
008438     END-IF.
008439     IF WS-VAR-COUNT NOT < 2000
008440         IF NOT WS-VAR-FULL
008441             MOVE 'Y' TO WS-VAR-FULL-SW
008442             DISPLAY 'PRIOR PAY TABLE FULL AT 2000 EMPLOYEES'
008443         END-IF
008444         GO TO 1460-EXIT
008445     END-IF.
008446     ADD 1 TO WS-VAR-COUNT.
008447     MOVE WS-VAR-COUNT TO WS-VAR-INDEX.
008448     MOVE PHR-EMP-ID   TO WS-PPT-EMP-ID (WS-VAR-INDEX).
008449     MOVE 'N'          TO WS-PPT-MATCHED-SW (WS-VAR-INDEX).
008450     PERFORM 1470-KEEP-PRIOR-PAY THRU 1470-EXIT.
008451 1460-EXIT.
008452     EXIT.
008453
008454*****************************************************************
008455*  1470-KEEP-PRIOR-PAY
008456*    KEEP THE PAYHIST RECORD JUST READ AS THE EMPLOYEE'S PRIOR
008457*    PAY IN TABLE ENTRY WS-VAR-INDEX.
008458*****************************************************************
008459 1470-KEEP-PRIOR-PAY.
008460     MOVE PHR-EMP-NAME   TO WS-PPT-NAME (WS-VAR-INDEX).
008461     MOVE PHR-PAY-PERIOD TO WS-PPT-PERIOD (WS-VAR-INDEX).
008462     MOVE PHR-GROSS-PAY  TO WS-PPT-GROSS (WS-VAR-INDEX).
008463     MOVE PHR-NET-PAY    TO WS-PPT-NET (WS-VAR-INDEX).
008464 1470-EXIT.
008465     EXIT.
008466
008390*****************************************************************
008400*  TABLE LOADS FOR THE PAY CALCULATION - SHARED WITH THE PAY
008410*  INQUIRY TRANSACTION VIA THE PAYLOAD COPYBOOK.
008650 1700-EXIT.
008660     EXIT.
008670
008671*****************************************************************
008672*  1750-OPEN-LEAVE-MASTER
008673*    OPEN THE LEAVE BALANCE MASTER FOR POSTING, CREATING IT
008674*    EMPTY ON THE FIRST RUN THE WAY THE YTD MASTER IS, AND
008675*    LOAD THE LEAVRATE ACCRUAL RATES FOR EACH EMPLOYEE TYPE.
008676*    A TRIAL RUN OPENS THE MASTER FOR INPUT ONLY.
008677*    LEAVE TAKEN MUST COME OFF A BALANCE, SO AN OPEN FAILURE
008678*    OR A MISSING RATE FILE STOPS THE RUN.
008679*****************************************************************
008680 1750-OPEN-LEAVE-MASTER.
008681     IF WS-TRIAL-RUN
008682         OPEN INPUT LEAVE-MASTER-FILE
008683     ELSE
008684         OPEN I-O LEAVE-MASTER-FILE
008685         IF WS-LVE-FILE-STATUS = '35'
008686             OPEN OUTPUT LEAVE-MASTER-FILE
008687             CLOSE LEAVE-MASTER-FILE
008688             OPEN I-O LEAVE-MASTER-FILE
008689         END-IF
008690     END-IF.
008691*    A TRIAL RUN BEFORE THE FIRST LIVE ONE FINDS NO LEAVE
008692*    MASTER AND SIMPLY SEES NO BALANCES, AS THE LIVE RUN WILL.
008693     IF WS-TRIAL-RUN AND WS-LVE-FILE-STATUS = '35'
008694         DISPLAY 'LEAVMAST NOT FOUND - NO LEAVE BALANCES'
008695     ELSE
008696         IF WS-LVE-FILE-STATUS NOT = '00'
008697             DISPLAY 'LEAVE-MASTER-FILE OPEN FAILED, STATUS = '
008698                 WS-LVE-FILE-STATUS
008699             STOP RUN
008700         END-IF
008701         MOVE 'Y' TO WS-LVE-OPEN-SW
008702     END-IF.
008703     OPEN INPUT LEAVE-RATE-FILE.
008704     IF WS-LVR-FILE-STATUS NOT = '00'
008705         DISPLAY 'LEAVE-RATE-FILE OPEN FAILED, STATUS = '
008706             WS-LVR-FILE-STATUS
008707         DISPLAY 'RUN STOPPED - NO LEAVE ACCRUAL RATES'
008708         STOP RUN
008709     END-IF.
008710     PERFORM 1760-READ-LEAVE-RATE THRU 1760-EXIT
008711         UNTIL WS-LVR-EOF.
008712     CLOSE LEAVE-RATE-FILE.
008713 1750-EXIT.
008714     EXIT.
008715
008716*****************************************************************
008717*  1760-READ-LEAVE-RATE
008718*    READ ONE LEAVRATE RECORD AND KEEP ITS RATES FOR THE
008719*    EMPLOYEE TYPE IT NAMES.
008720*****************************************************************
008721 1760-READ-LEAVE-RATE.
008722     READ LEAVE-RATE-FILE
008723         AT END
008724             MOVE 'Y' TO WS-LVR-EOF-SW
008725         NOT AT END
008726             EVALUATE LVR-EMP-TYPE
008727                 WHEN 'H'
008728                     MOVE LVR-VAC-HOURS  TO WS-LVR-HOURLY-VAC
008729                     MOVE LVR-SICK-HOURS TO WS-LVR-HOURLY-SICK
008730                 WHEN 'S'
008731                     MOVE LVR-VAC-HOURS  TO WS-LVR-SALARIED-VAC
008732                     MOVE LVR-SICK-HOURS TO WS-LVR-SALARIED-SICK
008733                 WHEN OTHER
008734                     DISPLAY 'LEAVRATE TYPE ' LVR-EMP-TYPE
008735                         ' IS NOT H OR S - IGNORED'
008736             END-EVALUATE
008737     END-READ.
008738 1760-EXIT.
008739     EXIT.
008740
008680*****************************************************************
008690*  1800-LOAD-DEPT-TABLE
008700*    LOAD THE DEPTREF DEPARTMENT REFERENCE FILE INTO STORAGE
009110             MOVE DEPTR-NAME TO WS-DEPTT-NAME (WS-DEPT-COUNT)
009120             MOVE ZERO TO WS-DPT-EMP-COUNT (WS-DEPT-COUNT)
009130             MOVE ZERO TO WS-DPT-GROSS (WS-DEPT-COUNT)
009135             MOVE ZERO TO WS-DPT-OVERTIME (WS-DEPT-COUNT)
009140             MOVE ZERO TO WS-DPT-TAX (WS-DEPT-COUNT)
009150             MOVE ZERO TO WS-DPT-DEDUCTIONS (WS-DEPT-COUNT)
009160             MOVE ZERO TO WS-DPT-NET (WS-DEPT-COUNT)
009240*    THIS IS THE FIRST RUN ON THIS SYSTEM AND NUMBERING
009250*    STARTS FROM ZERO.  A RESTART OVERLAYS THIS FROM THE
009260*    CHECKPOINT SO NUMBERS ISSUED BEFORE THE ABEND ARE NOT
009266*    REISSUED.  IT IS ALSO THE CHECK-NUMBER FLOOR THAT
009272*    1100-READ-PRIOR-CHECKPOINT RAISES FOR OTHER GROUPS.
009280*****************************************************************
009290 1900-READ-CHECK-NUMBER.
009300     OPEN INPUT CHECK-NUMBER-FILE.
009340         READ CHECK-NUMBER-FILE
009350             NOT AT END
009360                 MOVE CHKN-LAST-CHECK-NO TO WS-CHECK-NUMBER
009365                 MOVE CHKN-LAST-CHECK-NO TO WS-CHKN-FLOOR
009370         END-READ
009380         CLOSE CHECK-NUMBER-FILE
009390     END-IF.
009470 1300-WRITE-REPORT-HEADINGS.
009480     ADD 1 TO WS-PAGE-NUMBER.
009485     MOVE WS-PAY-PERIOD  TO RPT-H1-PERIOD.
009486     MOVE WS-PAY-GROUP      TO RPT-H1-GROUP.
009487     MOVE WS-PAY-GROUP-NAME TO RPT-H1-GROUP-NAME.
009490     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
009500     MOVE WS-RPT-HEADING-1 TO RPT-LINE.
009510     WRITE RPT-LINE AFTER ADVANCING PAGE.
009540 1300-EXIT.
009550     EXIT.
009560
009561*****************************************************************
009562*  1350-WRITE-LABOR-HEADINGS
009563*    ADVANCE THE LABOR DISTRIBUTION REPORT TO A NEW PAGE AND
009564*    WRITE ITS TWO HEADING LINES.
009565*****************************************************************
009566 1350-WRITE-LABOR-HEADINGS.
009567     ADD 1 TO WS-LDR-PAGE-NUMBER.
009568     MOVE WS-PAY-PERIOD      TO LDR-H1-PERIOD.
009569     MOVE WS-LDR-PAGE-NUMBER TO LDR-H1-PAGE.
009570     MOVE WS-LDR-HEADING-1 TO LDR-LINE.
009571     WRITE LDR-LINE AFTER ADVANCING PAGE.
009572     MOVE WS-LDR-HEADING-2 TO LDR-LINE.
009573     WRITE LDR-LINE AFTER ADVANCING 2 LINES.
009574 1350-EXIT.
009575     EXIT.
009576
009577*****************************************************************
009578*  1370-WRITE-VARIANCE-HEADINGS
009579*    ADVANCE THE TRIAL VARIANCE REPORT TO A NEW PAGE AND WRITE
009580*    ITS TWO HEADING LINES.
009581*****************************************************************
009582 1370-WRITE-VARIANCE-HEADINGS.
009583     ADD 1 TO WS-VAR-PAGE-NUMBER.
009584     MOVE WS-PAY-PERIOD       TO VAR-H1-PERIOD.
009585     MOVE WS-VAR-PRIOR-PERIOD TO VAR-H1-PRIOR.
009586     MOVE WS-VAR-PAGE-NUMBER  TO VAR-H1-PAGE.
009587     MOVE WS-VAR-HEADING-1 TO VAR-LINE.
009588     WRITE VAR-LINE AFTER ADVANCING PAGE.
009589     MOVE WS-VAR-HEADING-2 TO VAR-LINE.
009590     WRITE VAR-LINE AFTER ADVANCING 2 LINES.
009591 1370-EXIT.
009592     EXIT.
009593
009594*****************************************************************
009595*  1380-WRITE-RETRO-HEADINGS
009596*    WRITE THE RETRO PAY REGISTER PAGE HEADINGS.
009597*****************************************************************
009598 1380-WRITE-RETRO-HEADINGS.
009599     ADD 1 TO WS-RTR-PAGE-NUMBER.
009600     MOVE WS-PAY-PERIOD       TO RTR-H1-PERIOD.
009601     MOVE WS-RTR-PAGE-NUMBER  TO RTR-H1-PAGE.
009602     MOVE WS-RTR-HEADING-1 TO RTR-LINE.
009603     WRITE RTR-LINE AFTER ADVANCING PAGE.
009604     MOVE WS-RTR-HEADING-2 TO RTR-LINE.
009605     WRITE RTR-LINE AFTER ADVANCING 2 LINES.
009606 1380-EXIT.
009607     EXIT.
009608
009570*****************************************************************
009580*  2000-PROCESS-EMPLOYEE
009590*    HANDLE ONE EMPLOYEE MASTER RECORD, THEN READ THE NEXT.
009600*****************************************************************
009610 2000-PROCESS-EMPLOYEE.
009611*    AN EMPLOYEE IN ANOTHER PAY GROUP IS PAID BY THAT GROUP'S
009612*    RUN AND IS PASSED OVER HERE.
009613     IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
009614           AND EMP-PAY-GROUP NOT = SPACES
009615         ADD 1 TO WS-GROUP-SKIPPED
009616         PERFORM 2100-READ-EMP-MASTER THRU 2100-EXIT
009617         GO TO 2000-EXIT
009618     END-IF.
009611*    AN EMPLOYEE TERMINATED BEFORE THIS PERIOD STARTED WAS
009612*    PAID OUT BY AN EARLIER RUN AND IS SKIPPED, NOT
009613*    EXCEPTIONED - THE RECORD STAYS FOR YEAR-END STATEMENTS.
009640     MOVE EMP-AGE          TO WS-AGE.
009650     MOVE EMP-SALARY       TO WS-SALARY.
009660     MOVE EMP-TYPE         TO WS-EMPLOYEE-TYPE.
009661     MOVE EMP-SALARY       TO WS-BASE-SALARY.
009662*    AN ACTIVE EMPLOYEE WITH NO PAY GROUP IS PAID BY NO RUN -
009663*    AN EXCEPTION, BEFORE ANY RATE CHANGE IS APPLIED FOR A
009664*    PERIOD THE EMPLOYEE IS NOT IN.
009665     IF EMP-PAY-GROUP = SPACES
009666         PERFORM 2140-REJECT-NO-PAY-GROUP THRU 2140-EXIT
009667         PERFORM 2100-READ-EMP-MASTER THRU 2100-EXIT
009668         GO TO 2000-EXIT
009669     END-IF.
009670*    A RATE CHANGE DUE THIS PERIOD REPLACES THE MASTER RATE
009671*    BEFORE ANYTHING IS PRICED AT IT.
009672     IF WS-RCT-COUNT > ZERO
009673         PERFORM 2050-APPLY-RATE-CHANGE THRU 2050-EXIT
009674     END-IF.
009675     MOVE WS-SALARY        TO WS-BASE-SALARY.
009676*    THE MASTER RATE IS WEEKLY - A SALARIED EMPLOYEE IS PAID
009677*    THE GROUP'S PER-PERIOD AMOUNT, AND THE OVERTIME THRESHOLD
009678*    IS SET FOR THE GROUP'S PERIOD, BEFORE ANY PRORATION.
009679     PERFORM 2205-SET-PERIOD-SALARY THRU 2205-EXIT.
009680     MOVE ZERO             TO WS-LEAVE-HOURS.
009681     MOVE ZERO             TO WS-LEAVE-PAYOUT.
009682     MOVE ZERO             TO WS-VAC-PAYOUT-HOURS.
009662*    HOURLY HOURS COME FROM THE SUMMED TIMECARDS, NOT THE
009664*    MASTER - A STALE EMP-HOURS-WORKED VALUE MUST NEVER PAY.
009666     IF WS-TYPE-HOURLY
009668         PERFORM 2170-GET-TIMECARD-HOURS THRU 2170-EXIT
009669     ELSE
009670         MOVE EMP-HOURS-WORKED TO WS-HOURS-WORKED
009671         PERFORM 2185-GET-LEAVE-TAKEN THRU 2185-EXIT
009671     END-IF.
009672     PERFORM 2505-SET-LEAVE-ACCRUAL THRU 2505-EXIT.
009672*    A SALARIED EMPLOYEE WHOSE TERMINATION DATE FALLS INSIDE
009673*    THIS PERIOD GETS A FINAL SALARY PRORATED TO THE DAYS
009674*    WORKED IN THE GROUP'S PERIOD.  HOURLY FINAL PAY NEEDS NO
009675*    SPECIAL CASE - THE SUMMED TIMECARDS ALREADY STOP AT THE
009676*    LAST DAY WORKED.
009676     IF EMP-TERMINATED AND WS-TYPE-SALARIED
009677           AND EMP-TERM-DATE NOT > WS-PERIOD-END
009678         PERFORM 2180-PRORATE-FINAL-SALARY THRU 2180-EXIT
009679     END-IF.
009680*    ANY EMPLOYEE WHOSE TERMINATION DATE FALLS INSIDE THIS
009681*    PERIOD IS ON THE FINAL CHECK AND IS PAID THE UNUSED
009682*    VACATION BALANCE.
009683     IF EMP-TERMINATED AND EMP-TERM-DATE NOT > WS-PERIOD-END
009684         PERFORM 2190-PAY-OUT-VACATION THRU 2190-EXIT
009679     END-IF.
009680     MOVE EMP-DEPT-CODE    TO WS-DEPT-CODE.
009690     MOVE EMP-PAY-METHOD   TO WS-PAY-METHOD.
009700     MOVE EMP-BANK-ROUTING TO WS-BANK-ROUTING.
009710     MOVE EMP-BANK-ACCOUNT TO WS-BANK-ACCOUNT.
009720     PERFORM 2150-EDIT-EMPLOYEE THRU 2150-EXIT.
009730     IF WS-VALID-RECORD
009735         PERFORM 2600-APPLY-PRENOTE-HOLD THRU 2600-EXIT
009740         PERFORM 2200-CALCULATE-PAY THRU 2200-EXIT
009745         PERFORM 2250-CALCULATE-ER-BURDEN THRU 2250-EXIT
009750         PERFORM 2500-POST-YTD-EARNINGS THRU 2500-EXIT
009755         PERFORM 2520-POST-LEAVE-BALANCE THRU 2520-EXIT
009760         ADD 1 TO WS-TOTAL-EMPLOYEES
009770         ADD WS-SALARY  TO WS-TOTAL-SALARY
009780         ADD WS-NET-PAY TO WS-TOTAL-NET-PAY
009805         PERFORM 2750-WRITE-PAY-HISTORY THRU 2750-EXIT
009810         PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT
009820         PERFORM 2350-WRITE-HR-EXTRACT THRU 2350-EXIT
009822         IF WS-TRIAL-RUN
009824             PERFORM 2800-WRITE-VARIANCE-LINE THRU 2800-EXIT
009826         END-IF
009830     ELSE
009840         PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
009850     END-IF.
009910 2000-EXIT.
009920     EXIT.
009930
009931*****************************************************************
009932*  2050-APPLY-RATE-CHANGE
009933*    APPLY THE EMPLOYEE'S DUE RATE CHANGES.  THE LAST ONE DUE
009934*    SETS THE RATE THIS PERIOD PAYS AT.  EVERY PAID PERIOD
009935*    TABLED FOR THE EMPLOYEE IS REPRICED AT THE RATE IN EFFECT
009936*    AT ITS START - EVERY PART OF THE GROSS, SALARY, HOURS,
009937*    OVERTIME AND LEAVE, IS PAID AT THE ONE RATE, SO THE RETRO
009938*    IS THE PAID GROSS SCALED BY THE CHANGE IN RATE, HOURLY OR
009939*    SALARIED ALIKE.  A LIVE RUN WRITES THE RETRO TO ADJTRAN,
009940*    THEN REWRITES THE MASTER RATE, THEN MARKS THE CHANGES
009941*    APPLIED - A RESTART THEREFORE NEVER REAPPLIES A MARKED
009942*    CHANGE, AND AN ABEND BETWEEN THE ADJTRAN WRITE AND THE
009943*    MARK CAN ONLY REPEAT THAT ONE EMPLOYEE'S RETRO, WHICH THE
009944*    SUPERVISOR SEES TWICE ON THE REGISTER.
009945*****************************************************************
009946 2050-APPLY-RATE-CHANGE.
009947     MOVE ZERO TO WS-RCT-FIRST.
009948     MOVE ZERO TO WS-RCT-LAST.
009949     PERFORM 2055-MATCH-RATE-CHANGE THRU 2055-EXIT
009950         VARYING WS-RCT-SUB FROM 1 BY 1
009951         UNTIL WS-RCT-SUB > WS-RCT-COUNT.
009952     IF WS-RCT-LAST = ZERO
009953         GO TO 2050-EXIT
009954     END-IF.
009955     MOVE EMP-SALARY TO WS-RETRO-OLD-RATE.
009956     MOVE WS-RCT-NEW-SALARY (WS-RCT-LAST) TO WS-SALARY.
009957     PERFORM 2060-WRITE-RATE-CHANGE-LINE THRU 2060-EXIT
009958         VARYING WS-RCT-SUB FROM WS-RCT-FIRST BY 1
009959         UNTIL WS-RCT-SUB > WS-RCT-LAST.
009960     MOVE ZERO TO WS-RETRO-TOTAL.
009961     MOVE ZERO TO WS-RETRO-PERIODS.
009962     MOVE ZERO TO WS-RETRO-WRITTEN-AMT.
009963     PERFORM 2065-PRICE-RETRO-PERIOD THRU 2065-EXIT
009964         VARYING WS-RTI-SUB FROM 1 BY 1
009965         UNTIL WS-RTI-SUB > WS-RTI-COUNT.
009966     PERFORM 2070-DISPOSE-RETRO THRU 2070-EXIT.
009967     ADD 1 TO WS-RETRO-APPLIED-COUNT.
009968     IF WS-TRIAL-RUN
009969         GO TO 2050-EXIT
009970     END-IF.
009971     MOVE WS-SALARY TO EMP-SALARY.
009972     REWRITE EMP-RECORD
009973         INVALID KEY
009974             DISPLAY 'RATE CHANGE REWRITE FAILED FOR '
009975                 EMP-ID ', STATUS = ' WS-EMP-FILE-STATUS
009976     END-REWRITE.
009977     PERFORM 2080-MARK-RATE-CHANGE-APPLIED THRU 2080-EXIT
009978         VARYING WS-RCT-SUB FROM WS-RCT-FIRST BY 1
009979         UNTIL WS-RCT-SUB > WS-RCT-LAST.
009980 2050-EXIT.
009981     EXIT.
009982
009983*****************************************************************
009984*  2055-MATCH-RATE-CHANGE
009985*    NOTE THE FIRST AND LAST DUE CHANGE FOR THE EMPLOYEE.
009986*****************************************************************
009987 2055-MATCH-RATE-CHANGE.
009988     IF WS-RCT-EMP-ID (WS-RCT-SUB) = WS-EMP-ID
009989         IF WS-RCT-FIRST = ZERO
009990             MOVE WS-RCT-SUB TO WS-RCT-FIRST
009991         END-IF
009992         MOVE WS-RCT-SUB TO WS-RCT-LAST
009993     END-IF.
009994 2055-EXIT.
009995     EXIT.
009996
009997*****************************************************************
009998*  2060-WRITE-RATE-CHANGE-LINE
009999*    PRINT ONE APPLIED CHANGE ON THE RETRO PAY REGISTER, FROM
010000*    THE RATE IT REPLACES TO THE NEW RATE.  A TRIAL RUN PRINTS
010001*    NO REGISTER.
010002*****************************************************************
010003 2060-WRITE-RATE-CHANGE-LINE.
010004     IF WS-TRIAL-RUN
010005         GO TO 2060-EXIT
010006     END-IF.
010007     MOVE WS-EMP-ID TO RTR-C-EMP-ID.
010008     MOVE WS-NAME   TO RTR-C-NAME.
010009     IF WS-TYPE-HOURLY
010010         MOVE 'HOURLY'   TO RTR-C-TYPE
010011     ELSE
010012         MOVE 'SALARIED' TO RTR-C-TYPE
010013     END-IF.
010014     MOVE WS-RCT-EFF-DATE (WS-RCT-SUB) TO RTR-C-EFF-DATE.
010015     IF WS-RCT-SUB = WS-RCT-FIRST
010016         MOVE WS-RETRO-OLD-RATE TO RTR-C-OLD-RATE
010017     ELSE
010018         MOVE WS-RCT-NEW-SALARY (WS-RCT-SUB - 1) TO RTR-C-OLD-RATE
010019     END-IF.
010020     MOVE WS-RCT-NEW-SALARY (WS-RCT-SUB) TO RTR-C-NEW-RATE.
010021     MOVE WS-RTR-CHANGE TO RTR-LINE.
010022     WRITE RTR-LINE AFTER ADVANCING 2 LINES
010023         AT END-OF-PAGE
010024             PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
010025     END-WRITE.
010026 2060-EXIT.
010027     EXIT.
010028
010029*****************************************************************
010030*  2065-PRICE-RETRO-PERIOD
010031*    REPRICE ONE TABLED PAYMENT OF THE EMPLOYEE AT THE LATEST
010032*    DUE RATE EFFECTIVE BY THE PERIOD START.  A ZERO OLD RATE
010033*    CANNOT BE SCALED AND IS LEFT FOR THE REGISTER REVIEW.
010034*****************************************************************
010035 2065-PRICE-RETRO-PERIOD.
010036     IF WS-RTI-EMP-ID (WS-RTI-SUB) NOT = WS-EMP-ID
010037         GO TO 2065-EXIT
010038     END-IF.
010039     MOVE ZERO TO WS-RETRO-RATE.
010040     PERFORM 2067-FIND-RETRO-RATE THRU 2067-EXIT
010041         VARYING WS-RCT-SUB FROM WS-RCT-FIRST BY 1
010042         UNTIL WS-RCT-SUB > WS-RCT-LAST.
010043     IF WS-RETRO-RATE = ZERO OR WS-RETRO-OLD-RATE = ZERO
010044         GO TO 2065-EXIT
010045     END-IF.
010046     COMPUTE WS-RETRO-PERIOD-AMT ROUNDED =
010047         WS-RTI-GROSS (WS-RTI-SUB)
010048         * (WS-RETRO-RATE - WS-RETRO-OLD-RATE)
010049         / WS-RETRO-OLD-RATE.
010050     ADD WS-RETRO-PERIOD-AMT TO WS-RETRO-TOTAL.
010051     ADD 1 TO WS-RETRO-PERIODS.
010052     IF WS-TRIAL-RUN
010053         GO TO 2065-EXIT
010054     END-IF.
010055     MOVE WS-RTI-PERIOD (WS-RTI-SUB) TO RTR-P-PERIOD.
010056     MOVE WS-RTI-GROSS (WS-RTI-SUB)  TO RTR-P-GROSS.
010057     MOVE WS-RETRO-RATE              TO RTR-P-RATE.
010058     MOVE WS-RETRO-PERIOD-AMT        TO RTR-P-AMOUNT.
010059     MOVE WS-RTR-PERIOD TO RTR-LINE.
010060     WRITE RTR-LINE AFTER ADVANCING 1 LINE
010061         AT END-OF-PAGE
010062             PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
010063     END-WRITE.
010064 2065-EXIT.
010065     EXIT.
010066
010067*****************************************************************
010068*  2067-FIND-RETRO-RATE
010069*    TAKE ONE DUE CHANGE'S RATE IF IT WAS EFFECTIVE BY THE
010070*    PERIOD START - THE CHANGES ARE IN DATE ORDER, SO THE LAST
010071*    ONE TAKEN IS THE RATE IN EFFECT.
010072*****************************************************************
010073 2067-FIND-RETRO-RATE.
010074     IF WS-RCT-EFF-DATE (WS-RCT-SUB)
010075           NOT > WS-RTI-START-DATE (WS-RTI-SUB)
010076         MOVE WS-RCT-NEW-SALARY (WS-RCT-SUB) TO WS-RETRO-RATE
010077     END-IF.
010078 2067-EXIT.
010079     EXIT.
010080
010081*****************************************************************
010082*  2070-DISPOSE-RETRO
010083*    PRINT THE EMPLOYEE'S RETRO TOTAL AND WHAT BECOMES OF IT.
010084*    ONLY A RAISE THAT FITS AN ADJTRAN AMOUNT IS WRITTEN, AND
010085*    ONLY BY A LIVE RUN - A TRIAL RUN COUNTS WHAT IT WOULD
010086*    WRITE AND PRINTS NOTHING.  A RATE CUT (AN OVERPAYMENT TO
010087*    RECOVER) OR AN AMOUNT TOO LARGE FOR ADJTRAN IS LEFT FOR
010088*    THE SUPERVISOR TO HANDLE FROM THE REGISTER.
010089*****************************************************************
010090 2070-DISPOSE-RETRO.
010091     EVALUATE TRUE
010092         WHEN WS-RETRO-PERIODS = ZERO
010093             MOVE 'NO PAID PERIODS TO RETRO' TO RTR-T-DISPOSITION
010094         WHEN WS-RETRO-TOTAL = ZERO
010095             MOVE 'NO RETRO DUE'             TO RTR-T-DISPOSITION
010096         WHEN WS-RETRO-TOTAL < ZERO
010097             MOVE 'RATE CUT - RECOVER BY HAND'
010098                 TO RTR-T-DISPOSITION
010099             ADD 1 TO WS-RETRO-REVIEW-COUNT
010100         WHEN WS-RETRO-TOTAL > 99999.99
010101             MOVE 'OVER ADJTRAN LIMIT - BY HAND'
010102                 TO RTR-T-DISPOSITION
010103             ADD 1 TO WS-RETRO-REVIEW-COUNT
010104         WHEN WS-TRIAL-RUN
010105             ADD 1 TO WS-RETRO-TRAN-COUNT
010106             ADD WS-RETRO-TOTAL TO WS-RETRO-TRAN-TOTAL
010107         WHEN OTHER
010108             PERFORM 2075-WRITE-RETRO-ADJTRAN THRU 2075-EXIT
010109             MOVE 'ON ADJTRAN FOR REVIEW'    TO RTR-T-DISPOSITION
010110     END-EVALUATE.
010111     IF WS-TRIAL-RUN
010112         GO TO 2070-EXIT
010113     END-IF.
010114     MOVE WS-RETRO-PERIODS TO RTR-T-PERIODS.
010115     MOVE WS-RETRO-TOTAL   TO RTR-T-AMOUNT.
010116     MOVE WS-RTR-TOTAL TO RTR-LINE.
010117     WRITE RTR-LINE AFTER ADVANCING 1 LINE
010118         AT END-OF-PAGE
010119             PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
010120     END-WRITE.
010121 2070-EXIT.
010122     EXIT.
010123
010124*****************************************************************
010125*  2075-WRITE-RETRO-ADJTRAN
010126*    WRITE THE EMPLOYEE'S RETRO ('R') TRANSACTION TO ADJTRAN.
010127*    THE ADJUSTMENT RUN ASSIGNS THE CHECK NUMBER.
010128*****************************************************************
010129 2075-WRITE-RETRO-ADJTRAN.
010130     MOVE WS-EMP-ID      TO ADJ-EMP-ID.
010131     MOVE 'R'            TO ADJ-TYPE.
010132     MOVE WS-RETRO-TOTAL TO ADJ-AMOUNT.
010133     MOVE ZERO           TO ADJ-CHECK-NO.
010134     WRITE ADJ-RECORD.
010135     IF WS-ADJ-FILE-STATUS NOT = '00'
010136         DISPLAY 'ADJTRAN WRITE FAILED FOR ' WS-EMP-ID
010137             ', STATUS = ' WS-ADJ-FILE-STATUS
010138         ADD 1 TO WS-RETRO-REVIEW-COUNT
010139         GO TO 2075-EXIT
010140     END-IF.
010141     MOVE WS-RETRO-TOTAL TO WS-RETRO-WRITTEN-AMT.
010142     ADD 1 TO WS-RETRO-TRAN-COUNT.
010143     ADD WS-RETRO-TOTAL TO WS-RETRO-TRAN-TOTAL.
010144 2075-EXIT.
010145     EXIT.
010146
010147*****************************************************************
010148*  2080-MARK-RATE-CHANGE-APPLIED
010149*    MARK ONE APPLIED CHANGE ON RATECHG WITH THE RATE IT
010150*    REPLACED AND THE PERIOD IT TOOK EFFECT IN.  THE LAST ONE
010151*    ALSO CARRIES THE EMPLOYEE'S RETRO PERIODS AND THE AMOUNT
010152*    WRITTEN TO ADJTRAN.
010153*****************************************************************
010154 2080-MARK-RATE-CHANGE-APPLIED.
010155     MOVE WS-RCT-EMP-ID (WS-RCT-SUB)   TO RCH-EMP-ID.
010156     MOVE WS-RCT-EFF-DATE (WS-RCT-SUB) TO RCH-EFF-DATE.
010157     READ RATE-CHANGE-FILE
010158         INVALID KEY
010159             DISPLAY 'RATE CHANGE ' RCH-EMP-ID ' ' RCH-EFF-DATE
010160                 ' NOT FOUND TO MARK APPLIED'
010161             GO TO 2080-EXIT
010162     END-READ.
010163     MOVE 'A' TO RCH-STATUS.
010164     IF WS-RCT-SUB = WS-RCT-FIRST
010165         MOVE WS-RETRO-OLD-RATE TO RCH-OLD-SALARY
010166     ELSE
010167         MOVE WS-RCT-NEW-SALARY (WS-RCT-SUB - 1) TO RCH-OLD-SALARY
010168     END-IF.
010169     MOVE WS-PAY-PERIOD TO RCH-APPLIED-PERIOD.
010170     IF WS-RCT-SUB = WS-RCT-LAST
010171         MOVE WS-RETRO-PERIODS     TO RCH-RETRO-PERIODS
010172         MOVE WS-RETRO-WRITTEN-AMT TO RCH-RETRO-AMOUNT
010173     ELSE
010174         MOVE ZERO TO RCH-RETRO-PERIODS
010175         MOVE ZERO TO RCH-RETRO-AMOUNT
010176     END-IF.
010177     REWRITE RCH-RECORD
010178         INVALID KEY
010179             DISPLAY 'RATE CHANGE ' RCH-EMP-ID ' ' RCH-EFF-DATE
010180                 ' REWRITE FAILED, STATUS = ' WS-RCH-FILE-STATUS
010181     END-REWRITE.
010182 2080-EXIT.
010183     EXIT.
010184
010185*****************************************************************
010186*  2140-REJECT-NO-PAY-GROUP
010187*    WRITE AN ACTIVE EMPLOYEE WITH NO PAY GROUP TO THE
010188*    EXCEPTION FILE AS REASON G1 - NO GROUP'S RUN WOULD EVER
010189*    PAY THE EMPLOYEE.  THE GROUP IS ASSIGNED IN EMPLOYEE
010190*    MAINTENANCE.
010191*****************************************************************
010192 2140-REJECT-NO-PAY-GROUP.
010193     MOVE EMP-HOURS-WORKED TO WS-HOURS-WORKED.
010194     MOVE EMP-DEPT-CODE    TO WS-DEPT-CODE.
010195     MOVE EMP-PAY-METHOD   TO WS-PAY-METHOD.
010196     MOVE EMP-BANK-ROUTING TO WS-BANK-ROUTING.
010197     MOVE EMP-BANK-ACCOUNT TO WS-BANK-ACCOUNT.
010198     MOVE 'G1' TO WS-REASON-CODE.
010199     MOVE 'NO PAY GROUP ASSIGNED' TO WS-REASON-TEXT.
010200     PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT.
010201 2140-EXIT.
010202     EXIT.
010203
009940*****************************************************************
009950*  2150-EDIT-EMPLOYEE
009960*    VALIDATE THE EMPLOYEE FIELDS AHEAD OF THE PAY
010032*    THE TIMECARD EDIT SITS OUTSIDE THE SHARED EMPEDIT SET -
010033*    ONLY THE PAYROLL PASS HAS THE TIMECARD TABLE.  AN HOURLY
010034*    EMPLOYEE WITH NO TIMECARDS THIS PERIOD IS AN EXCEPTION,
010035*    NOT A ZERO-HOURS PAYCHECK - UNLESS THE EMPLOYEE LEFT IN
010036*    THE PERIOD WITH A VACATION BALANCE, WHEN THE FINAL CHECK
010037*    PAYS THE PAYOUT FROM 2190-PAY-OUT-VACATION ALONE.
010036     IF WS-VALID-RECORD AND WS-TYPE-HOURLY
010037           AND NOT WS-TMC-FOUND
010038           AND NOT (EMP-TERMINATED
010039                    AND EMP-TERM-DATE NOT > WS-PERIOD-END
010040                    AND WS-VAC-PAYOUT-HOURS > ZERO)
010038         MOVE 'N'  TO WS-VALID-RECORD-SW
010039         MOVE 'H3' TO WS-REASON-CODE
010040         MOVE 'NO TIMECARDS FOR PERIOD' TO WS-REASON-TEXT
010220*  2160-WRITE-EXCEPTION
010230*    WRITE A FAILED EDIT TO THE EXCEPTION FILE WITH ITS
010240*    REASON CODE, RATHER THAN LETTING IT REACH THE CALCULATION.
010241*    THE SALARY WRITTEN IS THE MASTER'S WEEKLY RATE, NOT THE
010242*    GROUP'S PER-PERIOD OR PRORATED AMOUNT - THE EXCEPTION
010243*    CORRECTION POSTS IT BACK TO THE MASTER.  A TRIAL RUN
010244*    ONLY DISPLAYS IT - EMPEXCP IS THE LIVE RUN'S, FOR THE
010245*    EXCEPTION FIX AND THE AUDIT, AND THE EMPLOYEE SHOWS ON THE
010246*    VARIANCE REPORT AS MISSING.
010250*****************************************************************
010260 2160-WRITE-EXCEPTION.
010261     IF WS-TRIAL-RUN
010262         DISPLAY 'EXCEPTION ' WS-EMP-ID ' ' WS-REASON-CODE ' '
010263             WS-REASON-TEXT
010264         GO TO 2160-EXIT
010265     END-IF.
010270     MOVE WS-EMP-ID        TO EXC-EMP-ID.
010280     MOVE WS-NAME          TO EXC-NAME.
010290     MOVE WS-AGE           TO EXC-AGE.
010300     MOVE WS-BASE-SALARY   TO EXC-SALARY.
010310     MOVE WS-EMPLOYEE-TYPE TO EXC-TYPE.
010320     MOVE WS-HOURS-WORKED  TO EXC-HOURS-WORKED.
010330     MOVE WS-DEPT-CODE     TO EXC-DEPT-CODE.
010415*    HOURS.  LEAVES WS-TMC-FOUND-SW OFF AND ZERO HOURS WHEN
010416*    THE EMPLOYEE HAS NO TIMECARDS THIS PERIOD, WHICH THE
010417*    EDIT TURNS INTO AN H3 EXCEPTION.
010418*    VACATION AND SICK HOURS ARE SPLIT OUT OF THE HOURS
010419*    WORKED INTO WS-LEAVE-HOURS, PAID OUTSIDE THE OVERTIME
010420*    THRESHOLD.
010418*****************************************************************
010419 2170-GET-TIMECARD-HOURS.
010420     PERFORM 2185-GET-LEAVE-TAKEN THRU 2185-EXIT.
010421     MOVE ZERO TO WS-HOURS-WORKED.
010422     IF WS-TMC-FOUND
010423         MOVE WS-TMCT-HOURS (WS-TMC-INDEX) TO WS-HOURS-WORKED
010424         ADD WS-VAC-TAKEN WS-SICK-TAKEN GIVING WS-LEAVE-HOURS
010425         SUBTRACT WS-LEAVE-HOURS FROM WS-HOURS-WORKED
010426     END-IF.
010427 2170-EXIT.
010428     EXIT.
010429
010430*****************************************************************
010431*  2185-GET-LEAVE-TAKEN
010432*    LOOK UP THE CURRENT EMPLOYEE'S TIMECARD ENTRY AND PICK UP
010433*    THE VACATION AND SICK HOURS TAKEN THIS PERIOD.  A
010434*    SALARIED EMPLOYEE'S LEAVE IS COVERED BY THE SALARY BUT
010435*    STILL COMES OFF THE BALANCE.
010436*****************************************************************
010437 2185-GET-LEAVE-TAKEN.
010420     MOVE 'N'  TO WS-TMC-FOUND-SW.
010421     MOVE ZERO TO WS-VAC-TAKEN.
010422     MOVE ZERO TO WS-SICK-TAKEN.
010422     PERFORM 2175-MATCH-TIMECARD-HOURS THRU 2175-EXIT
010423         VARYING WS-TMC-SUB FROM 1 BY 1
010424         UNTIL WS-TMC-SUB > WS-TMC-COUNT.
010425     IF WS-TMC-FOUND
010426         MOVE WS-TMCT-VAC-HOURS (WS-TMC-INDEX)  TO WS-VAC-TAKEN
010427         MOVE WS-TMCT-SICK-HOURS (WS-TMC-INDEX) TO WS-SICK-TAKEN
010427     END-IF.
010428 2185-EXIT.
010429     EXIT.
010430
010431*****************************************************************
010434*    THE CALENDAR DAYS WORKED IN THE PERIOD - DAYS FROM THE
010435*    PERIOD START THROUGH THE TERMINATION DATE OVER THE DAYS
010436*    IN THE FULL PERIOD.  A TERMINATION ON THE PERIOD'S LAST
010437*    DAY PAYS THE FULL SALARY.  THE PERIOD IS THE PAY GROUP'S
010438*    OWN FROM ITS CALENDAR - SEVEN DAYS FOR A WEEKLY GROUP,
010439*    FIFTEEN OR SO FOR SEMI-MONTHLY - AND WS-SALARY IS ALREADY
010440*    THE GROUP'S PER-PERIOD AMOUNT.
010438*****************************************************************
010439 2180-PRORATE-FINAL-SALARY.
010440     COMPUTE WS-PERIOD-TOTAL-DAYS =
010453     EXIT.
010454
010455*****************************************************************
010456*  2190-PAY-OUT-VACATION
010457*    WORK OUT THE UNUSED VACATION PAID ON A TERMINATION FINAL
010458*    CHECK - THE BALANCE BEFORE THIS RUN, PLUS THIS RUN'S
010459*    ACCRUAL, LESS THE VACATION TAKEN ON THIS PERIOD'S CARDS -
010460*    AT THE EMPLOYEE'S HOURLY RATE.  A SALARIED EMPLOYEE'S
010461*    RATE IS THE WEEKLY SALARY IN EFFECT FOR THE PERIOD -
010462*    AFTER ANY RATE CHANGE DUE - OVER THE MASTER'S WEEKLY
010463*    HOURS, OR OVER WS-STD-PERIOD-HOURS WHEN THE MASTER HAS
010464*    NONE - THE SAME HOURLY RATE WHATEVER THE PAY GROUP'S
010465*    FREQUENCY.  2520-POST-LEAVE-BALANCE ZEROES THE BALANCE
010466*    PAID.
010467*****************************************************************
010468 2190-PAY-OUT-VACATION.
010469     MOVE WS-EMP-ID TO LVE-EMP-ID.
010470     PERFORM 2510-READ-LEAVE-BALANCE THRU 2510-EXIT.
010471     COMPUTE WS-LEAVE-WORK =
010472         WS-VAC-AVAILABLE + WS-VAC-ACCRUAL - WS-VAC-TAKEN.
010473     IF WS-LEAVE-WORK NOT > ZERO
010474         GO TO 2190-EXIT
010475     END-IF.
010476     MOVE WS-LEAVE-WORK TO WS-VAC-PAYOUT-HOURS.
010477     IF WS-TYPE-HOURLY
010478         MOVE WS-SALARY TO WS-PAYOUT-RATE
010479     ELSE
010480         IF EMP-HOURS-WORKED NUMERIC AND EMP-HOURS-WORKED > ZERO
010481             DIVIDE WS-BASE-SALARY BY EMP-HOURS-WORKED
010482                 GIVING WS-PAYOUT-RATE ROUNDED
010483         ELSE
010484             DIVIDE WS-BASE-SALARY BY WS-STD-PERIOD-HOURS
010485                 GIVING WS-PAYOUT-RATE ROUNDED
010486         END-IF
010487     END-IF.
010488     MULTIPLY WS-PAYOUT-RATE BY WS-VAC-PAYOUT-HOURS
010489         GIVING WS-LEAVE-PAYOUT ROUNDED.
010490 2190-EXIT.
010491     EXIT.
010492
010455*****************************************************************
010456*  2175-MATCH-TIMECARD-HOURS
010457*    MATCH ONE SUMMED-TABLE ENTRY AGAINST THE EMPLOYEE BEING
010458*    PROCESSED.
010467
010430*****************************************************************
010440*  2400-WRITE-CHECKPOINT
010450*    WRITE THIS GROUP'S CHECKPOINT RECORD CAPTURING THE LAST
010460*    EMPLOYEE PROCESSED AND THE RUN TOTALS SO FAR - REWRITING
010465*    THE GROUP'S EARLIER CHECKPOINT ONCE THERE IS ONE - THEN
010470*    RESET THE RECORDS-SINCE-CHECKPOINT COUNTER.  A TRIAL RUN IS
010475*    SIMPLY RERUN, SO IT KEEPS NO CHECKPOINT.
010480*****************************************************************
010490 2400-WRITE-CHECKPOINT.
010492     IF WS-TRIAL-RUN
010494         MOVE ZERO TO WS-RECS-SINCE-CKPT
010496         GO TO 2400-EXIT
010498     END-IF.
010500     MOVE WS-EMP-ID          TO CKPT-LAST-EMP-ID.
010510     MOVE WS-TOTAL-EMPLOYEES TO CKPT-RECORD-COUNT.
010520     MOVE WS-TOTAL-SALARY    TO CKPT-TOTAL-SALARY.
010604     MOVE WS-TOTAL-TAX       TO CKPT-TOTAL-TAX.
010606     MOVE WS-TOTAL-ER-TAX    TO CKPT-ER-TAX.
010608     MOVE WS-TOTAL-ER-BENEFIT TO CKPT-ER-BENEFIT.
010609     MOVE WS-PRENOTE-COUNT   TO CKPT-PRENOTE-COUNT.
010610     MOVE WS-PAY-GROUP       TO CKPT-PAY-GROUP.
010610     WRITE CKPT-RECORD
010611         INVALID KEY
010612             REWRITE CKPT-RECORD
010613     END-WRITE.
010614     IF WS-CKPT-FILE-STATUS NOT = '00'
010615         DISPLAY 'CHECKPOINT WRITE FAILED, STATUS = '
010616             WS-CKPT-FILE-STATUS ', LAST EMP ' WS-EMP-ID
010617     END-IF.
010620     MOVE ZERO TO WS-RECS-SINCE-CKPT.
010630 2400-EXIT.
010640     EXIT.
010670*  2300-WRITE-REPORT-DETAIL
010680*    BUILD AND WRITE ONE DETAIL LINE FOR THE CURRENT EMPLOYEE,
010690*    STARTING A NEW PAGE WHEN THE LINAGE FOOTING IS REACHED.
010692*    LEAVE PAY AND A FINAL-CHECK VACATION PAYOUT ARE NOTED
010694*    UNDER THE DETAIL LINE, AHEAD OF THE DEDUCTIONS.  A TRIAL
010696*    RUN PRINTS NO PAYRPT.
010700*****************************************************************
010710 2300-WRITE-REPORT-DETAIL.
010712     IF WS-TRIAL-RUN
010714         GO TO 2300-EXIT
010716     END-IF.
010720     MOVE WS-NAME       TO RPT-D-NAME.
010730     MOVE WS-AGE        TO RPT-D-AGE.
010740     EVALUATE TRUE
010870         AT END-OF-PAGE
010880             PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT
010890     END-WRITE.
010891     IF WS-LEAVE-PAY > ZERO
010892         MOVE 'LEAVE HOURS PAID' TO RPT-DN-LABEL
010893         MOVE WS-LEAVE-PAY       TO RPT-DN-AMOUNT
010894         MOVE WS-RPT-DED-NOTE TO RPT-LINE
010895         WRITE RPT-LINE AFTER ADVANCING 1 LINE
010896             AT END-OF-PAGE
010897                 PERFORM 1300-WRITE-REPORT-HEADINGS
010898                     THRU 1300-EXIT
010899         END-WRITE
010900     END-IF.
010901     IF WS-LEAVE-PAYOUT > ZERO
010902         MOVE 'VACATION PAYOUT'  TO RPT-DN-LABEL
010903         MOVE WS-LEAVE-PAYOUT    TO RPT-DN-AMOUNT
010904         MOVE WS-RPT-DED-NOTE TO RPT-LINE
010905         WRITE RPT-LINE AFTER ADVANCING 1 LINE
010906             AT END-OF-PAGE
010907                 PERFORM 1300-WRITE-REPORT-HEADINGS
010908                     THRU 1300-EXIT
010909         END-WRITE
010910     END-IF.
010900     PERFORM 2310-WRITE-DEDUCTION-LINE THRU 2310-EXIT
010910         VARYING WS-EDA-SUB FROM 1 BY 1
010920         UNTIL WS-EDA-SUB > WS-EDA-COUNT.
011120*****************************************************************
011130*  2350-WRITE-HR-EXTRACT
011140*    WRITE ONE FIXED-WIDTH EXTRACT RECORD FOR THE CURRENT
011150*    EMPLOYEE TO THE HR/BENEFITS FEED FILE.  A TRIAL RUN
011155*    FEEDS NOTHING.
011160*****************************************************************
011170 2350-WRITE-HR-EXTRACT.
011172     IF WS-TRIAL-RUN
011174         GO TO 2350-EXIT
011176     END-IF.
011180     MOVE WS-NAME    TO HRX-NAME.
011190     MOVE WS-AGE     TO HRX-AGE.
011200     MOVE WS-NET-PAY TO HRX-NET-PAY.
011390*    LEFT ALONE RATHER THAN POSTED TWICE.  THE
011400*    WS-ALREADY-POSTED SWITCH REMEMBERS THE SKIP SO
011410*    2700-WRITE-DISBURSEMENT DOES NOT PAY THE RECORD A
011420*    SECOND TIME EITHER.  A TRIAL RUN POSTS NOTHING.
011430*****************************************************************
011440 2500-POST-YTD-EARNINGS.
011450     MOVE 'N' TO WS-ALREADY-POSTED-SW.
011452     IF WS-TRIAL-RUN
011454         GO TO 2500-EXIT
011456     END-IF.
011460     MOVE WS-EMP-ID TO YTD-EMP-ID.
011470     READ YTD-MASTER-FILE
011480         INVALID KEY
011680 2500-EXIT.
011690     EXIT.
011700
011701*****************************************************************
011702*  2505-SET-LEAVE-ACCRUAL
011703*    PICK UP THIS RUN'S VACATION AND SICK ACCRUAL FOR THE
011704*    CURRENT EMPLOYEE'S TYPE FROM THE LEAVRATE RATES.  THE
011705*    RATES ARE WEEKLY, SO THEY ARE CARRIED TO THE PAY GROUP'S
011706*    PERIOD THE SAME WAY 2205 CARRIES THE SALARY.
011707*****************************************************************
011708 2505-SET-LEAVE-ACCRUAL.
011709     IF WS-TYPE-HOURLY
011710         MOVE WS-LVR-HOURLY-VAC    TO WS-VAC-ACCRUAL
011711         MOVE WS-LVR-HOURLY-SICK   TO WS-SICK-ACCRUAL
011712     ELSE
011713         MOVE WS-LVR-SALARIED-VAC  TO WS-VAC-ACCRUAL
011714         MOVE WS-LVR-SALARIED-SICK TO WS-SICK-ACCRUAL
011715     END-IF.
011716     IF WS-PERIODS-PER-YEAR NOT = WS-BASE-PERIODS-PER-YEAR
011717         COMPUTE WS-VAC-ACCRUAL ROUNDED =
011718             WS-VAC-ACCRUAL * WS-BASE-PERIODS-PER-YEAR
011719                 / WS-PERIODS-PER-YEAR
011720         COMPUTE WS-SICK-ACCRUAL ROUNDED =
011721             WS-SICK-ACCRUAL * WS-BASE-PERIODS-PER-YEAR
011722                 / WS-PERIODS-PER-YEAR
011723     END-IF.
011724 2505-EXIT.
011725     EXIT.
011726
011727*****************************************************************
011728*  2510-READ-LEAVE-BALANCE
011729*    READ THE LEAVMAST RECORD FOR THE EMPLOYEE IN LVE-EMP-ID
011730*    AND SET THE VACATION AND SICK HOURS AVAILABLE BEFORE THIS
011731*    RUN.  A RECORD THIS RUN ALREADY POSTED (A RESTART) GIVES
011732*    ITS PRIOR BALANCES, SO THE RESTART EDITS AND PAYS AGAINST
011733*    THE SAME FIGURES AS THE ABENDED ATTEMPT.  NO RECORD MEANS
011734*    NO BALANCE YET, AS DOES A TRIAL RUN WITH NO LEAVE MASTER.
011735*****************************************************************
011736 2510-READ-LEAVE-BALANCE.
011737     MOVE ZERO TO WS-VAC-AVAILABLE.
011738     MOVE ZERO TO WS-SICK-AVAILABLE.
011739     IF NOT WS-LVE-OPEN
011740         GO TO 2510-EXIT
011741     END-IF.
011742     READ LEAVE-MASTER-FILE
011743         INVALID KEY
011744             GO TO 2510-EXIT
011745     END-READ.
011746     IF LVE-LAST-POST-DATE = WS-RUN-DATE
011747         MOVE LVE-PRIOR-VAC-BAL  TO WS-VAC-AVAILABLE
011748         MOVE LVE-PRIOR-SICK-BAL TO WS-SICK-AVAILABLE
011749     ELSE
011750         MOVE LVE-VAC-BALANCE    TO WS-VAC-AVAILABLE
011751         MOVE LVE-SICK-BALANCE   TO WS-SICK-AVAILABLE
011752     END-IF.
011753 2510-EXIT.
011754     EXIT.
011755
011756*****************************************************************
011757*  2520-POST-LEAVE-BALANCE
011758*    POST THE CURRENT EMPLOYEE'S LEAVE FOR THE RUN - ADD THE
011759*    ACCRUAL, TAKE OFF THE VACATION AND SICK HOURS TAKEN, AND
011760*    ZERO THE VACATION BALANCE PAID OUT ON A FINAL CHECK.  THE
011761*    FIRST POSTING FOR AN EMPLOYEE CREATES THE RECORD.  A
011762*    RECORD WHOSE LVE-LAST-POST-DATE ALREADY CARRIES THE RUN
011763*    DATE WAS POSTED BY AN ABENDED ATTEMPT AND IS LEFT ALONE,
011764*    THE SAME GUARD AS THE YTD POSTING.  A TRIAL RUN POSTS
011765*    NOTHING.
011766*****************************************************************
011767 2520-POST-LEAVE-BALANCE.
011768     IF WS-TRIAL-RUN
011769         GO TO 2520-EXIT
011770     END-IF.
011771     MOVE WS-EMP-ID TO LVE-EMP-ID.
011772     READ LEAVE-MASTER-FILE
011773         INVALID KEY
011774             MOVE WS-EMP-ID TO LVE-EMP-ID
011775             MOVE ZERO      TO LVE-VAC-BALANCE
011776             MOVE ZERO      TO LVE-SICK-BALANCE
011777             MOVE ZERO      TO LVE-VAC-PAID-OUT
011778             PERFORM 2525-APPLY-LEAVE-ACTIVITY THRU 2525-EXIT
011779             WRITE LVE-RECORD
011780         NOT INVALID KEY
011781             IF LVE-LAST-POST-DATE NOT = WS-RUN-DATE
011782                 PERFORM 2525-APPLY-LEAVE-ACTIVITY THRU 2525-EXIT
011783                 REWRITE LVE-RECORD
011784             END-IF
011785     END-READ.
011786 2520-EXIT.
011787     EXIT.
011788
011789*****************************************************************
011790*  2525-APPLY-LEAVE-ACTIVITY
011791*    SAVE THE BALANCES AS THE PRIOR BALANCES, THEN APPLY THIS
011792*    RUN'S ACCRUAL, LEAVE TAKEN AND VACATION PAYOUT TO THE
011793*    LEAVMAST RECORD IN THE RECORD AREA.  THE TIMECARD EDIT
011794*    KEPT LEAVE TAKEN WITHIN THE BALANCE, BUT A BALANCE IS
011795*    NEVER LEFT BELOW ZERO.
011796*****************************************************************
011797 2525-APPLY-LEAVE-ACTIVITY.
011798     MOVE WS-NAME          TO LVE-EMP-NAME.
011799     MOVE LVE-VAC-BALANCE  TO LVE-PRIOR-VAC-BAL.
011800     MOVE LVE-SICK-BALANCE TO LVE-PRIOR-SICK-BAL.
011801     COMPUTE WS-LEAVE-WORK = LVE-VAC-BALANCE + WS-VAC-ACCRUAL
011802         - WS-VAC-TAKEN - WS-VAC-PAYOUT-HOURS.
011803     IF WS-LEAVE-WORK < ZERO
011804         MOVE ZERO TO WS-LEAVE-WORK
011805     END-IF.
011806     MOVE WS-LEAVE-WORK TO LVE-VAC-BALANCE.
011807     COMPUTE WS-LEAVE-WORK = LVE-SICK-BALANCE + WS-SICK-ACCRUAL
011808         - WS-SICK-TAKEN.
011809     IF WS-LEAVE-WORK < ZERO
011810         MOVE ZERO TO WS-LEAVE-WORK
011811     END-IF.
011812     MOVE WS-LEAVE-WORK TO LVE-SICK-BALANCE.
011813     IF WS-VAC-PAYOUT-HOURS > ZERO
011814         MOVE WS-VAC-PAYOUT-HOURS TO LVE-VAC-PAID-OUT
011815         ADD 1 TO WS-LEAVE-PAYOUT-COUNT
011816     END-IF.
011817     MOVE WS-PAY-PERIOD    TO LVE-LAST-PERIOD.
011818     MOVE WS-RUN-DATE      TO LVE-LAST-POST-DATE.
011819 2525-EXIT.
011820     EXIT.
011821
011710*****************************************************************
011720*  2550-ACCUMULATE-DEPT-TOTALS
011730*    ROLL THE CURRENT EMPLOYEE'S PAY FIGURES INTO THE
011735*    DEPARTMENT TOTALS.  TAX, DEDUCTIONS AND NET ARE OWED BY
011740*    THE EMPLOYEE AND GO TO THE HOME DEPARTMENT THE EDIT
011745*    LOOKUP LEFT WS-DEPT-INDEX POINTING AT; GROSS, OVERTIME
011750*    AND EMPLOYER BURDEN ARE LABOR COST AND GO TO THE
011755*    DEPARTMENTS CHARGED, BY WAY OF THE LABOR DISTRIBUTION.
011760*****************************************************************
011770 2550-ACCUMULATE-DEPT-TOTALS.
011780     ADD 1                TO WS-DPT-EMP-COUNT (WS-DEPT-INDEX).
011800     ADD WS-TAX-AMOUNT    TO WS-DPT-TAX (WS-DEPT-INDEX).
011810     ADD WS-EMP-DED-TOTAL
011820         TO WS-DPT-DEDUCTIONS (WS-DEPT-INDEX).
011830     ADD WS-NET-PAY       TO WS-DPT-NET (WS-DEPT-INDEX).
011831     PERFORM 2560-BUILD-LABOR-DIST THRU 2560-EXIT.
011832     PERFORM 2570-POST-LABOR-SHARE THRU 2570-EXIT
011833         VARYING WS-LD-SUB FROM 1 BY 1
011834         UNTIL WS-LD-SUB > WS-LD-COUNT.
011835     PERFORM 2580-WRITE-LABOR-DIST THRU 2580-EXIT.
011840 2550-EXIT.
011850     EXIT.
011860
011861*****************************************************************
011862*  2560-BUILD-LABOR-DIST
011863*    LAY OUT THE CURRENT EMPLOYEE'S DEPARTMENTS AND HOURS FOR
011864*    THE SPLIT - THE TIMECARD DEPARTMENT SLOTS FOR AN HOURLY
011865*    EMPLOYEE (2170 LEFT WS-TMC-INDEX AT THE ENTRY), OR THE
011866*    HOME DEPARTMENT ALONE FOR A SALARIED EMPLOYEE OR AN
011867*    HOURLY ONE WITH NO HOURS TO SPREAD BY.
011868*    THE SPLIT IS BY ALL HOURS CARDED - VACATION AND SICK
011869*    HOURS ARE CHARGED TO THE DEPARTMENT ON THE CARD.
011870*****************************************************************
011871 2560-BUILD-LABOR-DIST.
011872     MOVE ZERO TO WS-LD-CUM-HOURS.
011873     MOVE ZERO TO WS-LD-DONE-GROSS.
011874     MOVE ZERO TO WS-LD-DONE-OVERTIME.
011875     MOVE ZERO TO WS-LD-DONE-ER-TAX.
011876     MOVE ZERO TO WS-LD-DONE-ER-BENEFIT.
011877     IF WS-TYPE-HOURLY AND WS-TMC-FOUND
011878           AND WS-TMCT-HOURS (WS-TMC-INDEX) > ZERO
011879         MOVE WS-TMCT-HOURS (WS-TMC-INDEX) TO WS-LD-TOTAL-HOURS
011880         MOVE WS-TMCT-DEPT-COUNT (WS-TMC-INDEX) TO WS-LD-COUNT
011881         PERFORM 2565-COPY-TIMECARD-DEPT THRU 2565-EXIT
011882             VARYING WS-LD-SUB FROM 1 BY 1
011883             UNTIL WS-LD-SUB > WS-LD-COUNT
011884     ELSE
011885         MOVE 1               TO WS-LD-COUNT
011886         MOVE WS-DEPT-INDEX   TO WS-LD-DEPT-INDEX (1)
011887         MOVE WS-HOURS-WORKED TO WS-LD-HOURS (1)
011888         MOVE WS-HOURS-WORKED TO WS-LD-TOTAL-HOURS
011889     END-IF.
011890 2560-EXIT.
011891     EXIT.
011892
011893*****************************************************************
011894*  2565-COPY-TIMECARD-DEPT
011895*    COPY ONE TIMECARD DEPARTMENT SLOT INTO THE SPLIT.
011896*****************************************************************
011897 2565-COPY-TIMECARD-DEPT.
011898     MOVE WS-TMCT-DEPT-INDEX (WS-TMC-INDEX, WS-LD-SUB)
011899         TO WS-LD-DEPT-INDEX (WS-LD-SUB).
011900     MOVE WS-TMCT-DEPT-HOURS (WS-TMC-INDEX, WS-LD-SUB)
011901         TO WS-LD-HOURS (WS-LD-SUB).
011902 2565-EXIT.
011903     EXIT.
011904
011905*****************************************************************
011906*  2570-POST-LABOR-SHARE
011907*    WORK OUT ONE DEPARTMENT'S SHARE OF GROSS, OVERTIME AND
011908*    EMPLOYER BURDEN AND ADD IT TO THAT DEPARTMENT'S TOTALS.
011909*    EACH SHARE IS TAKEN ON THE RUNNING HOURS - THE AMOUNT
011910*    DUE THROUGH THIS DEPARTMENT LESS WHAT EARLIER
011911*    DEPARTMENTS ALREADY TOOK - AND THE LAST DEPARTMENT TAKES
011912*    WHATEVER IS LEFT, SO THE SHARES ALWAYS FOOT TO THE
011913*    EMPLOYEE'S FIGURES TO THE PENNY.  A DEPARTMENT OTHER
011914*    THAN THE HOME ONE COUNTS THE EMPLOYEE ONCE MORE.
011915*****************************************************************
011916 2570-POST-LABOR-SHARE.
011917     ADD WS-LD-HOURS (WS-LD-SUB) TO WS-LD-CUM-HOURS.
011918     IF WS-LD-SUB = WS-LD-COUNT
011919         MOVE WS-GROSS-PAY TO WS-LD-ALLOC
011920     ELSE
011921         COMPUTE WS-LD-ALLOC ROUNDED =
011922             WS-GROSS-PAY * WS-LD-CUM-HOURS / WS-LD-TOTAL-HOURS
011923     END-IF.
011924     SUBTRACT WS-LD-DONE-GROSS FROM WS-LD-ALLOC
011925         GIVING WS-LD-GROSS (WS-LD-SUB).
011926     MOVE WS-LD-ALLOC TO WS-LD-DONE-GROSS.
011927     IF WS-LD-SUB = WS-LD-COUNT
011928         MOVE WS-OVERTIME-PAY TO WS-LD-ALLOC
011929     ELSE
011930         COMPUTE WS-LD-ALLOC ROUNDED =
011931             WS-OVERTIME-PAY * WS-LD-CUM-HOURS
011932             / WS-LD-TOTAL-HOURS
011933     END-IF.
011934     SUBTRACT WS-LD-DONE-OVERTIME FROM WS-LD-ALLOC
011935         GIVING WS-LD-OVERTIME (WS-LD-SUB).
011936     MOVE WS-LD-ALLOC TO WS-LD-DONE-OVERTIME.
011937     IF WS-LD-SUB = WS-LD-COUNT
011938         MOVE WS-ER-TAX-AMOUNT TO WS-LD-ALLOC
011939     ELSE
011940         COMPUTE WS-LD-ALLOC ROUNDED =
011941             WS-ER-TAX-AMOUNT * WS-LD-CUM-HOURS
011942             / WS-LD-TOTAL-HOURS
011943     END-IF.
011944     SUBTRACT WS-LD-DONE-ER-TAX FROM WS-LD-ALLOC
011945         GIVING WS-LD-ER-TAX (WS-LD-SUB).
011946     MOVE WS-LD-ALLOC TO WS-LD-DONE-ER-TAX.
011947     IF WS-LD-SUB = WS-LD-COUNT
011948         MOVE WS-ER-BENEFIT-AMOUNT TO WS-LD-ALLOC
011949     ELSE
011950         COMPUTE WS-LD-ALLOC ROUNDED =
011951             WS-ER-BENEFIT-AMOUNT * WS-LD-CUM-HOURS
011952             / WS-LD-TOTAL-HOURS
011953     END-IF.
011954     SUBTRACT WS-LD-DONE-ER-BENEFIT FROM WS-LD-ALLOC
011955         GIVING WS-LD-ER-BENEFIT (WS-LD-SUB).
011956     MOVE WS-LD-ALLOC TO WS-LD-DONE-ER-BENEFIT.
011957     MOVE WS-LD-DEPT-INDEX (WS-LD-SUB) TO WS-DEPT-SUB.
011958     IF WS-DEPT-SUB NOT = WS-DEPT-INDEX
011959         ADD 1 TO WS-DPT-EMP-COUNT (WS-DEPT-SUB)
011960     END-IF.
011961     ADD WS-LD-GROSS (WS-LD-SUB)    TO WS-DPT-GROSS (WS-DEPT-SUB).
011962     ADD WS-LD-OVERTIME (WS-LD-SUB)
011963         TO WS-DPT-OVERTIME (WS-DEPT-SUB).
011964     ADD WS-LD-ER-TAX (WS-LD-SUB)
011965         TO WS-DPT-ER-TAX (WS-DEPT-SUB).
011966     ADD WS-LD-ER-BENEFIT (WS-LD-SUB)
011967         TO WS-DPT-ER-BENEFIT (WS-DEPT-SUB).
011968 2570-EXIT.
011969     EXIT.
011970
011971*****************************************************************
011972*  2580-WRITE-LABOR-DIST
011973*    PRINT THE CURRENT EMPLOYEE'S LABOR DISTRIBUTION LINES AND
011974*    ROLL THEM INTO THE REPORT TOTALS.  ON A RESTART THE
011975*    RECORDS REPROCESSED SINCE THE LAST CHECKPOINT ARE ALREADY
011976*    ON THE EXTENDED REPORT, SO THEY ARE NOT PRINTED AGAIN.
011977*****************************************************************
011978 2580-WRITE-LABOR-DIST.
011979     IF WS-RESTART-RUN AND WS-ALREADY-POSTED
011980         GO TO 2580-EXIT
011981     END-IF.
011982     PERFORM 2585-WRITE-ONE-LABOR-LINE THRU 2585-EXIT
011983         VARYING WS-LD-SUB FROM 1 BY 1
011984         UNTIL WS-LD-SUB > WS-LD-COUNT.
011985 2580-EXIT.
011986     EXIT.
011987
011988*****************************************************************
011989*  2585-WRITE-ONE-LABOR-LINE
011990*    PRINT ONE DEPARTMENT'S SHARE FOR THE CURRENT EMPLOYEE.
011991*    THE EMPLOYEE ID AND NAME PRINT ON THE FIRST LINE ONLY.
011992*    A TRIAL RUN PRINTS NO LABDIST.
011993*****************************************************************
011994 2585-WRITE-ONE-LABOR-LINE.
011995     IF WS-LD-SUB = 1
011996         MOVE WS-EMP-ID TO LDR-D-EMP-ID
011997         MOVE WS-NAME   TO LDR-D-NAME
011998     ELSE
011999         MOVE SPACES    TO LDR-D-EMP-ID
012000         MOVE SPACES    TO LDR-D-NAME
012001     END-IF.
012002     MOVE WS-LD-DEPT-INDEX (WS-LD-SUB) TO WS-DEPT-SUB.
012003     MOVE WS-DEPTT-CODE (WS-DEPT-SUB) TO LDR-D-DEPT-CODE.
012004     MOVE WS-DEPTT-NAME (WS-DEPT-SUB) TO LDR-D-DEPT-NAME.
012005     MOVE WS-LD-HOURS (WS-LD-SUB)     TO LDR-D-HOURS.
012006     MOVE WS-LD-OVERTIME (WS-LD-SUB)  TO LDR-D-OVERTIME.
012007     MOVE WS-LD-GROSS (WS-LD-SUB)     TO LDR-D-GROSS.
012008     ADD WS-LD-ER-TAX (WS-LD-SUB) WS-LD-ER-BENEFIT (WS-LD-SUB)
012009         GIVING LDR-D-BURDEN.
012010     ADD WS-LD-HOURS (WS-LD-SUB)    TO WS-LDT-HOURS.
012011     ADD WS-LD-OVERTIME (WS-LD-SUB) TO WS-LDT-OVERTIME.
012012     ADD WS-LD-GROSS (WS-LD-SUB)    TO WS-LDT-GROSS.
012013     ADD WS-LD-ER-TAX (WS-LD-SUB) WS-LD-ER-BENEFIT (WS-LD-SUB)
012014         TO WS-LDT-BURDEN.
012015     IF WS-TRIAL-RUN
012016         GO TO 2585-EXIT
012017     END-IF.
012018     MOVE WS-LDR-DETAIL TO LDR-LINE.
012019     WRITE LDR-LINE AFTER ADVANCING 1 LINE
012020         AT END-OF-PAGE
012021             PERFORM 1350-WRITE-LABOR-HEADINGS THRU 1350-EXIT
012022     END-WRITE.
012023 2585-EXIT.
012024     EXIT.
012025
012026*****************************************************************
012027*  2600-APPLY-PRENOTE-HOLD
012028*    A DIRECT-DEPOSIT ACCOUNT IS NOT PAID UNTIL ITS PRENOTE
012029*    HAS AGED WS-PRENOTE-HOLD-DAYS WITHOUT A RETURN.  A
012030*    PENDING ACCOUNT GETS ITS ZERO-DOLLAR PRENOTE THIS RUN
012031*    AND THE MASTER IS MARKED SENT WITH THE RUN DATE; A SENT
012032*    PRENOTE STILL INSIDE THE HOLD, OR A RETURNED ONE, PAYS
012033*    BY CHECK; A SENT PRENOTE PAST THE HOLD IS MARKED CLEARED
012034*    AND PAYS DIRECT.  A PRENOTE SENT ON THIS RUN DATE IS
012035*    ONE A RESTART IS REPROCESSING, SO IT IS COUNTED AGAIN
012036*    AND 2700-WRITE-DISBURSEMENT SUPPRESSES THE DUPLICATE.
012037*    A FINAL CHECK FOR A TERMINATED EMPLOYEE SENDS NO
012038*    PRENOTE - IT SIMPLY PAYS BY CHECK.
012039*****************************************************************
012040 2600-APPLY-PRENOTE-HOLD.
012041     MOVE 'N' TO WS-PRENOTE-DUE-SW.
012042     IF NOT WS-PAY-DIRECT OR NOT EMP-PRENOTE-HOLD
012043         GO TO 2600-EXIT
012044     END-IF.
012045     MOVE 'C' TO WS-PAY-METHOD.
012046     IF EMP-TERMINATED OR EMP-PRENOTE-RETURNED
012047         GO TO 2600-EXIT
012048     END-IF.
012049     IF EMP-PRENOTE-SENT
012050           AND EMP-PRENOTE-DATE NUMERIC
012051           AND EMP-PRENOTE-DATE NOT = ZERO
012052         IF EMP-PRENOTE-DATE = WS-RUN-DATE
012053             MOVE 'Y' TO WS-PRENOTE-DUE-SW
012054             GO TO 2600-EXIT
012055         END-IF
012056         COMPUTE WS-PRENOTE-AGE-DAYS =
012057             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
012058             - FUNCTION INTEGER-OF-DATE (EMP-PRENOTE-DATE)
012059         IF WS-PRENOTE-AGE-DAYS >= WS-PRENOTE-HOLD-DAYS
012060             MOVE 'D' TO WS-PAY-METHOD
012061             MOVE 'C' TO EMP-PRENOTE-STATUS
012062             PERFORM 2650-REWRITE-PRENOTE-STATUS THRU 2650-EXIT
012063         END-IF
012064         GO TO 2600-EXIT
012065     END-IF.
012066     MOVE 'Y'         TO WS-PRENOTE-DUE-SW.
012067     MOVE 'S'         TO EMP-PRENOTE-STATUS.
012068     MOVE WS-RUN-DATE TO EMP-PRENOTE-DATE.
012069     PERFORM 2650-REWRITE-PRENOTE-STATUS THRU 2650-EXIT.
012070 2600-EXIT.
012071     EXIT.
012072
012073*****************************************************************
012074*  2650-REWRITE-PRENOTE-STATUS
012075*    REWRITE THE MASTER RECORD JUST READ WITH ITS NEW PRENOTE
012076*    STATUS.  A FAILED REWRITE IS REPORTED BUT DOES NOT STOP
012077*    THE RUN - THE EMPLOYEE IS STILL PAID BY CHECK THIS TIME
012078*    AND THE STATUS CHANGE IS SIMPLY RETRIED NEXT RUN.  A
012079*    TRIAL RUN LEAVES THE MASTER ALONE - THE LIVE RUN MAKES
012080*    THE SAME DECISION AND THE CHANGE.
012081*****************************************************************
012082 2650-REWRITE-PRENOTE-STATUS.
012083     IF WS-TRIAL-RUN
012084         GO TO 2650-EXIT
012085     END-IF.
012086     REWRITE EMP-RECORD
012087         INVALID KEY
012088             DISPLAY 'PRENOTE STATUS REWRITE FAILED FOR '
012089                 EMP-ID ', STATUS = ' WS-EMP-FILE-STATUS
012090             MOVE 'C' TO WS-PAY-METHOD
012091     END-REWRITE.
012092 2650-EXIT.
012093     EXIT.
012094
011870*****************************************************************
011880*  2700-WRITE-DISBURSEMENT
011890*    PAY OUT THE CURRENT EMPLOYEE'S NET - A BANKPAY DETAIL
012010*    ABEND BETWEEN THE YTD POST AND THIS WRITE CAN STILL
012020*    DROP THAT ONE RECORD'S PAYMENT - THE TRAILER/REGISTER
012030*    BALANCE CHECK AGAINST THE REPORT EXPOSES IT.
012031*    AN ACCOUNT HELD FOR ITS PRENOTE (2600-APPLY-PRENOTE-
012032*    HOLD) IS PAID BY CHECK HERE, AND WHEN ITS PRENOTE IS
012033*    DUE THE ZERO-DOLLAR 'P' DETAIL GOES TO BANKPAY AS WELL.
012034*    A TRIAL RUN WRITES NO DETAIL OR CHECK LINE BUT STILL
012035*    COUNTS, SO ITS PAYRPT DISBURSEMENT LINE SHOWS WHAT THE
012036*    LIVE RUN WILL PAY EACH WAY.
012040*****************************************************************
012050 2700-WRITE-DISBURSEMENT.
012051     IF WS-PRENOTE-DUE
012052         MOVE 'P'             TO BPF-D-RECORD-TYPE
012053         MOVE WS-EMP-ID       TO BPF-D-EMP-ID
012054         MOVE WS-NAME         TO BPF-D-NAME
012055         MOVE WS-BANK-ROUTING TO BPF-D-BANK-ROUTING
012056         MOVE WS-BANK-ACCOUNT TO BPF-D-BANK-ACCOUNT
012057         MOVE ZERO            TO BPF-D-NET-PAY
012058         MOVE WS-PAY-PERIOD   TO BPF-D-PAY-PERIOD
012059         IF WS-LIVE-RUN
012060               AND NOT (WS-RESTART-RUN AND WS-ALREADY-POSTED)
012061             WRITE BPF-DETAIL
012062         END-IF
012063         ADD 1 TO WS-PRENOTE-COUNT
012064     END-IF.
012060     IF WS-PAY-DIRECT
012070         MOVE 'D'             TO BPF-D-RECORD-TYPE
012080         MOVE WS-EMP-ID       TO BPF-D-EMP-ID
012110         MOVE WS-BANK-ACCOUNT TO BPF-D-BANK-ACCOUNT
012120         MOVE WS-NET-PAY      TO BPF-D-NET-PAY
012125         MOVE WS-PAY-PERIOD   TO BPF-D-PAY-PERIOD
012127         IF WS-LIVE-RUN
012130               AND NOT (WS-RESTART-RUN AND WS-ALREADY-POSTED)
012140             WRITE BPF-DETAIL
012150         END-IF
012160         ADD 1          TO WS-BANK-COUNT
012170         ADD WS-NET-PAY TO WS-BANK-NET-TOTAL
012180     ELSE
012181*        A NEW CHECK STARTS ABOVE THE FLOOR, PAST ANY NUMBER
012182*        ANOTHER GROUP'S RUN HAS ISSUED SINCE THIS GROUP'S
012183*        CHECKPOINT.  A REPROCESSED RECORD KEEPS ITS NUMBER.
012184         IF WS-CHECK-NUMBER < WS-CHKN-FLOOR
012185               AND NOT (WS-RESTART-RUN AND WS-ALREADY-POSTED)
012186             MOVE WS-CHKN-FLOOR TO WS-CHECK-NUMBER
012187         END-IF
012190         ADD 1 TO WS-CHECK-NUMBER
012200         MOVE WS-CHECK-NUMBER TO CHKR-D-CHECK-NO
012210         MOVE WS-EMP-ID       TO CHKR-D-EMP-ID
012220         MOVE WS-NAME         TO CHKR-D-NAME
012230         MOVE WS-NET-PAY      TO CHKR-D-NET
012240         MOVE WS-CHKR-DETAIL  TO CHKR-LINE
012245         IF WS-LIVE-RUN
012250               AND NOT (WS-RESTART-RUN AND WS-ALREADY-POSTED)
012260             WRITE CHKR-LINE AFTER ADVANCING 1 LINE
012270         END-IF
012280         ADD WS-NET-PAY TO WS-CHECK-NET-TOTAL
012320*    EXTENDED FILE, SO NO SECOND RECORD IS WRITTEN FOR THEM.
012321*    THE RECORD CARRIES THE FIRST TEN DEDUCTIONS - NO
012322*    DEDMAST YET HAS COME NEAR TEN CODES ON ONE EMPLOYEE.
012323*    A TRIAL RUN WRITES NO HISTORY.
012323*****************************************************************
012324 2750-WRITE-PAY-HISTORY.
012325     IF WS-RESTART-RUN AND WS-ALREADY-POSTED
012326         GO TO 2750-EXIT
012327     END-IF.
012328     IF WS-TRIAL-RUN
012326         GO TO 2750-EXIT
012327     END-IF.
012328     MOVE SPACES             TO PHR-RECORD.
012329     MOVE WS-EMP-ID          TO PHR-EMP-ID.
012330     MOVE WS-PAY-PERIOD      TO PHR-PAY-PERIOD.
012368     EXIT.
012369
012370*****************************************************************
012371*  2800-WRITE-VARIANCE-LINE
012372*    PRINT THE CURRENT EMPLOYEE'S TRIAL GROSS AND NET AGAINST
012373*    THE LAST REGULAR PAY ON PAYHIST.  THE LINE IS FLAGGED NEW
012374*    WHEN THERE IS NO PRIOR PAY, NET SWING WHEN THE NET MOVES
012375*    MORE THAN WS-VAR-NET-PCT-LIMIT PERCENT EITHER WAY (OR UP
012376*    FROM A ZERO NET), AND HIGH HOURS WHEN AN HOURLY EMPLOYEE
012377*    WORKED MORE THAN WS-VAR-HOURS-LIMIT HOURS A WEEK, TAKEN
012378*    OVER THE PAY GROUP'S PERIOD (WS-VAR-PERIOD-HOURS).
012379*****************************************************************
012380 2800-WRITE-VARIANCE-LINE.
012381     PERFORM 2805-SET-VARIANCE-FIGURES THRU 2805-EXIT.
012382     MOVE WS-VAR-DETAIL TO VAR-LINE.
012383     WRITE VAR-LINE AFTER ADVANCING 1 LINE
012384         AT END-OF-PAGE
012385             PERFORM 1370-WRITE-VARIANCE-HEADINGS THRU 1370-EXIT
012386     END-WRITE.
012387 2800-EXIT.
012388     EXIT.
012389
012390*****************************************************************
012391*  2805-SET-VARIANCE-FIGURES
012392*    FILL IN THE VARIANCE DETAIL LINE AND ITS FLAGS FOR THE
012393*    CURRENT EMPLOYEE, COUNTING EACH FLAG RAISED.
012394*****************************************************************
012395 2805-SET-VARIANCE-FIGURES.
012396     MOVE SPACES          TO VAR-D-FLAG-1.
012397     MOVE SPACES          TO VAR-D-FLAG-2.
012398     MOVE WS-EMP-ID       TO VAR-D-EMP-ID.
012399     MOVE WS-NAME         TO VAR-D-NAME.
012400     MOVE WS-GROSS-PAY    TO VAR-D-GROSS.
012401     MOVE WS-NET-PAY      TO VAR-D-NET.
012402     IF WS-TYPE-HOURLY
012403         MOVE WS-HOURS-WORKED TO VAR-D-HOURS
012404         IF WS-HOURS-WORKED > WS-VAR-PERIOD-HOURS
012405             MOVE 'HIGH HRS'  TO VAR-D-FLAG-2
012406             ADD 1 TO WS-VAR-HOURS-COUNT
012407         END-IF
012408     ELSE
012409         MOVE ZERO        TO VAR-D-HOURS
012410     END-IF.
012411     PERFORM 2810-FIND-PRIOR-PAY THRU 2810-EXIT.
012412     IF NOT WS-VAR-FOUND
012413         MOVE ZERO        TO VAR-D-PRIOR-PERIOD
012414         MOVE ZERO        TO VAR-D-PRIOR-GROSS
012415         MOVE ZERO        TO VAR-D-PRIOR-NET
012416         MOVE SPACES      TO VAR-D-NET-PCT-X
012417         MOVE 'NEW'       TO VAR-D-FLAG-1
012418         ADD 1 TO WS-VAR-NEW-COUNT
012419         GO TO 2805-EXIT
012420     END-IF.
012421     MOVE 'Y' TO WS-PPT-MATCHED-SW (WS-VAR-INDEX).
012422     ADD 1 TO WS-VAR-COMPARED.
012423     MOVE WS-PPT-PERIOD (WS-VAR-INDEX) TO VAR-D-PRIOR-PERIOD.
012424     MOVE WS-PPT-GROSS (WS-VAR-INDEX)  TO VAR-D-PRIOR-GROSS.
012425     MOVE WS-PPT-NET (WS-VAR-INDEX)    TO VAR-D-PRIOR-NET.
012426     COMPUTE WS-VAR-NET-CHANGE =
012427         WS-NET-PAY - WS-PPT-NET (WS-VAR-INDEX).
012428     IF WS-PPT-NET (WS-VAR-INDEX) = ZERO
012429         MOVE SPACES      TO VAR-D-NET-PCT-X
012430         IF WS-NET-PAY > ZERO
012431             MOVE 'NET SWING' TO VAR-D-FLAG-1
012432             ADD 1 TO WS-VAR-SWING-COUNT
012433         END-IF
012434         GO TO 2805-EXIT
012435     END-IF.
012436     COMPUTE WS-VAR-NET-PCT ROUNDED =
012437         WS-VAR-NET-CHANGE * 100 / WS-PPT-NET (WS-VAR-INDEX)
012438         ON SIZE ERROR
012439             MOVE 99999.9 TO WS-VAR-NET-PCT
012440     END-COMPUTE.
012441     MOVE WS-VAR-NET-PCT  TO VAR-D-NET-PCT.
012442     IF WS-VAR-NET-PCT > WS-VAR-NET-PCT-LIMIT
012443           OR WS-VAR-NET-PCT < ZERO - WS-VAR-NET-PCT-LIMIT
012444         MOVE 'NET SWING' TO VAR-D-FLAG-1
012445         ADD 1 TO WS-VAR-SWING-COUNT
012446     END-IF.
012447 2805-EXIT.
012448     EXIT.
012449
012450*****************************************************************
012451*  2810-FIND-PRIOR-PAY
012452*    LOOK UP WS-EMP-ID IN THE PRIOR PAY TABLE, SETTING
012453*    WS-VAR-FOUND AND WS-VAR-INDEX.
012454*****************************************************************
012455 2810-FIND-PRIOR-PAY.
012456     MOVE 'N' TO WS-VAR-FOUND-SW.
012457     PERFORM 2815-MATCH-PRIOR-PAY THRU 2815-EXIT
012458         VARYING WS-VAR-SUB FROM 1 BY 1
012459         UNTIL WS-VAR-SUB > WS-VAR-COUNT OR WS-VAR-FOUND.
012460 2810-EXIT.
012461     EXIT.
012462
012463*****************************************************************
012464*  2815-MATCH-PRIOR-PAY
012465*    MATCH ONE PRIOR PAY TABLE ENTRY AGAINST WS-EMP-ID.
012466*****************************************************************
012467 2815-MATCH-PRIOR-PAY.
012468     IF WS-PPT-EMP-ID (WS-VAR-SUB) = WS-EMP-ID
012469         MOVE 'Y' TO WS-VAR-FOUND-SW
012470         MOVE WS-VAR-SUB TO WS-VAR-INDEX
012471     END-IF.
012472 2815-EXIT.
012473     EXIT.
012474
012370*****************************************************************
012372*  2100-READ-EMP-MASTER
012374*    READ THE NEXT EMPLOYEE RECORD, SETTING THE EOF SWITCH
012376*    WHEN THE MASTER FILE IS EXHAUSTED.
012480*    CLOSE FILES AND RETURN CONTROL TO THE OPERATING SYSTEM.
012490*****************************************************************
012500 9000-TERMINATE.
012501*    A TRIAL RUN FINISHES ITS VARIANCE REPORT AND STOPS HERE -
012502*    NO REPORT TOTALS, GL EXTRACT, CHECKPOINT TO CLEAR, BANK
012503*    TRAILER, CHECK REGISTER TOTAL, CHECK NUMBER, DEDUCTION
012504*    STATE OR TAX REMITTANCE, AND THE PERIOD IS NOT MARKED
012505*    PAID.
012506     IF WS-TRIAL-RUN
012507         CLOSE EMP-MASTER-FILE
012508         PERFORM 9700-FINISH-RETRO-REGISTER THRU 9700-EXIT
012509         PERFORM 9600-FINISH-TRIAL-RUN THRU 9600-EXIT
012510         GO TO 9000-EXIT
012511     END-IF.
012510     PERFORM 9050-PRINT-DEPT-SUBTOTALS THRU 9050-EXIT.
012515     PERFORM 9070-PRINT-LABOR-TOTALS THRU 9070-EXIT.
012520     PERFORM 9200-WRITE-GL-EXTRACT THRU 9200-EXIT.
012530     MOVE WS-TOTAL-EMPLOYEES TO RPT-T-COUNT.
012540     MOVE WS-TOTAL-SALARY    TO RPT-T-SALARY.
012660     END-IF.
012670     CLOSE EMP-MASTER-FILE.
012680     CLOSE PAYROLL-REPORT.
012685     CLOSE LABOR-DIST-REPORT.
012690     CLOSE EMP-EXCEPTIONS.
012700     PERFORM 9700-FINISH-RETRO-REGISTER THRU 9700-EXIT.
012710*    THE RUN REACHED END OF FILE, SO IT COMPLETED NORMALLY
012720*    RATHER THAN ABENDING PARTWAY THROUGH.  DELETE THIS GROUP'S
012730*    CHECKPOINT SO ITS NEXT INVOCATION IS NOT MISTAKEN FOR A
012735*    RESTART OF THIS COMPLETED RUN.  OTHER GROUPS' CHECKPOINTS
012740*    ARE LEFT FOR THEIR OWN RESTARTS.
012745     MOVE WS-PAY-GROUP TO CKPT-PAY-GROUP.
012750     DELETE CHECKPOINT-FILE RECORD
012752         INVALID KEY
012754             CONTINUE
012756     END-DELETE.
012760     CLOSE CHECKPOINT-FILE.
012770     CLOSE HR-EXTRACT-FILE.
012772     CLOSE PAY-HISTORY-FILE.
012860     MOVE WS-BANK-COUNT      TO BPF-T-RECORD-COUNT.
012870     MOVE WS-BANK-NET-TOTAL  TO BPF-T-TOTAL-NET.
012875     MOVE WS-PAY-PERIOD      TO BPF-T-PAY-PERIOD.
012876     MOVE WS-PRENOTE-COUNT   TO BPF-T-PRENOTE-COUNT.
012877     MOVE WS-PAY-GROUP       TO BPF-T-PAY-GROUP.
012880     WRITE BPF-TRAILER.
012890     CLOSE BANK-PAYMENT-FILE.
012900     SUBTRACT WS-BANK-COUNT FROM WS-TOTAL-EMPLOYEES
012950     CLOSE CHECK-REGISTER.
012960     OPEN OUTPUT CHECK-NUMBER-FILE.
012970     MOVE WS-CHECK-NUMBER TO CHKN-LAST-CHECK-NO.
012971*    A RUN THAT ISSUED NO CHECK ABOVE THE FLOOR MUST NOT TAKE
012972*    CHKNUM BACK BELOW NUMBERS ANOTHER GROUP'S RUN HAS USED.
012973     IF WS-CHKN-FLOOR > WS-CHECK-NUMBER
012974         MOVE WS-CHKN-FLOOR TO CHKN-LAST-CHECK-NO
012975     END-IF.
012980     WRITE CHKN-RECORD.
012990     CLOSE CHECK-NUMBER-FILE.
013000     CLOSE YTD-MASTER-FILE.
013001     CLOSE LEAVE-MASTER-FILE.
013001     DISPLAY 'TERMINATED EMPLOYEES SKIPPED: ' WS-TERM-SKIPPED.
013002     DISPLAY 'OTHER PAY GROUPS SKIPPED:     ' WS-GROUP-SKIPPED.
013003     DISPLAY 'DIRECT-DEPOSIT PRENOTES SENT: ' WS-PRENOTE-COUNT.
013004     DISPLAY 'VACATION BALANCES PAID OUT:   '
013005         WS-LEAVE-PAYOUT-COUNT.
013002     PERFORM 9400-WRITE-DEDUCTION-STATE THRU 9400-EXIT.
013003     PERFORM 9500-WRITE-TAX-REMIT THRU 9500-EXIT.
013004*    THE RUN COMPLETED, SO THE PERIOD IS PAID - THE GATE IN
013670         MOVE WS-DEPTT-CODE (WS-DEPT-SUB) TO RPT-DP-CODE
013680         MOVE WS-DEPTT-NAME (WS-DEPT-SUB) TO RPT-DP-NAME
013690         MOVE WS-DPT-EMP-COUNT (WS-DEPT-SUB) TO RPT-DP-COUNT
013693         MOVE WS-DPT-OVERTIME (WS-DEPT-SUB)
013696             TO RPT-DP-OVERTIME
013700         MOVE WS-DPT-GROSS (WS-DEPT-SUB)  TO RPT-DP-GROSS
013710         MOVE WS-DPT-TAX (WS-DEPT-SUB)    TO RPT-DP-TAX
013720         MOVE WS-DPT-DEDUCTIONS (WS-DEPT-SUB)
013820 9060-EXIT.
013830     EXIT.
013840
013841*****************************************************************
013842*  9070-PRINT-LABOR-TOTALS
013843*    PRINT THE LABOR DISTRIBUTION RUN TOTAL, WHICH FOOTS TO
013844*    THE PAYRPT GROSS.  THE TOTALS ARE NOT CHECKPOINTED, SO A
013845*    RESTARTED RUN SAYS SO INSTEAD OF PRINTING A SHORT TOTAL.
013846*****************************************************************
013847 9070-PRINT-LABOR-TOTALS.
013848     IF WS-RESTART-RUN
013849         MOVE
013850     'RESTARTED RUN - LABOR DISTRIBUTION TOTALS SUPPRESSED'
013851             TO LDR-LINE
013852         WRITE LDR-LINE AFTER ADVANCING 2 LINES
013853         GO TO 9070-EXIT
013854     END-IF.
013855     MOVE WS-LDT-HOURS    TO LDR-T-HOURS.
013856     MOVE WS-LDT-OVERTIME TO LDR-T-OVERTIME.
013857     MOVE WS-LDT-GROSS    TO LDR-T-GROSS.
013858     MOVE WS-LDT-BURDEN   TO LDR-T-BURDEN.
013859     MOVE WS-LDR-TOTAL TO LDR-LINE.
013860     WRITE LDR-LINE AFTER ADVANCING 2 LINES.
013861 9070-EXIT.
013862     EXIT.
013863
013850*****************************************************************
013860*  9200-WRITE-GL-EXTRACT
013870*    WRITE THE GENERAL-LEDGER POSTING EXTRACT - ONE DEBIT/
013880*    CREDIT SUMMARY RECORD PER COST CENTER WITH ACTIVITY.
013885*    THE GROSS AND BURDEN DEBITS FOLLOW THE LABOR
013890*    DISTRIBUTION WHILE THE TAX, DEDUCTION AND NET CREDITS
013893*    FOLLOW THE HOME DEPARTMENT, SO A COST CENTER THAT
013896*    BORROWED OR LENT HOURLY STAFF DOES NOT BALANCE ON ITS
013900*    OWN - THE EXTRACT AS A WHOLE BALANCES BY CONSTRUCTION.
013910*    ON A RESTARTED RUN THE DEPARTMENT TOTALS ARE INCOMPLETE
013920*    (NOT CHECKPOINTED), SO THE EXTRACT IS EMPTIED RATHER
013930*    THAN WRITTEN WRONG - AN UNDERSTATED POSTING MUST NEVER
013940*    REACH THE LEDGER.  RERUN THE PASS FROM THE TOP TO
013950*    PRODUCE THE GL EXTRACT.  A TRIAL RUN POSTS NOTHING, SO
013955*    IT LEAVES THE LAST LIVE RUN'S EXTRACT IN PLACE.
013960*****************************************************************
013970 9200-WRITE-GL-EXTRACT.
013972     IF WS-TRIAL-RUN
013974         GO TO 9200-EXIT
013976     END-IF.
013980     OPEN OUTPUT GL-POSTING-FILE.
013990     IF WS-RESTART-RUN
014000         DISPLAY 'GLPOST NOT WRITTEN - RESTARTED RUN HAS '
014200     IF WS-DPT-EMP-COUNT (WS-DEPT-SUB) > ZERO
014210         MOVE WS-DEPTT-CODE (WS-DEPT-SUB) TO GLP-DEPT-CODE
014215         MOVE WS-PAY-PERIOD               TO GLP-PAY-PERIOD
014217         MOVE WS-PAY-GROUP                TO GLP-PAY-GROUP
014220         MOVE WS-DPT-GROSS (WS-DEPT-SUB)  TO GLP-DEBIT-GROSS
014230         MOVE WS-DPT-TAX (WS-DEPT-SUB)    TO GLP-CREDIT-TAX
014240         MOVE WS-DPT-DEDUCTIONS (WS-DEPT-SUB)
014560*****************************************************************
014570*  9310-REWRITE-PERIOD-STATUS
014580*    READ FORWARD TO THE SELECTED PERIOD'S RECORD, REWRITE IT
014590*    PAID, AND STOP READING.  ONLY THE PAY GROUP'S OWN PERIOD
014595*    IS MARKED - EVERY OTHER GROUP'S CALENDAR IS UNTOUCHED.
014600*****************************************************************
014610 9310-REWRITE-PERIOD-STATUS.
014620     READ PAY-PERIOD-FILE
014640             MOVE 'Y' TO WS-PPC-EOF-SW
014650         NOT AT END
014660             IF PPC-PERIOD-NUMBER = WS-PAY-PERIOD
014665                   AND PPC-PAY-GROUP = WS-PAY-GROUP
014670                 MOVE 'P' TO PPC-STATUS
014680                 REWRITE PPC-RECORD
014690                 MOVE 'Y' TO WS-PPC-EOF-SW
015610     MOVE WS-RUN-DATE        TO TRM-RUN-DATE.
015620     MOVE WS-TOTAL-TAX       TO TRM-WITHHELD-TAX.
015630     MOVE WS-TOTAL-ER-TAX    TO TRM-ER-TAX.
015635     MOVE WS-PAY-GROUP       TO TRM-PAY-GROUP.
015640     WRITE TRM-RECORD.
015650     CLOSE TAX-REMIT-FILE.
015660 9500-EXIT.
015670     EXIT.
015680
015690*****************************************************************
015700*  9600-FINISH-TRIAL-RUN
015710*    FINISH THE TRIAL VARIANCE REPORT - THE EMPLOYEES PAID IN
015720*    THE PRIOR PERIOD WHOM THE TRIAL DID NOT PAY, THEN THE
015730*    FLAG COUNTS AND THE LIMITS IN FORCE - AND CLOSE THE FILES
015740*    ONLY A TRIAL RUN LEAVES OPEN AT THIS POINT.
015750*****************************************************************
015760 9600-FINISH-TRIAL-RUN.
015770     MOVE WS-VAR-PRIOR-PERIOD TO VAR-M-PRIOR.
015780     MOVE WS-VAR-MISSING-HDG TO VAR-LINE.
015790     WRITE VAR-LINE AFTER ADVANCING 3 LINES
015800         AT END-OF-PAGE
015810             PERFORM 1370-WRITE-VARIANCE-HEADINGS THRU 1370-EXIT
015820     END-WRITE.
015830     PERFORM 9610-PRINT-ONE-MISSING THRU 9610-EXIT
015840         VARYING WS-VAR-SUB FROM 1 BY 1
015850         UNTIL WS-VAR-SUB > WS-VAR-COUNT.
015860     MOVE SPACES TO VAR-LINE.
015870     WRITE VAR-LINE AFTER ADVANCING 1 LINE.
015880     MOVE 'EMPLOYEES COMPARED'        TO VAR-S-LABEL.
015890     MOVE WS-VAR-COMPARED             TO VAR-S-COUNT.
015900     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
015910     MOVE 'NEW THIS PERIOD'           TO VAR-S-LABEL.
015920     MOVE WS-VAR-NEW-COUNT            TO VAR-S-COUNT.
015930     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
015940     MOVE 'MISSING THIS PERIOD'       TO VAR-S-LABEL.
015950     MOVE WS-VAR-MISSING-COUNT        TO VAR-S-COUNT.
015960     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
015970     MOVE 'NET PAY SWINGS FLAGGED'    TO VAR-S-LABEL.
015980     MOVE WS-VAR-SWING-COUNT          TO VAR-S-COUNT.
015990     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
016000     MOVE 'HIGH HOURS FLAGGED'        TO VAR-S-LABEL.
016010     MOVE WS-VAR-HOURS-COUNT          TO VAR-S-COUNT.
016020     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
016030     MOVE 'NET SWING LIMIT (PERCENT)' TO VAR-S-LABEL.
016040     MOVE WS-VAR-NET-PCT-LIMIT        TO VAR-S-COUNT.
016050     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
016060     MOVE 'HIGH HOURS LIMIT'          TO VAR-S-LABEL.
016070     MOVE WS-VAR-PERIOD-HOURS         TO VAR-S-COUNT.
016080     PERFORM 9620-WRITE-VARIANCE-SUMMARY THRU 9620-EXIT.
016090     CLOSE VARIANCE-REPORT.
016100     IF WS-LVE-OPEN
016110         CLOSE LEAVE-MASTER-FILE
016120     END-IF.
016130     DISPLAY 'TERMINATED EMPLOYEES SKIPPED: ' WS-TERM-SKIPPED.
016140     DISPLAY 'OTHER PAY GROUPS SKIPPED:     ' WS-GROUP-SKIPPED.
016150     DISPLAY 'VARIANCE NET SWINGS FLAGGED:  ' WS-VAR-SWING-COUNT.
016160     DISPLAY 'VARIANCE NEW / MISSING:       ' WS-VAR-NEW-COUNT
016170         ' / ' WS-VAR-MISSING-COUNT.
016180     DISPLAY 'VARIANCE HIGH HOURS FLAGGED:  ' WS-VAR-HOURS-COUNT.
016190     DISPLAY 'TRIAL RUN COMPLETE - NOTHING POSTED OR PAID, PAY '
016200         'PERIOD ' WS-PAY-PERIOD ' REMAINS OPEN'.
016210 9600-EXIT.
016220     EXIT.
016230
016240*****************************************************************
016250*  9610-PRINT-ONE-MISSING
016260*    PRINT ONE PRIOR PAY TABLE ENTRY AS MISSING WHEN IT WAS
016270*    PAID IN THE PRIOR PERIOD AND THE TRIAL DID NOT PAY IT.
016280*****************************************************************
016290 9610-PRINT-ONE-MISSING.
016300     IF WS-PPT-MATCHED (WS-VAR-SUB)
016310           OR WS-PPT-PERIOD (WS-VAR-SUB) NOT = WS-VAR-PRIOR-PERIOD
016320         GO TO 9610-EXIT
016330     END-IF.
016340     MOVE WS-PPT-EMP-ID (WS-VAR-SUB)  TO VAR-D-EMP-ID.
016350     MOVE WS-PPT-NAME (WS-VAR-SUB)    TO VAR-D-NAME.
016360     MOVE ZERO                        TO VAR-D-HOURS.
016370     MOVE WS-PPT-PERIOD (WS-VAR-SUB)  TO VAR-D-PRIOR-PERIOD.
016380     MOVE WS-PPT-GROSS (WS-VAR-SUB)   TO VAR-D-PRIOR-GROSS.
016390     MOVE ZERO                        TO VAR-D-GROSS.
016400     MOVE WS-PPT-NET (WS-VAR-SUB)     TO VAR-D-PRIOR-NET.
016410     MOVE ZERO                        TO VAR-D-NET.
016420     MOVE SPACES                      TO VAR-D-NET-PCT-X.
016430     MOVE 'MISSING'                   TO VAR-D-FLAG-1.
016440     MOVE SPACES                      TO VAR-D-FLAG-2.
016450     MOVE WS-VAR-DETAIL TO VAR-LINE.
016460     WRITE VAR-LINE AFTER ADVANCING 1 LINE
016470         AT END-OF-PAGE
016480             PERFORM 1370-WRITE-VARIANCE-HEADINGS THRU 1370-EXIT
016490     END-WRITE.
016500     ADD 1 TO WS-VAR-MISSING-COUNT.
016510 9610-EXIT.
016520     EXIT.
016530
016540*****************************************************************
016550*  9620-WRITE-VARIANCE-SUMMARY
016560*    WRITE ONE VARIANCE SUMMARY LINE FROM VAR-S-LABEL AND
016570*    VAR-S-COUNT.
016580*****************************************************************
016590 9620-WRITE-VARIANCE-SUMMARY.
016600     MOVE WS-VAR-SUMMARY TO VAR-LINE.
016610     WRITE VAR-LINE AFTER ADVANCING 1 LINE
016620         AT END-OF-PAGE
016630             PERFORM 1370-WRITE-VARIANCE-HEADINGS THRU 1370-EXIT
016640     END-WRITE.
016650 9620-EXIT.
016660     EXIT.
016670
016680*****************************************************************
016690*  9700-FINISH-RETRO-REGISTER
016700*    WRITE THE RETRO PAY REGISTER SUMMARY AND CLOSE IT, WITH
016710*    RATECHG AND ADJTRAN IF THEY WERE OPENED.  A TRIAL RUN HAS
016720*    NO REGISTER - ITS TRANSACTION COUNT, WHAT THE LIVE RUN
016730*    WOULD WRITE, IS ONLY DISPLAYED.
016740*****************************************************************
016750 9700-FINISH-RETRO-REGISTER.
016760     IF WS-LIVE-RUN
016770         PERFORM 9705-PRINT-RETRO-SUMMARY THRU 9705-EXIT
016780     END-IF.
016790     IF WS-RCH-OPEN
016800         CLOSE RATE-CHANGE-FILE
016810     END-IF.
016820     IF WS-ADJ-OPEN
016830         CLOSE ADJ-TRAN-FILE
016840     END-IF.
016850     DISPLAY 'RATE CHANGES APPLIED:         '
016860         WS-RETRO-APPLIED-COUNT.
016870     DISPLAY 'RETRO ADJTRAN TRANSACTIONS:   ' WS-RETRO-TRAN-COUNT.
016880     DISPLAY 'RETRO LEFT FOR REVIEW:        '
016890         WS-RETRO-REVIEW-COUNT.
016900 9700-EXIT.
016910     EXIT.
016920
016930*****************************************************************
016940*  9705-PRINT-RETRO-SUMMARY
016950*    PRINT THE RETRO PAY REGISTER SUMMARY LINES AND CLOSE THE
016960*    REGISTER.
016970*****************************************************************
016980 9705-PRINT-RETRO-SUMMARY.
016990     MOVE 'RATE CHANGES APPLIED'     TO RTR-S-LABEL.
017000     MOVE WS-RETRO-APPLIED-COUNT     TO RTR-S-COUNT.
017010     MOVE ZERO                       TO RTR-S-AMOUNT.
017020     MOVE WS-RTR-SUMMARY TO RTR-LINE.
017030     WRITE RTR-LINE AFTER ADVANCING 3 LINES
017040         AT END-OF-PAGE
017050             PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
017060     END-WRITE.
017070     MOVE 'RETRO ADJTRAN TRANSACTIONS'  TO RTR-S-LABEL.
017080     MOVE WS-RETRO-TRAN-COUNT        TO RTR-S-COUNT.
017090     MOVE WS-RETRO-TRAN-TOTAL        TO RTR-S-AMOUNT.
017100     PERFORM 9710-WRITE-RETRO-SUMMARY THRU 9710-EXIT.
017110     MOVE 'RETRO LEFT FOR REVIEW'    TO RTR-S-LABEL.
017120     MOVE WS-RETRO-REVIEW-COUNT      TO RTR-S-COUNT.
017130     MOVE ZERO                       TO RTR-S-AMOUNT.
017140     PERFORM 9710-WRITE-RETRO-SUMMARY THRU 9710-EXIT.
017150     CLOSE RETRO-REGISTER.
017160 9705-EXIT.
017170     EXIT.
017180
017190*****************************************************************
017200*  9710-WRITE-RETRO-SUMMARY
017210*    WRITE ONE RETRO PAY REGISTER SUMMARY LINE.
017220*****************************************************************
017230 9710-WRITE-RETRO-SUMMARY.
017240     MOVE WS-RTR-SUMMARY TO RTR-LINE.
017250     WRITE RTR-LINE AFTER ADVANCING 1 LINE
017260         AT END-OF-PAGE
017270             PERFORM 1380-WRITE-RETRO-HEADINGS THRU 1380-EXIT
017280     END-WRITE.
017290 9710-EXIT.
017300     EXIT.
017310
017320*****************************************************************
017330*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
017340*  VIA THE RUNLOG COPYBOOK.
017350*****************************************************************
017360 COPY RUNLOG.
