000561*                   LEAP FEBRUARY) AT THE PROMPT - A NUMERIC
000562*                   NON-DATE FED THE PAYROLL PASS'S PRORATION
000563*                   ARITHMETIC MID-RUN.
000564*  10/15/26   RM    DIRECT-DEPOSIT PRENOTE - A ROUTING NUMBER
000565*                   WITH A BAD CHECK DIGIT IS REFUSED AT THE
000566*                   PROMPT AND REJECTED IN BATCH (REASON P4),
000567*                   AND ANY ADD OR CHANGE THAT GIVES A DIRECT-
000568*                   DEPOSIT EMPLOYEE A NEW ROUTING OR ACCOUNT
000569*                   SETS PRENOTE PENDING SO THE PAYROLL PASS
000570*                   PAYS BY CHECK UNTIL THE PRENOTE CLEARS.
000571*  10/15/26   RM    FUTURE-DATED PAY-RATE CHANGES - MENU OPTION 5
000572*                   AND BATCH ACTION 'R' SCHEDULE A NEW RATE WITH
000573*                   AN EFFECTIVE DATE ON THE NEW RATECHG FILE
000574*                   (RCHREC COPYBOOK) INSTEAD OF OVERWRITING
000575*                   EMP-SALARY, JOURNALED AS ACTION 'R'.  THE
000576*                   PAYROLL PASS APPLIES IT AND PRICES ANY RETRO
000577*                   PAY.  THE CALENDAR EDIT IS NOW 2660, SHARED BY
000578*                   THE TERMINATION AND EFFECTIVE DATES.
000579*  10/15/26   RM    PAY GROUPS - EMP-PAY-GROUP IS PROMPTED FOR ON
000580*                   ADD AND CHANGE AND CARRIED IN THE TWO NEW
000581*                   COLUMNS AT THE END OF THE EMPTRAN LINE, AND
000582*                   EDITED AGAINST THE NEW PAYGRP REFERENCE FILE
000583*                   (PGRREC/PGRTBL COPYBOOKS), REASON G1 IN BATCH.
000584*                   THE GROUP DECIDES WHICH PAYROLL RUN PAYS THE
000585*                   EMPLOYEE.
000586*  10/15/26   RM    SALARY IS NO LONGER A PLAIN CHANGE - OPTION 2
000587*                   DOES NOT PROMPT FOR IT, AND A BATCH 'C' WHOSE
000588*                   SALARY DIFFERS FROM THE MASTER IS REJECTED
000589*                   (REASON S3).  A NEW RATE GOES IN ONLY AS A
000590*                   RATE CHANGE WITH ITS EFFECTIVE DATE.
000564*****************************************************************
000565*
000566*  PROGRAM FUNCTION
000570*    A CONSOLE, MENU-DRIVEN MAINTENANCE TRANSACTION THAT LETS
000580*    AN OPERATOR ADD A NEW EMPLOYEE, CHANGE AN EXISTING ONE'S
000590*    FIELDS, TERMINATE A DEPARTING ONE, SCHEDULE A PAY-RATE
000595*    CHANGE FOR THE PAYROLL PASS TO APPLY, OR (WITH SUPERVISOR
000600*    AUTHORITY) DELETE A MISKEYED ONE, WITHOUT TOUCHING
000610*    SOURCE CODE.  EMP-MASTER-FILE IS OPENED I-O AND EVERY
000620*    CHANGE IS APPLIED DIRECTLY AGAINST IT BY EMP-ID, ITS
000926            ORGANIZATION IS SEQUENTIAL
000928            FILE STATUS IS WS-OPS-FILE-STATUS.
000930
000931     SELECT PAY-GROUP-FILE    ASSIGN TO "PAYGRP"
000932            ORGANIZATION IS SEQUENTIAL
000933            FILE STATUS IS WS-PGR-FILE-STATUS.
000934
000935     SELECT RATE-CHANGE-FILE  ASSIGN TO "RATECHG"
000936            ORGANIZATION IS INDEXED
000937            ACCESS MODE IS DYNAMIC
000938            RECORD KEY IS RCH-KEY
000939            FILE STATUS IS WS-RCH-FILE-STATUS.
000940
000940 DATA DIVISION.
000950 FILE SECTION.
000960*****************************************************************
000990*****************************************************************
001000 FD  EMP-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 92 CHARACTERS.
001030     COPY EMPREC.
001040
001050*****************************************************************
001100*****************************************************************
001110 FD  AUDIT-JOURNAL
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 213 CHARACTERS.
001140     COPY JRNREC.
001150
001160*****************************************************************
001170*  EMP-TRAN-FILE - BATCH MAINTENANCE TRANSACTIONS, ONE RECORD
001180*  PER ADD, CHANGE OR DELETE, AS KEYED FROM THE SHEET HR
001190*  SENDS.  ONLY THE ACTION AND EMP-ID MATTER ON A DELETE.
001191*  A RATE CHANGE ('R') CARRIES THE NEW RATE IN THE SALARY
001192*  COLUMN AND THE EFFECTIVE DATE IN THE EIGHT COLUMNS AFTER
001193*  IT - THE TRR-RECORD VIEW.
001194*  THE PAY GROUP CODE FOLLOWS THE BANK ACCOUNT.  ON A CHANGE
001195*  THE SALARY COLUMN MAY ONLY REPEAT THE CURRENT RATE.
001200*****************************************************************
001210 FD  EMP-TRAN-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 75 CHARACTERS.
001240 01  TRN-RECORD.
001250     05  TRN-ACTION             PIC X(01).
001260         88  TRN-ACTION-ADD             VALUE 'A'.
001270         88  TRN-ACTION-CHANGE          VALUE 'C'.
001280         88  TRN-ACTION-DELETE          VALUE 'D'.
001285         88  TRN-ACTION-RATE            VALUE 'R'.
001290     05  TRN-EMP-ID             PIC 9(06).
001300     05  TRN-NAME               PIC A(20).
001310     05  TRN-AGE                PIC 99.
001360     05  TRN-PAY-METHOD         PIC X(01).
001370     05  TRN-BANK-ROUTING       PIC 9(09).
001380     05  TRN-BANK-ACCOUNT       PIC X(17).
001381     05  TRN-PAY-GROUP          PIC X(02).
001382 01  TRR-RECORD.
001383     05  TRR-ACTION             PIC X(01).
001384     05  TRR-EMP-ID             PIC 9(06).
001385     05  TRR-NAME               PIC A(20).
001386     05  FILLER                 PIC X(02).
001387     05  TRR-NEW-SALARY         PIC 9(5)V99.
001388     05  TRR-EFF-DATE           PIC 9(08).
001389     05  FILLER                 PIC X(31).
001390
001400*****************************************************************
001410*  TRAN-ERROR-FILE - REJECTED BATCH TRANSACTIONS, EACH THE
001440*****************************************************************
001450 FD  TRAN-ERROR-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 102 CHARACTERS.
001480 01  TRNERR-RECORD.
001490     05  TRNERR-TRAN-IMAGE      PIC X(75).
001500     05  TRNERR-REASON-CODE     PIC X(02).
001510     05  TRNERR-REASON-TEXT     PIC X(25).
001520
001741     RECORD CONTAINS 21 CHARACTERS.
001742     COPY OPSREC.
001743
001744*****************************************************************
001745*  RATE-CHANGE-FILE - PENDING PAY-RATE CHANGES BY EMPLOYEE AND
001746*  EFFECTIVE DATE.  A RATE CHANGE IS SCHEDULED HERE RATHER
001747*  THAN KEYED OVER EMP-SALARY; THE PAYROLL PASS APPLIES IT.
001748*  CREATED ON THE FIRST RUN THAT FINDS IT MISSING.
001749*****************************************************************
001750 FD  RATE-CHANGE-FILE
001751     LABEL RECORDS ARE STANDARD
001752     RECORD CONTAINS 70 CHARACTERS.
001753     COPY RCHREC.
001754
001755*****************************************************************
001756*  PAY-GROUP-FILE - THE PAYGRP PAY GROUP REFERENCE, LOADED AT
001757*  START-UP SO AN EMPLOYEE'S PAY GROUP IS EDITED ON THE MENU
001758*  AND IN BATCH - AN EMPLOYEE IN NO KNOWN GROUP IS NEVER PAID.
001759*****************************************************************
001760 FD  PAY-GROUP-FILE
001761     LABEL RECORDS ARE STANDARD
001762     RECORD CONTAINS 30 CHARACTERS.
001763     COPY PGRREC.
001750 WORKING-STORAGE SECTION.
001760 77  WS-EMP-FILE-STATUS     PIC X(02) VALUE '00'.
001770 77  WS-QUIT-SW             PIC X(01) VALUE 'N'.
001810     88  WS-CHOICE-CHANGE             VALUE '2'.
001820     88  WS-CHOICE-DELETE             VALUE '3'.
001825     88  WS-CHOICE-TERMINATE          VALUE '4'.
001827     88  WS-CHOICE-RATE-CHANGE        VALUE '5'.
001830     88  WS-CHOICE-QUIT               VALUE '9'.
001840 77  WS-RECS-ADDED          PIC 9(7) COMP VALUE ZERO.
001850 77  WS-RECS-CHANGED        PIC 9(7) COMP VALUE ZERO.
001860 77  WS-RECS-DELETED        PIC 9(7) COMP VALUE ZERO.
001862 77  WS-RECS-TERMINATED     PIC 9(7) COMP VALUE ZERO.
001863 77  WS-RECS-RATE-CHANGED   PIC 9(7) COMP VALUE ZERO.
001863 77  WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
001864     88  WS-DATE-OK                   VALUE 'Y'.
001865 77  WS-MONTH-DAYS          PIC 9(02) VALUE ZERO.
001882 77  WS-JRN-FILE-STATUS     PIC X(02) VALUE '00'.
001890 77  WS-JRN-ACTION          PIC X(01) VALUE SPACES.
001900 77  WS-JRN-EMP-ID          PIC 9(06) VALUE ZERO.
001910 77  WS-BEFORE-IMAGE        PIC X(92) VALUE SPACES.
001920 77  WS-AFTER-IMAGE         PIC X(92) VALUE SPACES.
001930
001931*****************************************************************
001932*  PRIOR BANK FIELDS - THE PAY METHOD, ROUTING AND ACCOUNT AS
001933*  THEY STOOD BEFORE AN ADD OR CHANGE, SO ANY ACCOUNT CHANGE
001934*  PUTS THE EMPLOYEE BACK INTO PRENOTE PENDING.  A ROUTING
001935*  NUMBER IS ALSO REFUSED HERE IF ITS CHECK DIGIT IS BAD.
001936*****************************************************************
001937 77  WS-OLD-PAY-METHOD      PIC X(01) VALUE SPACES.
001938 77  WS-OLD-BANK-ROUTING    PIC 9(09) VALUE ZERO.
001939 77  WS-OLD-BANK-ACCOUNT    PIC X(17) VALUE SPACES.
001940 COPY RTEWORK.
001941
001942*****************************************************************
001943*  RATE CHANGE FIELDS - THE KEYED CHANGE HELD WHILE ANY
001944*  EARLIER RECORD FOR THE SAME EFFECTIVE DATE IS READ, AND
001945*  THE CURRENT RATE EDITED FOR THE OPERATOR.
001946*****************************************************************
001947 77  WS-RCH-FILE-STATUS     PIC X(02) VALUE '00'.
001948 77  WS-RCH-EXISTS-SW       PIC X(01) VALUE 'N'.
001949     88  WS-RCH-EXISTS                VALUE 'Y'.
001950 77  WS-RCH-POSTED-SW       PIC X(01) VALUE 'N'.
001951     88  WS-RCH-POSTED                VALUE 'Y'.
001952 77  WS-RCH-EMP-ID          PIC 9(06) VALUE ZERO.
001953 77  WS-RCH-EFF-DATE        PIC 9(08) VALUE ZERO.
001954 77  WS-RCH-NEW-SALARY      PIC 9(5)V99 VALUE ZERO.
001955 77  WS-EDIT-RATE           PIC ZZ,ZZ9.99.
001956
001940*****************************************************************
001950*  OPERATOR SIGN-ON WORKING STORAGE - SHARED WITH THE OTHER
001960*  CONSOLE TRANSACTIONS VIA THE OPSWORK COPYBOOK.  SUPPLIES
002220*  THE PAYROLL PASS USES, FOR THE BATCH DEPARTMENT EDIT.
002230*****************************************************************
002240 COPY DEPTTBL.
002241*****************************************************************
002242*  PAY GROUP REFERENCE TABLE AND LOOKUP FIELDS - FOR THE PAY
002243*  GROUP EDIT ON THE MENU AND IN BATCH.
002244*****************************************************************
002245 77  WS-PGR-FILE-STATUS     PIC X(02) VALUE '00'.
002246 77  WS-PGR-EOF-SW          PIC X(01) VALUE 'N'.
002247     88  WS-PGR-EOF                   VALUE 'Y'.
002248 COPY PGRTBL.
002250
002260*****************************************************************
002270*  TRAN-REGISTER PRINT LINES - COLUMN HEADINGS, ONE DETAIL
002870         CLOSE EMP-MASTER-FILE
002880         STOP RUN
002890     END-IF.
002891*    THE PENDING RATE CHANGES ARE CREATED ON FIRST USE, THE
002892*    SAME WAY THE PAYROLL PASS CREATES YTDMAST.
002893     OPEN I-O RATE-CHANGE-FILE.
002894     IF WS-RCH-FILE-STATUS = '35'
002895         OPEN OUTPUT RATE-CHANGE-FILE
002896         CLOSE RATE-CHANGE-FILE
002897         OPEN I-O RATE-CHANGE-FILE
002898     END-IF.
002899     IF WS-RCH-FILE-STATUS NOT = '00'
002900         DISPLAY 'RATE-CHANGE-FILE OPEN FAILED, STATUS = '
002901             WS-RCH-FILE-STATUS
002902         CLOSE EMP-MASTER-FILE
002903         CLOSE AUDIT-JOURNAL
002904         STOP RUN
002905     END-IF.
002900*    SIGN-ON REPLACES THE OLD UNVERIFIED OPERATOR-ID PROMPT -
002902*    NO MAINTENANCE WITHOUT A VALIDATED OPERATOR CARRYING
002904*    THE MAINTAIN AUTHORITY.
002910     PERFORM 0100-OPERATOR-SIGNON THRU 0100-EXIT.
002920     PERFORM 1200-ACCEPT-RUN-MODE THRU 1200-EXIT
002930         UNTIL WS-MODE-INTERACTIVE OR WS-MODE-BATCH.
002935     PERFORM 3850-LOAD-PAY-GROUP-TABLE THRU 3850-EXIT.
002940     DISPLAY 'EMPLOYEE MASTER MAINTENANCE - START OF RUN'.
002950 1000-EXIT.
002960     EXIT.
003356             END-IF
003357         WHEN WS-CHOICE-TERMINATE
003358             PERFORM 2600-TERMINATE-EMPLOYEE THRU 2600-EXIT
003359         WHEN WS-CHOICE-RATE-CHANGE
003360             PERFORM 2800-SCHEDULE-RATE-CHANGE THRU 2800-EXIT
003360         WHEN WS-CHOICE-QUIT
003370             MOVE 'Y' TO WS-QUIT-SW
003380         WHEN OTHER
003490     DISPLAY ' '.
003500     DISPLAY '1 = ADD EMPLOYEE   2 = CHANGE EMPLOYEE'.
003510     DISPLAY '3 = DELETE EMPLOYEE   4 = TERMINATE EMPLOYEE'.
003512     DISPLAY '5 = SCHEDULE RATE CHANGE   9 = QUIT'.
003520     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
003530     ACCEPT WS-MENU-CHOICE.
003540 2100-EXIT.
003740     MOVE ZERO TO EMP-HOURS-WORKED.
003750     DISPLAY 'DEPT CODE: ' WITH NO ADVANCING.
003760     ACCEPT EMP-DEPT-CODE.
003763     DISPLAY 'PAY GROUP: ' WITH NO ADVANCING.
003766     ACCEPT EMP-PAY-GROUP.
003770     DISPLAY 'PAY METHOD (D=DIRECT DEPOSIT  C=CHECK): '
003780         WITH NO ADVANCING.
003790     ACCEPT EMP-PAY-METHOD.
003854*    TRANSACTION.
003856     MOVE 'A'  TO EMP-STATUS.
003858     MOVE ZERO TO EMP-TERM-DATE.
003859     PERFORM 2900-EDIT-PAY-GROUP THRU 2900-EXIT.
003860     IF NOT WS-PGR-FOUND
003861         DISPLAY 'PAY GROUP NOT ON PAYGRP - NOT ADDED'
003862         GO TO 2200-EXIT
003863     END-IF.
003864     IF EMP-PAY-DIRECT
003865         PERFORM 2700-EDIT-ROUTING-DIGIT THRU 2700-EXIT
003866         IF WS-ROUTING-REM NOT = ZERO
003867             DISPLAY 'BANK ROUTING CHECK DIGIT BAD - NOT ADDED'
003868             GO TO 2200-EXIT
003869         END-IF
003870     END-IF.
003871     MOVE SPACES TO WS-OLD-PAY-METHOD.
003872     MOVE ZERO   TO WS-OLD-BANK-ROUTING.
003873     MOVE SPACES TO WS-OLD-BANK-ACCOUNT.
003874     PERFORM 2750-SET-PRENOTE-STATUS THRU 2750-EXIT.
003860     WRITE EMP-RECORD
003870         INVALID KEY
003880             DISPLAY 'EMPLOYEE ID ALREADY EXISTS - NOT ADDED'
004190*  2350-CHANGE-EMPLOYEE-FIELDS
004200*    PROMPT FOR AND ACCEPT NEW VALUES FOR THE FIELDS AN
004210*    OPERATOR IS PERMITTED TO CORRECT, THEN REWRITE THE RECORD.
004212*    THE SALARY IS NOT ONE OF THEM - IT CHANGES ONLY BY A RATE
004214*    CHANGE ON RATECHG, SO THE PAYROLL PASS PRICES ANY RETRO
004216*    PAY AND THE AUDIT SEES THE EFFECTIVE DATE.
004220*****************************************************************
004230 2350-CHANGE-EMPLOYEE-FIELDS.
004240     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
004250     MOVE EMP-ID     TO WS-JRN-EMP-ID.
004252     MOVE EMP-PAY-METHOD   TO WS-OLD-PAY-METHOD.
004254     MOVE EMP-BANK-ROUTING TO WS-OLD-BANK-ROUTING.
004256     MOVE EMP-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT.
004260     DISPLAY 'NEW AGE: ' WITH NO ADVANCING.
004270     ACCEPT EMP-AGE.
004280*    SALARY IS NOT PROMPTED FOR - A NEW RATE IS SCHEDULED
004290*    WITH ITS EFFECTIVE DATE THROUGH OPTION 5.
004300     DISPLAY 'NEW TYPE (H=HOURLY  S=SALARIED): '
004310         WITH NO ADVANCING.
004320     ACCEPT EMP-TYPE.
004340*    TAKES HOURLY HOURS FROM TIMECRD.
004350     DISPLAY 'NEW DEPT CODE: ' WITH NO ADVANCING.
004360     ACCEPT EMP-DEPT-CODE.
004363     DISPLAY 'NEW PAY GROUP: ' WITH NO ADVANCING.
004366     ACCEPT EMP-PAY-GROUP.
004370     DISPLAY 'NEW PAY METHOD (D=DIRECT DEPOSIT  C=CHECK): '
004380         WITH NO ADVANCING.
004390     ACCEPT EMP-PAY-METHOD.
004430     DISPLAY 'NEW BANK ACCOUNT (BLANK IF CHECK): '
004440         WITH NO ADVANCING.
004450     ACCEPT EMP-BANK-ACCOUNT.
004451     PERFORM 2900-EDIT-PAY-GROUP THRU 2900-EXIT.
004452     IF NOT WS-PGR-FOUND
004453         DISPLAY 'PAY GROUP NOT ON PAYGRP - NOT CHANGED'
004454         MOVE WS-BEFORE-IMAGE TO EMP-RECORD
004455         GO TO 2350-EXIT
004456     END-IF.
004457     IF EMP-PAY-DIRECT
004458         PERFORM 2700-EDIT-ROUTING-DIGIT THRU 2700-EXIT
004459         IF WS-ROUTING-REM NOT = ZERO
004460             DISPLAY 'BANK ROUTING CHECK DIGIT BAD - NOT CHANGED'
004461             MOVE WS-BEFORE-IMAGE TO EMP-RECORD
004462             GO TO 2350-EXIT
004463         END-IF
004464     END-IF.
004465     PERFORM 2750-SET-PRENOTE-STATUS THRU 2750-EXIT.
004460     REWRITE EMP-RECORD
004470         INVALID KEY
004480             DISPLAY 'REWRITE FAILED - EMPLOYEE NOT CHANGED'
005085*    PRORATION DAY ARITHMETIC MID-MONEY-RUN.
005086*****************************************************************
005087 2650-EDIT-TERM-DATE.
005088     MOVE EMP-TERM-DATE TO WS-EDIT-DATE.
005089     PERFORM 2660-EDIT-CALENDAR-DATE THRU 2660-EXIT.
005090 2650-EXIT.
005091     EXIT.
005092
005093*****************************************************************
005094*  2660-EDIT-CALENDAR-DATE
005095*    THE CALENDAR EDIT ITSELF, ON WHATEVER DATE THE CALLER
005096*    MOVED TO WS-EDIT-DATE - A TERMINATION DATE OR A RATE
005097*    CHANGE'S EFFECTIVE DATE.  SETS WS-DATE-OK FOR A REAL
005098*    DATE.
005099*****************************************************************
005100 2660-EDIT-CALENDAR-DATE.
005088     MOVE 'N' TO WS-DATE-OK-SW.
005089     IF WS-EDIT-DATE NOT NUMERIC OR WS-EDIT-DATE = ZERO
005090         GO TO 2660-EXIT
005091     END-IF.
005093     IF WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
005094         GO TO 2660-EXIT
005095     END-IF.
005096     EVALUATE WS-EDIT-DATE-MM
005097         WHEN 01 WHEN 03 WHEN 05 WHEN 07
005117           AND WS-EDIT-DATE-DD NOT > WS-MONTH-DAYS
005118         MOVE 'Y' TO WS-DATE-OK-SW
005119     END-IF.
005120 2660-EXIT.
005121     EXIT.
005122
005123*****************************************************************
005124*  2700-EDIT-ROUTING-DIGIT
005125*    PROVE THE ROUTING NUMBER ON THE RECORD AGAINST ITS CHECK
005126*    DIGIT - THE NINE DIGITS WEIGHTED 3-7-1 ACROSS MUST SUM
005127*    TO A MULTIPLE OF 10.  LEAVES WS-ROUTING-REM ZERO FOR A
005128*    GOOD NUMBER.  A NON-NUMERIC ROUTING NUMBER FAILS.
005129*****************************************************************
005130 2700-EDIT-ROUTING-DIGIT.
005131     MOVE 1 TO WS-ROUTING-REM.
005132     IF EMP-BANK-ROUTING NOT NUMERIC OR EMP-BANK-ROUTING = ZERO
005133         GO TO 2700-EXIT
005134     END-IF.
005135     MOVE EMP-BANK-ROUTING TO WS-ROUTING-CHECK.
005136     PERFORM 2710-SUM-ROUTING-DIGITS THRU 2710-EXIT.
005137 2700-EXIT.
005138     EXIT.
005139
005140*****************************************************************
005141*  2710-SUM-ROUTING-DIGITS
005142*    WEIGHT AND SUM THE NINE DIGITS IN WS-ROUTING-CHECK AND
005143*    LEAVE THE REMAINDER OF THE SUM OVER 10 IN WS-ROUTING-REM.
005144*****************************************************************
005145 2710-SUM-ROUTING-DIGITS.
005146     COMPUTE WS-ROUTING-SUM =
005147           3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
005148              + WS-ROUTING-DIGIT (7))
005149         + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
005150              + WS-ROUTING-DIGIT (8))
005151         +      WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
005152              + WS-ROUTING-DIGIT (9).
005153     DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
005154         REMAINDER WS-ROUTING-REM.
005155 2710-EXIT.
005156     EXIT.
005157
005158*****************************************************************
005159*  2750-SET-PRENOTE-STATUS
005160*    A DIRECT-DEPOSIT EMPLOYEE WHOSE ROUTING OR ACCOUNT HAS
005161*    CHANGED, OR WHO HAS JUST MOVED TO DIRECT DEPOSIT, GOES
005162*    TO PRENOTE PENDING - THE PAYROLL PASS SENDS A ZERO-DOLLAR
005163*    PRENOTE AND PAYS BY CHECK UNTIL IT HAS AGED WITHOUT A
005164*    RETURN.  AN EMPLOYEE PAID BY CHECK CARRIES NO PRENOTE
005165*    STATUS.  THE CALLER SETS THE WS-OLD- BANK FIELDS.
005166*****************************************************************
005167 2750-SET-PRENOTE-STATUS.
005168     IF NOT EMP-PAY-DIRECT
005169         MOVE SPACES TO EMP-PRENOTE-STATUS
005170         MOVE ZERO   TO EMP-PRENOTE-DATE
005171         GO TO 2750-EXIT
005172     END-IF.
005173     IF WS-OLD-PAY-METHOD NOT = 'D'
005174           OR EMP-BANK-ROUTING NOT = WS-OLD-BANK-ROUTING
005175           OR EMP-BANK-ACCOUNT NOT = WS-OLD-BANK-ACCOUNT
005176         MOVE 'P'  TO EMP-PRENOTE-STATUS
005177         MOVE ZERO TO EMP-PRENOTE-DATE
005178         IF WS-MODE-INTERACTIVE
005179             DISPLAY 'NEW BANK ACCOUNT - PAID BY CHECK UNTIL '
005180                 'THE PRENOTE CLEARS'
005181         END-IF
005182     END-IF.
005183 2750-EXIT.
005184     EXIT.
005185
005186*****************************************************************
005187*  2800-SCHEDULE-RATE-CHANGE
005188*    SCHEDULE A PAY-RATE CHANGE FOR AN EMPLOYEE WITH THE DATE
005189*    IT TAKES EFFECT.  THE MASTER'S RATE IS NOT TOUCHED HERE -
005190*    THE PAYROLL PASS APPLIES THE NEW RATE IN THE FIRST PERIOD
005191*    STARTING ON OR AFTER THE EFFECTIVE DATE, AND A BACK-DATED
005192*    CHANGE HAS ITS RETRO PAY FOR THE PERIODS ALREADY PAID
005193*    PRICED BY THE PASS FOR THE ADJUSTMENT RUN.  KEYING THE
005194*    SAME EMPLOYEE AND EFFECTIVE DATE AGAIN CORRECTS A CHANGE
005195*    STILL PENDING.
005196*****************************************************************
005197 2800-SCHEDULE-RATE-CHANGE.
005198     DISPLAY 'EMPLOYEE ID FOR RATE CHANGE: ' WITH NO ADVANCING.
005199     ACCEPT EMP-ID.
005200     READ EMP-MASTER-FILE
005201         INVALID KEY
005202             DISPLAY 'EMPLOYEE ID NOT FOUND - NOT SCHEDULED'
005203             GO TO 2800-EXIT
005204     END-READ.
005205     IF EMP-TERMINATED
005206         DISPLAY 'EMPLOYEE IS TERMINATED - NOT SCHEDULED'
005207         GO TO 2800-EXIT
005208     END-IF.
005209     MOVE EMP-SALARY TO WS-EDIT-RATE.
005210     DISPLAY 'CURRENT RATE: ' WS-EDIT-RATE.
005211     MOVE EMP-ID TO RCH-EMP-ID.
005212     DISPLAY 'NEW RATE: ' WITH NO ADVANCING.
005213     ACCEPT RCH-NEW-SALARY.
005214     IF RCH-NEW-SALARY NOT NUMERIC OR RCH-NEW-SALARY = ZERO
005215         DISPLAY 'NEW RATE NOT USABLE - NOT SCHEDULED'
005216         GO TO 2800-EXIT
005217     END-IF.
005218     DISPLAY 'EFFECTIVE DATE (YYYYMMDD): ' WITH NO ADVANCING.
005219     ACCEPT RCH-EFF-DATE.
005220     MOVE RCH-EFF-DATE TO WS-EDIT-DATE.
005221     PERFORM 2660-EDIT-CALENDAR-DATE THRU 2660-EXIT.
005222     IF NOT WS-DATE-OK
005223         DISPLAY 'EFFECTIVE DATE NOT USABLE - NOT SCHEDULED'
005224         GO TO 2800-EXIT
005225     END-IF.
005226     PERFORM 2850-POST-RATE-CHANGE THRU 2850-EXIT.
005227     IF WS-RCH-POSTED
005228         DISPLAY 'RATE CHANGE SCHEDULED EFFECTIVE ' RCH-EFF-DATE
005229     ELSE
005230         DISPLAY WS-TRN-REASON-TEXT ' - NOT SCHEDULED'
005231     END-IF.
005232 2800-EXIT.
005233     EXIT.
005234
005235*****************************************************************
005236*  2850-POST-RATE-CHANGE
005237*    WRITE THE RATE CHANGE IN RCH-EMP-ID, RCH-EFF-DATE AND
005238*    RCH-NEW-SALARY TO RATECHG AND JOURNAL IT - THE MASTER
005239*    RECORD AS IT STANDS IS THE BEFORE IMAGE AND THE RATE
005240*    CHANGE RECORD THE AFTER IMAGE.  A PENDING CHANGE FOR THE
005241*    SAME EFFECTIVE DATE IS REPLACED; ONE THE PAYROLL PASS HAS
005242*    ALREADY APPLIED IS REFUSED.  SHARED BY THE MENU AND BATCH
005243*    MODE; SETS WS-RCH-POSTED, OR THE REASON ON A REFUSAL.
005244*****************************************************************
005245 2850-POST-RATE-CHANGE.
005246     MOVE 'N' TO WS-RCH-POSTED-SW.
005247     MOVE RCH-EMP-ID     TO WS-RCH-EMP-ID.
005248     MOVE RCH-EFF-DATE   TO WS-RCH-EFF-DATE.
005249     MOVE RCH-NEW-SALARY TO WS-RCH-NEW-SALARY.
005250     READ RATE-CHANGE-FILE
005251         INVALID KEY
005252             MOVE 'N' TO WS-RCH-EXISTS-SW
005253         NOT INVALID KEY
005254             MOVE 'Y' TO WS-RCH-EXISTS-SW
005255     END-READ.
005256     IF WS-RCH-EXISTS AND RCH-APPLIED
005257         MOVE 'R2' TO WS-TRN-REASON-CODE
005258         MOVE 'RATE CHANGE ALREADY APPLIED' TO WS-TRN-REASON-TEXT
005259         GO TO 2850-EXIT
005260     END-IF.
005261     MOVE SPACES            TO RCH-RECORD.
005262     MOVE WS-RCH-EMP-ID     TO RCH-EMP-ID.
005263     MOVE WS-RCH-EFF-DATE   TO RCH-EFF-DATE.
005264     MOVE WS-RCH-NEW-SALARY TO RCH-NEW-SALARY.
005265     MOVE 'P'               TO RCH-STATUS.
005266     MOVE WS-OPERATOR-ID    TO RCH-ENTERED-BY.
005267     ACCEPT RCH-ENTRY-DATE FROM DATE YYYYMMDD.
005268     MOVE ZERO              TO RCH-OLD-SALARY.
005269     MOVE ZERO              TO RCH-APPLIED-PERIOD.
005270     MOVE ZERO              TO RCH-RETRO-PERIODS.
005271     MOVE ZERO              TO RCH-RETRO-AMOUNT.
005272     IF WS-RCH-EXISTS
005273         REWRITE RCH-RECORD
005274             INVALID KEY
005275                 MOVE 'R3' TO WS-TRN-REASON-CODE
005276                 MOVE 'RATE CHANGE WRITE FAILED'
005277                     TO WS-TRN-REASON-TEXT
005278                 GO TO 2850-EXIT
005279         END-REWRITE
005280     ELSE
005281         WRITE RCH-RECORD
005282             INVALID KEY
005283                 MOVE 'R3' TO WS-TRN-REASON-CODE
005284                 MOVE 'RATE CHANGE WRITE FAILED'
005285                     TO WS-TRN-REASON-TEXT
005286                 GO TO 2850-EXIT
005287         END-WRITE
005288     END-IF.
005289     MOVE 'Y' TO WS-RCH-POSTED-SW.
005290     ADD 1 TO WS-RECS-RATE-CHANGED.
005291     MOVE 'R'        TO WS-JRN-ACTION.
005292     MOVE EMP-ID     TO WS-JRN-EMP-ID.
005293     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
005294     MOVE RCH-RECORD TO WS-AFTER-IMAGE.
005295     PERFORM 2500-WRITE-AUDIT-JOURNAL THRU 2500-EXIT.
005296 2850-EXIT.
005297     EXIT.
005298
005299*****************************************************************
005300*  2900-EDIT-PAY-GROUP
005301*    LOOK THE KEYED PAY GROUP UP ON THE PAYGRP TABLE.  THE
005302*    GROUP DECIDES WHICH PAYROLL RUN, FREQUENCY AND CALENDAR
005303*    PAY THE EMPLOYEE, SO ONE NOT ON PAYGRP IS REFUSED.
005304*****************************************************************
005305 2900-EDIT-PAY-GROUP.
005306     MOVE 'N' TO WS-PGR-FOUND-SW.
005307     MOVE EMP-PAY-GROUP TO WS-PGR-CODE.
005308     PERFORM 3170-FIND-PAY-GROUP THRU 3170-EXIT
005309         VARYING WS-PGR-SUB FROM 1 BY 1
005310         UNTIL WS-PGR-SUB > WS-PGR-COUNT.
005311 2900-EXIT.
005312     EXIT.
005313
005123*****************************************************************
005124*  3000-PROCESS-BATCH-MODE
005125*    BATCH RUN - READ THE EMPTRAN TRANSACTION FILE AND APPLY
005126*    EACH ADD, CHANGE OR DELETE AGAINST THE MASTER.  BAD
005200     END-IF.
005210     PERFORM 3800-LOAD-DEPT-TABLE THRU 3800-EXIT.
005220     IF WS-DEPT-COUNT = ZERO
005221         DISPLAY 'BATCH RUN ABANDONED'
005222         CLOSE EMP-TRAN-FILE
005223         GO TO 3000-EXIT
005224     END-IF.
005225     IF WS-PGR-COUNT = ZERO
005230         DISPLAY 'BATCH RUN ABANDONED'
005240         CLOSE EMP-TRAN-FILE
005250         GO TO 3000-EXIT
005700                 PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
005710             WHEN TRN-ACTION-DELETE
005720                 PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
005723             WHEN TRN-ACTION-RATE
005726                 PERFORM 3450-APPLY-RATE-CHANGE THRU 3450-EXIT
005730         END-EVALUATE
005740     ELSE
005750         PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
005920     PERFORM 3160-FIND-DEPT-CODE THRU 3160-EXIT
005930         VARYING WS-DEPT-SUB FROM 1 BY 1
005940         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
005941     MOVE 'N' TO WS-PGR-FOUND-SW.
005942     MOVE TRN-PAY-GROUP TO WS-PGR-CODE.
005943     PERFORM 3170-FIND-PAY-GROUP THRU 3170-EXIT
005944         VARYING WS-PGR-SUB FROM 1 BY 1
005945         UNTIL WS-PGR-SUB > WS-PGR-COUNT.
005946     MOVE 'N' TO WS-DATE-OK-SW.
005947     IF TRN-ACTION-RATE
005948         MOVE TRR-EFF-DATE TO WS-EDIT-DATE
005949         PERFORM 2660-EDIT-CALENDAR-DATE THRU 2660-EXIT
005950     END-IF.
005951     MOVE ZERO TO WS-ROUTING-REM.
005952     IF TRN-BANK-ROUTING NUMERIC
005953         MOVE TRN-BANK-ROUTING TO WS-ROUTING-CHECK
005954         PERFORM 2710-SUM-ROUTING-DIGITS THRU 2710-EXIT
005955     END-IF.
005950     EVALUATE TRUE
005960         WHEN TRN-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
005965                         AND NOT = 'R'
005970             MOVE 'N'  TO WS-TRN-VALID-SW
005980             MOVE 'X1' TO WS-TRN-REASON-CODE
005990             MOVE 'ACTION NOT A C D OR R' TO WS-TRN-REASON-TEXT
006000         WHEN TRN-EMP-ID NOT NUMERIC OR TRN-EMP-ID = ZERO
006010             MOVE 'N'  TO WS-TRN-VALID-SW
006020             MOVE 'X2' TO WS-TRN-REASON-CODE
006030             MOVE 'EMPLOYEE ID NOT USABLE' TO WS-TRN-REASON-TEXT
006040         WHEN TRN-ACTION-DELETE
006041             CONTINUE
006042*        A RATE CHANGE NEEDS ONLY A USABLE RATE AND A REAL
006043*        EFFECTIVE DATE - THE REST OF THE SHEET LINE IS IGNORED.
006044         WHEN TRN-ACTION-RATE AND TRR-NEW-SALARY NOT NUMERIC
006045             MOVE 'N'  TO WS-TRN-VALID-SW
006046             MOVE 'S1' TO WS-TRN-REASON-CODE
006047             MOVE 'SALARY NOT NUMERIC' TO WS-TRN-REASON-TEXT
006048         WHEN TRN-ACTION-RATE AND TRR-NEW-SALARY = ZERO
006049             MOVE 'N'  TO WS-TRN-VALID-SW
006050             MOVE 'S2' TO WS-TRN-REASON-CODE
006051             MOVE 'SALARY IS ZERO' TO WS-TRN-REASON-TEXT
006052         WHEN TRN-ACTION-RATE AND NOT WS-DATE-OK
006053             MOVE 'N'  TO WS-TRN-VALID-SW
006054             MOVE 'R1' TO WS-TRN-REASON-CODE
006055             MOVE 'EFFECTIVE DATE NOT USABLE'
006056                 TO WS-TRN-REASON-TEXT
006057         WHEN TRN-ACTION-RATE
006050             CONTINUE
006060         WHEN TRN-AGE NOT NUMERIC
006070             MOVE 'N'  TO WS-TRN-VALID-SW
006120             MOVE 'A2' TO WS-TRN-REASON-CODE
006130             MOVE 'AGE OUTSIDE WORKING RANGE'
006140                 TO WS-TRN-REASON-TEXT
006143*        ONLY AN ADD TAKES ITS SALARY FROM THE SHEET - A CHANGE
006146*        IS CHECKED AGAINST THE MASTER IN 3300.
006150         WHEN TRN-ACTION-ADD AND TRN-SALARY NOT NUMERIC
006160             MOVE 'N'  TO WS-TRN-VALID-SW
006170             MOVE 'S1' TO WS-TRN-REASON-CODE
006180             MOVE 'SALARY NOT NUMERIC' TO WS-TRN-REASON-TEXT
006190         WHEN TRN-ACTION-ADD AND TRN-SALARY = ZERO
006200             MOVE 'N'  TO WS-TRN-VALID-SW
006210             MOVE 'S2' TO WS-TRN-REASON-CODE
006220             MOVE 'SALARY IS ZERO' TO WS-TRN-REASON-TEXT
006480             MOVE 'BANK ROUTING NOT USABLE'
006490                 TO WS-TRN-REASON-TEXT
006500         WHEN TRN-PAY-METHOD = 'D'
006501               AND WS-ROUTING-REM NOT = ZERO
006502             MOVE 'N'  TO WS-TRN-VALID-SW
006503             MOVE 'P4' TO WS-TRN-REASON-CODE
006504             MOVE 'ROUTING CHECK DIGIT BAD'
006505                 TO WS-TRN-REASON-TEXT
006506         WHEN TRN-PAY-METHOD = 'D'
006510               AND TRN-BANK-ACCOUNT = SPACES
006520             MOVE 'N'  TO WS-TRN-VALID-SW
006530             MOVE 'P3' TO WS-TRN-REASON-CODE
006570             MOVE 'N'  TO WS-TRN-VALID-SW
006580             MOVE 'D1' TO WS-TRN-REASON-CODE
006590             MOVE 'DEPT CODE NOT ON DEPTREF'
006591                 TO WS-TRN-REASON-TEXT
006592         WHEN NOT WS-PGR-FOUND
006593             MOVE 'N'  TO WS-TRN-VALID-SW
006594             MOVE 'G1' TO WS-TRN-REASON-CODE
006595             MOVE 'PAY GROUP NOT ON PAYGRP'
006600                 TO WS-TRN-REASON-TEXT
006610     END-EVALUATE.
006620 3150-EXIT.
006780     MOVE TRN-PAY-METHOD   TO EMP-PAY-METHOD.
006790     MOVE TRN-BANK-ROUTING TO EMP-BANK-ROUTING.
006800     MOVE TRN-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.
006801     MOVE TRN-PAY-GROUP    TO EMP-PAY-GROUP.
006802     MOVE 'A'              TO EMP-STATUS.
006804     MOVE ZERO             TO EMP-TERM-DATE.
006805     MOVE SPACES           TO WS-OLD-PAY-METHOD.
006806     MOVE ZERO             TO WS-OLD-BANK-ROUTING.
006807     MOVE SPACES           TO WS-OLD-BANK-ACCOUNT.
006808     PERFORM 2750-SET-PRENOTE-STATUS THRU 2750-EXIT.
006810     WRITE EMP-RECORD
006820         INVALID KEY
006830             MOVE 'X3' TO WS-TRN-REASON-CODE
007030*  3300-APPLY-CHANGE
007040*    READ THE EMPLOYEE NAMED BY THE TRANSACTION, LAY THE
007050*    TRANSACTION FIELDS OVER THE RECORD AND REWRITE IT.  AN
007060*    UNKNOWN EMPLOYEE REJECTS THE TRANSACTION.  THE SALARY
007061*    COLUMN IS NOT LAID OVER THE MASTER - A NEW RATE GOES IN
007062*    AS A RATE CHANGE ('R') WITH ITS EFFECTIVE DATE.  A SHEET
007063*    LINE REPEATING THE CURRENT SALARY, OR LEAVING IT BLANK,
007064*    IS APPLIED; ONE CARRYING A DIFFERENT SALARY IS REJECTED
007065*    SO THE RAISE IS NOT LOST.
007070*****************************************************************
007080 3300-APPLY-CHANGE.
007090     MOVE TRN-EMP-ID TO EMP-ID.
007130             MOVE 'EMPLOYEE ID NOT FOUND'
007140                 TO WS-TRN-REASON-TEXT
007150             PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007151             GO TO 3300-EXIT
007152     END-READ.
007153     IF TRN-SALARY NUMERIC
007154           AND TRN-SALARY NOT = ZERO
007155           AND TRN-SALARY NOT = EMP-SALARY
007156         MOVE 'S3' TO WS-TRN-REASON-CODE
007157         MOVE 'NEW SALARY NEEDS ACTION R' TO WS-TRN-REASON-TEXT
007158         PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007159         GO TO 3300-EXIT
007160     END-IF.
007170     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
007180     MOVE EMP-ID     TO WS-JRN-EMP-ID.
007182     MOVE EMP-PAY-METHOD   TO WS-OLD-PAY-METHOD.
007184     MOVE EMP-BANK-ROUTING TO WS-OLD-BANK-ROUTING.
007186     MOVE EMP-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT.
007190     MOVE TRN-NAME         TO EMP-NAME.
007200     MOVE TRN-AGE          TO EMP-AGE.
007210     MOVE TRN-TYPE         TO EMP-TYPE.
007213*    THE SHEET'S HOURS COLUMN IS IGNORED AND THE MASTER'S
007216*    FIELD LEFT ALONE - HOURS COME FROM TIMECRD.
007220     MOVE TRN-DEPT-CODE    TO EMP-DEPT-CODE.
007240     MOVE TRN-PAY-METHOD   TO EMP-PAY-METHOD.
007243     MOVE TRN-BANK-ROUTING TO EMP-BANK-ROUTING.
007246     MOVE TRN-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.
007250     MOVE TRN-PAY-GROUP    TO EMP-PAY-GROUP.
007265     PERFORM 2750-SET-PRENOTE-STATUS THRU 2750-EXIT.
007280     REWRITE EMP-RECORD
007290         INVALID KEY
007300             MOVE 'X5' TO WS-TRN-REASON-CODE
007310             MOVE 'REWRITE FAILED' TO WS-TRN-REASON-TEXT
007330             PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007350         NOT INVALID KEY
007360             ADD 1 TO WS-RECS-CHANGED
007370             ADD 1 TO WS-TRN-APPLIED-COUNT
007380             MOVE 'C'        TO WS-JRN-ACTION
007390             MOVE EMP-RECORD TO WS-AFTER-IMAGE
007400             PERFORM 2500-WRITE-AUDIT-JOURNAL THRU 2500-EXIT
007420             MOVE 'APPLIED ' TO TREG-D-DISPOSITION
007430             MOVE SPACES     TO TREG-D-REASON
007440             PERFORM 3600-WRITE-REGISTER-LINE THRU 3600-EXIT
007460     END-REWRITE.
007480 3300-EXIT.
007490     EXIT.
007500
007870 3400-EXIT.
007880     EXIT.
007890
007891*****************************************************************
007892*  3450-APPLY-RATE-CHANGE
007893*    SCHEDULE THE RATE CHANGE THE TRANSACTION CARRIES FOR THE
007894*    EMPLOYEE IT NAMES, THROUGH THE SAME 2850 THE MENU USES.
007895*    AN UNKNOWN OR TERMINATED EMPLOYEE, OR A CHANGE ALREADY
007896*    APPLIED BY THE PAYROLL PASS, REJECTS THE TRANSACTION.
007897*****************************************************************
007898 3450-APPLY-RATE-CHANGE.
007899     MOVE TRR-EMP-ID TO EMP-ID.
007900     READ EMP-MASTER-FILE
007901         INVALID KEY
007902             MOVE 'X4' TO WS-TRN-REASON-CODE
007903             MOVE 'EMPLOYEE ID NOT FOUND'
007904                 TO WS-TRN-REASON-TEXT
007905             PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007906             GO TO 3450-EXIT
007907     END-READ.
007908     IF EMP-TERMINATED
007909         MOVE 'R4' TO WS-TRN-REASON-CODE
007910         MOVE 'EMPLOYEE IS TERMINATED' TO WS-TRN-REASON-TEXT
007911         PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007912         GO TO 3450-EXIT
007913     END-IF.
007914     MOVE EMP-ID         TO RCH-EMP-ID.
007915     MOVE TRR-EFF-DATE   TO RCH-EFF-DATE.
007916     MOVE TRR-NEW-SALARY TO RCH-NEW-SALARY.
007917     PERFORM 2850-POST-RATE-CHANGE THRU 2850-EXIT.
007918     IF NOT WS-RCH-POSTED
007919         PERFORM 3500-REJECT-TRANSACTION THRU 3500-EXIT
007920         GO TO 3450-EXIT
007921     END-IF.
007922     ADD 1 TO WS-TRN-APPLIED-COUNT.
007923     MOVE 'APPLIED ' TO TREG-D-DISPOSITION.
007924     MOVE SPACES     TO TREG-D-REASON.
007925     PERFORM 3600-WRITE-REGISTER-LINE THRU 3600-EXIT.
007926 3450-EXIT.
007927     EXIT.
007928
007900*****************************************************************
007910*  3500-REJECT-TRANSACTION
007920*    WRITE THE TRANSACTION AND ITS REASON TO THE ERROR FILE
008190             MOVE 'CHANGE' TO TREG-D-ACTION
008200         WHEN TRN-ACTION-DELETE
008210             MOVE 'DELETE' TO TREG-D-ACTION
008213         WHEN TRN-ACTION-RATE
008216             MOVE 'RATE  ' TO TREG-D-ACTION
008220         WHEN OTHER
008230             MOVE '??????' TO TREG-D-ACTION
008240     END-EVALUATE.
009100 3160-EXIT.
009110     EXIT.
009120
009121*****************************************************************
009122*  3170-FIND-PAY-GROUP
009123*    MATCH ONE PAY GROUP TABLE ENTRY AGAINST THE GROUP CODE
009124*    BEING EDITED.
009125*****************************************************************
009126 3170-FIND-PAY-GROUP.
009127     IF WS-PGRT-CODE (WS-PGR-SUB) = WS-PGR-CODE
009128         MOVE 'Y' TO WS-PGR-FOUND-SW
009129         MOVE WS-PGR-SUB TO WS-PGR-INDEX
009130     END-IF.
009131 3170-EXIT.
009132     EXIT.
009133
009134*****************************************************************
009135*  3850-LOAD-PAY-GROUP-TABLE
009136*    LOAD THE PAYGRP PAY GROUP REFERENCE FILE FOR THE PAY GROUP
009137*    EDIT.  IF IT CANNOT BE OPENED OR IS EMPTY THE TABLE STAYS
009138*    EMPTY - NO ADD OR CHANGE CAN PASS THE EDIT, AND A BATCH
009139*    RUN IS ABANDONED.
009140*****************************************************************
009141 3850-LOAD-PAY-GROUP-TABLE.
009142     OPEN INPUT PAY-GROUP-FILE.
009143     IF WS-PGR-FILE-STATUS NOT = '00'
009144         DISPLAY 'PAY-GROUP-FILE OPEN FAILED, STATUS = '
009145             WS-PGR-FILE-STATUS
009146         GO TO 3850-EXIT
009147     END-IF.
009148     PERFORM 3860-READ-PAY-GROUP THRU 3860-EXIT
009149         UNTIL WS-PGR-EOF.
009150     CLOSE PAY-GROUP-FILE.
009151     IF WS-PGR-COUNT = ZERO
009152         DISPLAY 'PAY-GROUP-FILE IS EMPTY'
009153     END-IF.
009154 3850-EXIT.
009155     EXIT.
009156
009157*****************************************************************
009158*  3860-READ-PAY-GROUP
009159*    READ ONE PAY GROUP REFERENCE RECORD INTO WS-PGR-TABLE.
009160*****************************************************************
009161 3860-READ-PAY-GROUP.
009162     READ PAY-GROUP-FILE
009163         AT END
009164             MOVE 'Y' TO WS-PGR-EOF-SW
009165         NOT AT END
009166             IF WS-PGR-COUNT >= 20
009167                 DISPLAY 'PAYGRP EXCEEDS 20 PAY GROUPS'
009168                 DISPLAY 'RUN STOPPED'
009169                 STOP RUN
009170             END-IF
009171             ADD 1 TO WS-PGR-COUNT
009172             MOVE PGR-GROUP-CODE TO WS-PGRT-CODE (WS-PGR-COUNT)
009173             MOVE PGR-NAME       TO WS-PGRT-NAME (WS-PGR-COUNT)
009174             MOVE PGR-PERIODS-PER-YEAR
009175                 TO WS-PGRT-PERIODS (WS-PGR-COUNT)
009176     END-READ.
009177 3860-EXIT.
009178     EXIT.
009179
009130*****************************************************************
009140*  9000-TERMINATE
009150*    CLOSE THE MASTER FILE AND REPORT WHAT THE RUN DID.
009170 9000-TERMINATE.
009180     CLOSE EMP-MASTER-FILE.
009190     CLOSE AUDIT-JOURNAL.
009195     CLOSE RATE-CHANGE-FILE.
009200     DISPLAY 'EMPLOYEE MASTER MAINTENANCE - END OF RUN'.
009210     DISPLAY 'RECORDS ADDED:   ' WS-RECS-ADDED.
009220     DISPLAY 'RECORDS CHANGED: ' WS-RECS-CHANGED.
009230     DISPLAY 'RECORDS DELETED: ' WS-RECS-DELETED.
009235     DISPLAY 'RECORDS TERMINATED: ' WS-RECS-TERMINATED.
009237     DISPLAY 'RATE CHANGES SCHEDULED: ' WS-RECS-RATE-CHANGED.
009240 9000-EXIT.
009250     EXIT.
