000221*                   SAYS SO - VOIDED CHECK NUMBER LABEL PLUS A
000222*                   NOT-PAYABLE LINE - INSTEAD OF PRINTING AS
000223*                   A NORMAL, PAYABLE-LOOKING STATEMENT.
000224*  10/15/26   RM    JOURNAL RECORD WIDENED - THE IMAGES NOW
000225*                   CARRY THE DIRECT-DEPOSIT PRENOTE FIELDS.
000226*  10/15/26   RM    A BANK RETURNS REPLACEMENT CHECK ('R' ON
000227*                   PAYHIST) SHOWS AND REPRINTS AS A
000228*                   REPLACEMENT, NET ONLY.
000229*  10/15/26   RM    THE REPRINTED STATEMENT CARRIES THE
000230*                   EMPLOYEE'S CURRENT VACATION AND SICK LEAVE
000231*                   BALANCES FROM LEAVMAST.
000232*  10/15/26   RM    JOURNAL RECORD WIDENED - THE IMAGES NOW CARRY
000233*                   THE PAY GROUP.
000234*  10/15/26   RM    PAYHIST RECORD WIDENED TO 215 FOR THE
000235*                   ADJUSTMENT-RUN FLAG.
000224*****************************************************************
000230*
000240*  PROGRAM FUNCTION
000447            ORGANIZATION IS SEQUENTIAL
000448            FILE STATUS IS WS-JRN-FILE-STATUS.
000450
000451     SELECT LEAVE-MASTER-FILE  ASSIGN TO "LEAVMAST"
000452            ORGANIZATION IS INDEXED
000453            ACCESS MODE IS DYNAMIC
000454            RECORD KEY IS LVE-EMP-ID
000455            FILE STATUS IS WS-LVE-FILE-STATUS.
000456
000460 DATA DIVISION.
000470 FILE SECTION.
000480*****************************************************************
000520*****************************************************************
000530 FD  PAY-HISTORY-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 215 CHARACTERS.
000560     COPY PHRREC.
000570
000580*****************************************************************
000666*****************************************************************
000667 FD  AUDIT-JOURNAL
000668     LABEL RECORDS ARE STANDARD
000669     RECORD CONTAINS 213 CHARACTERS.
000670     COPY JRNREC.
000671
000672*****************************************************************
000673*  LEAVE-MASTER-FILE - VACATION AND SICK LEAVE BALANCES THE
000674*  PAYROLL PASS POSTS, READ BY KEY FOR THE STATEMENT BEING
000675*  REPRINTED.  OPENED INPUT ONLY.
000676*****************************************************************
000677 FD  LEAVE-MASTER-FILE
000678     LABEL RECORDS ARE STANDARD
000679     RECORD CONTAINS 70 CHARACTERS.
000680     COPY LVEREC.
000681
000672 WORKING-STORAGE SECTION.
000680 77  WS-PHF-FILE-STATUS     PIC X(02) VALUE '00'.
000690 77  WS-PHF-EOF-SW          PIC X(01) VALUE 'N'.
000810 77  WS-STATEMENTS-PRINTED  PIC 9(7) COMP VALUE ZERO.
000820 77  WS-PHR-DED-SUB         PIC 9(03) COMP VALUE ZERO.
000822 77  WS-JRN-FILE-STATUS     PIC X(02) VALUE '00'.
000823 77  WS-LVE-FILE-STATUS     PIC X(02) VALUE '00'.
000824 77  WS-LVE-OPEN-SW         PIC X(01) VALUE 'N'.
000825     88  WS-LVE-OPEN                  VALUE 'Y'.
000824
000825*****************************************************************
000826*  OPERATOR SIGN-ON WORKING STORAGE - SHARED WITH THE OTHER
001250     05  STMT-PAY-LABEL         PIC X(20).
001260     05  STMT-PAY-REF           PIC 9(08).
001270     05  FILLER                 PIC X(104) VALUE SPACES.
001271 01  WS-STMT-LEAVE-HEADING.
001272     05  FILLER                 PIC X(31)
001273             VALUE 'LEAVE BALANCES (HOURS) AS OF '.
001274     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
001275     05  STMT-LEAVE-PERIOD      PIC 9(06).
001276     05  FILLER                 PIC X(88) VALUE SPACES.
001280
001290 PROCEDURE DIVISION.
001300*****************************************************************
001572     MOVE 'PAYHISTINQUIRY' TO WS-SIGNON-PROGRAM.
001573     PERFORM 0100-OPERATOR-SIGNON THRU 0100-EXIT.
001574     OPEN OUTPUT STATEMENT-REPRINT.
001575*    NO LEAVE MASTER YET MEANS NO PAYROLL RUN HAS POSTED
001576*    LEAVE - STATEMENTS STILL REPRINT, WITHOUT BALANCES.
001577     OPEN INPUT LEAVE-MASTER-FILE.
001578     IF WS-LVE-FILE-STATUS = '00'
001579         MOVE 'Y' TO WS-LVE-OPEN-SW
001580     END-IF.
001580     DISPLAY 'PAY HISTORY INQUIRY - READ ONLY'.
001590 1000-EXIT.
001600     EXIT.
002425             DISPLAY '  BANK SEQ ' PHR-BANK-SEQ
002430         WHEN PHR-VOIDED
002435             DISPLAY '  CHECK ' PHR-CHECK-NO ' ** VOIDED'
002436         WHEN PHR-REPLACEMENT
002437             DISPLAY '  CHECK ' PHR-CHECK-NO ' ** REPLACEMENT'
002440         WHEN OTHER
002445             DISPLAY '  CHECK ' PHR-CHECK-NO
002450     END-EVALUATE.
003330         WHEN PHR-VOIDED
003335             MOVE 'VOIDED CHECK NUMBER' TO STMT-PAY-LABEL
003338             MOVE PHR-CHECK-NO       TO STMT-PAY-REF
003339         WHEN PHR-REPLACEMENT
003340             MOVE 'REPLACEMENT CHECK NO' TO STMT-PAY-LABEL
003341             MOVE PHR-CHECK-NO       TO STMT-PAY-REF
003340         WHEN OTHER
003345             MOVE 'CHECK NUMBER'     TO STMT-PAY-LABEL
003350             MOVE PHR-CHECK-NO       TO STMT-PAY-REF
003386             TO STMT-LINE
003387         WRITE STMT-LINE AFTER ADVANCING 1 LINE
003388     END-IF.
003389*    A REPLACEMENT CHECK CARRIES NET ONLY - THE EARNINGS ARE
003390*    ON THE RETURNED DEPOSIT'S OWN STATEMENT FOR THE PERIOD.
003391     IF PHR-REPLACEMENT
003392         MOVE '*** REPLACES A RETURNED DEPOSIT - NET ONLY ***'
003393             TO STMT-LINE
003394         WRITE STMT-LINE AFTER ADVANCING 1 LINE
003395     END-IF.
003396     PERFORM 2460-PRINT-LEAVE-BALANCES THRU 2460-EXIT.
003390     ADD 1 TO WS-STATEMENTS-PRINTED.
003400     DISPLAY 'STATEMENT REPRINTED TO PAYSTMT FOR EMPLOYEE '
003410         PHR-EMP-ID ' PERIOD ' PHR-PAY-PERIOD.
003550 2450-EXIT.
003560     EXIT.
003570
003571*****************************************************************
003572*  2460-PRINT-LEAVE-BALANCES
003573*    PRINT THE EMPLOYEE'S VACATION AND SICK LEAVE BALANCES
003574*    UNDER THE STATEMENT.  PAYHIST DOES NOT CARRY LEAVE, SO
003575*    THE BALANCES ARE THE CURRENT ONES FROM LEAVMAST, LABELED
003576*    WITH THE PERIOD THAT LAST POSTED THEM.
003577*****************************************************************
003578 2460-PRINT-LEAVE-BALANCES.
003579     IF NOT WS-LVE-OPEN
003580         GO TO 2460-EXIT
003581     END-IF.
003582     MOVE PHR-EMP-ID TO LVE-EMP-ID.
003583     READ LEAVE-MASTER-FILE
003584         INVALID KEY
003585             GO TO 2460-EXIT
003586     END-READ.
003587     MOVE LVE-LAST-PERIOD TO STMT-LEAVE-PERIOD.
003588     MOVE WS-STMT-LEAVE-HEADING TO STMT-LINE.
003589     WRITE STMT-LINE AFTER ADVANCING 2 LINES.
003590     MOVE 'VACATION BALANCE'   TO STMT-AMT-LABEL.
003591     MOVE LVE-VAC-BALANCE     TO STMT-AMT-VALUE.
003592     MOVE WS-STMT-AMOUNT-LINE TO STMT-LINE.
003593     WRITE STMT-LINE AFTER ADVANCING 1 LINE.
003594     MOVE 'SICK BALANCE'       TO STMT-AMT-LABEL.
003595     MOVE LVE-SICK-BALANCE    TO STMT-AMT-VALUE.
003596     MOVE WS-STMT-AMOUNT-LINE TO STMT-LINE.
003597     WRITE STMT-LINE AFTER ADVANCING 1 LINE.
003598 2460-EXIT.
003599     EXIT.
003600
003580*****************************************************************
003590*  9000-TERMINATE
003600*    CLOSE THE STATEMENT FILE AND REPORT WHAT THE SESSION
003630 9000-TERMINATE.
003640     CLOSE STATEMENT-REPRINT.
003642     CLOSE AUDIT-JOURNAL.
003644     IF WS-LVE-OPEN
003646         CLOSE LEAVE-MASTER-FILE
003648     END-IF.
003650     DISPLAY 'HISTORY INQUIRIES SERVED: ' WS-INQUIRIES-SERVED.
003660     DISPLAY 'STATEMENTS REPRINTED:     ' WS-STATEMENTS-PRINTED.
003670 9000-EXIT.
