000220*                   FRAUD PATTERN), AND DEPTREF CODES WITH NO
000230*                   EMPLOYEES - WITH COUNTS THAT CAN BE
000240*                   TRENDED NIGHT OVER NIGHT.
000241*  10/15/26   RM    EMPLOYEE MASTER RECORD WIDENED FOR THE
000242*                   DIRECT-DEPOSIT PRENOTE STATUS AND DATE.
000243*  10/15/26   RM    EACH RUN IS RECORDED ON THE SHARED RUNLOG.
000244*  10/15/26   RM    EMPLOYEE MASTER RECORD WIDENED FOR THE PAY
000245*                   GROUP.
000250*****************************************************************
000260*
000270*  PROGRAM FUNCTION
000680     SELECT INTEGRITY-REPORT   ASSIGN TO "INTRPT"
000690            ORGANIZATION IS SEQUENTIAL.
000700
000702     SELECT RUN-LOG-FILE       ASSIGN TO "RUNLOG"
000704            ORGANIZATION IS SEQUENTIAL
000706            FILE STATUS IS WS-RLG-FILE-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730*****************************************************************
000770*****************************************************************
000780 FD  EMP-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 92 CHARACTERS.
000810     COPY EMPREC.
000820
000830*****************************************************************
001370     RECORD CONTAINS 132 CHARACTERS.
001380 01  IRPT-LINE                  PIC X(132).
001390
001391*****************************************************************
001392*  RUN-LOG-FILE - THE SHARED BATCH RUN LOG.  THE RUN'S START,
001393*  THE NIGHT IT AUDITS AND HOW IT ENDED ARE APPENDED THROUGH
001394*  THE RUNLOG PARAGRAPHS.
001395*****************************************************************
001396 FD  RUN-LOG-FILE
001397     LABEL RECORDS ARE STANDARD
001398     RECORD CONTAINS 100 CHARACTERS.
001399     COPY RLGREC.
001400
001400 WORKING-STORAGE SECTION.
001410 77  WS-EMP-FILE-STATUS     PIC X(02) VALUE '00'.
001420 77  WS-EMP-EOF-SW          PIC X(01) VALUE 'N'.
002310     05  IRPT-C-COUNT           PIC ZZZ,ZZ9.
002320     05  FILLER                 PIC X(82) VALUE SPACES.
002330
002331*****************************************************************
002332*  RUN LOG WORKING STORAGE - SHARED WITH THE OTHER BATCH
002333*  PROGRAMS VIA THE RLGWORK COPYBOOK.
002334*****************************************************************
002335 COPY RLGWORK.
002336
002340 PROCEDURE DIVISION.
002350*****************************************************************
002360*  0000-MAIN-LOGIC
002450     PERFORM 5000-CHECK-DUPLICATE-BANKS THRU 5000-EXIT.
002460     PERFORM 6000-CHECK-UNUSED-DEPTS THRU 6000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002475     PERFORM 8830-LOG-RUN-COMPLETED THRU 8830-EXIT.
002480     STOP RUN.
002490
002500*****************************************************************
002540*    AGAINST.
002550*****************************************************************
002560 1000-INITIALIZE.
002563     MOVE 'INTEGRITYAUDIT' TO WS-RLG-PROGRAM.
002566     PERFORM 8800-LOG-RUN-START THRU 8800-EXIT.
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002573     MOVE 'D'         TO WS-RLG-PERIOD-TYPE.
002576     MOVE WS-RUN-DATE TO WS-RLG-PERIOD.
002580     OPEN INPUT EMP-MASTER-FILE.
002590     IF WS-EMP-FILE-STATUS NOT = '00'
002600         DISPLAY 'EMP-MASTER-FILE OPEN FAILED, STATUS = '
006740     DISPLAY 'DEPT CODES UNUSED:       ' WS-UNUSED-DEPTS.
006750 9000-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*  RUN LOG PARAGRAPHS - SHARED WITH THE OTHER BATCH PROGRAMS
006800*  VIA THE RUNLOG COPYBOOK.
006810*****************************************************************
006820 COPY RUNLOG.
