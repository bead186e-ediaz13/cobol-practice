000307*                   SUCCESSFUL SIGN-ON - A REFUSED OPERATOR
000308*                   USED TO TRUNCATE THE PRIOR SESSION'S
000309*                   CARRY-FORWARD ON THE WAY OUT.
000310*  10/15/26   RM    THE SHARED EMPEDIT EDITS NOW PROVE THE
000311*                   ROUTING NUMBER CHECK DIGIT (REASON P4), AND
000312*                   A CORRECTION THAT GIVES A DIRECT-DEPOSIT
000313*                   EMPLOYEE A NEW BANK ACCOUNT SETS PRENOTE
000314*                   PENDING, AS EMPLOYEE MAINTENANCE DOES.
000315*  10/15/26   RM    EMPLOYEE MASTER AND JOURNAL RECORDS
000316*                   WIDENED FOR THE PAY GROUP.
000317*  10/15/26   RM    A MASTER RECORD POSTED FRESH NOW STARTS WITH
000318*                   NO PAY GROUP RATHER THAN THE ONE LEFT IN THE
000319*                   RECORD AREA BY THE LAST READ.
000310*****************************************************************
000311*
000320*  PROGRAM FUNCTION
000870*****************************************************************
000880 FD  EMP-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 92 CHARACTERS.
000910     COPY EMPREC.
000920
000930*****************************************************************
001035*****************************************************************
001036 FD  AUDIT-JOURNAL
001037     LABEL RECORDS ARE STANDARD
001038     RECORD CONTAINS 213 CHARACTERS.
001039     COPY JRNREC.
001041
001042 WORKING-STORAGE SECTION.
001480*****************************************************************
001490 COPY DEPTTBL.
001500
001501*****************************************************************
001502*  ROUTING NUMBER CHECK-DIGIT WORK FIELDS FOR THE EMPEDIT
001503*  EDIT SET.
001504*****************************************************************
001505 COPY RTEWORK.
001506
001510 PROCEDURE DIVISION.
001520*****************************************************************
001530*  0000-MAIN-LOGIC
003154*            EXCEPTION CARRIES NO STATUS FIELDS.
003156             MOVE 'A'  TO EMP-STATUS
003158             MOVE ZERO TO EMP-TERM-DATE
003159*            AND A DIRECT-DEPOSIT ACCOUNT POSTED FRESH IS
003160*            HELD FOR A PRENOTE LIKE ANY OTHER NEW ACCOUNT.
003161             MOVE ZERO TO EMP-PRENOTE-DATE
003162*            IT STARTS WITH NO PAY GROUP - EVERY GROUP'S PASS
003163*            EXCEPTIONS IT UNTIL EMPLOYEE MAINTENANCE ASSIGNS
003164*            ONE - NOT WITH THE GROUP LEFT BY THE LAST READ.
003165             MOVE SPACES TO EMP-PAY-GROUP
003166             IF WS-PAY-DIRECT
003167                 MOVE 'P'    TO EMP-PRENOTE-STATUS
003168             ELSE
003169                 MOVE SPACES TO EMP-PRENOTE-STATUS
003170             END-IF
003160             WRITE EMP-RECORD
003170                 INVALID KEY
003180                     DISPLAY 'WRITE FAILED - NOT POSTED'
003220                     DISPLAY 'POSTED AS NEW MASTER RECORD'
003230             END-WRITE
003240         NOT INVALID KEY
003245             PERFORM 2660-SET-PRENOTE-STATUS THRU 2660-EXIT
003250             PERFORM 2650-BUILD-MASTER-RECORD THRU 2650-EXIT
003260             REWRITE EMP-RECORD
003270                 INVALID KEY
003530 2650-EXIT.
003540     EXIT.
003550
003551*****************************************************************
003552*  2660-SET-PRENOTE-STATUS
003553*    BEFORE THE CORRECTED FIELDS ARE LAID OVER THE MASTER,
003554*    COMPARE THE BANK FIELDS.  A CORRECTION THAT GIVES A
003555*    DIRECT-DEPOSIT EMPLOYEE A NEW ROUTING OR ACCOUNT, OR
003556*    MOVES THEM TO DIRECT DEPOSIT, PUTS THEM IN PRENOTE
003557*    PENDING THE SAME AS EMPLOYEE MAINTENANCE DOES.  A CHECK
003558*    EMPLOYEE CARRIES NO PRENOTE STATUS.
003559*****************************************************************
003560 2660-SET-PRENOTE-STATUS.
003561     IF NOT WS-PAY-DIRECT
003562         MOVE SPACES TO EMP-PRENOTE-STATUS
003563         MOVE ZERO   TO EMP-PRENOTE-DATE
003564         GO TO 2660-EXIT
003565     END-IF.
003566     IF NOT EMP-PAY-DIRECT
003567           OR EMP-BANK-ROUTING NOT = WS-BANK-ROUTING
003568           OR EMP-BANK-ACCOUNT NOT = WS-BANK-ACCOUNT
003569         MOVE 'P'  TO EMP-PRENOTE-STATUS
003570         MOVE ZERO TO EMP-PRENOTE-DATE
003571         DISPLAY 'NEW BANK ACCOUNT - PAID BY CHECK UNTIL '
003572             'THE PRENOTE CLEARS'
003573     END-IF.
003574 2660-EXIT.
003575     EXIT.
003576
003560*****************************************************************
003570*  2700-CARRY-FORWARD
003580*    WRITE THE EXCEPTION, UNCHANGED, TO THE CARRY-FORWARD
