000160*                THE MASTER OUTRIGHT - THE SAME TREATMENT    *
000170*                TMPSTNMT GIVES THE STATION MASTER. A CARD   *
000180*                WITH A BLANK CODE OR A BAD ACTIVE FLAG IS   *
000183*                REPORTED AND SKIPPED.                       *
000186* 2026-09-28 AG  THE CARDS NOW CARRY A PARENT DEPARTMENT     *
000190*                (DEPT-PARENT, BLANK AT THE TOP OF A         *
000191*                DIVISION). THE CARDS ARE LOADED AND THE     *
000192*                TREE CHECKED BEFORE THE MASTER IS TOUCHED:  *
000193*                A PARENT THAT IS NOT ITSELF ON THE CARDS,   *
000194*                OR A CHAIN OF PARENTS THAT LOOPS BACK ON    *
000195*                ITSELF, IS REPORTED AND THE MASTER IS LEFT  *
000196*                ALONE (RETURN CODE 8), THE SAME AS A        *
000197*                MISSING CARD FILE. DUPLICATE CODES ARE NOW  *
000198*                CAUGHT AT LOAD, SO A PARENT ALWAYS MEANS    *
000199*                ONE DEPARTMENT.                             *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000380     05  SEED-NAME              PIC X(20).
000390     05  SEED-MANAGER           PIC X(20).
000400     05  SEED-ACTIVE            PIC X(01).
000405     05  SEED-PARENT            PIC X(04).
000410     05  FILLER                 PIC X(31).
000420 FD  DEPT-FILE
000430     RECORD CONTAINS 80 CHARACTERS.
000440     COPY MDDPTREC.
000490 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000500     88  WS-DEPT-OK                       VALUE "00".
000510 01  WS-LOADED-COUNT            PIC 9(05) VALUE 0.
000511 01  WS-SKIPPED-COUNT           PIC 9(05) VALUE 0.
000512 01  WS-TREE-ERRORS             PIC 9(05) VALUE 0.
000513*    THE CARDS AS LOADED, SO THE TREE CAN BE CHECKED WHOLE
000514*    BEFORE THE MASTER IS REBUILT.
000515 01  WS-DT-TABLE.
000516     05  WS-DT-ENTRY OCCURS 100 TIMES.
000517         10  WS-DT-CODE         PIC X(04).
000518         10  WS-DT-NAME         PIC X(20).
000520         10  WS-DT-MANAGER      PIC X(20).
000521         10  WS-DT-ACTIVE       PIC X(01).
000522         10  WS-DT-PARENT       PIC X(04).
000523 01  WS-DT-COUNT                PIC 9(03) VALUE 0.
000524 01  WS-DT-SUB                  PIC 9(03) VALUE 0.
000525 01  WS-DT-LOOK-CODE            PIC X(04) VALUE SPACES.
000526 01  WS-DT-LOOK-SUB             PIC 9(03) VALUE 0.
000527 01  WS-DT-FIND-SUB             PIC 9(03) VALUE 0.
000528 01  WS-CHAIN-SUB               PIC 9(03) VALUE 0.
000529 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
000530 PROCEDURE DIVISION.
000540 0000-MAINLINE.
000550     OPEN INPUT SEED-FILE.
000580             'DEPARTMENT MASTER LEFT ALONE'
000590         MOVE 8 TO RETURN-CODE
000600         GOBACK.
000680 0010-NEXT-CARD.
000690     READ SEED-FILE
000700         AT END
000750             '" - SKIPPED'
000760         ADD 1 TO WS-SKIPPED-COUNT
000770         GO TO 0010-NEXT-CARD.
000771     MOVE SEED-CODE TO WS-DT-LOOK-CODE.
000772     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
000773     IF WS-DT-FIND-SUB NOT = 0
000774         DISPLAY 'MDDEPTMT: DUPLICATE DEPARTMENT CODE '
000775             SEED-CODE ' - SKIPPED'
000776         ADD 1 TO WS-SKIPPED-COUNT
000777         GO TO 0010-NEXT-CARD.
000778     IF WS-DT-COUNT NOT < 100
000779         DISPLAY 'MDDEPTMT: DEPARTMENT TABLE FULL - '
000780             SEED-CODE ' SKIPPED'
000781         ADD 1 TO WS-SKIPPED-COUNT
000782         GO TO 0010-NEXT-CARD.
000783     ADD 1 TO WS-DT-COUNT.
000784     MOVE SEED-CODE TO WS-DT-CODE (WS-DT-COUNT).
000785     MOVE SEED-NAME TO WS-DT-NAME (WS-DT-COUNT).
000786     MOVE SEED-MANAGER TO WS-DT-MANAGER (WS-DT-COUNT).
000787     MOVE SEED-ACTIVE TO WS-DT-ACTIVE (WS-DT-COUNT).
000788     MOVE SEED-PARENT TO WS-DT-PARENT (WS-DT-COUNT).
000789     GO TO 0010-NEXT-CARD.
000790 0090-CARDS-DONE.
000791     CLOSE SEED-FILE.
000792     PERFORM 2000-CHECK-TREE THRU 2000-EXIT.
000793     IF WS-TREE-ERRORS > 0
000794         DISPLAY 'MDDEPTMT: ' WS-TREE-ERRORS ' HIERARCHY '
000795             'ERROR(S) - DEPARTMENT MASTER LEFT ALONE'
000796         MOVE 8 TO RETURN-CODE
000797         GOBACK.
000798     OPEN OUTPUT DEPT-FILE.
000799     IF NOT WS-DEPT-OK
000800         DISPLAY 'MDDEPTMT: COULD NOT BUILD DEPARTMENT '
000801             'MASTER - STATUS ' WS-DEPT-STATUS
000802         MOVE 16 TO RETURN-CODE
000803         GOBACK.
000804     MOVE 1 TO WS-DT-SUB.
000805 0100-NEXT-DEPT.
000806     IF WS-DT-SUB > WS-DT-COUNT
000807         GO TO 0190-DEPTS-DONE.
000808     MOVE SPACES TO DEPT-RECORD.
000809     MOVE WS-DT-CODE (WS-DT-SUB) TO DEPT-CODE.
000810     MOVE WS-DT-NAME (WS-DT-SUB) TO DEPT-NAME.
000811     MOVE WS-DT-MANAGER (WS-DT-SUB) TO DEPT-MANAGER.
000820     MOVE WS-DT-ACTIVE (WS-DT-SUB) TO DEPT-ACTIVE.
000825     MOVE WS-DT-PARENT (WS-DT-SUB) TO DEPT-PARENT.
000830     WRITE DEPT-RECORD
000840         INVALID KEY
000850             DISPLAY 'MDDEPTMT: DUPLICATE DEPARTMENT CODE '
000860                 DEPT-CODE ' - SKIPPED'
000870             ADD 1 TO WS-SKIPPED-COUNT
000880         NOT INVALID KEY
000890             ADD 1 TO WS-LOADED-COUNT
000900     END-WRITE.
000910     ADD 1 TO WS-DT-SUB.
000920     GO TO 0100-NEXT-DEPT.
000930 0190-DEPTS-DONE.
000940     CLOSE DEPT-FILE.
000950     DISPLAY 'MDDEPTMT: ' WS-LOADED-COUNT ' DEPARTMENT(S) '
000960         'LOADED, ' WS-SKIPPED-COUNT ' CARD(S) SKIPPED.'.
000970     MOVE 0 TO RETURN-CODE.
000980     GOBACK.
000990*----------------------------------------------------------*
001000* 1000-FIND-CODE - LOOK WS-DT-LOOK-CODE UP AMONG THE CARDS  *
001010* LOADED SO FAR; WS-DT-FIND-SUB IS ZERO WHEN IT IS ABSENT.  *
001020*----------------------------------------------------------*
001030 1000-FIND-CODE.
001040     MOVE 0 TO WS-DT-FIND-SUB.
001050     MOVE 1 TO WS-DT-LOOK-SUB.
001060 1010-FIND-NEXT.
001070     IF WS-DT-LOOK-SUB > WS-DT-COUNT
001080         GO TO 1000-EXIT.
001090     IF WS-DT-CODE (WS-DT-LOOK-SUB) = WS-DT-LOOK-CODE
001100         MOVE WS-DT-LOOK-SUB TO WS-DT-FIND-SUB
001110         GO TO 1000-EXIT.
001120     ADD 1 TO WS-DT-LOOK-SUB.
001130     GO TO 1010-FIND-NEXT.
001140 1000-EXIT.
001150     EXIT.
001160*----------------------------------------------------------*
001170* 2000-CHECK-TREE - EVERY NON-BLANK PARENT MUST BE ANOTHER  *
001180* LOADED DEPARTMENT, AND CLIMBING FROM ANY DEPARTMENT MUST  *
001190* REACH THE TOP WITHOUT COMING BACK TO WHERE IT STARTED. A  *
001200* CLIMB LONGER THAN THE NUMBER OF DEPARTMENTS CAN ONLY BE A *
001210* LOOP HIGHER UP - ITS OWN MEMBERS REPORT IT.               *
001220*----------------------------------------------------------*
001230 2000-CHECK-TREE.
001240     MOVE 1 TO WS-DT-SUB.
001250 2010-NEXT-DEPT.
001260     IF WS-DT-SUB > WS-DT-COUNT
001270         GO TO 2000-EXIT.
001280     IF WS-DT-PARENT (WS-DT-SUB) = SPACES
001290         GO TO 2090-DEPT-DONE.
001300     MOVE WS-DT-PARENT (WS-DT-SUB) TO WS-DT-LOOK-CODE.
001310     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
001320     IF WS-DT-FIND-SUB = 0
001330         DISPLAY 'MDDEPTMT: DEPARTMENT ' WS-DT-CODE (WS-DT-SUB)
001340             ' NAMES PARENT ' WS-DT-PARENT (WS-DT-SUB)
001350             ' WHICH IS NOT ON THE CARDS'
001360         ADD 1 TO WS-TREE-ERRORS
001370         GO TO 2090-DEPT-DONE.
001380     MOVE WS-DT-FIND-SUB TO WS-CHAIN-SUB.
001390     MOVE 0 TO WS-CHAIN-STEPS.
001400 2020-CLIMB.
001410     IF WS-CHAIN-SUB = WS-DT-SUB
001420         DISPLAY 'MDDEPTMT: DEPARTMENT ' WS-DT-CODE (WS-DT-SUB)
001430             ' IS ITS OWN ANCESTOR - PARENT CHAIN LOOPS'
001440         ADD 1 TO WS-TREE-ERRORS
001450         GO TO 2090-DEPT-DONE.
001460     IF WS-DT-PARENT (WS-CHAIN-SUB) = SPACES
001470         GO TO 2090-DEPT-DONE.
001480     ADD 1 TO WS-CHAIN-STEPS.
001490     IF WS-CHAIN-STEPS > WS-DT-COUNT
001500         GO TO 2090-DEPT-DONE.
001510     MOVE WS-DT-PARENT (WS-CHAIN-SUB) TO WS-DT-LOOK-CODE.
001520     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
001530     IF WS-DT-FIND-SUB = 0
001540         GO TO 2090-DEPT-DONE.
001550     MOVE WS-DT-FIND-SUB TO WS-CHAIN-SUB.
001560     GO TO 2020-CLIMB.
001570 2090-DEPT-DONE.
001580     ADD 1 TO WS-DT-SUB.
001590     GO TO 2010-NEXT-DEPT.
001600 2000-EXIT.
001610     EXIT.
