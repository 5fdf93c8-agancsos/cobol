000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDORGRPT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-28.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-28 AG  FIRST VERSION. ORGANIZATION REPORT OVER    *
000110*                THE DEPARTMENT TREE (DEPT-PARENT ON        *
000120*                MDDEPTS) SO EACH DIVISION DIRECTOR SEES    *
000130*                HEADCOUNT AND AVERAGE TENURE ROLLED UP.    *
000140*                THE MASTER IS WALKED FROM EACH TOP         *
000150*                DEPARTMENT DOWN, CHILDREN IN CODE ORDER    *
000160*                AND INDENTED UNDER THEIR PARENT. EVERY     *
000170*                LINE SHOWS THE DEPARTMENT'S OWN STAFF AND  *
000180*                THE TOTALS FOR IT AND EVERYTHING BENEATH   *
000190*                IT. THE COUNTS AND TENURE COME FROM        *
000200*                MDROSTER THE WAY PRINT-NAMES TAKES THEM:   *
000210*                EVERY EMPLOYEE ON THE MASTER, ACTIVE OR    *
000220*                ENDED, WITH MSTR-DURATION AS THE TENURE IN *
000230*                DAYS; THE ACTIVE COUNT IS SHOWN BESIDE IT. *
000240*                STAFF IN A DEPARTMENT NOT ON MDDEPTS ARE   *
000250*                TOTALLED ON A LINE OF THEIR OWN. OUTPUT IS *
000260*                MDORGRPT.                                  *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS DEPT-CODE
000350         FILE STATUS IS WS-DEPT-STATUS.
000360     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MSTR-EMPNO
000400         ALTERNATE RECORD KEY IS MSTR-NAME
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-MASTER-STATUS.
000430     SELECT RPT-FILE ASSIGN TO "MDORGRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DEPT-FILE
000490     RECORD CONTAINS 80 CHARACTERS.
000500     COPY MDDPTREC.
000510 FD  MASTER-FILE
000520     RECORD CONTAINS 80 CHARACTERS.
000530     COPY MDMSTREC.
000540 FD  RPT-FILE
000550     RECORD CONTAINS 80 CHARACTERS.
000560 01  RPT-RECORD                 PIC X(80).
000570 WORKING-STORAGE SECTION.
000580 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000590     88  WS-DEPT-OK                       VALUE "00".
000600 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000610     88  WS-MASTER-OK                     VALUE "00".
000620     88  WS-MASTER-EOF                    VALUE "10".
000630 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000640     88  WS-RPT-OK                        VALUE "00".
000650 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDORGRPT'.
000660 01  WS-ERRH-FILE-NAME          PIC X(08).
000670 01  WS-ERRH-OPERATION          PIC X(06).
000680 01  WS-ERRH-SEVERITY           PIC X(02).
000690     88  WS-ERRH-SEVERE                   VALUE "08".
000700 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000710*    THE DEPARTMENT MASTER IN CODE ORDER, EACH WITH ITS OWN
000720*    STAFF, ITS ROLLED-UP TOTALS, AND WHERE THE TREE WALK
000730*    HAS GOT TO AMONG ITS CHILDREN.
000740 01  WS-OT-TABLE.
000750     05  WS-OT-ENTRY OCCURS 100 TIMES.
000760         10  WS-OT-CODE         PIC X(04).
000770         10  WS-OT-NAME         PIC X(20).
000780         10  WS-OT-PARENT       PIC X(04).
000790         10  WS-OT-PARENT-SUB   PIC 9(03).
000800         10  WS-OT-OWN-COUNT    PIC 9(05).
000810         10  WS-OT-OWN-ACTIVE   PIC 9(05).
000820         10  WS-OT-OWN-TENURE   PIC 9(09).
000830         10  WS-OT-TOT-COUNT    PIC 9(05).
000840         10  WS-OT-TOT-ACTIVE   PIC 9(05).
000850         10  WS-OT-TOT-TENURE   PIC 9(09).
000860         10  WS-OT-NEXT-CHILD   PIC 9(03).
000870 01  WS-OT-COUNT                PIC 9(03) VALUE 0.
000880 01  WS-OT-SUB                  PIC 9(03) VALUE 0.
000890 01  WS-OT-LOOK-CODE            PIC X(04) VALUE SPACES.
000900 01  WS-OT-LOOK-SUB             PIC 9(03) VALUE 0.
000910 01  WS-OT-FIND-SUB             PIC 9(03) VALUE 0.
000920 01  WS-CHAIN-SUB               PIC 9(03) VALUE 0.
000930 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
000940*    THE PATH FROM THE CURRENT TOP DEPARTMENT DOWN TO THE
000950*    ONE BEING PRINTED.
000960 01  WS-STACK-TABLE.
000970     05  WS-STACK-SUB OCCURS 100 TIMES PIC 9(03).
000980 01  WS-STACK-DEPTH             PIC 9(03) VALUE 0.
000990 01  WS-TOP-SUB                 PIC 9(03) VALUE 0.
001000 01  WS-CHILD-SUB               PIC 9(03) VALUE 0.
001010 01  WS-PRINT-SUB               PIC 9(03) VALUE 0.
001020 01  WS-INDENT                  PIC 9(02) VALUE 0.
001030 01  WS-NOT-ON-MASTER-COUNT     PIC 9(05) VALUE 0.
001040 01  WS-NOT-ON-MASTER-ACTIVE    PIC 9(05) VALUE 0.
001050 01  WS-NOT-ON-MASTER-TENURE    PIC 9(09) VALUE 0.
001060 01  WS-CO-COUNT                PIC 9(05) VALUE 0.
001070 01  WS-CO-ACTIVE               PIC 9(05) VALUE 0.
001080 01  WS-CO-TENURE               PIC 9(09) VALUE 0.
001090 01  WS-AVG-COUNT               PIC 9(05) VALUE 0.
001100 01  WS-AVG-TENURE              PIC 9(09) VALUE 0.
001110 01  WS-AVG-DAYS                PIC 9(06) VALUE 0.
001120 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001130 01  WS-GROUP-TITLE.
001140     05  FILLER                 PIC X(37) VALUE SPACES.
001150     05  FILLER                 PIC X(18) VALUE
001160             '---- OWN STAFF ---'.
001170     05  FILLER                 PIC X(02) VALUE SPACES.
001180     05  FILLER                 PIC X(18) VALUE
001190             '--- WITH BELOW ---'.
001200     05  FILLER                 PIC X(05) VALUE SPACES.
001210 01  WS-ORG-LINE.
001220     05  FILLER                 PIC X(01) VALUE SPACES.
001230     05  WS-OL-TREE             PIC X(14).
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  WS-OL-NAME             PIC X(20).
001260     05  FILLER                 PIC X(01) VALUE SPACES.
001270     05  WS-OL-OWN-COUNT        PIC ZZZZ9.
001280     05  FILLER                 PIC X(01) VALUE SPACES.
001290     05  WS-OL-OWN-ACTIVE       PIC ZZZZ9.
001300     05  FILLER                 PIC X(01) VALUE SPACES.
001310     05  WS-OL-OWN-AVG          PIC ZZZZZ9.
001320     05  FILLER                 PIC X(02) VALUE SPACES.
001330     05  WS-OL-TOT-COUNT        PIC ZZZZ9.
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  WS-OL-TOT-ACTIVE       PIC ZZZZ9.
001360     05  FILLER                 PIC X(01) VALUE SPACES.
001370     05  WS-OL-TOT-AVG          PIC ZZZZZ9.
001380     05  FILLER                 PIC X(05) VALUE SPACES.
001390     COPY RPTHDFT.
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-COUNT-STAFF THRU 2000-EXIT.
001440     PERFORM 3000-ROLL-UP THRU 3000-EXIT.
001450     PERFORM 4000-PRINT-TREE THRU 4000-EXIT.
001460     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001470     CLOSE RPT-FILE.
001480     DISPLAY 'MDORGRPT: ' WS-OT-COUNT ' DEPARTMENT(S), '
001490         WS-CO-COUNT ' EMPLOYEE(S), ' WS-NOT-ON-MASTER-COUNT
001500         ' IN A DEPARTMENT NOT ON MDDEPTS.'.
001510     MOVE 0 TO RETURN-CODE.
001520     GOBACK.
001530*----------------------------------------------------------*
001540* 1000-INITIALIZE - LOAD THE DEPARTMENT MASTER, LINK EACH   *
001550* DEPARTMENT TO ITS PARENT'S SLOT, AND OPEN THE REPORT.     *
001560*----------------------------------------------------------*
001570 1000-INITIALIZE.
001580     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001590     OPEN OUTPUT RPT-FILE.
001600     IF NOT WS-RPT-OK
001610         MOVE 'MDORGRPT' TO WS-ERRH-FILE-NAME
001620         MOVE 'OPEN' TO WS-ERRH-OPERATION
001630         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001640             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001650             WS-RPT-STATUS WS-ERRH-SEVERITY
001660         GO TO 9999-ABEND.
001670     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001680     OPEN INPUT DEPT-FILE.
001690     IF NOT WS-DEPT-OK
001700         DISPLAY 'MDORGRPT: DEPARTMENT MASTER UNAVAILABLE '
001710             '- EVERY EMPLOYEE IS UNPLACED'
001720         GO TO 1000-EXIT.
001730 1010-READ-NEXT.
001740     READ DEPT-FILE NEXT RECORD
001750         AT END
001760             GO TO 1090-LOAD-DONE.
001770     IF WS-OT-COUNT NOT < 100
001780         DISPLAY 'MDORGRPT: DEPARTMENT TABLE FULL - '
001790             DEPT-CODE ' IGNORED'
001800         GO TO 1010-READ-NEXT.
001810     ADD 1 TO WS-OT-COUNT.
001820     MOVE DEPT-CODE TO WS-OT-CODE (WS-OT-COUNT).
001830     MOVE DEPT-NAME TO WS-OT-NAME (WS-OT-COUNT).
001840     MOVE DEPT-PARENT TO WS-OT-PARENT (WS-OT-COUNT).
001850     MOVE 0 TO WS-OT-PARENT-SUB (WS-OT-COUNT).
001860     MOVE 0 TO WS-OT-OWN-COUNT (WS-OT-COUNT).
001870     MOVE 0 TO WS-OT-OWN-ACTIVE (WS-OT-COUNT).
001880     MOVE 0 TO WS-OT-OWN-TENURE (WS-OT-COUNT).
001890     MOVE 0 TO WS-OT-TOT-COUNT (WS-OT-COUNT).
001900     MOVE 0 TO WS-OT-TOT-ACTIVE (WS-OT-COUNT).
001910     MOVE 0 TO WS-OT-TOT-TENURE (WS-OT-COUNT).
001920     MOVE 1 TO WS-OT-NEXT-CHILD (WS-OT-COUNT).
001930     GO TO 1010-READ-NEXT.
001940 1090-LOAD-DONE.
001950     CLOSE DEPT-FILE.
001960     MOVE 1 TO WS-OT-SUB.
001970 1100-LINK-NEXT.
001980     IF WS-OT-SUB > WS-OT-COUNT
001990         GO TO 1000-EXIT.
002000     IF WS-OT-PARENT (WS-OT-SUB) NOT = SPACES
002010         MOVE WS-OT-PARENT (WS-OT-SUB) TO WS-OT-LOOK-CODE
002020         PERFORM 1200-FIND-CODE THRU 1200-EXIT
002030         MOVE WS-OT-FIND-SUB TO WS-OT-PARENT-SUB (WS-OT-SUB).
002040     ADD 1 TO WS-OT-SUB.
002050     GO TO 1100-LINK-NEXT.
002060 1000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------*
002090* 1200-FIND-CODE - LOOK WS-OT-LOOK-CODE UP IN THE LOADED    *
002100* MASTER; WS-OT-FIND-SUB IS ZERO WHEN IT IS ABSENT.         *
002110*----------------------------------------------------------*
002120 1200-FIND-CODE.
002130     MOVE 0 TO WS-OT-FIND-SUB.
002140     MOVE 1 TO WS-OT-LOOK-SUB.
002150 1210-FIND-NEXT.
002160     IF WS-OT-LOOK-SUB > WS-OT-COUNT
002170         GO TO 1200-EXIT.
002180     IF WS-OT-CODE (WS-OT-LOOK-SUB) = WS-OT-LOOK-CODE
002190         MOVE WS-OT-LOOK-SUB TO WS-OT-FIND-SUB
002200         GO TO 1200-EXIT.
002210     ADD 1 TO WS-OT-LOOK-SUB.
002220     GO TO 1210-FIND-NEXT.
002230 1200-EXIT.
002240     EXIT.
002250*----------------------------------------------------------*
002260* 2000-COUNT-STAFF - WALK THE ROSTER MASTER AND CHARGE EACH *
002270* EMPLOYEE TO THE EMPLOYEE'S OWN DEPARTMENT ONLY.           *
002280*----------------------------------------------------------*
002290 2000-COUNT-STAFF.
002300     OPEN INPUT MASTER-FILE.
002310     IF NOT WS-MASTER-OK
002320         DISPLAY 'MDORGRPT: NO ROSTER MASTER - EVERY COUNT '
002330             'IS ZERO.'
002340         GO TO 2000-EXIT.
002350 2010-READ-NEXT.
002360     READ MASTER-FILE NEXT RECORD
002370         AT END
002380             GO TO 2090-WALK-DONE.
002390     ADD 1 TO WS-CO-COUNT.
002400     ADD MSTR-DURATION TO WS-CO-TENURE.
002410     IF MSTR-IS-ACTIVE
002420         ADD 1 TO WS-CO-ACTIVE.
002430     MOVE MSTR-DEPT TO WS-OT-LOOK-CODE.
002440     PERFORM 1200-FIND-CODE THRU 1200-EXIT.
002450     IF WS-OT-FIND-SUB = 0
002460         ADD 1 TO WS-NOT-ON-MASTER-COUNT
002470         ADD MSTR-DURATION TO WS-NOT-ON-MASTER-TENURE
002480         IF MSTR-IS-ACTIVE
002490             ADD 1 TO WS-NOT-ON-MASTER-ACTIVE
002500         END-IF
002510         GO TO 2010-READ-NEXT.
002520     ADD 1 TO WS-OT-OWN-COUNT (WS-OT-FIND-SUB).
002530     ADD MSTR-DURATION TO WS-OT-OWN-TENURE (WS-OT-FIND-SUB).
002540     IF MSTR-IS-ACTIVE
002550         ADD 1 TO WS-OT-OWN-ACTIVE (WS-OT-FIND-SUB).
002560     GO TO 2010-READ-NEXT.
002570 2090-WALK-DONE.
002580     CLOSE MASTER-FILE.
002590 2000-EXIT.
002600     EXIT.
002610*----------------------------------------------------------*
002620* 3000-ROLL-UP - ADD EACH DEPARTMENT'S OWN STAFF INTO ITS   *
002630* OWN TOTALS AND THOSE OF EVERY DEPARTMENT ABOVE IT.        *
002640* MDDEPTMT KEEPS LOOPS OFF THE MASTER; THE CLIMB IS STILL   *
002650* CAPPED AT THE NUMBER OF DEPARTMENTS SO A HAND-PATCHED     *
002660* FILE CANNOT HANG THE RUN.                                 *
002670*----------------------------------------------------------*
002680 3000-ROLL-UP.
002690     MOVE 1 TO WS-OT-SUB.
002700 3010-NEXT-DEPT.
002710     IF WS-OT-SUB > WS-OT-COUNT
002720         GO TO 3000-EXIT.
002730     MOVE WS-OT-SUB TO WS-CHAIN-SUB.
002740     MOVE 0 TO WS-CHAIN-STEPS.
002750 3020-CLIMB.
002760     ADD WS-OT-OWN-COUNT (WS-OT-SUB)
002770         TO WS-OT-TOT-COUNT (WS-CHAIN-SUB).
002780     ADD WS-OT-OWN-ACTIVE (WS-OT-SUB)
002790         TO WS-OT-TOT-ACTIVE (WS-CHAIN-SUB).
002800     ADD WS-OT-OWN-TENURE (WS-OT-SUB)
002810         TO WS-OT-TOT-TENURE (WS-CHAIN-SUB).
002820     ADD 1 TO WS-CHAIN-STEPS.
002830     IF WS-OT-PARENT-SUB (WS-CHAIN-SUB) = 0
002840         OR WS-CHAIN-STEPS > WS-OT-COUNT
002850         GO TO 3090-DEPT-DONE.
002860     MOVE WS-OT-PARENT-SUB (WS-CHAIN-SUB) TO WS-CHAIN-SUB.
002870     GO TO 3020-CLIMB.
002880 3090-DEPT-DONE.
002890     ADD 1 TO WS-OT-SUB.
002900     GO TO 3010-NEXT-DEPT.
002910 3000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------*
002940* 4000-PRINT-TREE - EVERY DEPARTMENT WITHOUT A PARENT (OR   *
002950* WHOSE PARENT IS NOT ON THE MASTER) STARTS A DIVISION.     *
002960* EACH DIVISION IS PRINTED DEPTH-FIRST: A DEPARTMENT, THEN  *
002970* EACH CHILD IN CODE ORDER WITH ITS OWN SUBTREE, BEFORE THE *
002980* NEXT SIBLING. THE STACK HOLDS THE PATH FROM THE TOP DOWN. *
002990*----------------------------------------------------------*
003000 4000-PRINT-TREE.
003010     MOVE 1 TO WS-TOP-SUB.
003020 4010-NEXT-TOP.
003030     IF WS-TOP-SUB > WS-OT-COUNT
003040         GO TO 4000-EXIT.
003050     IF WS-OT-PARENT-SUB (WS-TOP-SUB) NOT = 0
003060         GO TO 4080-TOP-DONE.
003070     MOVE SPACES TO WS-ANSWER-LINE.
003080     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003090     MOVE 1 TO WS-STACK-DEPTH.
003100     MOVE WS-TOP-SUB TO WS-STACK-SUB (1).
003110     MOVE WS-TOP-SUB TO WS-PRINT-SUB.
003120     PERFORM 4200-PRINT-DEPT THRU 4200-EXIT.
003130 4020-WALK.
003140     IF WS-STACK-DEPTH = 0
003150         GO TO 4080-TOP-DONE.
003160     MOVE WS-STACK-SUB (WS-STACK-DEPTH) TO WS-OT-SUB.
003170     PERFORM 4100-FIND-CHILD THRU 4100-EXIT.
003180     IF WS-CHILD-SUB = 0
003190         SUBTRACT 1 FROM WS-STACK-DEPTH
003200         GO TO 4020-WALK.
003210     IF WS-STACK-DEPTH NOT < 100
003220         GO TO 4020-WALK.
003230     ADD 1 TO WS-STACK-DEPTH.
003240     MOVE WS-CHILD-SUB TO WS-STACK-SUB (WS-STACK-DEPTH).
003250     MOVE WS-CHILD-SUB TO WS-PRINT-SUB.
003260     PERFORM 4200-PRINT-DEPT THRU 4200-EXIT.
003270     GO TO 4020-WALK.
003280 4080-TOP-DONE.
003290     ADD 1 TO WS-TOP-SUB.
003300     GO TO 4010-NEXT-TOP.
003310 4000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 4100-FIND-CHILD - THE NEXT CHILD OF WS-OT-SUB NOT YET     *
003350* PRINTED, RESUMING WHERE THE LAST SEARCH LEFT OFF. WS-     *
003360* CHILD-SUB IS ZERO WHEN THE CHILDREN ARE EXHAUSTED.        *
003370*----------------------------------------------------------*
003380 4100-FIND-CHILD.
003390     MOVE 0 TO WS-CHILD-SUB.
003400 4110-FIND-NEXT.
003410     IF WS-OT-NEXT-CHILD (WS-OT-SUB) > WS-OT-COUNT
003420         GO TO 4100-EXIT.
003430     MOVE WS-OT-NEXT-CHILD (WS-OT-SUB) TO WS-OT-LOOK-SUB.
003440     ADD 1 TO WS-OT-NEXT-CHILD (WS-OT-SUB).
003450     IF WS-OT-PARENT-SUB (WS-OT-LOOK-SUB) = WS-OT-SUB
003460         MOVE WS-OT-LOOK-SUB TO WS-CHILD-SUB
003470         GO TO 4100-EXIT.
003480     GO TO 4110-FIND-NEXT.
003490 4100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 4200-PRINT-DEPT - ONE TREE LINE: THE CODE INDENTED TWO    *
003530* PLACES PER LEVEL (DEEPER THAN SIX LEVELS SHARE THE LAST   *
003540* INDENT), OWN STAFF, THEN THE ROLLED-UP TOTALS.            *
003550*----------------------------------------------------------*
003560 4200-PRINT-DEPT.
003570     MOVE SPACES TO WS-OL-TREE.
003580     COMPUTE WS-INDENT = (WS-STACK-DEPTH - 1) * 2.
003590     IF WS-INDENT > 10
003600         MOVE 10 TO WS-INDENT.
003610     MOVE WS-OT-CODE (WS-PRINT-SUB)
003620         TO WS-OL-TREE (WS-INDENT + 1:4).
003630     MOVE WS-OT-NAME (WS-PRINT-SUB) TO WS-OL-NAME.
003640     MOVE WS-OT-OWN-COUNT (WS-PRINT-SUB) TO WS-OL-OWN-COUNT.
003650     MOVE WS-OT-OWN-ACTIVE (WS-PRINT-SUB) TO WS-OL-OWN-ACTIVE.
003660     MOVE WS-OT-OWN-COUNT (WS-PRINT-SUB) TO WS-AVG-COUNT.
003670     MOVE WS-OT-OWN-TENURE (WS-PRINT-SUB) TO WS-AVG-TENURE.
003680     PERFORM 4300-AVERAGE THRU 4300-EXIT.
003690     MOVE WS-AVG-DAYS TO WS-OL-OWN-AVG.
003700     MOVE WS-OT-TOT-COUNT (WS-PRINT-SUB) TO WS-OL-TOT-COUNT.
003710     MOVE WS-OT-TOT-ACTIVE (WS-PRINT-SUB) TO WS-OL-TOT-ACTIVE.
003720     MOVE WS-OT-TOT-COUNT (WS-PRINT-SUB) TO WS-AVG-COUNT.
003730     MOVE WS-OT-TOT-TENURE (WS-PRINT-SUB) TO WS-AVG-TENURE.
003740     PERFORM 4300-AVERAGE THRU 4300-EXIT.
003750     MOVE WS-AVG-DAYS TO WS-OL-TOT-AVG.
003760     MOVE WS-ORG-LINE TO WS-ANSWER-LINE.
003770     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003780 4200-EXIT.
003790     EXIT.
003800*----------------------------------------------------------*
003810* 4300-AVERAGE - AVERAGE TENURE IN DAYS, ROUNDED AS PRINT-  *
003820* NAMES ROUNDS IT; NO STAFF MEANS ZERO.                     *
003830*----------------------------------------------------------*
003840 4300-AVERAGE.
003850     IF WS-AVG-COUNT = 0
003860         MOVE 0 TO WS-AVG-DAYS
003870     ELSE
003880         COMPUTE WS-AVG-DAYS ROUNDED =
003890             WS-AVG-TENURE / WS-AVG-COUNT.
003900 4300-EXIT.
003910     EXIT.
003920*----------------------------------------------------------*
003930* 5000-PRINT-TOTALS - STAFF WHOSE DEPARTMENT IS NOT ON THE  *
003940* MASTER, THEN THE COMPANY AS A WHOLE.                      *
003950*----------------------------------------------------------*
003960 5000-PRINT-TOTALS.
003970     MOVE SPACES TO WS-ANSWER-LINE.
003980     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003990     IF WS-NOT-ON-MASTER-COUNT = 0
004000         GO TO 5010-COMPANY.
004010     MOVE SPACES TO WS-OL-TREE.
004020     MOVE 'NOT ON MDDEPTS' TO WS-OL-NAME.
004030     MOVE WS-NOT-ON-MASTER-COUNT TO WS-OL-OWN-COUNT.
004040     MOVE WS-NOT-ON-MASTER-ACTIVE TO WS-OL-OWN-ACTIVE.
004050     MOVE WS-NOT-ON-MASTER-COUNT TO WS-AVG-COUNT.
004060     MOVE WS-NOT-ON-MASTER-TENURE TO WS-AVG-TENURE.
004070     PERFORM 4300-AVERAGE THRU 4300-EXIT.
004080     MOVE WS-AVG-DAYS TO WS-OL-OWN-AVG.
004090     MOVE WS-NOT-ON-MASTER-COUNT TO WS-OL-TOT-COUNT.
004100     MOVE WS-NOT-ON-MASTER-ACTIVE TO WS-OL-TOT-ACTIVE.
004110     MOVE WS-AVG-DAYS TO WS-OL-TOT-AVG.
004120     MOVE WS-ORG-LINE TO WS-ANSWER-LINE.
004130     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004140 5010-COMPANY.
004150     MOVE 'COMPANY' TO WS-OL-TREE.
004160     MOVE SPACES TO WS-OL-NAME.
004170     MOVE WS-CO-COUNT TO WS-OL-OWN-COUNT.
004180     MOVE WS-CO-ACTIVE TO WS-OL-OWN-ACTIVE.
004190     MOVE WS-CO-COUNT TO WS-AVG-COUNT.
004200     MOVE WS-CO-TENURE TO WS-AVG-TENURE.
004210     PERFORM 4300-AVERAGE THRU 4300-EXIT.
004220     MOVE WS-AVG-DAYS TO WS-OL-OWN-AVG.
004230     MOVE WS-CO-COUNT TO WS-OL-TOT-COUNT.
004240     MOVE WS-CO-ACTIVE TO WS-OL-TOT-ACTIVE.
004250     MOVE WS-AVG-DAYS TO WS-OL-TOT-AVG.
004260     MOVE WS-ORG-LINE TO WS-ANSWER-LINE.
004270     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004280 5000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN       *
004320* TITLES, REPEATED AT EVERY PAGE BREAK.                     *
004330*----------------------------------------------------------*
004340 0500-PRINT-HEADER.
004350     MOVE 'MDORGRPT' TO RPTHD-PROGRAM-NAME.
004360     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004370     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004380     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004390     WRITE RPT-RECORD.
004400     MOVE WS-GROUP-TITLE TO RPT-RECORD.
004410     WRITE RPT-RECORD.
004420     MOVE 'DEPARTMENT     NAME                    HC   ACT    AVG'
004430         TO RPTTL-COLUMN-TITLES.
004440     MOVE '     HC   ACT    AVG'
004450         TO RPTTL-COLUMN-TITLES (55:20).
004460     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004470     WRITE RPT-RECORD.
004480     ADD 1 TO RPT-PAGE-NUMBER.
004490     MOVE 0 TO RPT-LINES-ON-PAGE.
004500 0500-EXIT.
004510     EXIT.
004520*----------------------------------------------------------*
004530* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD  *
004540* WRITE CHECK AND PAGE BREAK.                               *
004550*----------------------------------------------------------*
004560 4900-PUT-LINE.
004570     MOVE WS-ANSWER-LINE TO RPT-RECORD.
004580     WRITE RPT-RECORD.
004590     IF NOT WS-RPT-OK
004600         MOVE 'MDORGRPT' TO WS-ERRH-FILE-NAME
004610         MOVE 'WRITE' TO WS-ERRH-OPERATION
004620         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004630             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004640             WS-RPT-STATUS WS-ERRH-SEVERITY
004650         IF WS-ERRH-SEVERE
004660             GO TO 9999-ABEND.
004670     ADD 1 TO RPT-LINES-ON-PAGE.
004680     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004690         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004700 4900-EXIT.
004710     EXIT.
004720*----------------------------------------------------------*
004730* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE. *
004740*----------------------------------------------------------*
004750 9999-ABEND.
004760     DISPLAY 'MDORGRPT: ABENDING - UNRECOVERABLE FILE ERROR.'.
004770     MOVE 16 TO RETURN-CODE.
004780     GOBACK.
