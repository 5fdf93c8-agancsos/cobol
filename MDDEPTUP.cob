000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDDEPTUP.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-05 AG  FIRST VERSION. TRANSACTION MAINTENANCE    *
000110*                FOR THE DEPARTMENT MASTER (MDDEPTS), SO   *
000120*                RENAMING A DEPARTMENT OR CHANGING ITS     *
000130*                MANAGER NO LONGER MEANS RE-SEEDING THE    *
000140*                WHOLE FILE THROUGH MDDEPTMT. EACH CARD ON *
000150*                MDDPTXN ADDS (A), CHANGES (C) OR          *
000160*                DEACTIVATES (D) ONE DEPARTMENT. EVERY     *
000170*                CARD CARRIES AN OPERATOR ID CHECKED       *
000180*                AGAINST THE SAME AUTHORIZED-OPERATORS     *
000190*                FILE (MDOPERS) ROSTER MAINTENANCE USES,   *
000200*                AND EVERY APPLIED CARD IS JOURNALED WITH  *
000210*                BEFORE AND AFTER IMAGES TO THE DEPARTMENT *
000220*                JOURNAL (MDDPTJRN, SHARED MDJRNREC        *
000230*                LAYOUT). A PARENT MUST BE ON THE MASTER   *
000240*                AND MAY NOT LEAD BACK TO THE DEPARTMENT   *
000250*                ITSELF - THE SAME TREE RULES MDDEPTMT     *
000260*                APPLIES TO THE SEED CARDS. A DEPARTMENT   *
000270*                THAT STILL HAS ACTIVE MDROSTER EMPLOYEES  *
000280*                OR ACTIVE SUB-DEPARTMENTS IS NOT          *
000290*                DEACTIVATED - THE CARD IS REFUSED AND     *
000300*                REPORTED, SO MULTIDCOB DOES NOT START     *
000310*                REJECTING GOOD TRANSACTIONS FOR THOSE     *
000320*                PEOPLE THE NEXT NIGHT.                    *
000321* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000322*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000323*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000324*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000325*                KEY.                                      *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DTXN-FILE ASSIGN TO "MDDPTXN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DTXN-STATUS.
000400     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DEPT-CODE
000440         FILE STATUS IS WS-DEPT-STATUS.
000450     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MSTR-EMPNO
000490         ALTERNATE RECORD KEY IS MSTR-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-MASTER-STATUS.
000520     SELECT OPER-FILE ASSIGN TO "MDOPERS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OPER-STATUS.
000550     SELECT JRNL-FILE ASSIGN TO "MDDPTJRN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-JRNL-STATUS.
000580     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DTXN-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  DTXN-RECORD.
000660     05  DTX-CODE               PIC X(01).
000670         88  DTX-IS-ADD                 VALUE "A".
000680         88  DTX-IS-CHANGE              VALUE "C".
000690         88  DTX-IS-DEACTIVATE          VALUE "D".
000700     05  DTX-DEPT               PIC X(04).
000710     05  DTX-NAME               PIC X(20).
000720     05  DTX-MANAGER            PIC X(20).
000730     05  DTX-ACTIVE             PIC X(01).
000740     05  DTX-PARENT             PIC X(04).
000750         88  DTX-PARENT-TO-TOP          VALUE "*   ".
000760     05  DTX-OPER-ID            PIC X(03).
000770     05  FILLER                 PIC X(27).
000780 FD  DEPT-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY MDDPTREC.
000810 FD  MASTER-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY MDMSTREC.
000840 FD  OPER-FILE
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  OPER-RECORD.
000870     05  OPR-ID                 PIC X(03).
000880     05  OPR-NAME               PIC X(20).
000890     05  FILLER                 PIC X(57).
000900 FD  JRNL-FILE
000910     RECORD CONTAINS 180 CHARACTERS.
000920     COPY MDJRNREC.
000930 FD  AUDIT-FILE
000940     RECORD CONTAINS 100 CHARACTERS.
000950     COPY AUDITREC.
000960 WORKING-STORAGE SECTION.
000970 01  WS-DTXN-STATUS             PIC X(02) VALUE "00".
000980     88  WS-DTXN-OK                       VALUE "00".
000990 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
001000     88  WS-DEPT-OK                       VALUE "00".
001010     88  WS-DEPT-EOF                      VALUE "10".
001020 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
001030     88  WS-MASTER-OK                     VALUE "00".
001040 01  WS-OPER-STATUS             PIC X(02) VALUE "00".
001050     88  WS-OPER-FILE-OK                  VALUE "00".
001060 01  WS-JRNL-STATUS             PIC X(02) VALUE "00".
001070     88  WS-JRNL-OK                       VALUE "00".
001080 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001090     88  WS-AUDIT-OK                      VALUE "00".
001100 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDDEPTUP'.
001110 01  WS-ERRH-FILE-NAME          PIC X(08).
001120 01  WS-ERRH-OPERATION          PIC X(06).
001130 01  WS-ERRH-SEVERITY           PIC X(02).
001140     88  WS-ERRH-SEVERE                   VALUE "08".
001150 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001160 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001170 01  WS-READ-COUNT              PIC 9(05) VALUE 0.
001180 01  WS-APPLIED-COUNT           PIC 9(05) VALUE 0.
001190 01  WS-REJECT-COUNT            PIC 9(05) VALUE 0.
001200 01  WS-TXN-OK-SW               PIC X(01) VALUE "Y".
001210     88  WS-TXN-OK                        VALUE "Y".
001220 01  WS-REJ-REASON              PIC X(40) VALUE SPACES.
001230*    THE AUTHORIZED OPERATORS, AS MULTIDCOB LOADS THEM.
001240 01  WS-OP-TABLE.
001250     05  WS-OP-ENTRY OCCURS 20 TIMES.
001260         10  WS-OP-ID           PIC X(03).
001270         10  WS-OP-NAME         PIC X(20).
001280 01  WS-OP-COUNT                PIC 9(02) VALUE 0.
001290 01  WS-OP-SUB                  PIC 9(02) VALUE 0.
001300 01  WS-OP-LOADED-SW            PIC X(01) VALUE "N".
001310     88  WS-OP-LOADED                     VALUE "Y".
001320*    THE DEPARTMENT MASTER AS IT STANDS, KEPT IN STEP WITH
001330*    EACH CARD APPLIED SO THE TREE AND THE STAFF COUNTS ARE
001340*    CHECKED AGAINST THE MASTER THE NEXT CARD WILL SEE.
001350 01  WS-DT-TABLE.
001360     05  WS-DT-ENTRY OCCURS 100 TIMES.
001370         10  WS-DT-CODE         PIC X(04).
001380         10  WS-DT-NAME         PIC X(20).
001390         10  WS-DT-MANAGER      PIC X(20).
001400         10  WS-DT-ACTIVE       PIC X(01).
001410         10  WS-DT-PARENT       PIC X(04).
001420         10  WS-DT-STAFF        PIC 9(05).
001430 01  WS-DT-COUNT                PIC 9(03) VALUE 0.
001440 01  WS-DT-SUB                  PIC 9(03) VALUE 0.
001450 01  WS-DT-LOOK-CODE            PIC X(04) VALUE SPACES.
001460 01  WS-DT-LOOK-SUB             PIC 9(03) VALUE 0.
001470 01  WS-DT-FIND-SUB             PIC 9(03) VALUE 0.
001480 01  WS-DT-TXN-SUB              PIC 9(03) VALUE 0.
001490 01  WS-CHAIN-SUB               PIC 9(03) VALUE 0.
001500 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
001510 01  WS-ROSTER-SW               PIC X(01) VALUE "N".
001520     88  WS-ROSTER-COUNTED                VALUE "Y".
001530 01  WS-ACTIVE-KIDS             PIC 9(03) VALUE 0.
001540 01  WS-STAFF-DISP              PIC ZZZZ9.
001550 01  WS-STAFF-LEAD              PIC 9(01) VALUE 0.
001560*    THE DEPARTMENT AS THE CARD WOULD LEAVE IT.
001570 01  WS-NEW-DEPT.
001580     05  WS-NEW-NAME            PIC X(20).
001590     05  WS-NEW-MANAGER         PIC X(20).
001600     05  WS-NEW-ACTIVE          PIC X(01).
001610     05  WS-NEW-PARENT          PIC X(04).
001620 01  WS-OLD-DEPT.
001630     05  WS-OLD-NAME            PIC X(20).
001640     05  WS-OLD-MANAGER         PIC X(20).
001650     05  WS-OLD-ACTIVE          PIC X(01).
001660     05  WS-OLD-PARENT          PIC X(04).
001670 01  WS-JRNL-ACTION             PIC X(01) VALUE SPACE.
001680 01  WS-JRNL-BEFORE             PIC X(80) VALUE SPACES.
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001720     PERFORM 0800-LOAD-OPERS THRU 0800-EXIT.
001730     PERFORM 1000-LOAD-DEPTS THRU 1000-EXIT.
001740     IF WS-DT-COUNT = 0
001750         DISPLAY 'MDDEPTUP: DEPARTMENT MASTER (MDDEPTS) EMPTY '
001760             'OR UNAVAILABLE - BUILD IT WITH MDDEPTMT FIRST'
001770         MOVE 8 TO RETURN-CODE
001780         GOBACK.
001790     PERFORM 1500-COUNT-STAFF THRU 1500-EXIT.
001800     OPEN INPUT DTXN-FILE.
001810     IF NOT WS-DTXN-OK
001820         DISPLAY 'MDDEPTUP: NO DEPARTMENT TRANSACTION FILE '
001830             '(MDDPTXN) - NOTHING APPLIED'
001840         MOVE 4 TO RETURN-CODE
001850         GOBACK.
001860     OPEN I-O DEPT-FILE.
001870     IF NOT WS-DEPT-OK
001880         MOVE 'MDDEPTS' TO WS-ERRH-FILE-NAME
001890         MOVE 'OPEN' TO WS-ERRH-OPERATION
001900         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001910             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001920             WS-DEPT-STATUS WS-ERRH-SEVERITY
001930         CLOSE DTXN-FILE
001940         GO TO 9999-ABEND.
001950     OPEN EXTEND JRNL-FILE.
001960     IF NOT WS-JRNL-OK
001970         CLOSE JRNL-FILE
001980         OPEN OUTPUT JRNL-FILE.
001990 0010-NEXT-TXN.
002000     READ DTXN-FILE
002010         AT END
002020             GO TO 0090-TXNS-DONE.
002030     ADD 1 TO WS-READ-COUNT.
002040     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT.
002050     GO TO 0010-NEXT-TXN.
002060 0090-TXNS-DONE.
002070     CLOSE DTXN-FILE.
002080     CLOSE DEPT-FILE.
002090     CLOSE JRNL-FILE.
002100     DISPLAY 'MDDEPTUP: ' WS-READ-COUNT ' CARD(S) READ, '
002110         WS-APPLIED-COUNT ' APPLIED, ' WS-REJECT-COUNT
002120         ' REFUSED.'.
002130     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
002140     IF WS-REJECT-COUNT > 0
002150         MOVE 4 TO RETURN-CODE
002160     ELSE
002170         MOVE 0 TO RETURN-CODE.
002180     GOBACK.
002190*----------------------------------------------------------*
002200* 0800-LOAD-OPERS - LOAD THE AUTHORIZED-OPERATORS CARDS    *
002210* FOR THE RUN. A MISSING FILE MEANS NO OPERATOR CHECK -    *
002220* SAID ONCE, AS MULTIDCOB SAYS IT.                         *
002230*----------------------------------------------------------*
002240 0800-LOAD-OPERS.
002250     OPEN INPUT OPER-FILE.
002260     IF NOT WS-OPER-FILE-OK
002270         DISPLAY 'MDDEPTUP: AUTHORIZED-OPERATORS FILE '
002280             'UNAVAILABLE - OPERATOR CHECK SKIPPED'
002290         GO TO 0800-EXIT.
002300 0810-READ-NEXT.
002310     READ OPER-FILE
002320         AT END
002330             GO TO 0820-LOAD-DONE.
002340     IF OPR-ID = SPACES
002350         GO TO 0810-READ-NEXT.
002360     IF WS-OP-COUNT < 20
002370         ADD 1 TO WS-OP-COUNT
002380         MOVE OPR-ID TO WS-OP-ID (WS-OP-COUNT)
002390         MOVE OPR-NAME TO WS-OP-NAME (WS-OP-COUNT)
002400     ELSE
002410         DISPLAY 'MDDEPTUP: OPERATOR TABLE FULL - '
002420             OPR-ID ' IGNORED'.
002430     GO TO 0810-READ-NEXT.
002440 0820-LOAD-DONE.
002450     CLOSE OPER-FILE.
002460     IF WS-OP-COUNT > 0
002470         MOVE "Y" TO WS-OP-LOADED-SW.
002480 0800-EXIT.
002490     EXIT.
002500*----------------------------------------------------------*
002510* 0850-CHECK-OPERATOR - THE CARD'S OPERATOR ID MUST BE ON  *
002520* THE AUTHORIZED LIST. A BLANK OR UNKNOWN ID REFUSES THE   *
002530* CARD. NO LOADED LIST MEANS NO CHECK.                     *
002540*----------------------------------------------------------*
002550 0850-CHECK-OPERATOR.
002560     IF NOT WS-OP-LOADED
002570         GO TO 0850-EXIT.
002580     IF DTX-OPER-ID = SPACES
002590         MOVE 'NO OPERATOR ID' TO WS-REJ-REASON
002600         PERFORM 2900-REJECT THRU 2900-EXIT
002610         GO TO 0850-EXIT.
002620     MOVE 1 TO WS-OP-SUB.
002630 0860-CHECK-NEXT.
002640     IF WS-OP-SUB > WS-OP-COUNT
002650         MOVE SPACES TO WS-REJ-REASON
002660         STRING 'OPERATOR ' DTX-OPER-ID ' NOT AUTHORIZED'
002670             DELIMITED BY SIZE INTO WS-REJ-REASON
002680         PERFORM 2900-REJECT THRU 2900-EXIT
002690         GO TO 0850-EXIT.
002700     IF WS-OP-ID (WS-OP-SUB) = DTX-OPER-ID
002710         GO TO 0850-EXIT.
002720     ADD 1 TO WS-OP-SUB.
002730     GO TO 0860-CHECK-NEXT.
002740 0850-EXIT.
002750     EXIT.
002760*----------------------------------------------------------*
002770* 1000-LOAD-DEPTS - READ THE WHOLE DEPARTMENT MASTER INTO  *
002780* THE TABLE.                                               *
002790*----------------------------------------------------------*
002800 1000-LOAD-DEPTS.
002810     OPEN INPUT DEPT-FILE.
002820     IF NOT WS-DEPT-OK
002830         GO TO 1000-EXIT.
002840 1010-READ-NEXT.
002850     READ DEPT-FILE NEXT RECORD
002860         AT END
002870             GO TO 1090-LOAD-DONE.
002880     IF WS-DT-COUNT NOT < 100
002890         DISPLAY 'MDDEPTUP: DEPARTMENT TABLE FULL - '
002900             DEPT-CODE ' AND AFTER NOT LOADED'
002910         GO TO 1090-LOAD-DONE.
002920     ADD 1 TO WS-DT-COUNT.
002930     MOVE DEPT-CODE TO WS-DT-CODE (WS-DT-COUNT).
002940     MOVE DEPT-NAME TO WS-DT-NAME (WS-DT-COUNT).
002950     MOVE DEPT-MANAGER TO WS-DT-MANAGER (WS-DT-COUNT).
002960     MOVE DEPT-ACTIVE TO WS-DT-ACTIVE (WS-DT-COUNT).
002970     MOVE DEPT-PARENT TO WS-DT-PARENT (WS-DT-COUNT).
002980     MOVE 0 TO WS-DT-STAFF (WS-DT-COUNT).
002990     GO TO 1010-READ-NEXT.
003000 1090-LOAD-DONE.
003010     CLOSE DEPT-FILE.
003020 1000-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050* 1100-FIND-CODE - LOOK WS-DT-LOOK-CODE UP IN THE TABLE;   *
003060* WS-DT-FIND-SUB IS ZERO WHEN IT IS ABSENT.                *
003070*----------------------------------------------------------*
003080 1100-FIND-CODE.
003090     MOVE 0 TO WS-DT-FIND-SUB.
003100     MOVE 1 TO WS-DT-LOOK-SUB.
003110 1110-FIND-NEXT.
003120     IF WS-DT-LOOK-SUB > WS-DT-COUNT
003130         GO TO 1100-EXIT.
003140     IF WS-DT-CODE (WS-DT-LOOK-SUB) = WS-DT-LOOK-CODE
003150         MOVE WS-DT-LOOK-SUB TO WS-DT-FIND-SUB
003160         GO TO 1100-EXIT.
003170     ADD 1 TO WS-DT-LOOK-SUB.
003180     GO TO 1110-FIND-NEXT.
003190 1100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 1500-COUNT-STAFF - ONE PASS OF THE ROSTER MASTER COUNTS  *
003230* THE ACTIVE EMPLOYEES IN EACH DEPARTMENT. WITHOUT THE     *
003240* ROSTER NO DEACTIVATION CAN BE PROVED SAFE, SO ALL OF     *
003250* THEM ARE REFUSED THAT RUN.                               *
003260*----------------------------------------------------------*
003270 1500-COUNT-STAFF.
003280     OPEN INPUT MASTER-FILE.
003290     IF NOT WS-MASTER-OK
003300         DISPLAY 'MDDEPTUP: ROSTER MASTER (MDROSTER) '
003310             'UNAVAILABLE - DEACTIVATIONS WILL BE REFUSED'
003320         GO TO 1500-EXIT.
003330     MOVE "Y" TO WS-ROSTER-SW.
003340 1510-READ-NEXT.
003350     READ MASTER-FILE NEXT RECORD
003360         AT END
003370             GO TO 1590-COUNT-DONE.
003380     IF NOT MSTR-IS-ACTIVE
003390         GO TO 1510-READ-NEXT.
003400     MOVE MSTR-DEPT TO WS-DT-LOOK-CODE.
003410     PERFORM 1100-FIND-CODE THRU 1100-EXIT.
003420     IF WS-DT-FIND-SUB > 0
003430         ADD 1 TO WS-DT-STAFF (WS-DT-FIND-SUB).
003440     GO TO 1510-READ-NEXT.
003450 1590-COUNT-DONE.
003460     CLOSE MASTER-FILE.
003470 1500-EXIT.
003480     EXIT.
003490*----------------------------------------------------------*
003500* 2000-PROCESS-TXN - VALIDATE ONE CARD AND APPLY IT.       *
003510*----------------------------------------------------------*
003520 2000-PROCESS-TXN.
003530     MOVE "Y" TO WS-TXN-OK-SW.
003540     PERFORM 0850-CHECK-OPERATOR THRU 0850-EXIT.
003550     IF NOT WS-TXN-OK
003560         GO TO 2000-EXIT.
003570     IF DTX-DEPT = SPACES
003580         MOVE 'NO DEPARTMENT CODE' TO WS-REJ-REASON
003590         PERFORM 2900-REJECT THRU 2900-EXIT
003600         GO TO 2000-EXIT.
003610     MOVE DTX-DEPT TO WS-DT-LOOK-CODE.
003620     PERFORM 1100-FIND-CODE THRU 1100-EXIT.
003630     MOVE WS-DT-FIND-SUB TO WS-DT-TXN-SUB.
003640     EVALUATE TRUE
003650         WHEN DTX-IS-ADD
003660             PERFORM 2100-ADD-DEPT THRU 2100-EXIT
003670         WHEN DTX-IS-CHANGE
003680             PERFORM 2200-CHANGE-DEPT THRU 2200-EXIT
003690         WHEN DTX-IS-DEACTIVATE
003700             PERFORM 2300-DEACTIVATE-DEPT THRU 2300-EXIT
003710         WHEN OTHER
003720             MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJ-REASON
003730             PERFORM 2900-REJECT THRU 2900-EXIT
003740     END-EVALUATE.
003750 2000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 2100-ADD-DEPT - A NEW DEPARTMENT NEEDS A NAME, AN ACTIVE *
003790* FLAG OF A OR I (BLANK MEANS A) AND, IF IT HAS A PARENT,  *
003800* A PARENT ALREADY ON THE MASTER. A NEW DEPARTMENT CANNOT  *
003810* CLOSE A LOOP, SO NO CLIMB IS NEEDED.                     *
003820*----------------------------------------------------------*
003830 2100-ADD-DEPT.
003840     IF WS-DT-TXN-SUB > 0
003850         MOVE 'ALREADY ON THE MASTER' TO WS-REJ-REASON
003860         PERFORM 2900-REJECT THRU 2900-EXIT
003870         GO TO 2100-EXIT.
003880     IF DTX-NAME = SPACES
003890         MOVE 'NO DEPARTMENT NAME' TO WS-REJ-REASON
003900         PERFORM 2900-REJECT THRU 2900-EXIT
003910         GO TO 2100-EXIT.
003920     IF WS-DT-COUNT NOT < 100
003930         MOVE 'DEPARTMENT TABLE FULL' TO WS-REJ-REASON
003940         PERFORM 2900-REJECT THRU 2900-EXIT
003950         GO TO 2100-EXIT.
003960     MOVE DTX-NAME TO WS-NEW-NAME.
003970     MOVE DTX-MANAGER TO WS-NEW-MANAGER.
003980     MOVE DTX-ACTIVE TO WS-NEW-ACTIVE.
003990     IF WS-NEW-ACTIVE = SPACE
004000         MOVE 'A' TO WS-NEW-ACTIVE.
004010     IF WS-NEW-ACTIVE NOT = 'A' AND WS-NEW-ACTIVE NOT = 'I'
004020         MOVE 'BAD ACTIVE FLAG' TO WS-REJ-REASON
004030         PERFORM 2900-REJECT THRU 2900-EXIT
004040         GO TO 2100-EXIT.
004050     MOVE DTX-PARENT TO WS-NEW-PARENT.
004060     IF DTX-PARENT-TO-TOP
004070         MOVE SPACES TO WS-NEW-PARENT.
004080     PERFORM 2600-CHECK-PARENT THRU 2600-EXIT.
004090     IF NOT WS-TXN-OK
004100         GO TO 2100-EXIT.
004110     MOVE SPACES TO DEPT-RECORD.
004120     MOVE DTX-DEPT TO DEPT-CODE.
004130     MOVE WS-NEW-NAME TO DEPT-NAME.
004140     MOVE WS-NEW-MANAGER TO DEPT-MANAGER.
004150     MOVE WS-NEW-ACTIVE TO DEPT-ACTIVE.
004160     MOVE WS-NEW-PARENT TO DEPT-PARENT.
004170     WRITE DEPT-RECORD
004180         INVALID KEY
004190             MOVE 'ALREADY ON THE MASTER' TO WS-REJ-REASON
004200             PERFORM 2900-REJECT THRU 2900-EXIT
004210             GO TO 2100-EXIT
004220     END-WRITE.
004230     ADD 1 TO WS-DT-COUNT.
004240     MOVE DTX-DEPT TO WS-DT-CODE (WS-DT-COUNT).
004250     MOVE 0 TO WS-DT-STAFF (WS-DT-COUNT).
004260     MOVE WS-DT-COUNT TO WS-DT-TXN-SUB.
004270     PERFORM 2800-UPDATE-TABLE THRU 2800-EXIT.
004280     MOVE 'A' TO WS-JRNL-ACTION.
004290     MOVE SPACES TO WS-JRNL-BEFORE.
004300     PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT.
004310 2100-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 2200-CHANGE-DEPT - NON-BLANK FIELDS ON THE CARD REPLACE  *
004350* THE MASTER'S; A PARENT OF '*' MOVES THE DEPARTMENT TO    *
004360* THE TOP OF A DIVISION. AN ACTIVE FLAG OF I IS A          *
004370* DEACTIVATION AND GETS THE SAME CHECKS AS A D CARD.       *
004380*----------------------------------------------------------*
004390 2200-CHANGE-DEPT.
004400     IF WS-DT-TXN-SUB = 0
004410         MOVE 'NOT ON THE MASTER' TO WS-REJ-REASON
004420         PERFORM 2900-REJECT THRU 2900-EXIT
004430         GO TO 2200-EXIT.
004440     PERFORM 2700-LOAD-OLD THRU 2700-EXIT.
004450     IF DTX-NAME NOT = SPACES
004460         MOVE DTX-NAME TO WS-NEW-NAME.
004470     IF DTX-MANAGER NOT = SPACES
004480         MOVE DTX-MANAGER TO WS-NEW-MANAGER.
004490     IF DTX-ACTIVE NOT = SPACE
004500         MOVE DTX-ACTIVE TO WS-NEW-ACTIVE.
004510     IF WS-NEW-ACTIVE NOT = 'A' AND WS-NEW-ACTIVE NOT = 'I'
004520         MOVE 'BAD ACTIVE FLAG' TO WS-REJ-REASON
004530         PERFORM 2900-REJECT THRU 2900-EXIT
004540         GO TO 2200-EXIT.
004550     IF DTX-PARENT-TO-TOP
004560         MOVE SPACES TO WS-NEW-PARENT
004570     ELSE
004580         IF DTX-PARENT NOT = SPACES
004590             MOVE DTX-PARENT TO WS-NEW-PARENT.
004600     IF WS-NEW-DEPT = WS-OLD-DEPT
004610         MOVE 'NOTHING TO CHANGE' TO WS-REJ-REASON
004620         PERFORM 2900-REJECT THRU 2900-EXIT
004630         GO TO 2200-EXIT.
004640     IF WS-NEW-PARENT NOT = WS-OLD-PARENT
004650         OR (WS-NEW-ACTIVE = 'A' AND WS-OLD-ACTIVE = 'I')
004660         PERFORM 2600-CHECK-PARENT THRU 2600-EXIT
004670         IF NOT WS-TXN-OK
004680             GO TO 2200-EXIT.
004690     IF WS-NEW-ACTIVE = 'I' AND WS-OLD-ACTIVE = 'A'
004700         PERFORM 2400-CHECK-RELEASE THRU 2400-EXIT
004710         IF NOT WS-TXN-OK
004720             GO TO 2200-EXIT.
004730     MOVE 'C' TO WS-JRNL-ACTION.
004740     PERFORM 2500-REWRITE-DEPT THRU 2500-EXIT.
004750 2200-EXIT.
004760     EXIT.
004770*----------------------------------------------------------*
004780* 2300-DEACTIVATE-DEPT - ONLY THE ACTIVE FLAG MOVES. THE   *
004790* DEPARTMENT STAYS ON THE MASTER SO HISTORY AND THE        *
004800* JOURNAL STILL RESOLVE ITS CODE.                          *
004810*----------------------------------------------------------*
004820 2300-DEACTIVATE-DEPT.
004830     IF WS-DT-TXN-SUB = 0
004840         MOVE 'NOT ON THE MASTER' TO WS-REJ-REASON
004850         PERFORM 2900-REJECT THRU 2900-EXIT
004860         GO TO 2300-EXIT.
004870     PERFORM 2700-LOAD-OLD THRU 2700-EXIT.
004880     IF WS-OLD-ACTIVE = 'I'
004890         MOVE 'ALREADY INACTIVE' TO WS-REJ-REASON
004900         PERFORM 2900-REJECT THRU 2900-EXIT
004910         GO TO 2300-EXIT.
004920     PERFORM 2400-CHECK-RELEASE THRU 2400-EXIT.
004930     IF NOT WS-TXN-OK
004940         GO TO 2300-EXIT.
004950     MOVE 'I' TO WS-NEW-ACTIVE.
004960     MOVE 'I' TO WS-JRNL-ACTION.
004970     PERFORM 2500-REWRITE-DEPT THRU 2500-EXIT.
004980 2300-EXIT.
004990     EXIT.
005000*----------------------------------------------------------*
005010* 2400-CHECK-RELEASE - A DEPARTMENT MAY ONLY GO INACTIVE   *
005020* WHEN NO ACTIVE EMPLOYEE AND NO ACTIVE SUB-DEPARTMENT     *
005030* STILL HANGS OFF IT. EITHER WOULD LEAVE MULTIDCOB AND THE *
005040* ORG REPORT POINTING AT A DEPARTMENT THAT IS CLOSED.      *
005050*----------------------------------------------------------*
005060 2400-CHECK-RELEASE.
005070     IF NOT WS-ROSTER-COUNTED
005080         MOVE 'ROSTER UNAVAILABLE - STAFF NOT CHECKED'
005090             TO WS-REJ-REASON
005100         PERFORM 2900-REJECT THRU 2900-EXIT
005110         GO TO 2400-EXIT.
005120     IF WS-DT-STAFF (WS-DT-TXN-SUB) > 0
005130         MOVE WS-DT-STAFF (WS-DT-TXN-SUB) TO WS-STAFF-DISP
005140         MOVE 0 TO WS-STAFF-LEAD
005150         INSPECT WS-STAFF-DISP TALLYING WS-STAFF-LEAD
005160             FOR LEADING SPACES
005170         MOVE SPACES TO WS-REJ-REASON
005180         STRING 'STILL HAS '
005190             WS-STAFF-DISP (WS-STAFF-LEAD + 1:)
005200             ' ACTIVE EMPLOYEE(S)'
005210             DELIMITED BY SIZE INTO WS-REJ-REASON
005220         PERFORM 2900-REJECT THRU 2900-EXIT
005230         GO TO 2400-EXIT.
005240     MOVE 0 TO WS-ACTIVE-KIDS.
005250     MOVE 1 TO WS-DT-SUB.
005260 2410-NEXT-KID.
005270     IF WS-DT-SUB > WS-DT-COUNT
005280         GO TO 2420-KIDS-DONE.
005290     IF WS-DT-PARENT (WS-DT-SUB) = DTX-DEPT
005300         AND WS-DT-ACTIVE (WS-DT-SUB) = 'A'
005310         ADD 1 TO WS-ACTIVE-KIDS.
005320     ADD 1 TO WS-DT-SUB.
005330     GO TO 2410-NEXT-KID.
005340 2420-KIDS-DONE.
005350     IF WS-ACTIVE-KIDS > 0
005360         MOVE WS-ACTIVE-KIDS TO WS-STAFF-DISP
005370         MOVE 0 TO WS-STAFF-LEAD
005380         INSPECT WS-STAFF-DISP TALLYING WS-STAFF-LEAD
005390             FOR LEADING SPACES
005400         MOVE SPACES TO WS-REJ-REASON
005410         STRING 'STILL HAS '
005420             WS-STAFF-DISP (WS-STAFF-LEAD + 1:)
005430             ' ACTIVE SUB-DEPARTMENT(S)'
005440             DELIMITED BY SIZE INTO WS-REJ-REASON
005450         PERFORM 2900-REJECT THRU 2900-EXIT.
005460 2400-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 2500-REWRITE-DEPT - PUT THE CHANGED DEPARTMENT BACK ON   *
005500* THE MASTER, KEEP THE TABLE IN STEP AND JOURNAL BOTH      *
005510* IMAGES.                                                  *
005520*----------------------------------------------------------*
005530 2500-REWRITE-DEPT.
005540     MOVE DTX-DEPT TO DEPT-CODE.
005550     READ DEPT-FILE
005560         INVALID KEY
005570             MOVE 'NOT ON THE MASTER' TO WS-REJ-REASON
005580             PERFORM 2900-REJECT THRU 2900-EXIT
005590             GO TO 2500-EXIT
005600     END-READ.
005610     MOVE DEPT-RECORD TO WS-JRNL-BEFORE.
005620     MOVE WS-NEW-NAME TO DEPT-NAME.
005630     MOVE WS-NEW-MANAGER TO DEPT-MANAGER.
005640     MOVE WS-NEW-ACTIVE TO DEPT-ACTIVE.
005650     MOVE WS-NEW-PARENT TO DEPT-PARENT.
005660     REWRITE DEPT-RECORD
005670         INVALID KEY
005680             MOVE 'MASTER REWRITE FAILED' TO WS-REJ-REASON
005690             PERFORM 2900-REJECT THRU 2900-EXIT
005700             GO TO 2500-EXIT
005710     END-REWRITE.
005720     PERFORM 2800-UPDATE-TABLE THRU 2800-EXIT.
005730     PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT.
005740 2500-EXIT.
005750     EXIT.
005760*----------------------------------------------------------*
005770* 2600-CHECK-PARENT - A NON-BLANK WS-NEW-PARENT MUST BE    *
005780* ANOTHER DEPARTMENT ON THE MASTER, ACTIVE IF THIS ONE IS  *
005790* TO BE ACTIVE, AND CLIMBING FROM IT MUST REACH THE TOP    *
005800* WITHOUT PASSING THROUGH THE DEPARTMENT ON THE CARD. THE  *
005810* CLIMB IS BOUNDED BY THE TABLE SIZE; THE MASTER CARRIES   *
005820* NO LOOP OF ITS OWN, SO ONLY THIS CARD COULD CLOSE ONE.   *
005830*----------------------------------------------------------*
005840 2600-CHECK-PARENT.
005850     IF WS-NEW-PARENT = SPACES
005860         GO TO 2600-EXIT.
005870     IF WS-NEW-PARENT = DTX-DEPT
005880         MOVE 'DEPARTMENT CANNOT BE ITS OWN PARENT'
005890             TO WS-REJ-REASON
005900         PERFORM 2900-REJECT THRU 2900-EXIT
005910         GO TO 2600-EXIT.
005920     MOVE WS-NEW-PARENT TO WS-DT-LOOK-CODE.
005930     PERFORM 1100-FIND-CODE THRU 1100-EXIT.
005940     IF WS-DT-FIND-SUB = 0
005950         MOVE SPACES TO WS-REJ-REASON
005960         STRING 'PARENT ' WS-NEW-PARENT ' NOT ON THE MASTER'
005970             DELIMITED BY SIZE INTO WS-REJ-REASON
005980         PERFORM 2900-REJECT THRU 2900-EXIT
005990         GO TO 2600-EXIT.
006000     IF WS-NEW-ACTIVE = 'A'
006010         AND WS-DT-ACTIVE (WS-DT-FIND-SUB) NOT = 'A'
006020         MOVE SPACES TO WS-REJ-REASON
006030         STRING 'PARENT ' WS-NEW-PARENT ' IS INACTIVE'
006040             DELIMITED BY SIZE INTO WS-REJ-REASON
006050         PERFORM 2900-REJECT THRU 2900-EXIT
006060         GO TO 2600-EXIT.
006070     MOVE WS-DT-FIND-SUB TO WS-CHAIN-SUB.
006080     MOVE 0 TO WS-CHAIN-STEPS.
006090 2610-CLIMB.
006100     IF WS-DT-CODE (WS-CHAIN-SUB) = DTX-DEPT
006110         MOVE 'PARENT CHAIN WOULD LOOP' TO WS-REJ-REASON
006120         PERFORM 2900-REJECT THRU 2900-EXIT
006130         GO TO 2600-EXIT.
006140     IF WS-DT-PARENT (WS-CHAIN-SUB) = SPACES
006150         GO TO 2600-EXIT.
006160     ADD 1 TO WS-CHAIN-STEPS.
006170     IF WS-CHAIN-STEPS > WS-DT-COUNT
006180         GO TO 2600-EXIT.
006190     MOVE WS-DT-PARENT (WS-CHAIN-SUB) TO WS-DT-LOOK-CODE.
006200     PERFORM 1100-FIND-CODE THRU 1100-EXIT.
006210     IF WS-DT-FIND-SUB = 0
006220         GO TO 2600-EXIT.
006230     MOVE WS-DT-FIND-SUB TO WS-CHAIN-SUB.
006240     GO TO 2610-CLIMB.
006250 2600-EXIT.
006260     EXIT.
006270*----------------------------------------------------------*
006280* 2700-LOAD-OLD - THE CARD'S DEPARTMENT AS IT STANDS, BOTH *
006290* AS THE BEFORE VALUES AND AS THE STARTING POINT FOR THE   *
006300* NEW ONES.                                                *
006310*----------------------------------------------------------*
006320 2700-LOAD-OLD.
006330     MOVE WS-DT-NAME (WS-DT-TXN-SUB) TO WS-OLD-NAME.
006340     MOVE WS-DT-MANAGER (WS-DT-TXN-SUB) TO WS-OLD-MANAGER.
006350     MOVE WS-DT-ACTIVE (WS-DT-TXN-SUB) TO WS-OLD-ACTIVE.
006360     MOVE WS-DT-PARENT (WS-DT-TXN-SUB) TO WS-OLD-PARENT.
006370     MOVE WS-OLD-DEPT TO WS-NEW-DEPT.
006380 2700-EXIT.
006390     EXIT.
006400*----------------------------------------------------------*
006410* 2800-UPDATE-TABLE - CARRY THE APPLIED VALUES INTO THE    *
006420* TABLE ENTRY.                                             *
006430*----------------------------------------------------------*
006440 2800-UPDATE-TABLE.
006450     MOVE WS-NEW-NAME TO WS-DT-NAME (WS-DT-TXN-SUB).
006460     MOVE WS-NEW-MANAGER TO WS-DT-MANAGER (WS-DT-TXN-SUB).
006470     MOVE WS-NEW-ACTIVE TO WS-DT-ACTIVE (WS-DT-TXN-SUB).
006480     MOVE WS-NEW-PARENT TO WS-DT-PARENT (WS-DT-TXN-SUB).
006490     ADD 1 TO WS-APPLIED-COUNT.
006500 2800-EXIT.
006510     EXIT.
006520*----------------------------------------------------------*
006530* 2900-REJECT - REPORT A REFUSED CARD WITH ITS REASON.     *
006540*----------------------------------------------------------*
006550 2900-REJECT.
006560     DISPLAY '** DEPT TXN REFUSED - ' DTX-CODE ' ' DTX-DEPT
006570         ' - ' WS-REJ-REASON.
006580     MOVE "N" TO WS-TXN-OK-SW.
006590     ADD 1 TO WS-REJECT-COUNT.
006600 2900-EXIT.
006610     EXIT.
006620*----------------------------------------------------------*
006630* 3900-WRITE-JOURNAL - ONE ENTRY PER APPLIED CARD: THE RUN *
006640* DATE, THE ACTION (A, C, OR I FOR A DEACTIVATION), THE    *
006650* DEPARTMENT RECORD BEFORE AND AFTER, AND THE OPERATOR. A  *
006660* DEPARTMENT CHANGE TAKES HOLD THE DAY IT IS APPLIED.      *
006670*----------------------------------------------------------*
006680 3900-WRITE-JOURNAL.
006690     MOVE SPACES TO JRNL-RECORD.
006700     MOVE WS-RUN-DATE-NUM TO JRNL-RUN-DATE.
006710     MOVE WS-JRNL-ACTION TO JRNL-ACTION.
006720     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE.
006730     MOVE DEPT-RECORD TO JRNL-AFTER.
006740     MOVE DTX-OPER-ID TO JRNL-OPER-ID.
006750     MOVE WS-RUN-DATE-NUM TO JRNL-EFF-DATE.
006760     WRITE JRNL-RECORD.
006770     IF NOT WS-JRNL-OK
006780         MOVE 'MDDPTJRN' TO WS-ERRH-FILE-NAME
006790         MOVE 'WRITE' TO WS-ERRH-OPERATION
006800         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006810             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006820             WS-JRNL-STATUS WS-ERRH-SEVERITY
006830         IF WS-ERRH-SEVERE
006840             GO TO 9999-ABEND.
006850 3900-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
006890* SHOP-WIDE AUDIT FILE. CARDS READ BALANCE AGAINST CARDS   *
006900* APPLIED PLUS CARDS REFUSED; A REFUSAL CARRIES THE        *
006910* WARNING STATUS.                                          *
006920*----------------------------------------------------------*
006930 9000-WRITE-AUDIT.
006940     MOVE SPACES TO AUDIT-RECORD.
006950     CALL 'GETRUNID' USING WS-RUN-ID.
006960     MOVE WS-RUN-ID TO AUD-RUN-ID.
006970     MOVE 'MDDEPTUP' TO AUD-PROGRAM-ID.
006980     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006990     ACCEPT AUD-RUN-TIME FROM TIME.
007000     MOVE WS-APPLIED-COUNT TO AUD-RECORD-COUNT.
007010     IF WS-REJECT-COUNT = 0
007020         SET AUD-STATUS-OK TO TRUE
007030     ELSE
007040         SET AUD-STATUS-WARNING TO TRUE.
007050     MOVE WS-READ-COUNT TO AUD-READ-COUNT.
007060     MOVE WS-APPLIED-COUNT TO AUD-WRITTEN-COUNT.
007070     MOVE WS-REJECT-COUNT TO AUD-REJECT-COUNT.
007080     OPEN EXTEND AUDIT-FILE.
007090     IF NOT WS-AUDIT-OK
007100         CLOSE AUDIT-FILE
007110         OPEN OUTPUT AUDIT-FILE.
007120     WRITE AUDIT-RECORD.
007130     IF NOT WS-AUDIT-OK
007140         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
007150         MOVE 'WRITE' TO WS-ERRH-OPERATION
007160         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
007170             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
007180             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
007183     IF WS-AUDIT-OK
007186         CALL 'AUDXPOST' USING AUDIT-RECORD.
007190     CLOSE AUDIT-FILE.
007200 9000-EXIT.
007210     EXIT.
007220*----------------------------------------------------------*
007230* 9999-ABEND - A FILE ERROR ON THE DEPARTMENT MASTER OR    *
007240* ITS JOURNAL. END WITH A NONZERO RETURN-CODE SO THE       *
007250* CALLER SEES THE STEP AS FAILED.                          *
007260*----------------------------------------------------------*
007270 9999-ABEND.
007280     DISPLAY 'MDDEPTUP: ABENDING - UNRECOVERABLE FILE ERROR.'.
007290     MOVE 16 TO RETURN-CODE.
007300     GOBACK.
