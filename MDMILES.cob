000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDMILES.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-25.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-25 AG  FIRST VERSION. SERVICE ANNIVERSARY REPORT  *
000110*                SO MANAGERS HEAR AHEAD OF TIME WHEN THEIR  *
000120*                PEOPLE REACH A MILESTONE, INSTEAD OF       *
000130*                SOMEONE EYEBALLING MSTR-START ON THE       *
000140*                PRINT-NAMES LISTING. EVERY ACTIVE MDROSTER *
000150*                EMPLOYEE WHOSE ANNIVERSARY OF A MILESTONE  *
000160*                LEVEL FALLS FROM THE BUSINESS DATE THROUGH *
000170*                THE END OF THE WINDOW IS LISTED. THE       *
000180*                WINDOW IS N BUSINESS DAYS (MDMSPARM,       *
000190*                DEFAULT 20), COUNTED THROUGH ADDBDAYS; THE *
000200*                LEVELS COME FROM A CONTROL CARD (MDMSLVL,  *
000210*                DEFAULT 5 10 15 20 25 YEARS). THE LISTING  *
000220*                (MDMSRPT) IS GROUPED BY DEPARTMENT UNDER   *
000230*                THE MDDEPTS NAME AND MANAGER; THE FLAT     *
000240*                EXTRACT (MDMSXT) FEEDS THE RECOGNITION     *
000250*                LETTERS.                                   *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PARM-FILE ASSIGN TO "MDMSPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-STATUS.
000330     SELECT LEVEL-FILE ASSIGN TO "MDMSLVL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-LEVEL-STATUS.
000360     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MSTR-EMPNO
000400         ALTERNATE RECORD KEY IS MSTR-NAME
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-MASTER-STATUS.
000430     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DEPT-CODE
000470         FILE STATUS IS WS-DEPT-STATUS.
000480     SELECT RPT-FILE ASSIGN TO "MDMSRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510     SELECT EXTRACT-FILE ASSIGN TO "MDMSXT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EXTRACT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  PARM-RECORD.
000590     05  PARM-WINDOW-DAYS       PIC 9(03).
000600     05  FILLER                 PIC X(77).
000610*    UP TO TEN LEVELS IN YEARS, EACH TWO DIGITS AND A SPACE:
000620*    "05 10 15 20 25". A BLANK SLOT ENDS NOTHING - IT IS
000630*    SIMPLY SKIPPED.
000640 FD  LEVEL-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  LEVEL-RECORD.
000670     05  LVL-SLOT OCCURS 10 TIMES.
000680         10  LVL-YEARS          PIC X(02).
000690         10  FILLER             PIC X(01).
000700     05  FILLER                 PIC X(50).
000710 FD  MASTER-FILE
000720     RECORD CONTAINS 80 CHARACTERS.
000730     COPY MDMSTREC.
000740 FD  DEPT-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760     COPY MDDPTREC.
000770 FD  RPT-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  RPT-RECORD                 PIC X(80).
000800 FD  EXTRACT-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  EXTRACT-RECORD.
000830     05  MSX-EMPNO              PIC 9(06).
000840     05  MSX-NAME               PIC X(20).
000850     05  MSX-DEPT               PIC X(04).
000860     05  MSX-MANAGER            PIC X(20).
000870     05  MSX-YEARS              PIC 9(02).
000880     05  MSX-ANNIV-DATE         PIC 9(08).
000890     05  MSX-START-DATE         PIC 9(08).
000900     05  FILLER                 PIC X(12).
000910 WORKING-STORAGE SECTION.
000920 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000930     88  WS-PARM-OK                       VALUE "00".
000940 01  WS-LEVEL-STATUS            PIC X(02) VALUE "00".
000950     88  WS-LEVEL-OK                      VALUE "00".
000960 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000970     88  WS-MASTER-OK                     VALUE "00".
000980     88  WS-MASTER-EOF                    VALUE "10".
000990 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
001000     88  WS-DEPT-OK                       VALUE "00".
001010 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001020     88  WS-RPT-OK                        VALUE "00".
001030 01  WS-EXTRACT-STATUS          PIC X(02) VALUE "00".
001040     88  WS-EXTRACT-OK                    VALUE "00".
001050 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDMILES'.
001060 01  WS-ERRH-FILE-NAME          PIC X(08).
001070 01  WS-ERRH-OPERATION          PIC X(06).
001080 01  WS-ERRH-SEVERITY           PIC X(02).
001090     88  WS-ERRH-SEVERE                   VALUE "08".
001100 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001110 01  WS-WINDOW-DAYS             PIC 9(03) VALUE 20.
001120 01  WS-BD-OFFSET               PIC S9(04) VALUE 0.
001130 01  WS-WINDOW-END              PIC 9(08) VALUE 0.
001140*    THE MILESTONE LEVELS IN FORCE FOR THE RUN.
001150 01  WS-LV-TABLE.
001160     05  WS-LV-YEARS OCCURS 10 TIMES PIC 9(02).
001170 01  WS-LV-COUNT                PIC 9(02) VALUE 0.
001180 01  WS-LV-SUB                  PIC 9(02) VALUE 0.
001190 01  WS-LV-LIST                 PIC X(30) VALUE SPACES.
001200 01  WS-LV-LIST-PTR             PIC 9(02) VALUE 1.
001210*    THE DEPARTMENT MASTER, LOADED ONCE AS MULTIDCOB DOES.
001220 01  WS-DM-TABLE.
001230     05  WS-DM-ENTRY OCCURS 30 TIMES.
001240         10  WS-DM-CODE         PIC X(04).
001250         10  WS-DM-NAME         PIC X(20).
001260         10  WS-DM-MANAGER      PIC X(20).
001270 01  WS-DM-COUNT                PIC 9(02) VALUE 0.
001280 01  WS-DM-SUB                  PIC 9(02) VALUE 0.
001290 01  WS-DM-LOOK-CODE            PIC X(04) VALUE SPACES.
001300 01  WS-DM-LOOK-NAME            PIC X(20) VALUE SPACES.
001310 01  WS-DM-LOOK-MGR             PIC X(20) VALUE SPACES.
001320*    EVERY MILESTONE FALLING IN THE WINDOW. THE LEADING KEY
001330*    (DEPARTMENT, ANNIVERSARY, EMPLOYEE) IS WHAT THE
001340*    EXCHANGE SORT ORDERS ON.
001350 01  WS-MH-TABLE.
001360     05  WS-MH-ENTRY OCCURS 2000 TIMES.
001370         10  WS-MH-KEY.
001380             15  WS-MH-DEPT     PIC X(04).
001390             15  WS-MH-ANNIV    PIC 9(08).
001400             15  WS-MH-EMPNO    PIC 9(06).
001410         10  WS-MH-NAME         PIC X(20).
001420         10  WS-MH-START        PIC 9(08).
001430         10  WS-MH-YEARS        PIC 9(02).
001440 01  WS-MH-COUNT                PIC 9(04) VALUE 0.
001450 01  WS-MH-SUB                  PIC 9(04) VALUE 0.
001460 01  WS-SORT-SUB                PIC 9(04) VALUE 0.
001470 01  WS-SORT-LIMIT              PIC 9(04) VALUE 0.
001480 01  WS-SORT-SWAPPED-SW         PIC X(01) VALUE "N".
001490     88  WS-SORT-SWAPPED                  VALUE "Y".
001500 01  WS-SORT-WORK-ENTRY         PIC X(48).
001510 01  WS-ANNIV-CCYY              PIC 9(04) VALUE 0.
001520 01  WS-ANNIV-DATE              PIC 9(08) VALUE 0.
001530 01  WS-LEAP-QUOT               PIC 9(04) VALUE 0.
001540 01  WS-LEAP-REM                PIC 9(03) VALUE 0.
001550 01  WS-LEAP-SW                 PIC X(01) VALUE "N".
001560     88  WS-LEAP-YEAR                     VALUE "Y".
001570 01  WS-MSTR-START-NUM          PIC 9(08) VALUE 0.
001580 01  WS-PRIOR-DEPT              PIC X(04) VALUE HIGH-VALUES.
001590 01  WS-EMP-COUNT               PIC 9(05) VALUE 0.
001600 01  WS-DEPT-HITS               PIC 9(05) VALUE 0.
001610 01  WS-EXTRACT-COUNT           PIC 9(05) VALUE 0.
001620 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001630 01  WS-WINDOW-LINE.
001640     05  FILLER                 PIC X(17) VALUE
001650             ' MILESTONES FROM '.
001660     05  WS-WL-FROM             PIC 9999/99/99.
001670     05  FILLER                 PIC X(09) VALUE ' THROUGH '.
001680     05  WS-WL-TO               PIC 9999/99/99.
001690     05  FILLER                 PIC X(02) VALUE ' ('.
001700     05  WS-WL-DAYS             PIC ZZ9.
001710     05  FILLER                 PIC X(15) VALUE
001720             ' BUSINESS DAYS)'.
001730     05  FILLER                 PIC X(14) VALUE SPACES.
001740 01  WS-LEVEL-LINE.
001750     05  FILLER                 PIC X(17) VALUE
001760             ' LEVELS (YEARS)  '.
001770     05  WS-LL-LIST             PIC X(30).
001780     05  FILLER                 PIC X(33) VALUE SPACES.
001790 01  WS-DEPT-LINE.
001800     05  FILLER                 PIC X(06) VALUE ' DEPT '.
001810     05  WS-DL-DEPT             PIC X(04).
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  WS-DL-NAME             PIC X(20).
001840     05  FILLER                 PIC X(10) VALUE
001850             '  MANAGER '.
001860     05  WS-DL-MANAGER          PIC X(20).
001870     05  FILLER                 PIC X(18) VALUE SPACES.
001880 01  WS-DETAIL-LINE.
001890     05  FILLER                 PIC X(03) VALUE SPACES.
001900     05  WS-DET-EMPNO           PIC 9(06).
001910     05  FILLER                 PIC X(01) VALUE SPACES.
001920     05  WS-DET-NAME            PIC X(20).
001930     05  FILLER                 PIC X(01) VALUE SPACES.
001940     05  WS-DET-YEARS           PIC Z9.
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  WS-DET-ANNIV           PIC 9999/99/99.
001970     05  FILLER                 PIC X(01) VALUE SPACES.
001980     05  WS-DET-START           PIC 9999/99/99.
001990     05  FILLER                 PIC X(24) VALUE SPACES.
002000 01  WS-DEPT-TOTAL-LINE.
002010     05  FILLER                 PIC X(19) VALUE
002020             '   MILESTONES      '.
002030     05  WS-DT-HITS             PIC ZZZZ9.
002040     05  FILLER                 PIC X(56) VALUE SPACES.
002050 01  WS-TOTAL-LINE.
002060     05  FILLER                 PIC X(19) VALUE
002070             ' TOTAL MILESTONES  '.
002080     05  WS-TL-HITS             PIC ZZZZ9.
002090     05  FILLER                 PIC X(22) VALUE
002100             '  ACTIVE EMPLOYEES    '.
002110     05  WS-TL-EMPS             PIC ZZZZ9.
002120     05  FILLER                 PIC X(29) VALUE SPACES.
002130     COPY RPTHDFT.
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-SCAN-ROSTER THRU 2000-EXIT.
002180     PERFORM 3000-SORT-MILESTONES THRU 3000-EXIT.
002190     PERFORM 4000-REPORT-MILESTONES THRU 4000-EXIT.
002200     CLOSE RPT-FILE.
002210     CLOSE EXTRACT-FILE.
002220     DISPLAY 'MDMILES: ' WS-MH-COUNT ' MILESTONE(S) FROM '
002230         WS-RUN-DATE-NUM ' THROUGH ' WS-WINDOW-END
002240         ' AMONG ' WS-EMP-COUNT ' ACTIVE EMPLOYEE(S).'.
002250     MOVE 0 TO RETURN-CODE.
002260     GOBACK.
002270*----------------------------------------------------------*
002280* 1000-INITIALIZE - THE WINDOW AND LEVEL CARDS, THE         *
002290* DEPARTMENT MASTER, AND THE TWO OUTPUT FILES. THE WINDOW   *
002300* END IS N BUSINESS DAYS PAST THE BUSINESS DATE, SO A       *
002310* HOLIDAY WEEK DOES NOT SHORTEN THE NOTICE MANAGERS GET.    *
002320*----------------------------------------------------------*
002330 1000-INITIALIZE.
002340     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002350     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002360     PERFORM 1200-READ-LEVELS THRU 1200-EXIT.
002370     MOVE WS-WINDOW-DAYS TO WS-BD-OFFSET.
002380     CALL 'ADDBDAYS' USING WS-RUN-DATE-NUM WS-BD-OFFSET
002390         WS-WINDOW-END.
002400     PERFORM 1300-LOAD-DEPTS THRU 1300-EXIT.
002410     OPEN OUTPUT RPT-FILE.
002420     IF NOT WS-RPT-OK
002430         MOVE 'MDMSRPT' TO WS-ERRH-FILE-NAME
002440         MOVE 'OPEN' TO WS-ERRH-OPERATION
002450         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002460             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002470             WS-RPT-STATUS WS-ERRH-SEVERITY
002480         GO TO 9999-ABEND.
002490     OPEN OUTPUT EXTRACT-FILE.
002500     IF NOT WS-EXTRACT-OK
002510         MOVE 'MDMSXT' TO WS-ERRH-FILE-NAME
002520         MOVE 'OPEN' TO WS-ERRH-OPERATION
002530         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002540             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002550             WS-EXTRACT-STATUS WS-ERRH-SEVERITY
002560         GO TO 9999-ABEND.
002570 1000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------*
002600* 1100-READ-PARM - THE WINDOW IN BUSINESS DAYS. NO CARD, OR *
002610* A ZERO OR NON-NUMERIC ONE, LEAVES THE 20-DAY DEFAULT.     *
002620*----------------------------------------------------------*
002630 1100-READ-PARM.
002640     OPEN INPUT PARM-FILE.
002650     IF NOT WS-PARM-OK
002660         GO TO 1100-EXIT.
002670     READ PARM-FILE.
002680     IF WS-PARM-OK
002690         IF PARM-WINDOW-DAYS NUMERIC AND PARM-WINDOW-DAYS > 0
002700             MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
002710         ELSE
002720             DISPLAY 'MDMILES: WINDOW ON MDMSPARM NOT USABLE '
002730                 '- DEFAULT 20 BUSINESS DAYS APPLIES'.
002740     CLOSE PARM-FILE.
002750 1100-EXIT.
002760     EXIT.
002770*----------------------------------------------------------*
002780* 1200-READ-LEVELS - THE MILESTONE LEVELS IN YEARS. A SLOT  *
002790* THAT IS NOT A NON-ZERO NUMBER IS SKIPPED AND SAID; A CARD *
002800* WITH NO USABLE SLOT, OR NO CARD, MEANS 5/10/15/20/25.     *
002810*----------------------------------------------------------*
002820 1200-READ-LEVELS.
002830     OPEN INPUT LEVEL-FILE.
002840     IF NOT WS-LEVEL-OK
002850         GO TO 1280-LEVELS-DEFAULT.
002860     READ LEVEL-FILE.
002870     IF NOT WS-LEVEL-OK
002880         CLOSE LEVEL-FILE
002890         GO TO 1280-LEVELS-DEFAULT.
002900     MOVE 1 TO WS-LV-SUB.
002910 1210-NEXT-SLOT.
002920     IF WS-LV-SUB > 10
002930         GO TO 1270-SLOTS-DONE.
002940     IF LVL-YEARS (WS-LV-SUB) = SPACES
002950         GO TO 1260-SLOT-DONE.
002960     IF LVL-YEARS (WS-LV-SUB) NOT NUMERIC
002970         OR LVL-YEARS (WS-LV-SUB) = '00'
002980         DISPLAY 'MDMILES: MILESTONE LEVEL '
002990             LVL-YEARS (WS-LV-SUB) ' ON MDMSLVL IGNORED'
003000         GO TO 1260-SLOT-DONE.
003010     ADD 1 TO WS-LV-COUNT.
003020     MOVE LVL-YEARS (WS-LV-SUB) TO WS-LV-YEARS (WS-LV-COUNT).
003030 1260-SLOT-DONE.
003040     ADD 1 TO WS-LV-SUB.
003050     GO TO 1210-NEXT-SLOT.
003060 1270-SLOTS-DONE.
003070     CLOSE LEVEL-FILE.
003080     IF WS-LV-COUNT > 0
003090         GO TO 1290-LIST-LEVELS.
003100     DISPLAY 'MDMILES: NO USABLE LEVEL ON MDMSLVL - '
003110         'DEFAULT LEVELS APPLY'.
003120 1280-LEVELS-DEFAULT.
003130     MOVE 5 TO WS-LV-YEARS (1).
003140     MOVE 10 TO WS-LV-YEARS (2).
003150     MOVE 15 TO WS-LV-YEARS (3).
003160     MOVE 20 TO WS-LV-YEARS (4).
003170     MOVE 25 TO WS-LV-YEARS (5).
003180     MOVE 5 TO WS-LV-COUNT.
003190 1290-LIST-LEVELS.
003200     MOVE 1 TO WS-LV-SUB.
003210 1291-LIST-NEXT.
003220     IF WS-LV-SUB > WS-LV-COUNT
003230         GO TO 1200-EXIT.
003240     STRING WS-LV-YEARS (WS-LV-SUB) DELIMITED BY SIZE
003250         ' ' DELIMITED BY SIZE
003260         INTO WS-LV-LIST WITH POINTER WS-LV-LIST-PTR.
003270     ADD 1 TO WS-LV-SUB.
003280     GO TO 1291-LIST-NEXT.
003290 1200-EXIT.
003300     EXIT.
003310*----------------------------------------------------------*
003320* 1300-LOAD-DEPTS - THE DEPARTMENT MASTER INTO THE NAME AND *
003330* MANAGER TABLE. A MISSING MASTER LEAVES RAW CODES ON THE   *
003340* BREAKS, AS IN MULTIDCOB.                                  *
003350*----------------------------------------------------------*
003360 1300-LOAD-DEPTS.
003370     OPEN INPUT DEPT-FILE.
003380     IF NOT WS-DEPT-OK
003390         DISPLAY 'MDMILES: DEPARTMENT MASTER UNAVAILABLE '
003400             '- RAW CODES ON THE BREAKS'
003410         GO TO 1300-EXIT.
003420 1310-READ-NEXT.
003430     READ DEPT-FILE NEXT RECORD
003440         AT END
003450             GO TO 1390-LOAD-DONE.
003460     IF WS-DM-COUNT < 30
003470         ADD 1 TO WS-DM-COUNT
003480         MOVE DEPT-CODE TO WS-DM-CODE (WS-DM-COUNT)
003490         MOVE DEPT-NAME TO WS-DM-NAME (WS-DM-COUNT)
003500         MOVE DEPT-MANAGER TO WS-DM-MANAGER (WS-DM-COUNT)
003510     ELSE
003520         DISPLAY 'MDMILES: DEPARTMENT TABLE FULL - '
003530             DEPT-CODE ' IGNORED'.
003540     GO TO 1310-READ-NEXT.
003550 1390-LOAD-DONE.
003560     CLOSE DEPT-FILE.
003570 1300-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600* 1400-FIND-DEPT - LOOK WS-DM-LOOK-CODE UP IN THE LOADED    *
003610* TABLE AND LEAVE ITS NAME AND MANAGER.                     *
003620*----------------------------------------------------------*
003630 1400-FIND-DEPT.
003640     MOVE '** NOT ON MDDEPTS **' TO WS-DM-LOOK-NAME.
003650     MOVE SPACES TO WS-DM-LOOK-MGR.
003660     MOVE 1 TO WS-DM-SUB.
003670 1410-FIND-NEXT.
003680     IF WS-DM-SUB > WS-DM-COUNT
003690         GO TO 1400-EXIT.
003700     IF WS-DM-CODE (WS-DM-SUB) = WS-DM-LOOK-CODE
003710         MOVE WS-DM-NAME (WS-DM-SUB) TO WS-DM-LOOK-NAME
003720         MOVE WS-DM-MANAGER (WS-DM-SUB) TO WS-DM-LOOK-MGR
003730         GO TO 1400-EXIT.
003740     ADD 1 TO WS-DM-SUB.
003750     GO TO 1410-FIND-NEXT.
003760 1400-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 2000-SCAN-ROSTER - WALK THE ROSTER MASTER AND, FOR EVERY  *
003800* ACTIVE EMPLOYEE, TEST EACH LEVEL'S ANNIVERSARY AGAINST    *
003810* THE WINDOW.                                               *
003820*----------------------------------------------------------*
003830 2000-SCAN-ROSTER.
003840     OPEN INPUT MASTER-FILE.
003850     IF NOT WS-MASTER-OK
003860         DISPLAY 'MDMILES: NO ROSTER MASTER - NOTHING TO DO.'
003870         GO TO 2000-EXIT.
003880 2010-READ-NEXT.
003890     READ MASTER-FILE NEXT RECORD
003900         AT END
003910             GO TO 2090-WALK-DONE.
003920     IF NOT MSTR-IS-ACTIVE
003930         GO TO 2010-READ-NEXT.
003940     IF MSTR-START-CCYY NOT NUMERIC
003950         OR MSTR-START-MM NOT NUMERIC
003960         OR MSTR-START-DD NOT NUMERIC
003970         OR MSTR-START-CCYY = 0
003980         GO TO 2010-READ-NEXT.
003990     ADD 1 TO WS-EMP-COUNT.
004000     COMPUTE WS-MSTR-START-NUM =
004010         MSTR-START-CCYY * 10000 +
004020         MSTR-START-MM * 100 + MSTR-START-DD.
004030     MOVE 1 TO WS-LV-SUB.
004040 2020-NEXT-LEVEL.
004050     IF WS-LV-SUB > WS-LV-COUNT
004060         GO TO 2010-READ-NEXT.
004070     PERFORM 2100-TEST-LEVEL THRU 2100-EXIT.
004080     ADD 1 TO WS-LV-SUB.
004090     GO TO 2020-NEXT-LEVEL.
004100 2090-WALK-DONE.
004110     CLOSE MASTER-FILE.
004120 2000-EXIT.
004130     EXIT.
004140*----------------------------------------------------------*
004150* 2100-TEST-LEVEL - THE ANNIVERSARY OF THE START DATE THAT  *
004160* MANY YEARS ON. A 29 FEBRUARY START FALLS ON 28 FEBRUARY   *
004170* IN A COMMON YEAR.                                         *
004180*----------------------------------------------------------*
004190 2100-TEST-LEVEL.
004200     COMPUTE WS-ANNIV-CCYY =
004210         MSTR-START-CCYY + WS-LV-YEARS (WS-LV-SUB).
004220     COMPUTE WS-ANNIV-DATE =
004230         WS-ANNIV-CCYY * 10000 +
004240         MSTR-START-MM * 100 + MSTR-START-DD.
004250     IF MSTR-START-MM = 2 AND MSTR-START-DD = 29
004260         PERFORM 2200-CHECK-LEAP THRU 2200-EXIT
004270         IF NOT WS-LEAP-YEAR
004280             SUBTRACT 1 FROM WS-ANNIV-DATE.
004290     IF WS-ANNIV-DATE < WS-RUN-DATE-NUM
004300         OR WS-ANNIV-DATE > WS-WINDOW-END
004310         GO TO 2100-EXIT.
004320     IF WS-MH-COUNT NOT < 2000
004330         DISPLAY 'MDMILES: MILESTONE TABLE FULL - '
004340             MSTR-EMPNO ' NOT LISTED'
004350         GO TO 2100-EXIT.
004360     ADD 1 TO WS-MH-COUNT.
004370     MOVE MSTR-DEPT TO WS-MH-DEPT (WS-MH-COUNT).
004380     MOVE WS-ANNIV-DATE TO WS-MH-ANNIV (WS-MH-COUNT).
004390     MOVE MSTR-EMPNO TO WS-MH-EMPNO (WS-MH-COUNT).
004400     MOVE MSTR-NAME TO WS-MH-NAME (WS-MH-COUNT).
004410     MOVE WS-MSTR-START-NUM TO WS-MH-START (WS-MH-COUNT).
004420     MOVE WS-LV-YEARS (WS-LV-SUB) TO WS-MH-YEARS (WS-MH-COUNT).
004430 2100-EXIT.
004440     EXIT.
004450*----------------------------------------------------------*
004460* 2200-CHECK-LEAP - GREGORIAN RULE FOR WS-ANNIV-CCYY.       *
004470*----------------------------------------------------------*
004480 2200-CHECK-LEAP.
004490     MOVE "N" TO WS-LEAP-SW.
004500     DIVIDE WS-ANNIV-CCYY BY 4 GIVING WS-LEAP-QUOT
004510         REMAINDER WS-LEAP-REM.
004520     IF WS-LEAP-REM NOT = 0
004530         GO TO 2200-EXIT.
004540     MOVE "Y" TO WS-LEAP-SW.
004550     DIVIDE WS-ANNIV-CCYY BY 100 GIVING WS-LEAP-QUOT
004560         REMAINDER WS-LEAP-REM.
004570     IF WS-LEAP-REM NOT = 0
004580         GO TO 2200-EXIT.
004590     DIVIDE WS-ANNIV-CCYY BY 400 GIVING WS-LEAP-QUOT
004600         REMAINDER WS-LEAP-REM.
004610     IF WS-LEAP-REM NOT = 0
004620         MOVE "N" TO WS-LEAP-SW.
004630 2200-EXIT.
004640     EXIT.
004650*----------------------------------------------------------*
004660* 3000-SORT-MILESTONES - ORDER THE HITS BY DEPARTMENT, THEN *
004670* ANNIVERSARY, THEN EMPLOYEE - THE SAME EXCHANGE SORT       *
004680* NITESTAT USES.                                            *
004690*----------------------------------------------------------*
004700 3000-SORT-MILESTONES.
004710     IF WS-MH-COUNT < 2
004720         GO TO 3000-EXIT.
004730 3010-SORT-PASS.
004740     MOVE "N" TO WS-SORT-SWAPPED-SW.
004750     MOVE 1 TO WS-SORT-SUB.
004760     COMPUTE WS-SORT-LIMIT = WS-MH-COUNT - 1.
004770 3020-SORT-NEXT.
004780     IF WS-SORT-SUB > WS-SORT-LIMIT
004790         GO TO 3030-PASS-DONE.
004800     IF WS-MH-KEY (WS-SORT-SUB) > WS-MH-KEY (WS-SORT-SUB + 1)
004810         MOVE WS-MH-ENTRY (WS-SORT-SUB)
004820             TO WS-SORT-WORK-ENTRY
004830         MOVE WS-MH-ENTRY (WS-SORT-SUB + 1)
004840             TO WS-MH-ENTRY (WS-SORT-SUB)
004850         MOVE WS-SORT-WORK-ENTRY
004860             TO WS-MH-ENTRY (WS-SORT-SUB + 1)
004870         MOVE "Y" TO WS-SORT-SWAPPED-SW.
004880     ADD 1 TO WS-SORT-SUB.
004890     GO TO 3020-SORT-NEXT.
004900 3030-PASS-DONE.
004910     IF WS-SORT-SWAPPED
004920         GO TO 3010-SORT-PASS.
004930 3000-EXIT.
004940     EXIT.
004950*----------------------------------------------------------*
004960* 4000-REPORT-MILESTONES - THE WINDOW AND LEVELS, THEN EACH *
004970* DEPARTMENT'S MILESTONES UNDER ITS NAME AND MANAGER, WITH  *
004980* A COUNT AT EVERY BREAK. EACH HIT ALSO GOES TO THE         *
004990* EXTRACT.                                                  *
005000*----------------------------------------------------------*
005010 4000-REPORT-MILESTONES.
005020     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
005030     MOVE WS-RUN-DATE-NUM TO WS-WL-FROM.
005040     MOVE WS-WINDOW-END TO WS-WL-TO.
005050     MOVE WS-WINDOW-DAYS TO WS-WL-DAYS.
005060     MOVE WS-WINDOW-LINE TO WS-ANSWER-LINE.
005070     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005080     MOVE WS-LV-LIST TO WS-LL-LIST.
005090     MOVE WS-LEVEL-LINE TO WS-ANSWER-LINE.
005100     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005110     MOVE 1 TO WS-MH-SUB.
005120 4010-NEXT-HIT.
005130     IF WS-MH-SUB > WS-MH-COUNT
005140         GO TO 4090-HITS-DONE.
005150     IF WS-MH-DEPT (WS-MH-SUB) NOT = WS-PRIOR-DEPT
005160         PERFORM 4100-DEPT-BREAK THRU 4100-EXIT.
005170     PERFORM 4200-WRITE-HIT THRU 4200-EXIT.
005180     ADD 1 TO WS-MH-SUB.
005190     GO TO 4010-NEXT-HIT.
005200 4090-HITS-DONE.
005210     IF WS-MH-COUNT > 0
005220         PERFORM 4150-DEPT-TOTAL THRU 4150-EXIT.
005230     MOVE SPACES TO WS-ANSWER-LINE.
005240     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005250     MOVE WS-MH-COUNT TO WS-TL-HITS.
005260     MOVE WS-EMP-COUNT TO WS-TL-EMPS.
005270     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
005280     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005290 4000-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 4100-DEPT-BREAK - CLOSE THE PRIOR DEPARTMENT'S COUNT AND  *
005330* HEAD THE NEXT ONE WITH ITS NAME AND MANAGER.              *
005340*----------------------------------------------------------*
005350 4100-DEPT-BREAK.
005360     IF WS-MH-SUB > 1
005370         PERFORM 4150-DEPT-TOTAL THRU 4150-EXIT.
005380     MOVE WS-MH-DEPT (WS-MH-SUB) TO WS-PRIOR-DEPT.
005390     MOVE 0 TO WS-DEPT-HITS.
005400     MOVE WS-PRIOR-DEPT TO WS-DM-LOOK-CODE.
005410     PERFORM 1400-FIND-DEPT THRU 1400-EXIT.
005420     MOVE SPACES TO WS-ANSWER-LINE.
005430     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005440     MOVE WS-PRIOR-DEPT TO WS-DL-DEPT.
005450     MOVE WS-DM-LOOK-NAME TO WS-DL-NAME.
005460     MOVE WS-DM-LOOK-MGR TO WS-DL-MANAGER.
005470     MOVE WS-DEPT-LINE TO WS-ANSWER-LINE.
005480     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005490 4100-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 4150-DEPT-TOTAL - THE MILESTONE COUNT CLOSING A           *
005530* DEPARTMENT.                                               *
005540*----------------------------------------------------------*
005550 4150-DEPT-TOTAL.
005560     MOVE WS-DEPT-HITS TO WS-DT-HITS.
005570     MOVE WS-DEPT-TOTAL-LINE TO WS-ANSWER-LINE.
005580     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005590 4150-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620* 4200-WRITE-HIT - ONE LISTING LINE AND ONE EXTRACT RECORD. *
005630*----------------------------------------------------------*
005640 4200-WRITE-HIT.
005650     ADD 1 TO WS-DEPT-HITS.
005660     MOVE WS-MH-EMPNO (WS-MH-SUB) TO WS-DET-EMPNO.
005670     MOVE WS-MH-NAME (WS-MH-SUB) TO WS-DET-NAME.
005680     MOVE WS-MH-YEARS (WS-MH-SUB) TO WS-DET-YEARS.
005690     MOVE WS-MH-ANNIV (WS-MH-SUB) TO WS-DET-ANNIV.
005700     MOVE WS-MH-START (WS-MH-SUB) TO WS-DET-START.
005710     MOVE WS-DETAIL-LINE TO WS-ANSWER-LINE.
005720     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005730     MOVE SPACES TO EXTRACT-RECORD.
005740     MOVE WS-MH-EMPNO (WS-MH-SUB) TO MSX-EMPNO.
005750     MOVE WS-MH-NAME (WS-MH-SUB) TO MSX-NAME.
005760     MOVE WS-MH-DEPT (WS-MH-SUB) TO MSX-DEPT.
005770     MOVE WS-DM-LOOK-MGR TO MSX-MANAGER.
005780     MOVE WS-MH-YEARS (WS-MH-SUB) TO MSX-YEARS.
005790     MOVE WS-MH-ANNIV (WS-MH-SUB) TO MSX-ANNIV-DATE.
005800     MOVE WS-MH-START (WS-MH-SUB) TO MSX-START-DATE.
005810     WRITE EXTRACT-RECORD.
005820     IF NOT WS-EXTRACT-OK
005830         MOVE 'MDMSXT' TO WS-ERRH-FILE-NAME
005840         MOVE 'WRITE' TO WS-ERRH-OPERATION
005850         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005860             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005870             WS-EXTRACT-STATUS WS-ERRH-SEVERITY
005880         IF WS-ERRH-SEVERE
005890             GO TO 9999-ABEND.
005900     ADD 1 TO WS-EXTRACT-COUNT.
005910 4200-EXIT.
005920     EXIT.
005930*----------------------------------------------------------*
005940* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN       *
005950* TITLES, REPEATED AT EVERY PAGE BREAK.                     *
005960*----------------------------------------------------------*
005970 0500-PRINT-HEADER.
005980     MOVE 'MDMILES' TO RPTHD-PROGRAM-NAME.
005990     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
006000     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
006010     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
006020     WRITE RPT-RECORD.
006030     MOVE '  EMPNO  NAME                 YRS  ANNIVERSARY STARTED'
006040         TO RPTTL-COLUMN-TITLES.
006050     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
006060     WRITE RPT-RECORD.
006070     ADD 1 TO RPT-PAGE-NUMBER.
006080     MOVE 0 TO RPT-LINES-ON-PAGE.
006090 0500-EXIT.
006100     EXIT.
006110*----------------------------------------------------------*
006120* 4900-PUT-LINE - ONE LISTING LINE WITH THE SHOP'S STANDARD *
006130* WRITE CHECK AND PAGE BREAK.                               *
006140*----------------------------------------------------------*
006150 4900-PUT-LINE.
006160     MOVE WS-ANSWER-LINE TO RPT-RECORD.
006170     WRITE RPT-RECORD.
006180     IF NOT WS-RPT-OK
006190         MOVE 'MDMSRPT' TO WS-ERRH-FILE-NAME
006200         MOVE 'WRITE' TO WS-ERRH-OPERATION
006210         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006220             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006230             WS-RPT-STATUS WS-ERRH-SEVERITY
006240         IF WS-ERRH-SEVERE
006250             GO TO 9999-ABEND.
006260     ADD 1 TO RPT-LINES-ON-PAGE.
006270     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
006280         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
006290 4900-EXIT.
006300     EXIT.
006310*----------------------------------------------------------*
006320* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE. *
006330*----------------------------------------------------------*
006340 9999-ABEND.
006350     DISPLAY 'MDMILES: ABENDING - UNRECOVERABLE FILE ERROR.'.
006360     MOVE 16 TO RETURN-CODE.
006370     GOBACK.
