000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDABSRPT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-10.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-10 AG  FIRST VERSION. MONTHLY DEPARTMENT ABSENCE *
000110*                REPORT FROM THE ABSENCE HISTORY MDABSUP   *
000120*                KEEPS (MDABSHST). FOR THE BUSINESS DATE'S *
000130*                MONTH IT SHOWS, PER DEPARTMENT, HOW MANY  *
000140*                EMPLOYEES WERE ABSENT AND THE BUSINESS    *
000150*                DAYS LOST TO VACATION, SICKNESS AND LEAVE *
000160*                OF ABSENCE, WITH A COMPANY TOTAL. AN      *
000170*                ABSENCE THAT RUNS ACROSS A MONTH END      *
000180*                COUNTS ONLY ITS DAYS INSIDE THE MONTH, ON *
000190*                THE SAME ADDBDAYS CALENDAR MDABSUP        *
000200*                CHARGED IT BY; IT IS SHOWN UNDER THE      *
000210*                DEPARTMENT THE EMPLOYEE WAS IN WHEN IT    *
000220*                WAS RECORDED. SCHEDULED THROUGH THE       *
000230*                NITECAL MONTHLY FREQUENCY AS A STEP NAMED *
000240*                MDABSRPT, AS MMMONTH IS. OUTPUT (MDABRPT) *
000250*                USES THE SHOP-STANDARD RPTHDFT HEADER.    *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ABS-FILE ASSIGN TO "MDABSHST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS ABS-KEY
000340         FILE STATUS IS WS-ABS-STATUS.
000350     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DEPT-CODE
000390         FILE STATUS IS WS-DEPT-STATUS.
000400     SELECT RPT-FILE ASSIGN TO "MDABRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ABS-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000470     COPY MDABSREC.
000480 FD  DEPT-FILE
000490     RECORD CONTAINS 80 CHARACTERS.
000500     COPY MDDPTREC.
000510 FD  RPT-FILE
000520     RECORD CONTAINS 80 CHARACTERS.
000530 01  RPT-RECORD                 PIC X(80).
000540 WORKING-STORAGE SECTION.
000550 01  WS-ABS-STATUS              PIC X(02) VALUE "00".
000560     88  WS-ABS-OK                        VALUE "00".
000570 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000580     88  WS-DEPT-OK                       VALUE "00".
000590 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000600     88  WS-RPT-OK                        VALUE "00".
000610 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDABSRPT'.
000620 01  WS-ERRH-FILE-NAME          PIC X(08).
000630 01  WS-ERRH-OPERATION          PIC X(06).
000640 01  WS-ERRH-SEVERITY           PIC X(02).
000650     88  WS-ERRH-SEVERE                   VALUE "08".
000660 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000670 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-NUM.
000680     05  WS-RUN-CCYY            PIC 9(04).
000690     05  WS-RUN-MM              PIC 9(02).
000700     05  WS-RUN-DD              PIC 9(02).
000710*    THE MONTH REPORTED. THE LAST DAY IS ALWAYS 31 - IT IS
000720*    ONLY COMPARED AGAINST, NEVER STEPPED TO.
000730 01  WS-MO-FIRST                PIC 9(08) VALUE 0.
000740 01  WS-MO-FIRST-R REDEFINES WS-MO-FIRST.
000750     05  WS-MO-FIRST-CCYY       PIC 9(04).
000760     05  WS-MO-FIRST-MM         PIC 9(02).
000770     05  WS-MO-FIRST-DD         PIC 9(02).
000780 01  WS-MO-LAST                 PIC 9(08) VALUE 0.
000790 01  WS-MO-LAST-R REDEFINES WS-MO-LAST.
000800     05  WS-MO-LAST-CCYY        PIC 9(04).
000810     05  WS-MO-LAST-MM          PIC 9(02).
000820     05  WS-MO-LAST-DD          PIC 9(02).
000830 01  WS-ABS-SW                  PIC X(01) VALUE "N".
000840     88  WS-ABS-LOADED                    VALUE "Y".
000850 01  WS-ABS-READ                PIC 9(07) VALUE 0.
000860 01  WS-ABS-IN-MONTH            PIC 9(07) VALUE 0.
000870*    ONE SLOT PER DEPARTMENT: THE MASTER IN CODE ORDER, THEN
000880*    ANY CODE ONLY THE HISTORY KNOWS. THE LAST EMPLOYEE
000890*    CHARGED KEEPS A PERSON WITH SEVERAL ABSENCES FROM BEING
000900*    COUNTED TWICE - THE HISTORY IS IN EMPLOYEE ORDER.
000910 01  WS-AD-TABLE.
000920     05  WS-AD-ENTRY OCCURS 100 TIMES.
000930         10  WS-AD-CODE         PIC X(04).
000940         10  WS-AD-NAME         PIC X(20).
000950         10  WS-AD-ACTIVE       PIC X(01).
000960         10  WS-AD-LAST-EMPNO   PIC 9(06).
000970         10  WS-AD-EMPS         PIC 9(05).
000980         10  WS-AD-VAC          PIC 9(07).
000990         10  WS-AD-SICK         PIC 9(07).
001000         10  WS-AD-LOA          PIC 9(07).
001010 01  WS-AD-COUNT                PIC 9(03) VALUE 0.
001020 01  WS-AD-SUB                  PIC 9(03) VALUE 0.
001030 01  WS-AD-LOOK-SUB             PIC 9(03) VALUE 0.
001040 01  WS-AD-FIND-SUB             PIC 9(03) VALUE 0.
001050 01  WS-AD-FULL-SW              PIC X(01) VALUE "N".
001060     88  WS-AD-FULL-SAID                  VALUE "Y".
001070 01  WS-CO-TOTALS.
001080     05  WS-CO-EMPS             PIC 9(07).
001090     05  WS-CO-VAC              PIC 9(07).
001100     05  WS-CO-SICK             PIC 9(07).
001110     05  WS-CO-LOA              PIC 9(07).
001120 01  WS-CO-LAST-EMPNO           PIC 9(06) VALUE 0.
001130 01  WS-DEPT-DAYS               PIC 9(07) VALUE 0.
001140*    ADDBDAYS ARGUMENTS AND THE PART OF AN ABSENCE INSIDE
001150*    THE MONTH.
001160 01  WS-IN-FROM                 PIC 9(08) VALUE 0.
001170 01  WS-IN-TO                   PIC 9(08) VALUE 0.
001180 01  WS-IN-DAYS                 PIC 9(04) VALUE 0.
001190 01  WS-BD-BASE                 PIC 9(08) VALUE 0.
001200 01  WS-BD-OFFSET               PIC S9(04) VALUE 0.
001210 01  WS-BD-DATE                 PIC 9(08) VALUE 0.
001220 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001230 01  WS-MONTH-TITLE.
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  FILLER                 PIC X(26)
001260             VALUE 'ABSENCE BUSINESS DAYS FOR '.
001270     05  WS-MT-CCYY             PIC 9(04).
001280     05  FILLER                 PIC X(01) VALUE '-'.
001290     05  WS-MT-MM               PIC 9(02).
001300     05  FILLER                 PIC X(46) VALUE SPACES.
001310 01  WS-AB-LINE.
001320     05  FILLER                 PIC X(01) VALUE SPACES.
001330     05  WS-AL-CODE             PIC X(04).
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  WS-AL-NAME             PIC X(20).
001360     05  FILLER                 PIC X(01) VALUE SPACES.
001370     05  WS-AL-EMPS             PIC ZZZZ9.
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  WS-AL-VAC              PIC ZZZZZ9.
001400     05  FILLER                 PIC X(02) VALUE SPACES.
001410     05  WS-AL-SICK             PIC ZZZZZ9.
001420     05  FILLER                 PIC X(02) VALUE SPACES.
001430     05  WS-AL-LOA              PIC ZZZZZ9.
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  WS-AL-TOTAL            PIC ZZZZZZ9.
001460     05  FILLER                 PIC X(14) VALUE SPACES.
001470     COPY RPTHDFT.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
001520     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001530     CLOSE RPT-FILE.
001540     DISPLAY 'MDABSRPT: ' WS-ABS-IN-MONTH ' OF ' WS-ABS-READ
001550         ' RECORDED ABSENCE(S) FALL IN ' WS-RUN-CCYY '-'
001560         WS-RUN-MM '.'.
001570     IF WS-ABS-LOADED
001580         MOVE 0 TO RETURN-CODE
001590     ELSE
001600         MOVE 4 TO RETURN-CODE.
001610     GOBACK.
001620*----------------------------------------------------------*
001630* 1000-INITIALIZE - FIX THE MONTH FROM THE BUSINESS DATE,  *
001640* OPEN THE REPORT AND LOAD THE DEPARTMENT MASTER FOR THE   *
001650* NAMES.                                                   *
001660*----------------------------------------------------------*
001670 1000-INITIALIZE.
001680     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001690     MOVE WS-RUN-DATE-NUM TO WS-MO-FIRST.
001700     MOVE 1 TO WS-MO-FIRST-DD.
001710     MOVE WS-RUN-DATE-NUM TO WS-MO-LAST.
001720     MOVE 31 TO WS-MO-LAST-DD.
001730     OPEN OUTPUT RPT-FILE.
001740     IF NOT WS-RPT-OK
001750         MOVE 'MDABRPT' TO WS-ERRH-FILE-NAME
001760         MOVE 'OPEN' TO WS-ERRH-OPERATION
001770         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001780             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001790             WS-RPT-STATUS WS-ERRH-SEVERITY
001800         GO TO 9999-ABEND.
001810     MOVE WS-RUN-CCYY TO WS-MT-CCYY.
001820     MOVE WS-RUN-MM TO WS-MT-MM.
001830     MOVE 0 TO WS-CO-EMPS WS-CO-VAC WS-CO-SICK WS-CO-LOA.
001840     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001850     OPEN INPUT DEPT-FILE.
001860     IF NOT WS-DEPT-OK
001870         DISPLAY 'MDABSRPT: DEPARTMENT MASTER UNAVAILABLE '
001880             '- DEPARTMENTS SHOWN WITHOUT NAMES'
001890         GO TO 1000-EXIT.
001900 1010-READ-NEXT.
001910     READ DEPT-FILE NEXT RECORD
001920         AT END
001930             GO TO 1090-LOAD-DONE.
001940     IF WS-AD-COUNT NOT < 100
001950         DISPLAY 'MDABSRPT: DEPARTMENT TABLE FULL - '
001960             DEPT-CODE ' IGNORED'
001970         GO TO 1010-READ-NEXT.
001980     ADD 1 TO WS-AD-COUNT.
001990     MOVE DEPT-CODE TO WS-AD-CODE (WS-AD-COUNT).
002000     MOVE DEPT-NAME TO WS-AD-NAME (WS-AD-COUNT).
002010     MOVE DEPT-ACTIVE TO WS-AD-ACTIVE (WS-AD-COUNT).
002020     PERFORM 1100-CLEAR-SLOT THRU 1100-EXIT.
002030     GO TO 1010-READ-NEXT.
002040 1090-LOAD-DONE.
002050     CLOSE DEPT-FILE.
002060 1000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------*
002090* 1100-CLEAR-SLOT - ZERO THE COUNTS OF THE NEWEST SLOT.    *
002100*----------------------------------------------------------*
002110 1100-CLEAR-SLOT.
002120     MOVE 0 TO WS-AD-LAST-EMPNO (WS-AD-COUNT).
002130     MOVE 0 TO WS-AD-EMPS (WS-AD-COUNT).
002140     MOVE 0 TO WS-AD-VAC (WS-AD-COUNT).
002150     MOVE 0 TO WS-AD-SICK (WS-AD-COUNT).
002160     MOVE 0 TO WS-AD-LOA (WS-AD-COUNT).
002170 1100-EXIT.
002180     EXIT.
002190*----------------------------------------------------------*
002200* 1200-FIND-DEPT - LOOK ABS-DEPT UP IN THE TABLE, ADDING   *
002210* IT WHEN THE MASTER DID NOT HAVE IT. WS-AD-FIND-SUB IS    *
002220* ZERO ONLY WHEN THE TABLE IS FULL.                        *
002230*----------------------------------------------------------*
002240 1200-FIND-DEPT.
002250     MOVE 0 TO WS-AD-FIND-SUB.
002260     MOVE 1 TO WS-AD-LOOK-SUB.
002270 1210-FIND-NEXT.
002280     IF WS-AD-LOOK-SUB > WS-AD-COUNT
002290         GO TO 1220-ADD-DEPT.
002300     IF WS-AD-CODE (WS-AD-LOOK-SUB) = ABS-DEPT
002310         MOVE WS-AD-LOOK-SUB TO WS-AD-FIND-SUB
002320         GO TO 1200-EXIT.
002330     ADD 1 TO WS-AD-LOOK-SUB.
002340     GO TO 1210-FIND-NEXT.
002350 1220-ADD-DEPT.
002360     IF WS-AD-COUNT NOT < 100
002370         IF NOT WS-AD-FULL-SAID
002380             DISPLAY 'MDABSRPT: DEPARTMENT TABLE FULL - '
002390                 'ABSENCES FOR ' ABS-DEPT ' AND LATER CODES '
002400                 'LEFT OUT'
002410             MOVE "Y" TO WS-AD-FULL-SW
002420         END-IF
002430         GO TO 1200-EXIT.
002440     ADD 1 TO WS-AD-COUNT.
002450     MOVE ABS-DEPT TO WS-AD-CODE (WS-AD-COUNT).
002460     MOVE 'NOT ON MDDEPTS' TO WS-AD-NAME (WS-AD-COUNT).
002470     MOVE 'I' TO WS-AD-ACTIVE (WS-AD-COUNT).
002480     PERFORM 1100-CLEAR-SLOT THRU 1100-EXIT.
002490     MOVE WS-AD-COUNT TO WS-AD-FIND-SUB.
002500 1200-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 2000-SCAN-HISTORY - READ THE WHOLE ABSENCE HISTORY AND   *
002540* CHARGE THE PART OF EACH ABSENCE THAT FALLS IN THE MONTH  *
002550* TO ITS DEPARTMENT.                                       *
002560*----------------------------------------------------------*
002570 2000-SCAN-HISTORY.
002580     OPEN INPUT ABS-FILE.
002590     IF NOT WS-ABS-OK
002600         DISPLAY 'MDABSRPT: NO ABSENCE HISTORY (MDABSHST) - '
002610             'EVERY COUNT IS ZERO'
002620         GO TO 2000-EXIT.
002630     MOVE "Y" TO WS-ABS-SW.
002640 2010-READ-NEXT.
002650     READ ABS-FILE NEXT RECORD
002660         AT END
002670             GO TO 2090-SCAN-DONE.
002680     ADD 1 TO WS-ABS-READ.
002690     IF ABS-FROM > WS-MO-LAST
002700         OR ABS-TO < WS-MO-FIRST
002710         GO TO 2010-READ-NEXT.
002720     PERFORM 2100-COUNT-IN-MONTH THRU 2100-EXIT.
002730     IF WS-IN-DAYS = 0
002740         GO TO 2010-READ-NEXT.
002750     PERFORM 1200-FIND-DEPT THRU 1200-EXIT.
002760     IF WS-AD-FIND-SUB = 0
002770         GO TO 2010-READ-NEXT.
002780     ADD 1 TO WS-ABS-IN-MONTH.
002790     MOVE WS-AD-FIND-SUB TO WS-AD-SUB.
002800     IF ABS-EMPNO NOT = WS-AD-LAST-EMPNO (WS-AD-SUB)
002810         ADD 1 TO WS-AD-EMPS (WS-AD-SUB)
002820         MOVE ABS-EMPNO TO WS-AD-LAST-EMPNO (WS-AD-SUB).
002830     IF ABS-EMPNO NOT = WS-CO-LAST-EMPNO
002840         ADD 1 TO WS-CO-EMPS
002850         MOVE ABS-EMPNO TO WS-CO-LAST-EMPNO.
002860     EVALUATE TRUE
002870         WHEN ABS-IS-VACATION
002880             ADD WS-IN-DAYS TO WS-AD-VAC (WS-AD-SUB)
002890         WHEN ABS-IS-SICK
002900             ADD WS-IN-DAYS TO WS-AD-SICK (WS-AD-SUB)
002910         WHEN OTHER
002920             ADD WS-IN-DAYS TO WS-AD-LOA (WS-AD-SUB)
002930     END-EVALUATE.
002940     GO TO 2010-READ-NEXT.
002950 2090-SCAN-DONE.
002960     CLOSE ABS-FILE.
002970 2000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------*
003000* 2100-COUNT-IN-MONTH - BUSINESS DAYS OF THE ABSENCE       *
003010* INSIDE THE MONTH: CLIP IT TO THE MONTH, SETTLE ON THE    *
003020* FIRST BUSINESS DAY NOT BEFORE THE CLIPPED FIRST DAY,     *
003030* THEN STEP ONE BUSINESS DAY AT A TIME, AS MDABSUP COUNTS. *
003040*----------------------------------------------------------*
003050 2100-COUNT-IN-MONTH.
003060     MOVE 0 TO WS-IN-DAYS.
003070     MOVE ABS-FROM TO WS-IN-FROM.
003080     IF WS-IN-FROM < WS-MO-FIRST
003090         MOVE WS-MO-FIRST TO WS-IN-FROM.
003100     MOVE ABS-TO TO WS-IN-TO.
003110     IF WS-IN-TO > WS-MO-LAST
003120         MOVE WS-MO-LAST TO WS-IN-TO.
003130     MOVE 0 TO WS-BD-OFFSET.
003140     CALL 'ADDBDAYS' USING WS-IN-FROM WS-BD-OFFSET WS-BD-DATE.
003150 2110-NEXT-DAY.
003160     IF WS-BD-DATE > WS-IN-TO
003170         GO TO 2100-EXIT.
003180     ADD 1 TO WS-IN-DAYS.
003190     MOVE WS-BD-DATE TO WS-BD-BASE.
003200     MOVE 1 TO WS-BD-OFFSET.
003210     CALL 'ADDBDAYS' USING WS-BD-BASE WS-BD-OFFSET WS-BD-DATE.
003220     GO TO 2110-NEXT-DAY.
003230 2100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------*
003260* 4000-PRINT-REPORT - ONE LINE PER DEPARTMENT IN TABLE     *
003270* ORDER, THEN THE COMPANY TOTAL. A DEPARTMENT WITH NO      *
003280* ABSENCE IN THE MONTH IS STILL SHOWN WHILE IT IS ACTIVE,  *
003290* SO A CLEAN MONTH READS AS ZERO RATHER THAN AS MISSING.   *
003300*----------------------------------------------------------*
003310 4000-PRINT-REPORT.
003320     MOVE 1 TO WS-AD-SUB.
003330 4010-NEXT-DEPT.
003340     IF WS-AD-SUB > WS-AD-COUNT
003350         GO TO 4090-COMPANY.
003360     IF WS-AD-EMPS (WS-AD-SUB) = 0
003370         AND WS-AD-ACTIVE (WS-AD-SUB) NOT = 'A'
003380         GO TO 4080-DEPT-DONE.
003390     MOVE WS-AD-CODE (WS-AD-SUB) TO WS-AL-CODE.
003400     MOVE WS-AD-NAME (WS-AD-SUB) TO WS-AL-NAME.
003410     MOVE WS-AD-EMPS (WS-AD-SUB) TO WS-AL-EMPS.
003420     MOVE WS-AD-VAC (WS-AD-SUB) TO WS-AL-VAC.
003430     MOVE WS-AD-SICK (WS-AD-SUB) TO WS-AL-SICK.
003440     MOVE WS-AD-LOA (WS-AD-SUB) TO WS-AL-LOA.
003450     COMPUTE WS-DEPT-DAYS = WS-AD-VAC (WS-AD-SUB)
003460         + WS-AD-SICK (WS-AD-SUB) + WS-AD-LOA (WS-AD-SUB).
003470     MOVE WS-DEPT-DAYS TO WS-AL-TOTAL.
003480     MOVE WS-AB-LINE TO WS-ANSWER-LINE.
003490     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003500     ADD WS-AD-VAC (WS-AD-SUB) TO WS-CO-VAC.
003510     ADD WS-AD-SICK (WS-AD-SUB) TO WS-CO-SICK.
003520     ADD WS-AD-LOA (WS-AD-SUB) TO WS-CO-LOA.
003530 4080-DEPT-DONE.
003540     ADD 1 TO WS-AD-SUB.
003550     GO TO 4010-NEXT-DEPT.
003560 4090-COMPANY.
003570     MOVE SPACES TO WS-ANSWER-LINE.
003580     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003590     MOVE SPACES TO WS-AL-CODE.
003600     MOVE 'COMPANY TOTAL' TO WS-AL-NAME.
003610     MOVE WS-CO-EMPS TO WS-AL-EMPS.
003620     MOVE WS-CO-VAC TO WS-AL-VAC.
003630     MOVE WS-CO-SICK TO WS-AL-SICK.
003640     MOVE WS-CO-LOA TO WS-AL-LOA.
003650     COMPUTE WS-DEPT-DAYS = WS-CO-VAC + WS-CO-SICK + WS-CO-LOA.
003660     MOVE WS-DEPT-DAYS TO WS-AL-TOTAL.
003670     MOVE WS-AB-LINE TO WS-ANSWER-LINE.
003680     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003690 4000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 0500-PRINT-HEADER - SHOP-STANDARD HEADER, THE MONTH      *
003730* REPORTED AND THE COLUMN TITLES, REPEATED AT EVERY PAGE   *
003740* BREAK.                                                   *
003750*----------------------------------------------------------*
003760 0500-PRINT-HEADER.
003770     MOVE 'MDABSRPT' TO RPTHD-PROGRAM-NAME.
003780     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
003790     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
003800     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
003810     WRITE RPT-RECORD.
003820     MOVE WS-MONTH-TITLE TO RPT-RECORD.
003830     WRITE RPT-RECORD.
003840     MOVE 'DEPT  NAME                  EMPS     VAC'
003850         TO RPTTL-COLUMN-TITLES.
003860     MOVE '    SICK   LEAVE    TOTAL'
003870         TO RPTTL-COLUMN-TITLES (41:25).
003880     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003890     WRITE RPT-RECORD.
003900     ADD 1 TO RPT-PAGE-NUMBER.
003910     MOVE 0 TO RPT-LINES-ON-PAGE.
003920 0500-EXIT.
003930     EXIT.
003940*----------------------------------------------------------*
003950* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
003960* WRITE CHECK AND PAGE BREAK.                              *
003970*----------------------------------------------------------*
003980 4900-PUT-LINE.
003990     MOVE WS-ANSWER-LINE TO RPT-RECORD.
004000     WRITE RPT-RECORD.
004010     IF NOT WS-RPT-OK
004020         MOVE 'MDABRPT' TO WS-ERRH-FILE-NAME
004030         MOVE 'WRITE' TO WS-ERRH-OPERATION
004040         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004050             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004060             WS-RPT-STATUS WS-ERRH-SEVERITY
004070         IF WS-ERRH-SEVERE
004080             GO TO 9999-ABEND.
004090     ADD 1 TO RPT-LINES-ON-PAGE.
004100     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004110         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004120 4900-EXIT.
004130     EXIT.
004140*----------------------------------------------------------*
004150* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS        *
004160* SEVERE.                                                  *
004170*----------------------------------------------------------*
004180 9999-ABEND.
004190     DISPLAY 'MDABSRPT: ABENDING - UNRECOVERABLE FILE ERROR.'.
004200     MOVE 16 TO RETURN-CODE.
004210     GOBACK.
