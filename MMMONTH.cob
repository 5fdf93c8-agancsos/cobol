000234*                COPY THAT HAD ALREADY DRIFTED (IT OMITTED    *
000235*                THE MEDIAN/PERCENTILE FIELDS AND THE NEW     *
000236*                FULL-WIDTH COUNT).                           *
000237* 2026-10-15 AG  THE NIGHTLY CATEGORY RECORDS MINMAX NOW      *
000238*                WRITES (TYPE 'C', ROLLED UP THROUGH THE      *
000239*                GROUP MASTER'S PARENT CATEGORIES) ARE ROLLED *
000240*                UP FOR THE MONTH THE SAME WAY AS THE GROUPS, *
000241*                IN SLOTS OF THEIR OWN SO A CATEGORY AND A    *
000242*                GROUP SHARING A NAME DO NOT MIX, AND PRINTED *
000243*                AFTER THE GROUP LINES UNDER A CATEGORY       *
000244*                ROLL-UP HEADING. THE TABLE NOW HOLDS 60      *
000245*                GROUPS AND CATEGORIES.                       *
000246* 2026-10-15 AG  THE ROLL-UP NOW FOLLOWS THE FISCAL CALENDAR: *
000247*                THE SPAN IS THE FISCAL PERIOD THE BUSINESS   *
000248*                DATE FALLS IN (FROM THE NEW GETFPER          *
000249*                SERVICE), FOLLOWED BY A QUARTER-TO-DATE AND  *
000250*                A YEAR-TO-DATE ROLL-UP THROUGH THE END OF    *
000251*                THAT PERIOD, EACH UNDER A LINE NAMING ITS    *
000252*                SPAN. A DATE THE FISCAL CALENDAR DOES NOT    *
000253*                COVER (OR NO FISCCAL) ROLLS UP THE CALENDAR  *
000254*                MONTH AS BEFORE. THE EXTREMES NOW SHOW THE   *
000255*                MONTH AND DAY THEY OCCURRED, AND DAYS,       *
000256*                TOTALS AND AVERAGE SUMS ARE WIDENED FOR A    *
000257*                YEAR. SCHEDULE THE STEP WITH THE NITECAL     *
000258*                FISCAL-PERIOD FREQUENCY (P).                 *
000259*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000261 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT STATS-FILE ASSIGN USING WS-STATS-NAME
000290         ORGANIZATION IS LINE SEQUENTIAL
000700     05  WS-RUN-CCYY            PIC 9(04).
000710     05  WS-RUN-MM              PIC 9(02).
000720     05  WS-RUN-DD              PIC 9(02).
000722 01  WS-SCAN-DATE               PIC 9(08) VALUE 0.
000724 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
000726 01  WS-SCAN-END-INT            PIC 9(08) VALUE 0.
000728 01  WS-RANGE-START             PIC 9(08) VALUE 0.
000730 01  WS-RANGE-END               PIC 9(08) VALUE 0.
000732 01  WS-DATE-WORK               PIC 9(08) VALUE 0.
000734 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000736     05  WS-DW-CCYY             PIC 9(04).
000738     05  WS-DW-MM               PIC 9(02).
000740     05  WS-DW-DD               PIC 9(02).
000742 01  WS-DATE-WORK-R2 REDEFINES WS-DATE-WORK.
000744     05  FILLER                 PIC 9(04).
000746     05  WS-DW-MMDD             PIC 9(04).
000748 01  WS-DAYS-FOUND              PIC 9(03) VALUE 0.
000750 01  WS-ROLL-SCOPE              PIC X(01) VALUE "M".
000752     88  WS-SCOPE-MONTH                   VALUE "M".
000754     88  WS-SCOPE-PERIOD                  VALUE "P".
000756     88  WS-SCOPE-QUARTER                 VALUE "Q".
000758     88  WS-SCOPE-YEAR                    VALUE "Y".
000760     COPY FPERLNK.
000762*    ONE SLOT PER GROUP OR CATEGORY SEEN IN THE SPAN BEING
000764*    ROLLED UP: THE EXTREMES WITH THE DATE EACH OCCURRED, THE
000766*    TOTAL, AND THE SUM/COUNT OF DAILY AVERAGES.
000780 01  WS-MO-TABLE.
000790     05  WS-MO-ENTRY OCCURS 60 TIMES.
000795         10  WS-MO-TYPE         PIC X(01).
000800         10  WS-MO-GROUP        PIC X(10).
000810         10  WS-MO-DAYS         PIC 9(03).
000820         10  WS-MO-MIN          PIC 9(03)V9(03).
000830         10  WS-MO-MIN-DATE     PIC 9(08).
000840         10  WS-MO-MAX          PIC 9(03)V9(03).
000850         10  WS-MO-MAX-DATE     PIC 9(08).
000860         10  WS-MO-TOTAL        PIC 9(11)V9(03).
000870         10  WS-MO-AVG-SUM      PIC 9(09)V9(03).
000880 01  WS-MO-COUNT                PIC 9(02) VALUE 0.
000890 01  WS-MO-SUB                  PIC 9(02) VALUE 0.
000900 01  WS-MO-FOUND-SUB            PIC 9(02) VALUE 0.
000910 01  WS-MO-AVG                  PIC 9(05)V9(03) VALUE 0.
000913 01  WS-MO-CAT-COUNT            PIC 9(02) VALUE 0.
000916 01  WS-PRINT-TYPE              PIC X(01) VALUE "G".
000920 01  WS-DETAIL-LINE.
000930     05  FILLER                 PIC X(01) VALUE SPACES.
000940     05  WS-DET-GROUP           PIC X(10).
000950     05  FILLER                 PIC X(02) VALUE SPACES.
000960     05  WS-DET-DAYS            PIC ZZ9.
000970     05  FILLER                 PIC X(02) VALUE SPACES.
000980     05  WS-DET-MIN             PIC ZZ9.999.
000990     05  FILLER                 PIC X(01) VALUE SPACES.
001000     05  WS-DET-MIN-DAY         PIC 99/99.
001010     05  FILLER                 PIC X(02) VALUE SPACES.
001020     05  WS-DET-MAX             PIC ZZ9.999.
001030     05  FILLER                 PIC X(01) VALUE SPACES.
001040     05  WS-DET-MAX-DAY         PIC 99/99.
001050     05  FILLER                 PIC X(02) VALUE SPACES.
001060     05  WS-DET-TOTAL           PIC ZZZZZZZZZZ9.999.
001070     05  FILLER                 PIC X(02) VALUE SPACES.
001080     05  WS-DET-AVG             PIC ZZZZ9.999.
001081     05  FILLER                 PIC X(06) VALUE SPACES.
001082*    THE LINE NAMING THE SPAN EACH ROLL-UP COVERS.
001083 01  WS-SCOPE-LINE.
001084     05  FILLER                 PIC X(01) VALUE SPACES.
001085     05  WS-SCOPE-KIND          PIC X(15).
001086     05  WS-SCOPE-ID.
001087         10  WS-SID-CCYY        PIC 9(04).
001088         10  WS-SID-SEP         PIC X(01).
001089         10  WS-SID-NN          PIC X(03).
001090     05  WS-SCOPE-TO-DATE       PIC X(08).
001091     05  FILLER                 PIC X(06) VALUE ' FROM '.
001092     05  WS-SCOPE-FROM          PIC 9999/99/99.
001093     05  FILLER                 PIC X(04) VALUE ' TO '.
001094     05  WS-SCOPE-TO            PIC 9999/99/99.
001095     05  FILLER                 PIC X(18) VALUE SPACES.
001100     COPY RPTHDFT.
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001132     PERFORM 1500-SET-PERIOD THRU 1500-EXIT.
001134     PERFORM 3000-ROLL-SPAN THRU 3000-EXIT.
001136*    ON THE FISCAL CALENDAR THE PERIOD IS FOLLOWED BY ITS
001138*    QUARTER AND ITS YEAR, EACH FROM ITS FIRST DAY THROUGH THE
001140*    END OF THIS PERIOD.
001142     IF FPER-FOUND
001144         MOVE "Q" TO WS-ROLL-SCOPE
001146         MOVE FPER-QTR-START-DATE TO WS-RANGE-START
001148         PERFORM 3000-ROLL-SPAN THRU 3000-EXIT
001150         MOVE "Y" TO WS-ROLL-SCOPE
001152         MOVE FPER-YEAR-START-DATE TO WS-RANGE-START
001154         PERFORM 3000-ROLL-SPAN THRU 3000-EXIT.
001160     CLOSE RPT-FILE.
001170     MOVE 0 TO RETURN-CODE.
001180     GOBACK.
001190*----------------------------------------------------------*
001200* 1000-INITIALIZE - CAPTURE THE BUSINESS DATE (WHOSE PERIOD *
001210* IS ROLLED UP) AND OPEN THE REPORT WITH THE SHOP-STANDARD  *
001220* HEADER.                                                   *
001230*----------------------------------------------------------*
001360     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001370     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001380     WRITE RPT-RECORD.
001387     MOVE 'GROUP      DAYS      MIN MM/DD      MAX MM/DD'
001394         TO RPTTL-COLUMN-TITLES.
001401     MOVE 'TOTAL AVG OF AVGS' TO RPTTL-COLUMN-TITLES (58:).
001410     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001420     WRITE RPT-RECORD.
001430 1000-EXIT.
001440     EXIT.
001450*----------------------------------------------------------*
001451* 1500-SET-PERIOD - THE SPAN TO ROLL UP: THE FISCAL PERIOD  *
001452* THE BUSINESS DATE FALLS IN, FROM GETFPER, OR THE          *
001453* CALENDAR MONTH WHEN THE FISCAL CALENDAR DOES NOT COVER    *
001454* THE DATE (OR THERE IS NONE), AS BEFORE THE FISCAL         *
001455* CALENDAR EXISTED.                                         *
001456*----------------------------------------------------------*
001457 1500-SET-PERIOD.
001458     CALL 'GETFPER' USING WS-RUN-DATE-NUM FPER-RESULT.
001459     IF FPER-FOUND
001460         MOVE "P" TO WS-ROLL-SCOPE
001461         MOVE FPER-START-DATE TO WS-RANGE-START
001462         MOVE FPER-END-DATE TO WS-RANGE-END
001463         GO TO 1500-EXIT.
001464     MOVE "M" TO WS-ROLL-SCOPE.
001465     MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK.
001466     MOVE 1 TO WS-DW-DD.
001467     MOVE WS-DATE-WORK TO WS-RANGE-START.
001468     IF WS-DW-MM = 12
001469         ADD 1 TO WS-DW-CCYY
001470         MOVE 1 TO WS-DW-MM
001471     ELSE
001472         ADD 1 TO WS-DW-MM.
001473     COMPUTE WS-RANGE-END = FUNCTION DATE-OF-INTEGER(
001474         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1).
001475 1500-EXIT.
001476     EXIT.
001477*----------------------------------------------------------*
001478* 3000-ROLL-SPAN - ONE ROLL-UP FROM WS-RANGE-START THROUGH  *
001479* WS-RANGE-END: THE LINE NAMING THE SPAN, THEN THE GROUPS   *
001480* AND CATEGORIES ROLLED UP FROM A CLEARED TABLE.            *
001481*----------------------------------------------------------*
001482 3000-ROLL-SPAN.
001483     MOVE SPACES TO WS-SCOPE-TO-DATE WS-SID-SEP WS-SID-NN.
001484     MOVE FPER-YEAR TO WS-SID-CCYY.
001485     IF WS-SCOPE-MONTH
001486         MOVE 'CALENDAR MONTH' TO WS-SCOPE-KIND
001487         MOVE WS-RUN-CCYY TO WS-SID-CCYY
001488         MOVE '/' TO WS-SID-SEP
001489         MOVE WS-RUN-MM TO WS-SID-NN.
001490     IF WS-SCOPE-PERIOD
001491         MOVE 'FISCAL PERIOD' TO WS-SCOPE-KIND
001492         MOVE '/' TO WS-SID-SEP
001493         MOVE FPER-PERIOD TO WS-SID-NN.
001494     IF WS-SCOPE-QUARTER
001495         MOVE 'FISCAL QUARTER' TO WS-SCOPE-KIND
001496         MOVE '/' TO WS-SID-SEP
001497         MOVE 'Q' TO WS-SID-NN (1:1)
001498         MOVE FPER-QUARTER TO WS-SID-NN (2:1)
001499         MOVE ' TO DATE' TO WS-SCOPE-TO-DATE.
001500     IF WS-SCOPE-YEAR
001501         MOVE 'FISCAL YEAR' TO WS-SCOPE-KIND
001502         MOVE ' TO DATE' TO WS-SCOPE-TO-DATE.
001503     MOVE WS-RANGE-START TO WS-SCOPE-FROM.
001504     MOVE WS-RANGE-END TO WS-SCOPE-TO.
001505     MOVE SPACES TO RPT-RECORD.
001506     WRITE RPT-RECORD.
001507     MOVE WS-SCOPE-LINE TO RPT-RECORD.
001508     WRITE RPT-RECORD.
001509     MOVE 0 TO WS-MO-COUNT WS-MO-CAT-COUNT WS-DAYS-FOUND.
001510     MOVE "G" TO WS-PRINT-TYPE.
001511     PERFORM 2000-SCAN-MONTH THRU 2000-EXIT.
001512     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001513 3000-EXIT.
001514     EXIT.
001515*----------------------------------------------------------*
001516* 2000-SCAN-MONTH - TRY EVERY DAY OF THE SPAN FOR A DATED   *
001517* STATS GENERATION AND ROLL ITS GROUP RECORDS IN. A NIGHT   *
001518* MINMAX DID NOT RUN SIMPLY HAS NO GENERATION AND IS        *
001519* SKIPPED.                                                  *
001520*----------------------------------------------------------*
001521 2000-SCAN-MONTH.
001522     COMPUTE WS-SCAN-INT =
001523         FUNCTION INTEGER-OF-DATE(WS-RANGE-START).
001524     COMPUTE WS-SCAN-END-INT =
001525         FUNCTION INTEGER-OF-DATE(WS-RANGE-END).
001530 2010-NEXT-DAY.
001540     IF WS-SCAN-INT > WS-SCAN-END-INT
001550         GO TO 2000-EXIT.
001557     COMPUTE WS-SCAN-DATE =
001564         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
001571     MOVE WS-SCAN-DATE TO WS-STATS-GEN-DATE.
001580     OPEN INPUT STATS-FILE.
001590     IF NOT WS-STATS-OK
001600         GO TO 2080-BUMP-DAY.
001630     READ STATS-FILE
001640         AT END
001650             GO TO 2070-DAY-DONE.
001660     IF STAT-IS-GROUP OR STAT-IS-CATEGORY
001670         PERFORM 2500-ROLL-GROUP THRU 2500-EXIT.
001680     GO TO 2020-READ-NEXT.
001690 2070-DAY-DONE.
001700     CLOSE STATS-FILE.
001710 2080-BUMP-DAY.
001720     ADD 1 TO WS-SCAN-INT.
001730     GO TO 2010-NEXT-DAY.
001740 2000-EXIT.
001750     EXIT.
001760*----------------------------------------------------------*
001770* 2500-ROLL-GROUP - ONE NIGHTLY GROUP RECORD INTO ITS       *
001780* GROUP'S SLOT: EXTREMES WITH THE DATE THEY OCCURRED, THE   *
001790* TOTAL, AND THE DAILY-AVERAGE SUM.                         *
001800*----------------------------------------------------------*
001810 2500-ROLL-GROUP.
001820     MOVE 0 TO WS-MO-FOUND-SUB.
001850     IF WS-MO-SUB > WS-MO-COUNT
001860         GO TO 2520-FIND-DONE.
001870     IF WS-MO-GROUP (WS-MO-SUB) = STAT-GROUP
001875         AND WS-MO-TYPE (WS-MO-SUB) = STAT-REC-TYPE
001880         MOVE WS-MO-SUB TO WS-MO-FOUND-SUB
001890         GO TO 2530-ROLL-IN.
001900     ADD 1 TO WS-MO-SUB.
001910     GO TO 2510-FIND-NEXT.
001920 2520-FIND-DONE.
001930     IF WS-MO-COUNT < 60
001940         ADD 1 TO WS-MO-COUNT
001950         MOVE WS-MO-COUNT TO WS-MO-FOUND-SUB
001960         MOVE STAT-GROUP TO WS-MO-GROUP (WS-MO-FOUND-SUB)
001962         MOVE STAT-REC-TYPE TO WS-MO-TYPE (WS-MO-FOUND-SUB)
001964         IF STAT-IS-CATEGORY
001966             ADD 1 TO WS-MO-CAT-COUNT
001968         END-IF
001970         MOVE 0 TO WS-MO-DAYS (WS-MO-FOUND-SUB)
001980         MOVE STAT-MIN TO WS-MO-MIN (WS-MO-FOUND-SUB)
001990         MOVE WS-SCAN-DATE TO WS-MO-MIN-DATE (WS-MO-FOUND-SUB)
002000         MOVE STAT-MAX TO WS-MO-MAX (WS-MO-FOUND-SUB)
002010         MOVE WS-SCAN-DATE TO WS-MO-MAX-DATE (WS-MO-FOUND-SUB)
002020         MOVE 0 TO WS-MO-TOTAL (WS-MO-FOUND-SUB)
002030         MOVE 0 TO WS-MO-AVG-SUM (WS-MO-FOUND-SUB)
002040     ELSE
002090     ADD 1 TO WS-MO-DAYS (WS-MO-FOUND-SUB).
002100     IF STAT-MIN < WS-MO-MIN (WS-MO-FOUND-SUB)
002110         MOVE STAT-MIN TO WS-MO-MIN (WS-MO-FOUND-SUB)
002120         MOVE WS-SCAN-DATE TO WS-MO-MIN-DATE (WS-MO-FOUND-SUB).
002130     IF STAT-MAX > WS-MO-MAX (WS-MO-FOUND-SUB)
002140         MOVE STAT-MAX TO WS-MO-MAX (WS-MO-FOUND-SUB)
002150         MOVE WS-SCAN-DATE TO WS-MO-MAX-DATE (WS-MO-FOUND-SUB).
002160     ADD STAT-TOTAL TO WS-MO-TOTAL (WS-MO-FOUND-SUB).
002170     ADD STAT-AVG TO WS-MO-AVG-SUM (WS-MO-FOUND-SUB).
002180 2500-EXIT.
002190     EXIT.
002200*----------------------------------------------------------*
002210* 4000-PRINT-REPORT - ONE LINE PER GROUP: DAYS SEEN, THE    *
002220* EXTREMES AND THE MONTH/DAY EACH OCCURRED, THE TOTAL, AND  *
002230* THE AVERAGE OF THE DAILY AVERAGES.                        *
002240*----------------------------------------------------------*
002250 4000-PRINT-REPORT.
002260     IF WS-MO-COUNT = 0
002270         MOVE 'NO MMSTATS GENERATIONS FOUND FOR THE SPAN'
002280             TO RPT-RECORD
002290         WRITE RPT-RECORD
002300         DISPLAY 'MMMONTH: NO MMSTATS GENERATIONS FOUND '
002310             'FROM ' WS-RANGE-START ' TO ' WS-RANGE-END '.'
002320         GO TO 4000-EXIT.
002330     MOVE 1 TO WS-MO-SUB.
002340 4010-NEXT-GROUP.
002350     IF WS-MO-SUB > WS-MO-COUNT
002360         GO TO 4090-PRINT-DONE.
002363     IF WS-MO-TYPE (WS-MO-SUB) NOT = WS-PRINT-TYPE
002366         GO TO 4080-NEXT-SLOT.
002370     MOVE WS-MO-GROUP (WS-MO-SUB) TO WS-DET-GROUP.
002380     MOVE WS-MO-DAYS (WS-MO-SUB) TO WS-DET-DAYS.
002390     MOVE WS-MO-MIN (WS-MO-SUB) TO WS-DET-MIN.
002396     MOVE WS-MO-MIN-DATE (WS-MO-SUB) TO WS-DATE-WORK.
002402     MOVE WS-DW-MMDD TO WS-DET-MIN-DAY.
002410     MOVE WS-MO-MAX (WS-MO-SUB) TO WS-DET-MAX.
002416     MOVE WS-MO-MAX-DATE (WS-MO-SUB) TO WS-DATE-WORK.
002422     MOVE WS-DW-MMDD TO WS-DET-MAX-DAY.
002430     MOVE WS-MO-TOTAL (WS-MO-SUB) TO WS-DET-TOTAL.
002440     IF WS-MO-DAYS (WS-MO-SUB) > 0
002450         COMPUTE WS-MO-AVG ROUNDED =
002580             WS-RPT-STATUS WS-ERRH-SEVERITY
002590         IF WS-ERRH-SEVERE
002600             GO TO 9999-ABEND.
002605 4080-NEXT-SLOT.
002610     ADD 1 TO WS-MO-SUB.
002620     GO TO 4010-NEXT-GROUP.
002630 4090-PRINT-DONE.
002631*    THE GROUPS ARE FOLLOWED BY THE CATEGORY ROLL-UP, THE
002632*    SAME LINE LAYOUT UNDER ITS OWN HEADING.
002633     IF WS-PRINT-TYPE = "G" AND WS-MO-CAT-COUNT > 0
002634         MOVE SPACES TO RPT-RECORD
002635         WRITE RPT-RECORD
002636         MOVE 'CATEGORY ROLL-UP' TO RPT-RECORD
002637         WRITE RPT-RECORD
002638         MOVE "C" TO WS-PRINT-TYPE
002639         MOVE 1 TO WS-MO-SUB
002640         GO TO 4010-NEXT-GROUP.
002641     DISPLAY 'MMMONTH: ' WS-MO-COUNT ' GROUP(S)/CATEGORIES OVER '
002650         WS-DAYS-FOUND ' NIGHTLY GENERATION(S) ROLLED UP.'.
002660 4000-EXIT.
002670     EXIT.
