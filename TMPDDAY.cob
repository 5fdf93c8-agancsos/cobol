000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TMPDDAY.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-14 AG  FIRST VERSION. HEATING AND COOLING DEGREE-  *
000110*                DAYS PER STATION FOR THE FACILITIES ENERGY  *
000120*                RECHARGE. THE NIGHTLY MODE TAKES TODAY'S    *
000130*                TMPHIST, PUTS EVERY READING INTO CELSIUS    *
000140*                FROM WHATEVER SCALE IT CAME IN (THE         *
000150*                CALIBRATED INPUT, NOT THE REQUESTED OUTPUT  *
000160*                SCALE), AND TAKES EACH STATION'S DAY MEAN.  *
000170*                HDD = BASE - MEAN, CDD = MEAN - BASE, EACH  *
000180*                FLOORED AT ZERO, AGAINST THE BASE ON THE    *
000190*                CARD (DEFAULT 18.000 C). THE DAY IS THE RUN *
000200*                DATE, AS ON TMPSTSUM. ONE RECORD PER        *
000210*                STATION PER DAY GOES ON TMPDDDLY (TODAY'S   *
000220*                EARLIER RECORDS DROPPED FIRST, SO A RERUN   *
000230*                IS SAFE), AND THE MONTH'S RECORD ON THE     *
000240*                ACCUMULATION FILE TMPDDACC (MONTH-TO-DATE   *
000250*                AND YEAR-TO-DATE PER STATION, ONE RECORD    *
000260*                PER STATION PER MONTH) IS REBUILT FROM THE  *
000270*                DAILY FILE. THE MONTHLY MODE PRINTS EACH    *
000280*                STATION'S MONTH AGAINST THE SAME MONTH LAST *
000290*                YEAR ON TMPDDRPT. THE CARD (TMPDDPRM) IS    *
000300*                MODE 'A' ACCUMULATE (THE DEFAULT), 'M'      *
000310*                MONTHLY REPORT OR 'B' BOTH, THE BASE        *
000320*                TEMPERATURE, AND THE REPORT MONTH (CCYYMM,  *
000330*                DEFAULT THE BUSINESS DATE'S MONTH).         *
000332* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000334*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000336*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000338*                THE READERS CAN FIND IT BY KEY.             *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HISTORY-FILE ASSIGN TO "TMPHIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HISTORY-STATUS.
000410     SELECT DAILY-FILE ASSIGN TO "TMPDDDLY"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DAILY-STATUS.
000440     SELECT ACC-FILE ASSIGN TO "TMPDDACC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ACC-STATUS.
000470     SELECT NEW-FILE ASSIGN TO "TMPDDNEW"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-NEW-STATUS.
000500     SELECT PARM-FILE ASSIGN TO "TMPDDPRM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT RPT-FILE ASSIGN TO "TMPDDRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  HISTORY-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630     COPY TMPHSREC.
000640 FD  DAILY-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  DAILY-RECORD.
000670     05  DDD-RUN-DATE           PIC 9(08).
000680     05  DDD-RUN-DATE-R REDEFINES DDD-RUN-DATE.
000690         10  DDD-RUN-YM.
000700             15  DDD-RUN-CCYY   PIC 9(04).
000710             15  DDD-RUN-MM     PIC 9(02).
000720         10  DDD-RUN-DD         PIC 9(02).
000730     05  DDD-STATION            PIC X(04).
000740     05  DDD-COUNT              PIC 9(07).
000750     05  DDD-MEAN-C             PIC S9(4)V9(3)
000760                                SIGN LEADING SEPARATE.
000770     05  DDD-BASE-C             PIC S9(3)V9(3)
000780                                SIGN LEADING SEPARATE.
000790     05  DDD-HDD                PIC 9(4)V9(3).
000800     05  DDD-CDD                PIC 9(4)V9(3).
000810     05  FILLER                 PIC X(32).
000820 FD  ACC-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  ACC-RECORD.
000850     05  DDA-STATION            PIC X(04).
000860     05  DDA-YEAR-MONTH         PIC 9(06).
000870     05  DDA-DAYS               PIC 9(02).
000880     05  DDA-MTD-HDD            PIC 9(5)V9(3).
000890     05  DDA-MTD-CDD            PIC 9(5)V9(3).
000900     05  DDA-YTD-HDD            PIC 9(5)V9(3).
000910     05  DDA-YTD-CDD            PIC 9(5)V9(3).
000920     05  DDA-LAST-DATE          PIC 9(08).
000930     05  FILLER                 PIC X(28).
000940 FD  NEW-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  NEW-RECORD                 PIC X(80).
000970 FD  PARM-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  PARM-RECORD.
001000     05  PARM-MODE              PIC X(01).
001010     05  PARM-BASE-C            PIC S9(3)V9(3)
001020                                SIGN LEADING SEPARATE.
001030     05  PARM-REPORT-MONTH      PIC 9(06).
001040     05  PARM-REPORT-MONTH-R REDEFINES PARM-REPORT-MONTH.
001050         10  PARM-RM-CCYY       PIC 9(04).
001060         10  PARM-RM-MM         PIC 9(02).
001070     05  FILLER                 PIC X(66).
001080 FD  RPT-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  RPT-RECORD                 PIC X(80).
001110 FD  AUDIT-FILE
001120     RECORD CONTAINS 100 CHARACTERS.
001130     COPY AUDITREC.
001140 WORKING-STORAGE SECTION.
001150 01  WS-HISTORY-STATUS          PIC X(02) VALUE "00".
001160     88  WS-HISTORY-OK                    VALUE "00".
001170     88  WS-HISTORY-EOF                   VALUE "10".
001180 01  WS-DAILY-STATUS            PIC X(02) VALUE "00".
001190     88  WS-DAILY-OK                      VALUE "00".
001200     88  WS-DAILY-EOF                     VALUE "10".
001210 01  WS-ACC-STATUS              PIC X(02) VALUE "00".
001220     88  WS-ACC-OK                        VALUE "00".
001230     88  WS-ACC-EOF                       VALUE "10".
001240 01  WS-NEW-STATUS              PIC X(02) VALUE "00".
001250     88  WS-NEW-OK                        VALUE "00".
001260 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
001270     88  WS-PARM-OK                       VALUE "00".
001280 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001290     88  WS-RPT-OK                        VALUE "00".
001300 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001310     88  WS-AUDIT-OK                      VALUE "00".
001320 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'TMPDDAY'.
001330 01  WS-ERRH-FILE-NAME          PIC X(08).
001340 01  WS-ERRH-OPERATION          PIC X(06).
001350 01  WS-ERRH-SEVERITY           PIC X(02).
001360     88  WS-ERRH-SEVERE                   VALUE "08".
001370 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001380 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-NUM.
001390     05  WS-RD-YM.
001400         10  WS-RD-CCYY         PIC 9(04).
001410         10  WS-RD-MM           PIC 9(02).
001420     05  WS-RD-DD               PIC 9(02).
001430 01  WS-MODE                    PIC X(01) VALUE "A".
001440     88  WS-ACCUM-MODE                    VALUE "A" "B".
001450     88  WS-MONTHLY-MODE                  VALUE "M" "B".
001460 01  WS-BASE-C                  PIC S9(3)V9(3) VALUE 18.000.
001470*    THE MONTH REPORTED AND THE SAME MONTH A YEAR EARLIER.
001480 01  WS-RPT-MONTH               PIC 9(06) VALUE 0.
001490 01  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
001500     05  WS-RM-CCYY             PIC 9(04).
001510     05  WS-RM-MM               PIC 9(02).
001520 01  WS-LY-MONTH                PIC 9(06) VALUE 0.
001530 01  WS-LY-MONTH-R REDEFINES WS-LY-MONTH.
001540     05  WS-LM-CCYY             PIC 9(04).
001550     05  WS-LM-MM               PIC 9(02).
001560 01  WS-HIST-DATE-NUM           PIC 9(08) VALUE 0.
001570 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
001580 01  WS-SKIP-COUNT              PIC 9(07) VALUE 0.
001590 01  WS-DAY-WRITTEN             PIC 9(05) VALUE 0.
001600 01  WS-ACC-WRITTEN             PIC 9(05) VALUE 0.
001610 01  WS-CELSIUS-WORK            PIC S9(4)V9(3) VALUE 0.
001620*    TODAY'S PER-STATION CELSIUS ACCUMULATORS.
001630 01  WS-ST-TABLE.
001640     05  WS-ST-ENTRY OCCURS 50 TIMES.
001650         10  WS-ST-ID           PIC X(04).
001660         10  WS-ST-COUNT        PIC 9(07).
001670         10  WS-ST-TOTAL        PIC S9(9)V9(3).
001680 01  WS-ST-COUNTT               PIC 9(02) VALUE 0.
001690 01  WS-ST-SUB                  PIC 9(02) VALUE 0.
001700 01  WS-ST-FOUND-SUB            PIC 9(02) VALUE 0.
001710 01  WS-ST-MEAN                 PIC S9(4)V9(3) VALUE 0.
001720 01  WS-ST-HDD                  PIC 9(4)V9(3) VALUE 0.
001730 01  WS-ST-CDD                  PIC 9(4)V9(3) VALUE 0.
001740*    THE CURRENT MONTH'S ACCUMULATION, REBUILT FROM THE DAILY
001750*    FILE: MONTH-TO-DATE AND YEAR-TO-DATE PER STATION.
001760 01  WS-AC-TABLE.
001770     05  WS-AC-ENTRY OCCURS 50 TIMES.
001780         10  WS-AC-ID           PIC X(04).
001790         10  WS-AC-DAYS         PIC 9(02).
001800         10  WS-AC-MTD-HDD      PIC 9(5)V9(3).
001810         10  WS-AC-MTD-CDD      PIC 9(5)V9(3).
001820         10  WS-AC-YTD-HDD      PIC 9(5)V9(3).
001830         10  WS-AC-YTD-CDD      PIC 9(5)V9(3).
001840         10  WS-AC-LAST-DATE    PIC 9(08).
001850 01  WS-AC-COUNTT               PIC 9(02) VALUE 0.
001860 01  WS-AC-SUB                  PIC 9(02) VALUE 0.
001870 01  WS-AC-FOUND-SUB            PIC 9(02) VALUE 0.
001880*    THE MONTHLY VIEW: EACH STATION'S REPORT MONTH BESIDE THE
001890*    SAME MONTH LAST YEAR (EITHER SIDE MAY BE MISSING).
001900 01  WS-RP-TABLE.
001910     05  WS-RP-ENTRY OCCURS 50 TIMES.
001920         10  WS-RP-ID           PIC X(04).
001930         10  WS-RP-THIS-SW      PIC X(01).
001940             88  WS-RP-HAS-THIS           VALUE "Y".
001950         10  WS-RP-DAYS         PIC 9(02).
001960         10  WS-RP-HDD          PIC 9(5)V9(3).
001970         10  WS-RP-CDD          PIC 9(5)V9(3).
001980         10  WS-RP-YTD-HDD      PIC 9(5)V9(3).
001990         10  WS-RP-YTD-CDD      PIC 9(5)V9(3).
002000         10  WS-RP-LY-SW        PIC X(01).
002010             88  WS-RP-HAS-LY             VALUE "Y".
002020         10  WS-RP-LY-HDD       PIC 9(5)V9(3).
002030         10  WS-RP-LY-CDD       PIC 9(5)V9(3).
002040 01  WS-RP-COUNTT               PIC 9(02) VALUE 0.
002050 01  WS-RP-SUB                  PIC 9(02) VALUE 0.
002060 01  WS-RP-FOUND-SUB            PIC 9(02) VALUE 0.
002070 01  WS-RP-TOTALS.
002080     05  WS-TOT-HDD             PIC 9(7)V9(3) VALUE 0.
002090     05  WS-TOT-CDD             PIC 9(7)V9(3) VALUE 0.
002100     05  WS-TOT-LY-HDD          PIC 9(7)V9(3) VALUE 0.
002110     05  WS-TOT-LY-CDD          PIC 9(7)V9(3) VALUE 0.
002120     05  WS-TOT-YTD-HDD         PIC 9(7)V9(3) VALUE 0.
002130     05  WS-TOT-YTD-CDD         PIC 9(7)V9(3) VALUE 0.
002140 01  WS-SUB-LINE.
002150     05  FILLER                 PIC X(17)
002160                                VALUE ' DEGREE-DAYS FOR '.
002170     05  WS-SB-CCYY             PIC 9(04).
002180     05  FILLER                 PIC X(01) VALUE '-'.
002190     05  WS-SB-MM               PIC 9(02).
002200     05  FILLER                 PIC X(09) VALUE ' AGAINST '.
002210     05  WS-SB-LY-CCYY          PIC 9(04).
002220     05  FILLER                 PIC X(01) VALUE '-'.
002230     05  WS-SB-LY-MM            PIC 9(02).
002240     05  FILLER                 PIC X(08) VALUE '   BASE '.
002250     05  WS-SB-BASE             PIC -ZZ9.999.
002260     05  FILLER                 PIC X(24) VALUE ' C'.
002270 01  WS-DTL-LINE.
002280     05  FILLER                 PIC X(01).
002290     05  WS-DL-ID               PIC X(04).
002300     05  FILLER                 PIC X(02).
002310     05  WS-DL-DAYS             PIC ZZ9.
002320     05  FILLER                 PIC X(01).
002330     05  WS-DL-HDD              PIC ZZZZ9.9.
002340     05  FILLER                 PIC X(01).
002350     05  WS-DL-CDD              PIC ZZZZ9.9.
002360     05  FILLER                 PIC X(01).
002370     05  WS-DL-LY-HDD           PIC ZZZZ9.9.
002380     05  FILLER                 PIC X(01).
002390     05  WS-DL-LY-CDD           PIC ZZZZ9.9.
002400     05  FILLER                 PIC X(01).
002410     05  WS-DL-CHG-HDD          PIC +++++9.9.
002420     05  FILLER                 PIC X(01).
002430     05  WS-DL-CHG-CDD          PIC +++++9.9.
002440     05  FILLER                 PIC X(01).
002450     05  WS-DL-YTD-HDD          PIC ZZZZZ9.9.
002460     05  FILLER                 PIC X(01).
002470     05  WS-DL-YTD-CDD          PIC ZZZZZ9.9.
002480     05  FILLER                 PIC X(03).
002490 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
002500     COPY RPTHDFT.
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     IF WS-ACCUM-MODE
002550         PERFORM 2000-ACCUMULATE-TODAY THRU 2000-EXIT.
002560     IF WS-MONTHLY-MODE
002570         PERFORM 5000-MONTHLY-REPORT THRU 5000-EXIT.
002580     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
002590     IF WS-SKIP-COUNT > 0
002600         MOVE 4 TO RETURN-CODE
002610     ELSE
002620         MOVE 0 TO RETURN-CODE.
002630     GOBACK.
002640*----------------------------------------------------------*
002650* 1000-INITIALIZE - THE BUSINESS DATE AND THE CARD. A       *
002660* MISSING CARD, OR A FIELD ON IT BLANK OR NOT NUMERIC,      *
002670* KEEPS THAT FIELD'S DEFAULT.                               *
002680*----------------------------------------------------------*
002690 1000-INITIALIZE.
002700     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002710     MOVE WS-RD-YM TO WS-RPT-MONTH.
002720     OPEN INPUT PARM-FILE.
002730     IF WS-PARM-OK
002740         READ PARM-FILE
002750         IF WS-PARM-OK
002760             IF PARM-MODE = 'A' OR PARM-MODE = 'M'
002770                 OR PARM-MODE = 'B'
002780                 MOVE PARM-MODE TO WS-MODE
002790             END-IF
002800             IF PARM-BASE-C NUMERIC
002810                 MOVE PARM-BASE-C TO WS-BASE-C
002820             END-IF
002830             IF PARM-REPORT-MONTH NUMERIC
002840                 AND PARM-RM-MM > 0 AND PARM-RM-MM < 13
002850                 MOVE PARM-REPORT-MONTH TO WS-RPT-MONTH
002860             END-IF
002870         END-IF
002880         CLOSE PARM-FILE
002890     END-IF.
002900     MOVE WS-RPT-MONTH TO WS-LY-MONTH.
002910     SUBTRACT 1 FROM WS-LM-CCYY.
002920 1000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 2000-ACCUMULATE-TODAY - TODAY'S HISTORY IN CELSIUS PER    *
002960* STATION, THEN TODAY'S DEGREE-DAYS ONTO THE DAILY FILE AND *
002970* THE MONTH'S ACCUMULATION REBUILT FROM IT.                 *
002980*----------------------------------------------------------*
002990 2000-ACCUMULATE-TODAY.
003000     OPEN INPUT HISTORY-FILE.
003010     IF NOT WS-HISTORY-OK
003020         DISPLAY 'TMPDDAY: NO CONVERSION HISTORY - '
003030             'NO DEGREE-DAYS ACCUMULATED.'
003040         GO TO 2000-EXIT.
003050 2010-READ-NEXT.
003060     READ HISTORY-FILE
003070         AT END
003080             GO TO 2090-HISTORY-DONE.
003090     IF HIST-RUN-DATE-CCYY NOT NUMERIC
003100         OR HIST-RUN-DATE-MM NOT NUMERIC
003110         OR HIST-RUN-DATE-DD NOT NUMERIC
003120         GO TO 2010-READ-NEXT.
003130     COMPUTE WS-HIST-DATE-NUM =
003140         HIST-RUN-DATE-CCYY * 10000 +
003150         HIST-RUN-DATE-MM * 100 + HIST-RUN-DATE-DD.
003160     IF WS-HIST-DATE-NUM NOT = WS-RUN-DATE-NUM
003170         GO TO 2010-READ-NEXT.
003180     PERFORM 2500-ROLL-STATION THRU 2500-EXIT.
003190     GO TO 2010-READ-NEXT.
003200 2090-HISTORY-DONE.
003210     CLOSE HISTORY-FILE.
003220     PERFORM 3000-REWRITE-DAILY THRU 3000-EXIT.
003230     PERFORM 4000-REBUILD-MONTH THRU 4000-EXIT.
003240     DISPLAY 'TMPDDAY: ' WS-READ-COUNT ' READING(S) GAVE '
003250         WS-DAY-WRITTEN ' STATION-DAY(S); '
003260         WS-ACC-WRITTEN ' STATION(S) ACCUMULATED FOR '
003270         WS-RD-YM '.'.
003280     IF WS-SKIP-COUNT > 0
003290         DISPLAY 'TMPDDAY: ' WS-SKIP-COUNT ' READING(S) '
003300             'SKIPPED - UNKNOWN SCALE OR BAD TEMPERATURE.'.
003310 2000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 2500-ROLL-STATION - ONE READING, PUT INTO CELSIUS FROM    *
003350* ITS INPUT SCALE, INTO ITS STATION'S ACCUMULATOR SLOT.     *
003360*----------------------------------------------------------*
003370 2500-ROLL-STATION.
003380     IF HIST-TEMP-IN NOT NUMERIC
003390         ADD 1 TO WS-SKIP-COUNT
003400         GO TO 2500-EXIT.
003410     EVALUATE HIST-CF-IN
003420         WHEN 'C'
003430             MOVE HIST-TEMP-IN TO WS-CELSIUS-WORK
003440         WHEN 'F'
003450             COMPUTE WS-CELSIUS-WORK ROUNDED =
003460                 (HIST-TEMP-IN - 32) * 5 / 9
003470         WHEN 'K'
003480             COMPUTE WS-CELSIUS-WORK = HIST-TEMP-IN - 273.150
003490         WHEN OTHER
003500             ADD 1 TO WS-SKIP-COUNT
003510             GO TO 2500-EXIT
003520     END-EVALUATE.
003530     MOVE 0 TO WS-ST-FOUND-SUB.
003540     MOVE 1 TO WS-ST-SUB.
003550 2510-FIND-NEXT.
003560     IF WS-ST-SUB > WS-ST-COUNTT
003570         GO TO 2520-FIND-DONE.
003580     IF WS-ST-ID (WS-ST-SUB) = HIST-STATION
003590         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
003600         GO TO 2530-ROLL-IN.
003610     ADD 1 TO WS-ST-SUB.
003620     GO TO 2510-FIND-NEXT.
003630 2520-FIND-DONE.
003640     IF WS-ST-COUNTT < 50
003650         ADD 1 TO WS-ST-COUNTT
003660         MOVE WS-ST-COUNTT TO WS-ST-FOUND-SUB
003670         MOVE HIST-STATION TO WS-ST-ID (WS-ST-FOUND-SUB)
003680         MOVE 0 TO WS-ST-COUNT (WS-ST-FOUND-SUB)
003690         MOVE 0 TO WS-ST-TOTAL (WS-ST-FOUND-SUB)
003700     ELSE
003710         DISPLAY 'TMPDDAY: STATION TABLE FULL - '
003720             HIST-STATION ' NOT ACCUMULATED'
003730         ADD 1 TO WS-SKIP-COUNT
003740         GO TO 2500-EXIT.
003750 2530-ROLL-IN.
003760     ADD 1 TO WS-READ-COUNT.
003770     ADD 1 TO WS-ST-COUNT (WS-ST-FOUND-SUB).
003780     ADD WS-CELSIUS-WORK TO WS-ST-TOTAL (WS-ST-FOUND-SUB).
003790 2500-EXIT.
003800     EXIT.
003810*----------------------------------------------------------*
003820* 3000-REWRITE-DAILY - SURVIVORS (EVERY DAILY RECORD NOT    *
003830* DATED TODAY) STREAM TO THE WORK FILE, TODAY'S FRESH       *
003840* STATION-DAYS GO ON THE END, AND THE WHOLE THING COPIES    *
003850* BACK OVER TMPDDDLY.                                       *
003860*----------------------------------------------------------*
003870 3000-REWRITE-DAILY.
003880     OPEN OUTPUT NEW-FILE.
003890     OPEN INPUT DAILY-FILE.
003900     IF NOT WS-DAILY-OK
003910         GO TO 3020-APPEND-TODAY.
003920 3010-COPY-NEXT.
003930     READ DAILY-FILE
003940         AT END
003950             CLOSE DAILY-FILE
003960             GO TO 3020-APPEND-TODAY.
003970     IF DDD-RUN-DATE NUMERIC
003980         AND DDD-RUN-DATE = WS-RUN-DATE-NUM
003990         GO TO 3010-COPY-NEXT.
004000     MOVE DAILY-RECORD TO NEW-RECORD.
004010     WRITE NEW-RECORD.
004020     GO TO 3010-COPY-NEXT.
004030 3020-APPEND-TODAY.
004040     MOVE 1 TO WS-ST-SUB.
004050 3030-NEXT-STATION.
004060     IF WS-ST-SUB > WS-ST-COUNTT
004070         GO TO 3040-COPY-BACK.
004080     COMPUTE WS-ST-MEAN ROUNDED =
004090         WS-ST-TOTAL (WS-ST-SUB) / WS-ST-COUNT (WS-ST-SUB).
004100     MOVE 0 TO WS-ST-HDD.
004110     MOVE 0 TO WS-ST-CDD.
004120     IF WS-ST-MEAN < WS-BASE-C
004130         COMPUTE WS-ST-HDD = WS-BASE-C - WS-ST-MEAN
004140     ELSE
004150         COMPUTE WS-ST-CDD = WS-ST-MEAN - WS-BASE-C.
004160     MOVE SPACES TO DAILY-RECORD.
004170     MOVE WS-RUN-DATE-NUM TO DDD-RUN-DATE.
004180     MOVE WS-ST-ID (WS-ST-SUB) TO DDD-STATION.
004190     MOVE WS-ST-COUNT (WS-ST-SUB) TO DDD-COUNT.
004200     MOVE WS-ST-MEAN TO DDD-MEAN-C.
004210     MOVE WS-BASE-C TO DDD-BASE-C.
004220     MOVE WS-ST-HDD TO DDD-HDD.
004230     MOVE WS-ST-CDD TO DDD-CDD.
004240     MOVE DAILY-RECORD TO NEW-RECORD.
004250     WRITE NEW-RECORD.
004260     ADD 1 TO WS-DAY-WRITTEN.
004270     ADD 1 TO WS-ST-SUB.
004280     GO TO 3030-NEXT-STATION.
004290 3040-COPY-BACK.
004300     CLOSE NEW-FILE.
004310     OPEN INPUT NEW-FILE.
004320     IF NOT WS-NEW-OK
004330         GO TO 3000-EXIT.
004340     OPEN OUTPUT DAILY-FILE.
004350 3050-COPY-NEXT.
004360     READ NEW-FILE
004370         AT END
004380             GO TO 3090-COPY-DONE.
004390     MOVE NEW-RECORD TO DAILY-RECORD.
004400     WRITE DAILY-RECORD.
004410     IF NOT WS-DAILY-OK
004420         MOVE 'TMPDDDLY' TO WS-ERRH-FILE-NAME
004430         MOVE 'WRITE' TO WS-ERRH-OPERATION
004440         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004450             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004460             WS-DAILY-STATUS WS-ERRH-SEVERITY.
004470     GO TO 3050-COPY-NEXT.
004480 3090-COPY-DONE.
004490     CLOSE NEW-FILE.
004500     CLOSE DAILY-FILE.
004510 3000-EXIT.
004520     EXIT.
004530*----------------------------------------------------------*
004540* 4000-REBUILD-MONTH - PASS THE DAILY FILE, SUMMING EACH    *
004550* STATION'S DAYS OF THE BUSINESS YEAR UP TO TODAY INTO ITS  *
004560* YEAR-TO-DATE AND THOSE OF THE BUSINESS MONTH INTO ITS     *
004570* MONTH-TO-DATE, THEN REPLACE THE MONTH'S RECORDS ON        *
004580* TMPDDACC WITH THE RESULT. EARLIER MONTHS STAND AS THEY    *
004590* CLOSED, WHICH IS WHAT LAST YEAR'S COMPARISON READS.       *
004600*----------------------------------------------------------*
004610 4000-REBUILD-MONTH.
004620     OPEN INPUT DAILY-FILE.
004630     IF NOT WS-DAILY-OK
004640         GO TO 4000-EXIT.
004650 4010-READ-NEXT.
004660     READ DAILY-FILE
004670         AT END
004680             GO TO 4090-DAILY-DONE.
004690     IF DDD-RUN-DATE NOT NUMERIC
004700         OR DDD-HDD NOT NUMERIC
004710         OR DDD-CDD NOT NUMERIC
004720         GO TO 4010-READ-NEXT.
004730     IF DDD-RUN-CCYY NOT = WS-RD-CCYY
004740         OR DDD-RUN-DATE > WS-RUN-DATE-NUM
004750         GO TO 4010-READ-NEXT.
004760     PERFORM 4500-ROLL-DAY THRU 4500-EXIT.
004770     GO TO 4010-READ-NEXT.
004780 4090-DAILY-DONE.
004790     CLOSE DAILY-FILE.
004800     PERFORM 4600-REWRITE-ACCUM THRU 4600-EXIT.
004810 4000-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 4500-ROLL-DAY - ONE STATION-DAY INTO ITS STATION'S        *
004850* YEAR-TO-DATE, AND MONTH-TO-DATE WHEN IN THE BUSINESS      *
004860* MONTH.                                                    *
004870*----------------------------------------------------------*
004880 4500-ROLL-DAY.
004890     MOVE 0 TO WS-AC-FOUND-SUB.
004900     MOVE 1 TO WS-AC-SUB.
004910 4510-FIND-NEXT.
004920     IF WS-AC-SUB > WS-AC-COUNTT
004930         GO TO 4520-FIND-DONE.
004940     IF WS-AC-ID (WS-AC-SUB) = DDD-STATION
004950         MOVE WS-AC-SUB TO WS-AC-FOUND-SUB
004960         GO TO 4530-ROLL-IN.
004970     ADD 1 TO WS-AC-SUB.
004980     GO TO 4510-FIND-NEXT.
004990 4520-FIND-DONE.
005000     IF WS-AC-COUNTT < 50
005010         ADD 1 TO WS-AC-COUNTT
005020         MOVE WS-AC-COUNTT TO WS-AC-FOUND-SUB
005030         MOVE DDD-STATION TO WS-AC-ID (WS-AC-FOUND-SUB)
005040         MOVE 0 TO WS-AC-DAYS (WS-AC-FOUND-SUB)
005050         MOVE 0 TO WS-AC-MTD-HDD (WS-AC-FOUND-SUB)
005060         MOVE 0 TO WS-AC-MTD-CDD (WS-AC-FOUND-SUB)
005070         MOVE 0 TO WS-AC-YTD-HDD (WS-AC-FOUND-SUB)
005080         MOVE 0 TO WS-AC-YTD-CDD (WS-AC-FOUND-SUB)
005090         MOVE 0 TO WS-AC-LAST-DATE (WS-AC-FOUND-SUB)
005100     ELSE
005110         DISPLAY 'TMPDDAY: ACCUMULATION TABLE FULL - '
005120             DDD-STATION ' NOT ACCUMULATED'
005130         GO TO 4500-EXIT.
005140 4530-ROLL-IN.
005150     ADD DDD-HDD TO WS-AC-YTD-HDD (WS-AC-FOUND-SUB).
005160     ADD DDD-CDD TO WS-AC-YTD-CDD (WS-AC-FOUND-SUB).
005170     IF DDD-RUN-YM = WS-RD-YM
005180         ADD 1 TO WS-AC-DAYS (WS-AC-FOUND-SUB)
005190         ADD DDD-HDD TO WS-AC-MTD-HDD (WS-AC-FOUND-SUB)
005200         ADD DDD-CDD TO WS-AC-MTD-CDD (WS-AC-FOUND-SUB).
005210     IF DDD-RUN-DATE > WS-AC-LAST-DATE (WS-AC-FOUND-SUB)
005220         MOVE DDD-RUN-DATE TO WS-AC-LAST-DATE (WS-AC-FOUND-SUB).
005230 4500-EXIT.
005240     EXIT.
005250*----------------------------------------------------------*
005260* 4600-REWRITE-ACCUM - SURVIVORS (EVERY ACCUMULATION RECORD *
005270* NOT FOR THE BUSINESS MONTH) STREAM TO THE WORK FILE, THE  *
005280* MONTH'S REBUILT RECORDS GO ON THE END, AND THE WHOLE      *
005290* THING COPIES BACK OVER TMPDDACC.                          *
005300*----------------------------------------------------------*
005310 4600-REWRITE-ACCUM.
005320     OPEN OUTPUT NEW-FILE.
005330     OPEN INPUT ACC-FILE.
005340     IF NOT WS-ACC-OK
005350         GO TO 4620-APPEND-MONTH.
005360 4610-COPY-NEXT.
005370     READ ACC-FILE
005380         AT END
005390             CLOSE ACC-FILE
005400             GO TO 4620-APPEND-MONTH.
005410     IF DDA-YEAR-MONTH NUMERIC
005420         AND DDA-YEAR-MONTH = WS-RD-YM
005430         GO TO 4610-COPY-NEXT.
005440     MOVE ACC-RECORD TO NEW-RECORD.
005450     WRITE NEW-RECORD.
005460     GO TO 4610-COPY-NEXT.
005470 4620-APPEND-MONTH.
005480     MOVE 1 TO WS-AC-SUB.
005490 4630-NEXT-STATION.
005500     IF WS-AC-SUB > WS-AC-COUNTT
005510         GO TO 4640-COPY-BACK.
005520     MOVE SPACES TO ACC-RECORD.
005530     MOVE WS-AC-ID (WS-AC-SUB) TO DDA-STATION.
005540     MOVE WS-RD-YM TO DDA-YEAR-MONTH.
005550     MOVE WS-AC-DAYS (WS-AC-SUB) TO DDA-DAYS.
005560     MOVE WS-AC-MTD-HDD (WS-AC-SUB) TO DDA-MTD-HDD.
005570     MOVE WS-AC-MTD-CDD (WS-AC-SUB) TO DDA-MTD-CDD.
005580     MOVE WS-AC-YTD-HDD (WS-AC-SUB) TO DDA-YTD-HDD.
005590     MOVE WS-AC-YTD-CDD (WS-AC-SUB) TO DDA-YTD-CDD.
005600     MOVE WS-AC-LAST-DATE (WS-AC-SUB) TO DDA-LAST-DATE.
005610     MOVE ACC-RECORD TO NEW-RECORD.
005620     WRITE NEW-RECORD.
005630     ADD 1 TO WS-ACC-WRITTEN.
005640     ADD 1 TO WS-AC-SUB.
005650     GO TO 4630-NEXT-STATION.
005660 4640-COPY-BACK.
005670     CLOSE NEW-FILE.
005680     OPEN INPUT NEW-FILE.
005690     IF NOT WS-NEW-OK
005700         GO TO 4600-EXIT.
005710     OPEN OUTPUT ACC-FILE.
005720 4650-COPY-NEXT.
005730     READ NEW-FILE
005740         AT END
005750             GO TO 4690-COPY-DONE.
005760     MOVE NEW-RECORD TO ACC-RECORD.
005770     WRITE ACC-RECORD.
005780     IF NOT WS-ACC-OK
005790         MOVE 'TMPDDACC' TO WS-ERRH-FILE-NAME
005800         MOVE 'WRITE' TO WS-ERRH-OPERATION
005810         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005820             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005830             WS-ACC-STATUS WS-ERRH-SEVERITY.
005840     GO TO 4650-COPY-NEXT.
005850 4690-COPY-DONE.
005860     CLOSE NEW-FILE.
005870     CLOSE ACC-FILE.
005880 4600-EXIT.
005890     EXIT.
005900*----------------------------------------------------------*
005910* 5000-MONTHLY-REPORT - THE REPORT MONTH AND THE SAME MONTH *
005920* LAST YEAR FROM TMPDDACC, ONE ROW PER STATION.             *
005930*----------------------------------------------------------*
005940 5000-MONTHLY-REPORT.
005950     PERFORM 5100-LOAD-MONTHS THRU 5100-EXIT.
005960     IF WS-RP-COUNTT = 0
005970         DISPLAY 'TMPDDAY: NO DEGREE-DAY DATA FOR '
005980             WS-RPT-MONTH ' OR ' WS-LY-MONTH '.'
005990         GO TO 5000-EXIT.
006000     PERFORM 5500-PRINT-MONTH THRU 5500-EXIT.
006010 5000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------*
006040* 5100-LOAD-MONTHS - EVERY ACCUMULATION RECORD FOR THE      *
006050* REPORT MONTH OR LAST YEAR'S SAME MONTH INTO ITS STATION'S *
006060* ROW, ON THE MATCHING SIDE.                                *
006070*----------------------------------------------------------*
006080 5100-LOAD-MONTHS.
006090     OPEN INPUT ACC-FILE.
006100     IF NOT WS-ACC-OK
006110         GO TO 5100-EXIT.
006120 5110-READ-NEXT.
006130     READ ACC-FILE
006140         AT END
006150             GO TO 5190-LOAD-DONE.
006160     IF DDA-YEAR-MONTH NOT NUMERIC
006170         OR DDA-MTD-HDD NOT NUMERIC
006180         OR DDA-MTD-CDD NOT NUMERIC
006190         OR DDA-YTD-HDD NOT NUMERIC
006200         OR DDA-YTD-CDD NOT NUMERIC
006210         GO TO 5110-READ-NEXT.
006220     IF DDA-YEAR-MONTH NOT = WS-RPT-MONTH
006230         AND DDA-YEAR-MONTH NOT = WS-LY-MONTH
006240         GO TO 5110-READ-NEXT.
006250     PERFORM 5200-PLACE-STATION THRU 5200-EXIT.
006260     GO TO 5110-READ-NEXT.
006270 5190-LOAD-DONE.
006280     CLOSE ACC-FILE.
006290 5100-EXIT.
006300     EXIT.
006310*----------------------------------------------------------*
006320* 5200-PLACE-STATION - THE CURRENT ACCUMULATION RECORD INTO *
006330* ITS STATION ROW, THIS YEAR'S OR LAST YEAR'S SIDE.         *
006340*----------------------------------------------------------*
006350 5200-PLACE-STATION.
006360     MOVE 0 TO WS-RP-FOUND-SUB.
006370     MOVE 1 TO WS-RP-SUB.
006380 5210-FIND-NEXT.
006390     IF WS-RP-SUB > WS-RP-COUNTT
006400         GO TO 5220-FIND-DONE.
006410     IF WS-RP-ID (WS-RP-SUB) = DDA-STATION
006420         MOVE WS-RP-SUB TO WS-RP-FOUND-SUB
006430         GO TO 5230-PLACE.
006440     ADD 1 TO WS-RP-SUB.
006450     GO TO 5210-FIND-NEXT.
006460 5220-FIND-DONE.
006470     IF WS-RP-COUNTT < 50
006480         ADD 1 TO WS-RP-COUNTT
006490         MOVE WS-RP-COUNTT TO WS-RP-FOUND-SUB
006500         MOVE DDA-STATION TO WS-RP-ID (WS-RP-FOUND-SUB)
006510         MOVE 'N' TO WS-RP-THIS-SW (WS-RP-FOUND-SUB)
006520         MOVE 'N' TO WS-RP-LY-SW (WS-RP-FOUND-SUB)
006530     ELSE
006540         DISPLAY 'TMPDDAY: REPORT TABLE FULL - '
006550             DDA-STATION ' NOT REPORTED'
006560         GO TO 5200-EXIT.
006570 5230-PLACE.
006580     IF DDA-YEAR-MONTH = WS-RPT-MONTH
006590         MOVE 'Y' TO WS-RP-THIS-SW (WS-RP-FOUND-SUB)
006600         MOVE DDA-DAYS TO WS-RP-DAYS (WS-RP-FOUND-SUB)
006610         MOVE DDA-MTD-HDD TO WS-RP-HDD (WS-RP-FOUND-SUB)
006620         MOVE DDA-MTD-CDD TO WS-RP-CDD (WS-RP-FOUND-SUB)
006630         MOVE DDA-YTD-HDD TO WS-RP-YTD-HDD (WS-RP-FOUND-SUB)
006640         MOVE DDA-YTD-CDD TO WS-RP-YTD-CDD (WS-RP-FOUND-SUB)
006650     ELSE
006660         MOVE 'Y' TO WS-RP-LY-SW (WS-RP-FOUND-SUB)
006670         MOVE DDA-MTD-HDD TO WS-RP-LY-HDD (WS-RP-FOUND-SUB)
006680         MOVE DDA-MTD-CDD TO WS-RP-LY-CDD (WS-RP-FOUND-SUB).
006690 5200-EXIT.
006700     EXIT.
006710*----------------------------------------------------------*
006720* 5500-PRINT-MONTH - ONE ROW PER STATION: THE MONTH'S DAYS  *
006730* AND DEGREE-DAYS, LAST YEAR'S SAME MONTH, THE CHANGE, AND  *
006740* THE YEAR TO DATE, THEN A TOTAL ROW. A SIDE THE STATION    *
006750* HAS NO RECORD FOR (AND SO THE CHANGE) PRINTS BLANK.       *
006760*----------------------------------------------------------*
006770 5500-PRINT-MONTH.
006780     OPEN OUTPUT RPT-FILE.
006790     IF NOT WS-RPT-OK
006800         MOVE 'TMPDDRPT' TO WS-ERRH-FILE-NAME
006810         MOVE 'OPEN' TO WS-ERRH-OPERATION
006820         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006830             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006840             WS-RPT-STATUS WS-ERRH-SEVERITY
006850         GO TO 5500-EXIT.
006860     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
006870     MOVE 1 TO WS-RP-SUB.
006880 5510-NEXT-STATION.
006890     IF WS-RP-SUB > WS-RP-COUNTT
006900         GO TO 5590-PRINT-TOTALS.
006910     MOVE SPACES TO WS-DTL-LINE.
006920     MOVE WS-RP-ID (WS-RP-SUB) TO WS-DL-ID.
006930     IF WS-RP-HAS-THIS (WS-RP-SUB)
006940         MOVE WS-RP-DAYS (WS-RP-SUB) TO WS-DL-DAYS
006950         COMPUTE WS-DL-HDD ROUNDED = WS-RP-HDD (WS-RP-SUB)
006960         COMPUTE WS-DL-CDD ROUNDED = WS-RP-CDD (WS-RP-SUB)
006970         COMPUTE WS-DL-YTD-HDD ROUNDED =
006980             WS-RP-YTD-HDD (WS-RP-SUB)
006990         COMPUTE WS-DL-YTD-CDD ROUNDED =
007000             WS-RP-YTD-CDD (WS-RP-SUB)
007010         ADD WS-RP-HDD (WS-RP-SUB) TO WS-TOT-HDD
007020         ADD WS-RP-CDD (WS-RP-SUB) TO WS-TOT-CDD
007030         ADD WS-RP-YTD-HDD (WS-RP-SUB) TO WS-TOT-YTD-HDD
007040         ADD WS-RP-YTD-CDD (WS-RP-SUB) TO WS-TOT-YTD-CDD.
007050     IF WS-RP-HAS-LY (WS-RP-SUB)
007060         COMPUTE WS-DL-LY-HDD ROUNDED = WS-RP-LY-HDD (WS-RP-SUB)
007070         COMPUTE WS-DL-LY-CDD ROUNDED = WS-RP-LY-CDD (WS-RP-SUB)
007080         ADD WS-RP-LY-HDD (WS-RP-SUB) TO WS-TOT-LY-HDD
007090         ADD WS-RP-LY-CDD (WS-RP-SUB) TO WS-TOT-LY-CDD.
007100     IF WS-RP-HAS-THIS (WS-RP-SUB)
007110         AND WS-RP-HAS-LY (WS-RP-SUB)
007120         COMPUTE WS-DL-CHG-HDD ROUNDED =
007130             WS-RP-HDD (WS-RP-SUB) - WS-RP-LY-HDD (WS-RP-SUB)
007140         COMPUTE WS-DL-CHG-CDD ROUNDED =
007150             WS-RP-CDD (WS-RP-SUB) - WS-RP-LY-CDD (WS-RP-SUB).
007160     MOVE WS-DTL-LINE TO RPT-RECORD.
007170     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007180     ADD 1 TO WS-RP-SUB.
007190     GO TO 5510-NEXT-STATION.
007200 5590-PRINT-TOTALS.
007210     MOVE SPACES TO WS-DTL-LINE.
007220     MOVE 'ALL ' TO WS-DL-ID.
007230     COMPUTE WS-DL-HDD ROUNDED = WS-TOT-HDD.
007240     COMPUTE WS-DL-CDD ROUNDED = WS-TOT-CDD.
007250     COMPUTE WS-DL-LY-HDD ROUNDED = WS-TOT-LY-HDD.
007260     COMPUTE WS-DL-LY-CDD ROUNDED = WS-TOT-LY-CDD.
007270     COMPUTE WS-DL-CHG-HDD ROUNDED = WS-TOT-HDD - WS-TOT-LY-HDD.
007280     COMPUTE WS-DL-CHG-CDD ROUNDED = WS-TOT-CDD - WS-TOT-LY-CDD.
007290     COMPUTE WS-DL-YTD-HDD ROUNDED = WS-TOT-YTD-HDD.
007300     COMPUTE WS-DL-YTD-CDD ROUNDED = WS-TOT-YTD-CDD.
007310     MOVE WS-DTL-LINE TO RPT-RECORD.
007320     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007330     CLOSE RPT-FILE.
007340     DISPLAY 'TMPDDAY: MONTHLY REPORT FOR ' WS-RPT-MONTH
007350         ' - ' WS-RP-COUNTT ' STATION(S).'.
007360 5500-EXIT.
007370     EXIT.
007380*----------------------------------------------------------*
007390* 0500-PRINT-HEADER - WRITE THE SHOP-STANDARD HEADER, THE   *
007400* MONTH AND BASE LINE AND THE COLUMN TITLES, AND RESET THE  *
007410* PAGE LINE COUNT. CALLED AT OPEN AND AGAIN EVERY TIME THE  *
007420* PAGE FILLS.                                               *
007430*----------------------------------------------------------*
007440 0500-PRINT-HEADER.
007450     MOVE 'TMPDDAY' TO RPTHD-PROGRAM-NAME.
007460     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
007470     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
007480     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
007490     WRITE RPT-RECORD.
007500     MOVE WS-RM-CCYY TO WS-SB-CCYY.
007510     MOVE WS-RM-MM TO WS-SB-MM.
007520     MOVE WS-LM-CCYY TO WS-SB-LY-CCYY.
007530     MOVE WS-LM-MM TO WS-SB-LY-MM.
007540     MOVE WS-BASE-C TO WS-SB-BASE.
007550     MOVE WS-SUB-LINE TO RPT-RECORD.
007560     WRITE RPT-RECORD.
007570     MOVE
007580         'STN  DYS     HDD     CDD  LY HDD  LY CDD  HDD CHG  CDD C
007590-        'HG  YTD HDD  YTD CDD' TO RPTTL-COLUMN-TITLES.
007600     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
007610     WRITE RPT-RECORD.
007620     ADD 1 TO RPT-PAGE-NUMBER.
007630     MOVE 0 TO RPT-LINES-ON-PAGE.
007640 0500-EXIT.
007650     EXIT.
007660*----------------------------------------------------------*
007670* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD  *
007680* WRITE CHECK AND PAGE-BREAK HANDLING.                      *
007690*----------------------------------------------------------*
007700 4900-PUT-LINE.
007710     WRITE RPT-RECORD.
007720     IF NOT WS-RPT-OK
007730         MOVE 'TMPDDRPT' TO WS-ERRH-FILE-NAME
007740         MOVE 'WRITE' TO WS-ERRH-OPERATION
007750         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
007760             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
007770             WS-RPT-STATUS WS-ERRH-SEVERITY.
007780     ADD 1 TO RPT-LINES-ON-PAGE.
007790     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
007800         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
007810 4900-EXIT.
007820     EXIT.
007830*----------------------------------------------------------*
007840* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE     *
007850* SHOP-WIDE AUDIT FILE. READ IS EVERY READING OF TODAY      *
007860* LOOKED AT, WRITTEN THOSE THAT WENT INTO A DAILY MEAN,     *
007870* REJECTED THOSE SKIPPED; THE COUNT REPORTED IS THE         *
007880* STATION-DAY RECORDS PRODUCED. A SKIP IS A WARNING.        *
007890*----------------------------------------------------------*
007900 9000-WRITE-AUDIT.
007910     MOVE SPACES TO AUDIT-RECORD.
007920     CALL 'GETRUNID' USING WS-RUN-ID.
007930     MOVE WS-RUN-ID TO AUD-RUN-ID.
007940     MOVE 'TMPDDAY' TO AUD-PROGRAM-ID.
007950     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
007960     ACCEPT AUD-RUN-TIME FROM TIME.
007970     MOVE WS-DAY-WRITTEN TO AUD-RECORD-COUNT.
007980     COMPUTE AUD-READ-COUNT = WS-READ-COUNT + WS-SKIP-COUNT.
007990     MOVE WS-READ-COUNT TO AUD-WRITTEN-COUNT.
008000     MOVE WS-SKIP-COUNT TO AUD-REJECT-COUNT.
008010     IF WS-SKIP-COUNT > 0
008020         SET AUD-STATUS-WARNING TO TRUE
008030     ELSE
008040         SET AUD-STATUS-OK TO TRUE.
008050     OPEN EXTEND AUDIT-FILE.
008060     IF NOT WS-AUDIT-OK
008070         CLOSE AUDIT-FILE
008080         OPEN OUTPUT AUDIT-FILE.
008090     WRITE AUDIT-RECORD.
008100     IF NOT WS-AUDIT-OK
008110         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
008120         MOVE 'WRITE' TO WS-ERRH-OPERATION
008130         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
008140             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
008150             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
008153     IF WS-AUDIT-OK
008156         CALL 'AUDXPOST' USING AUDIT-RECORD.
008160     CLOSE AUDIT-FILE.
008170 9000-EXIT.
008180     EXIT.
