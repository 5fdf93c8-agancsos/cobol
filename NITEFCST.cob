000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NITEFCST.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. FORWARD SCHEDULE FORECAST  *
000110*                FOR THE NEXT N BUSINESS DATES (FCSTPARM,  *
000120*                COLUMNS 1-3; NO CARD MEANS 5, AT MOST     *
000130*                60), SO A HOLIDAY WEEK OR A CHANGE TO     *
000140*                NITESTEP, NITECAL OR NITEHOL CAN BE SEEN  *
000150*                BEFORE THE NIGHTS HAPPEN. FOR EACH DATE   *
000160*                IT APPLIES NITEBATCH'S OWN RULES - THE    *
000170*                STEP TABLE (OR THE STANDING SEQUENCE),    *
000180*                THE ENABLED FLAGS, THE RUN CALENDAR WITH  *
000190*                THE ENTRY EFFECTIVE ON THAT DATE, THE     *
000200*                HOLIDAY PUSH AND THE PREDECESSOR CHAIN -  *
000210*                AND LISTS EVERY STEP AS RUN, PUSHED,      *
000220*                HELD, NOT DUE OR SKIPPED, WITH THE        *
000230*                NIGHT'S PROJECTED ELAPSED TIME FROM THE   *
000240*                NITETIMS AVERAGES AGAINST THE NITEPARM    *
000250*                WINDOW (FCSTRPT). THE SHARED LOGIC KEEPS  *
000260*                THE DRIVER'S PARAGRAPH NUMBERS SO THE TWO *
000270*                CAN BE READ SIDE BY SIDE. REPORT ONLY: IT *
000280*                NEVER LOCKS, CHECKPOINTS, OR CALLS A      *
000290*                STEP. RETURN CODE 4 WHEN ANY FORECAST     *
000300*                NIGHT IS PROJECTED OVER THE WINDOW.       *
000301* 2026-10-15 AG  THE FISCAL RUN-CALENDAR FREQUENCIES THE   *
000302*                DRIVER NOW TAKES (P, Q AND Y - LAST DAY   *
000303*                OF THE FISCAL PERIOD, QUARTER OR YEAR,    *
000304*                PER THE GETFPER SERVICE) ARE FORECAST THE *
000305*                SAME WAY.                                 *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FCST-FILE ASSIGN TO "FCSTPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FCST-STATUS.
000380     SELECT STEP-FILE ASSIGN TO "NITESTEP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-STEP-STATUS.
000410     SELECT CAL-FILE ASSIGN TO "NITECAL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CAL-STATUS.
000440     SELECT HOL-FILE ASSIGN TO "NITEHOL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HOL-STATUS.
000470     SELECT PARM-FILE ASSIGN TO "NITEPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT TIMS-FILE ASSIGN TO "NITETIMS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TIMS-STATUS.
000530     SELECT RPT-FILE ASSIGN TO "FCSTRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FCST-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  FCST-RECORD.
000610     05  FCST-DAYS              PIC 9(03).
000620     05  FILLER                 PIC X(77).
000630 FD  STEP-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  STEP-IN-RECORD.
000660     05  STEP-IN-SEQ            PIC 9(03).
000670     05  STEP-IN-NAME           PIC X(10).
000680     05  STEP-IN-PROGRAM        PIC X(12).
000690     05  STEP-IN-ENABLED        PIC X(01).
000700     05  STEP-IN-OPTIONAL       PIC X(01).
000710     05  STEP-IN-PRED1          PIC X(10).
000720     05  STEP-IN-PRED2          PIC X(10).
000730     05  STEP-IN-RETRIES        PIC 9(01).
000740     05  STEP-IN-RETRY-WAIT     PIC 9(03).
000750     05  FILLER                 PIC X(29).
000760 FD  CAL-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  CAL-RECORD.
000790     05  CAL-STEP-NAME          PIC X(10).
000800     05  CAL-FREQ               PIC X(01).
000810     05  CAL-DOW                PIC 9(01).
000820     05  CAL-DOM                PIC 9(02).
000830     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000840         ==:PREFIX:== BY ==CAL-EFF-DATE==.
000850     05  FILLER                 PIC X(58).
000860 FD  HOL-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  HOL-RECORD.
000890     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000900         ==:PREFIX:== BY ==HOL-DATE==.
000910     05  FILLER                 PIC X(72).
000920 FD  PARM-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  PARM-RECORD.
000950     05  PARM-WINDOW-MINS       PIC 9(04).
000960     05  FILLER                 PIC X(76).
000970 FD  TIMS-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  TIMS-RECORD.
001000     05  TIMS-RUN-DATE          PIC 9(08).
001010     05  TIMS-STEP-NAME         PIC X(10).
001020     05  TIMS-ELAPSED           PIC 9(07).
001030     05  FILLER                 PIC X(55).
001040 FD  RPT-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  RPT-RECORD                 PIC X(80).
001070 WORKING-STORAGE SECTION.
001080 01  WS-FCST-STATUS             PIC X(02) VALUE "00".
001090     88  WS-FCST-OK                       VALUE "00".
001100 01  WS-STEP-STATUS             PIC X(02) VALUE "00".
001110     88  WS-STEP-FILE-OK                  VALUE "00".
001120 01  WS-CAL-STATUS              PIC X(02) VALUE "00".
001130     88  WS-CAL-OK                        VALUE "00".
001140 01  WS-HOL-STATUS              PIC X(02) VALUE "00".
001150     88  WS-HOL-OK                        VALUE "00".
001160 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
001170     88  WS-PARM-OK                       VALUE "00".
001180 01  WS-TIMS-STATUS             PIC X(02) VALUE "00".
001190     88  WS-TIMS-OK                       VALUE "00".
001200 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001210     88  WS-RPT-OK                        VALUE "00".
001220 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'NITEFCST'.
001230 01  WS-ERRH-FILE-NAME          PIC X(08).
001240 01  WS-ERRH-OPERATION          PIC X(06).
001250 01  WS-ERRH-SEVERITY           PIC X(02).
001260     88  WS-ERRH-SEVERE                   VALUE "08".
001270 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001280 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
001290 01  WS-FC-DAYS                 PIC 9(03) VALUE 5.
001300 01  WS-FC-DAY                  PIC 9(03) VALUE 0.
001310 01  WS-FC-OFFSET               PIC S9(04) VALUE 0.
001320 01  WS-FC-OVER-COUNT           PIC 9(03) VALUE 0.
001330*    THE FORECAST NIGHT - PLAYS THE PART OF THE DRIVER'S
001340*    WS-TODAY-NUM IN THE SCHEDULE CHECK.
001350 01  WS-TODAY-NUM               PIC 9(08) VALUE 0.
001360 01  WS-TODAY-INT               PIC 9(08) VALUE 0.
001370 01  WS-STEP-NAME               PIC X(10).
001380 01  WS-STEP-TABLE.
001390     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001400         10  WS-ST-SEQ          PIC 9(03).
001410         10  WS-ST-NAME         PIC X(10).
001420         10  WS-ST-PROGRAM      PIC X(12).
001430         10  WS-ST-ENABLED      PIC X(01).
001440             88  WS-ST-IS-ENABLED     VALUE "Y".
001450         10  WS-ST-PRED1        PIC X(10).
001460         10  WS-ST-PRED2        PIC X(10).
001470         10  WS-ST-OUTCOME      PIC X(01).
001480             88  WS-ST-HELD           VALUE "H".
001490             88  WS-ST-UNSCHEDULED    VALUE "N".
001500             88  WS-ST-PRED-SKIPPED   VALUE "P".
001510 01  WS-STEP-COUNT              PIC 9(02) VALUE 0.
001520 01  WS-STEP-SUB                PIC 9(02) VALUE 0.
001530 01  WS-SORT-SUB                PIC 9(02) VALUE 0.
001540 01  WS-SORT-LIMIT              PIC 9(02) VALUE 0.
001550 01  WS-SORT-SWAPPED-SW         PIC X(01) VALUE "N".
001560     88  WS-SORT-SWAPPED                  VALUE "Y".
001570 01  WS-SORT-WORK-ENTRY         PIC X(47).
001580 01  WS-PRED-NAME               PIC X(10).
001590 01  WS-PRED-BLOCKER            PIC X(10).
001600 01  WS-PRED-SUB                PIC 9(02) VALUE 0.
001610 01  WS-PRED-RUNNABLE-SW        PIC X(01) VALUE "Y".
001620     88  WS-PRED-RUNNABLE                 VALUE "Y".
001630*    EVERY VALID CALENDAR CARD, FUTURE-DATED ONES INCLUDED -
001640*    EACH FORECAST NIGHT PICKS THE ENTRY IN EFFECT ON IT.
001650 01  WS-CAL-TABLE.
001660     05  WS-CAL-ENTRY OCCURS 40 TIMES.
001670         10  WS-CAL-STEP        PIC X(10).
001680         10  WS-CAL-FREQ        PIC X(01).
001690             88  WS-CAL-IS-DAILY      VALUE "D".
001700             88  WS-CAL-IS-WEEKLY     VALUE "W".
001710             88  WS-CAL-IS-MONTHLY    VALUE "M".
001712             88  WS-CAL-IS-FISC-PERIOD VALUE "P".
001714             88  WS-CAL-IS-FISC-QTR   VALUE "Q".
001716             88  WS-CAL-IS-FISC-YEAR  VALUE "Y".
001718             88  WS-CAL-IS-FISCAL     VALUE "P" "Q" "Y".
001720         10  WS-CAL-RUN-DOW     PIC 9(01).
001730         10  WS-CAL-RUN-DOM     PIC 9(02).
001740         10  WS-CAL-EFF-NUM     PIC 9(08).
001750 01  WS-CAL-COUNT               PIC 9(02) VALUE 0.
001760 01  WS-CAL-SUB                 PIC 9(02) VALUE 0.
001770 01  WS-CAL-FOUND-SUB           PIC 9(02) VALUE 0.
001780 01  WS-CAL-EFF-WORK            PIC 9(08) VALUE 0.
001790 01  WS-HOL-TABLE.
001800     05  WS-HOL-ENTRY OCCURS 50 TIMES.
001810         10  WS-HOL-NUM         PIC 9(08).
001820 01  WS-HOL-COUNT               PIC 9(02) VALUE 0.
001830 01  WS-HOL-SUB                 PIC 9(02) VALUE 0.
001840 01  WS-CHK-DATE-NUM            PIC 9(08) VALUE 0.
001850 01  WS-CHK-HOLIDAY-SW          PIC X(01) VALUE "N".
001860     88  WS-CHK-IS-HOLIDAY                VALUE "Y".
001870 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001880 01  WS-SCAN-NUM                PIC 9(08) VALUE 0.
001890 01  WS-SCAN-DOW                PIC 9(01) VALUE 0.
001900 01  WS-SCAN-DD                 PIC 9(02) VALUE 0.
001905     COPY FPERLNK.
001910 01  WS-DOW-WORK                PIC 9(08) VALUE 0.
001920 01  WS-SCHEDULED-SW            PIC X(01) VALUE "Y".
001930     88  WS-STEP-SCHEDULED                VALUE "Y".
001940 01  WS-DUE-NUM                 PIC 9(08) VALUE 0.
001950 01  WS-WINDOW-SECS             PIC 9(07) VALUE 0.
001960 01  WS-TH-TABLE.
001970     05  WS-TH-ENTRY OCCURS 30 TIMES.
001980         10  WS-TH-NAME         PIC X(10).
001990         10  WS-TH-TOTAL        PIC 9(10).
002000         10  WS-TH-RUNS         PIC 9(05).
002010 01  WS-TH-COUNT                PIC 9(02) VALUE 0.
002020 01  WS-TH-SUB                  PIC 9(02) VALUE 0.
002030 01  WS-TH-FOUND-SUB            PIC 9(02) VALUE 0.
002040 01  WS-TH-CUTOFF-NUM           PIC 9(08) VALUE 0.
002050 01  WS-TH-AVG                  PIC 9(07) VALUE 0.
002060 01  WS-TH-HAS-HISTORY-SW       PIC X(01) VALUE "N".
002070     88  WS-TH-HAS-HISTORY                VALUE "Y".
002080 01  WS-PROJ-SECS               PIC 9(08) VALUE 0.
002090 01  WS-RUN-COUNT               PIC 9(02) VALUE 0.
002100 01  WS-NO-HIST-COUNT           PIC 9(02) VALUE 0.
002110 01  WS-DAY-NAMES-VALUES.
002120     05  FILLER                 PIC X(27)
002130             VALUE 'MONDAY   TUESDAY  WEDNESDAY'.
002140     05  FILLER                 PIC X(36)
002150             VALUE 'THURSDAY FRIDAY   SATURDAY SUNDAY   '.
002160 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
002170     05  WS-DAY-NAME            PIC X(09) OCCURS 7 TIMES.
002180 01  WS-DATE-LINE.
002190     05  FILLER                 PIC X(14) VALUE 'BUSINESS DATE '.
002200     05  WS-DL-DATE             PIC 9(08).
002210     05  FILLER                 PIC X(01) VALUE SPACES.
002220     05  WS-DL-DAY-NAME         PIC X(09).
002230     05  FILLER                 PIC X(48) VALUE SPACES.
002240 01  WS-STEP-LINE.
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  WS-SL-SEQ              PIC 9(03).
002270     05  FILLER                 PIC X(01) VALUE SPACES.
002280     05  WS-SL-NAME             PIC X(10).
002290     05  FILLER                 PIC X(01) VALUE SPACES.
002300     05  WS-SL-PROGRAM          PIC X(12).
002310     05  FILLER                 PIC X(01) VALUE SPACES.
002320     05  WS-SL-OUTCOME          PIC X(09).
002330     05  FILLER                 PIC X(01) VALUE SPACES.
002340     05  WS-SL-AVG              PIC ZZZZZZ9.
002350     05  FILLER                 PIC X(01) VALUE SPACES.
002360     05  WS-SL-NOTE             PIC X(32).
002370 01  WS-NOTE-PUSHED.
002380     05  FILLER                 PIC X(04) VALUE 'DUE '.
002390     05  WS-NP-DATE             PIC 9(08).
002400     05  FILLER                 PIC X(20)
002410             VALUE ', A HOLIDAY'.
002420 01  WS-NOTE-SKIPPED.
002430     05  FILLER                 PIC X(12) VALUE 'PREDECESSOR '.
002440     05  WS-NS-PRED             PIC X(10).
002450     05  FILLER                 PIC X(10) VALUE ' NOT RUN'.
002460 01  WS-TOTAL-LINE.
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  WS-TL-RUNS             PIC Z9.
002490     05  FILLER                 PIC X(21)
002500             VALUE ' STEP(S) TO RUN, EST '.
002510     05  WS-TL-PROJ             PIC Z,ZZZ,ZZ9.
002520     05  FILLER                 PIC X(06) VALUE ' SECS '.
002530     05  WS-TL-VERDICT          PIC X(40).
002540 01  WS-WINDOW-VERDICT.
002550     05  FILLER                 PIC X(08) VALUE 'WINDOW '.
002560     05  WS-WV-WINDOW           PIC Z,ZZZ,ZZ9.
002570     05  WS-WV-TAG              PIC X(23).
002580 01  WS-NO-HIST-LINE.
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  WS-NH-COUNT            PIC Z9.
002610     05  FILLER                 PIC X(33)
002620             VALUE ' STEP(S) HAVE NO NITETIMS HISTORY'.
002630     05  FILLER                 PIC X(43)
002640             VALUE ' - COUNTED AT ZERO'.
002650     COPY RPTHDFT.
002660 PROCEDURE DIVISION.
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     PERFORM 0300-LOAD-STEPS THRU 0300-EXIT.
002700     PERFORM 0500-LOAD-CALENDAR THRU 0500-EXIT.
002710     PERFORM 0900-READ-PARM THRU 0900-EXIT.
002720     PERFORM 1100-LOAD-TIMING-HISTORY THRU 1100-EXIT.
002730     MOVE 1 TO WS-FC-DAY.
002740 0010-NEXT-DAY.
002750     IF WS-FC-DAY > WS-FC-DAYS
002760         GO TO 0090-FORECAST-DONE.
002770     PERFORM 2000-FORECAST-DAY THRU 2000-EXIT.
002780     ADD 1 TO WS-FC-DAY.
002790     GO TO 0010-NEXT-DAY.
002800 0090-FORECAST-DONE.
002810     CLOSE RPT-FILE.
002820     DISPLAY 'NITEFCST: ' WS-FC-DAYS ' BUSINESS DATE(S) '
002830         'FORECAST, ' WS-FC-OVER-COUNT
002840         ' PROJECTED OVER THE BATCH WINDOW.'.
002850     IF WS-FC-OVER-COUNT > 0
002860         MOVE 4 TO RETURN-CODE
002870     ELSE
002880         MOVE 0 TO RETURN-CODE.
002890     GOBACK.
002900*----------------------------------------------------------*
002910* 1000-INITIALIZE - THE BUSINESS DATE THE FORECAST STARTS  *
002920* AFTER, THE NUMBER OF NIGHTS TO FORECAST, AND THE REPORT  *
002930* WITH THE SHOP-STANDARD HEADER. A MISSING OR UNREADABLE   *
002940* CARD MEANS FIVE NIGHTS.                                  *
002950*----------------------------------------------------------*
002960 1000-INITIALIZE.
002970     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002980     COMPUTE WS-RUN-DATE-INT =
002990         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
003000     OPEN INPUT FCST-FILE.
003010     IF WS-FCST-OK
003020         READ FCST-FILE
003030         IF WS-FCST-OK AND FCST-DAYS NUMERIC AND FCST-DAYS > 0
003040             MOVE FCST-DAYS TO WS-FC-DAYS
003050         END-IF
003060         CLOSE FCST-FILE.
003070     IF WS-FC-DAYS > 60
003080         MOVE 60 TO WS-FC-DAYS.
003090     OPEN OUTPUT RPT-FILE.
003100     IF NOT WS-RPT-OK
003110         MOVE 'FCSTRPT' TO WS-ERRH-FILE-NAME
003120         MOVE 'OPEN' TO WS-ERRH-OPERATION
003130         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003140             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003150             WS-RPT-STATUS WS-ERRH-SEVERITY
003160         GO TO 9999-ABEND.
003170     MOVE 'NITEFCST' TO RPTHD-PROGRAM-NAME.
003180     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
003190     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
003200     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
003210     WRITE RPT-RECORD.
003220     MOVE 'NIGHTLY BATCH FORECAST FOR THE COMING BUSINESS DATES'
003230         TO RPTTL-COLUMN-TITLES.
003240     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003250     WRITE RPT-RECORD.
003260     MOVE ' SEQ STEP       PROGRAM      OUTCOME   AVG SECS NOTE'
003270         TO RPTTL-COLUMN-TITLES.
003280     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003290     WRITE RPT-RECORD.
003300     MOVE 3 TO RPT-LINES-ON-PAGE.
003310 1000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 0300-LOAD-STEPS - THE DRIVER'S STEP TABLE FROM NITESTEP, *
003350* IN SEQUENCE ORDER, OR THE STANDING SEQUENCE WHEN THERE   *
003360* IS NO CONTROL FILE. THE STANDING SEQUENCE IS KEPT IN     *
003370* STEP WITH NITEBATCH'S 0350-DEFAULT-STEPS AND             *
003380* 0370-FLAGS-DONE; ONLY THE FIELDS THE FORECAST NEEDS ARE  *
003390* CARRIED.                                                 *
003400*----------------------------------------------------------*
003410 0300-LOAD-STEPS.
003420     OPEN INPUT STEP-FILE.
003430     IF NOT WS-STEP-FILE-OK
003440         GO TO 0350-DEFAULT-STEPS.
003450 0310-READ-NEXT.
003460     READ STEP-FILE
003470         AT END
003480             GO TO 0340-LOAD-DONE.
003490     IF WS-STEP-COUNT < 20
003500         ADD 1 TO WS-STEP-COUNT
003510         MOVE STEP-IN-SEQ      TO WS-ST-SEQ (WS-STEP-COUNT)
003520         MOVE STEP-IN-NAME     TO WS-ST-NAME (WS-STEP-COUNT)
003530         MOVE STEP-IN-PROGRAM  TO WS-ST-PROGRAM (WS-STEP-COUNT)
003540         MOVE STEP-IN-ENABLED  TO WS-ST-ENABLED (WS-STEP-COUNT)
003550         MOVE STEP-IN-PRED1    TO WS-ST-PRED1 (WS-STEP-COUNT)
003560         MOVE STEP-IN-PRED2    TO WS-ST-PRED2 (WS-STEP-COUNT)
003570         MOVE SPACE            TO WS-ST-OUTCOME (WS-STEP-COUNT)
003580     ELSE
003590         DISPLAY 'NITEFCST: STEP TABLE FULL - '
003600             STEP-IN-NAME ' IGNORED'.
003610     GO TO 0310-READ-NEXT.
003620 0340-LOAD-DONE.
003630     CLOSE STEP-FILE.
003640     IF WS-STEP-COUNT = 0
003650         GO TO 0350-DEFAULT-STEPS.
003660     PERFORM 0400-SORT-STEPS THRU 0400-EXIT.
003670     GO TO 0300-EXIT.
003680 0350-DEFAULT-STEPS.
003690     DISPLAY 'NITEFCST: NO STEP CONTROL FILE - FORECASTING THE '
003700         'STANDING STEP SEQUENCE'.
003710     MOVE 16 TO WS-STEP-COUNT.
003720     MOVE 005         TO WS-ST-SEQ (1).
003730     MOVE 'AUDARCH'   TO WS-ST-NAME (1) WS-ST-PROGRAM (1).
003740     MOVE 010         TO WS-ST-SEQ (2).
003750     MOVE 'FOOBAR'    TO WS-ST-NAME (2) WS-ST-PROGRAM (2).
003760     MOVE 020         TO WS-ST-SEQ (3).
003770     MOVE 'PRIMES'    TO WS-ST-NAME (3) WS-ST-PROGRAM (3).
003780     MOVE 030         TO WS-ST-SEQ (4).
003790     MOVE 'MINMAX'    TO WS-ST-NAME (4).
003800     MOVE 'HELLOWORLD' TO WS-ST-PROGRAM (4).
003810     MOVE 035         TO WS-ST-SEQ (5).
003820     MOVE 'MDBACKUP'  TO WS-ST-NAME (5) WS-ST-PROGRAM (5).
003830     MOVE 038         TO WS-ST-SEQ (6).
003840     MOVE 'MDPURGE'   TO WS-ST-NAME (6) WS-ST-PROGRAM (6).
003850     MOVE 040         TO WS-ST-SEQ (7).
003860     MOVE 'MULTIDCOB' TO WS-ST-NAME (7) WS-ST-PROGRAM (7).
003870     MOVE 042         TO WS-ST-SEQ (8).
003880     MOVE 'MDABSUP'   TO WS-ST-NAME (8) WS-ST-PROGRAM (8).
003890     MOVE 045         TO WS-ST-SEQ (9).
003900     MOVE 'MDPAYIF'   TO WS-ST-NAME (9) WS-ST-PROGRAM (9).
003910     MOVE 047         TO WS-ST-SEQ (10).
003920     MOVE 'MDPAYRCN'  TO WS-ST-NAME (10) WS-ST-PROGRAM (10).
003930     MOVE 048         TO WS-ST-SEQ (11).
003940     MOVE 'MDHCVAR'   TO WS-ST-NAME (11) WS-ST-PROGRAM (11).
003950     MOVE 049         TO WS-ST-SEQ (12).
003960     MOVE 'MDVERIFY'  TO WS-ST-NAME (12) WS-ST-PROGRAM (12).
003970     MOVE 050         TO WS-ST-SEQ (13).
003980     MOVE 'TEMPCVT'   TO WS-ST-NAME (13).
003990     MOVE 'TEMPCONVERT' TO WS-ST-PROGRAM (13).
004000     MOVE 052         TO WS-ST-SEQ (14).
004010     MOVE 'TMPREPRO'  TO WS-ST-NAME (14) WS-ST-PROGRAM (14).
004020     MOVE 055         TO WS-ST-SEQ (15).
004030     MOVE 'BALCHECK'  TO WS-ST-NAME (15) WS-ST-PROGRAM (15).
004040     MOVE 060         TO WS-ST-SEQ (16).
004050     MOVE 'MORNDASH'  TO WS-ST-NAME (16) WS-ST-PROGRAM (16).
004060     MOVE 1 TO WS-STEP-SUB.
004070 0360-DEFAULT-FLAGS.
004080     IF WS-STEP-SUB > WS-STEP-COUNT
004090         GO TO 0370-FLAGS-DONE.
004100     MOVE 'Y' TO WS-ST-ENABLED (WS-STEP-SUB).
004110     MOVE SPACES TO WS-ST-PRED1 (WS-STEP-SUB).
004120     MOVE SPACES TO WS-ST-PRED2 (WS-STEP-SUB).
004130     MOVE SPACE TO WS-ST-OUTCOME (WS-STEP-SUB).
004140     ADD 1 TO WS-STEP-SUB.
004150     GO TO 0360-DEFAULT-FLAGS.
004160 0370-FLAGS-DONE.
004170     MOVE 'TEMPCVT' TO WS-ST-PRED1 (14).
004180     MOVE 'MDBACKUP' TO WS-ST-PRED1 (6).
004190     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (8).
004200     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (9).
004210     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (11).
004220     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (12).
004230 0300-EXIT.
004240     EXIT.
004250*----------------------------------------------------------*
004260* 0400-SORT-STEPS - ORDER THE LOADED STEP TABLE BY ITS     *
004270* SEQUENCE FIELD, AS THE DRIVER DOES.                      *
004280*----------------------------------------------------------*
004290 0400-SORT-STEPS.
004300     IF WS-STEP-COUNT < 2
004310         GO TO 0400-EXIT.
004320 0410-SORT-PASS.
004330     MOVE "N" TO WS-SORT-SWAPPED-SW.
004340     MOVE 1 TO WS-SORT-SUB.
004350     COMPUTE WS-SORT-LIMIT = WS-STEP-COUNT - 1.
004360 0420-SORT-NEXT.
004370     IF WS-SORT-SUB > WS-SORT-LIMIT
004380         GO TO 0430-PASS-DONE.
004390     IF WS-ST-SEQ (WS-SORT-SUB) > WS-ST-SEQ (WS-SORT-SUB + 1)
004400         MOVE WS-STEP-ENTRY (WS-SORT-SUB)
004410             TO WS-SORT-WORK-ENTRY
004420         MOVE WS-STEP-ENTRY (WS-SORT-SUB + 1)
004430             TO WS-STEP-ENTRY (WS-SORT-SUB)
004440         MOVE WS-SORT-WORK-ENTRY
004450             TO WS-STEP-ENTRY (WS-SORT-SUB + 1)
004460         MOVE "Y" TO WS-SORT-SWAPPED-SW.
004470     ADD 1 TO WS-SORT-SUB.
004480     GO TO 0420-SORT-NEXT.
004490 0430-PASS-DONE.
004500     IF WS-SORT-SWAPPED
004510         GO TO 0410-SORT-PASS.
004520 0400-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 0500-LOAD-CALENDAR - THE RUN CALENDAR AND HOLIDAY LIST,  *
004560* WITH THE DRIVER'S CARD CHECKS. UNLIKE THE DRIVER,        *
004570* FUTURE-DATED CALENDAR ENTRIES ARE KEPT:                  *
004580* 0600-CHECK-STEP-SCHEDULE TAKES THE ONE IN EFFECT ON EACH *
004590* FORECAST NIGHT. MISSING FILES LEAVE THE TABLES EMPTY -   *
004600* EVERY STEP DUE EVERY NIGHT.                              *
004610*----------------------------------------------------------*
004620 0500-LOAD-CALENDAR.
004630     OPEN INPUT CAL-FILE.
004640     IF NOT WS-CAL-OK
004650         GO TO 0530-LOAD-HOLIDAYS.
004660 0510-READ-NEXT.
004670     READ CAL-FILE
004680         AT END
004690             GO TO 0520-CAL-DONE.
004700     IF CAL-EFF-DATE = SPACES
004710         MOVE 0 TO WS-CAL-EFF-WORK
004720     ELSE
004730         IF CAL-EFF-DATE-CCYY NOT NUMERIC
004740             OR CAL-EFF-DATE-MM NOT NUMERIC
004750             OR CAL-EFF-DATE-DD NOT NUMERIC
004760             DISPLAY 'NITEFCST: BAD CALENDAR CARD FOR '
004770                 CAL-STEP-NAME ' - IGNORED'
004780             GO TO 0510-READ-NEXT
004790         ELSE
004800             COMPUTE WS-CAL-EFF-WORK =
004810                 CAL-EFF-DATE-CCYY * 10000 +
004820                 CAL-EFF-DATE-MM * 100 + CAL-EFF-DATE-DD
004830         END-IF
004840     END-IF.
004850     IF (CAL-FREQ = 'W' AND CAL-DOW NOT NUMERIC)
004860         OR (CAL-FREQ = 'M' AND CAL-DOM NOT NUMERIC)
004870         DISPLAY 'NITEFCST: BAD CALENDAR CARD FOR '
004880             CAL-STEP-NAME ' - IGNORED'
004890         GO TO 0510-READ-NEXT.
004900     IF WS-CAL-COUNT < 40
004910         ADD 1 TO WS-CAL-COUNT
004920         MOVE CAL-STEP-NAME TO WS-CAL-STEP (WS-CAL-COUNT)
004930         MOVE CAL-FREQ      TO WS-CAL-FREQ (WS-CAL-COUNT)
004940         IF CAL-DOW NUMERIC
004950             MOVE CAL-DOW TO WS-CAL-RUN-DOW (WS-CAL-COUNT)
004960         ELSE
004970             MOVE 0 TO WS-CAL-RUN-DOW (WS-CAL-COUNT)
004980         END-IF
004990         IF CAL-DOM NUMERIC
005000             MOVE CAL-DOM TO WS-CAL-RUN-DOM (WS-CAL-COUNT)
005010         ELSE
005020             MOVE 0 TO WS-CAL-RUN-DOM (WS-CAL-COUNT)
005030         END-IF
005040         MOVE WS-CAL-EFF-WORK
005050             TO WS-CAL-EFF-NUM (WS-CAL-COUNT).
005060     GO TO 0510-READ-NEXT.
005070 0520-CAL-DONE.
005080     CLOSE CAL-FILE.
005090 0530-LOAD-HOLIDAYS.
005100     OPEN INPUT HOL-FILE.
005110     IF NOT WS-HOL-OK
005120         GO TO 0500-EXIT.
005130 0540-READ-NEXT.
005140     READ HOL-FILE
005150         AT END
005160             GO TO 0550-HOL-DONE.
005170     IF HOL-DATE-CCYY NOT NUMERIC
005180         OR HOL-DATE-MM NOT NUMERIC
005190         OR HOL-DATE-DD NOT NUMERIC
005200         DISPLAY 'NITEFCST: BAD HOLIDAY CARD - IGNORED'
005210         GO TO 0540-READ-NEXT.
005220     IF WS-HOL-COUNT < 50
005230         ADD 1 TO WS-HOL-COUNT
005240         COMPUTE WS-HOL-NUM (WS-HOL-COUNT) =
005250             HOL-DATE-CCYY * 10000 +
005260             HOL-DATE-MM * 100 + HOL-DATE-DD.
005270     GO TO 0540-READ-NEXT.
005280 0550-HOL-DONE.
005290     CLOSE HOL-FILE.
005300 0500-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 0900-READ-PARM - THE BATCH-WINDOW LIMIT FROM NITEPARM,   *
005340* AS THE DRIVER READS IT. NO CARD OR A ZERO LIMIT MEANS NO *
005350* WINDOW TO FORECAST AGAINST.                              *
005360*----------------------------------------------------------*
005370 0900-READ-PARM.
005380     OPEN INPUT PARM-FILE.
005390     IF NOT WS-PARM-OK
005400         GO TO 0900-EXIT.
005410     READ PARM-FILE.
005420     IF WS-PARM-OK AND PARM-WINDOW-MINS NUMERIC
005430         AND PARM-WINDOW-MINS > 0
005440         COMPUTE WS-WINDOW-SECS = PARM-WINDOW-MINS * 60.
005450     CLOSE PARM-FILE.
005460 0900-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 1100-LOAD-TIMING-HISTORY - THE SAME FOURTEEN DAYS OF     *
005500* NITETIMS THE DRIVER'S PROJECTION AVERAGES, COUNTED BACK  *
005510* FROM THE CURRENT BUSINESS DATE.                          *
005520*----------------------------------------------------------*
005530 1100-LOAD-TIMING-HISTORY.
005540     COMPUTE WS-TH-CUTOFF-NUM =
005550         FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 14).
005560     OPEN INPUT TIMS-FILE.
005570     IF NOT WS-TIMS-OK
005580         GO TO 1100-EXIT.
005590 1110-READ-NEXT.
005600     READ TIMS-FILE
005610         AT END
005620             GO TO 1190-LOAD-DONE.
005630     IF TIMS-RUN-DATE NOT NUMERIC
005640         OR TIMS-ELAPSED NOT NUMERIC
005650         GO TO 1110-READ-NEXT.
005660     IF TIMS-RUN-DATE < WS-TH-CUTOFF-NUM
005670         GO TO 1110-READ-NEXT.
005680     PERFORM 1150-ROLL-TIMING THRU 1150-EXIT.
005690     GO TO 1110-READ-NEXT.
005700 1190-LOAD-DONE.
005710     CLOSE TIMS-FILE.
005720 1100-EXIT.
005730     EXIT.
005740*----------------------------------------------------------*
005750* 1150-ROLL-TIMING - ONE HISTORY RECORD INTO ITS STEP'S    *
005760* SLOT OF THE PER-STEP TOTALS TABLE.                       *
005770*----------------------------------------------------------*
005780 1150-ROLL-TIMING.
005790     MOVE 0 TO WS-TH-FOUND-SUB.
005800     MOVE 1 TO WS-TH-SUB.
005810 1160-FIND-NEXT.
005820     IF WS-TH-SUB > WS-TH-COUNT
005830         GO TO 1170-FIND-DONE.
005840     IF WS-TH-NAME (WS-TH-SUB) = TIMS-STEP-NAME
005850         MOVE WS-TH-SUB TO WS-TH-FOUND-SUB
005860         GO TO 1170-FIND-DONE.
005870     ADD 1 TO WS-TH-SUB.
005880     GO TO 1160-FIND-NEXT.
005890 1170-FIND-DONE.
005900     IF WS-TH-FOUND-SUB = 0
005910         IF WS-TH-COUNT < 30
005920             ADD 1 TO WS-TH-COUNT
005930             MOVE WS-TH-COUNT TO WS-TH-FOUND-SUB
005940             MOVE TIMS-STEP-NAME
005950                 TO WS-TH-NAME (WS-TH-FOUND-SUB)
005960             MOVE 0 TO WS-TH-TOTAL (WS-TH-FOUND-SUB)
005970             MOVE 0 TO WS-TH-RUNS (WS-TH-FOUND-SUB)
005980         ELSE
005990             GO TO 1150-EXIT.
006000     ADD TIMS-ELAPSED TO WS-TH-TOTAL (WS-TH-FOUND-SUB).
006010     ADD 1 TO WS-TH-RUNS (WS-TH-FOUND-SUB).
006020 1150-EXIT.
006030     EXIT.
006040*----------------------------------------------------------*
006050* 1200-AVERAGE-FOR-STEP - AVERAGE ELAPSED SECONDS FOR THE  *
006060* STEP IN WS-STEP-NAME, ZERO (AND WS-TH-HAS-HISTORY OFF)   *
006070* WHEN IT HAS NO RECENT HISTORY.                           *
006080*----------------------------------------------------------*
006090 1200-AVERAGE-FOR-STEP.
006100     MOVE 0 TO WS-TH-AVG.
006110     MOVE "N" TO WS-TH-HAS-HISTORY-SW.
006120     MOVE 1 TO WS-TH-SUB.
006130 1210-FIND-NEXT.
006140     IF WS-TH-SUB > WS-TH-COUNT
006150         GO TO 1200-EXIT.
006160     IF WS-TH-NAME (WS-TH-SUB) = WS-STEP-NAME
006170         IF WS-TH-RUNS (WS-TH-SUB) > 0
006180             MOVE "Y" TO WS-TH-HAS-HISTORY-SW
006190             COMPUTE WS-TH-AVG ROUNDED =
006200                 WS-TH-TOTAL (WS-TH-SUB) /
006210                 WS-TH-RUNS (WS-TH-SUB)
006220         END-IF
006230         GO TO 1200-EXIT.
006240     ADD 1 TO WS-TH-SUB.
006250     GO TO 1210-FIND-NEXT.
006260 1200-EXIT.
006270     EXIT.
006280*----------------------------------------------------------*
006290* 2000-FORECAST-DAY - ONE COMING BUSINESS DATE: WALK THE   *
006300* STEP TABLE IN ORDER AS THE DRIVER WOULD THAT NIGHT,      *
006310* ASSUMING EVERY STEP THAT RUNS ENDS CLEAN, AND TOTAL THE  *
006320* AVERAGES OF THE STEPS THAT RUN AGAINST THE WINDOW.       *
006330*----------------------------------------------------------*
006340 2000-FORECAST-DAY.
006350     MOVE WS-FC-DAY TO WS-FC-OFFSET.
006360     CALL 'ADDBDAYS' USING WS-RUN-DATE-NUM WS-FC-OFFSET
006370         WS-TODAY-NUM.
006380     COMPUTE WS-TODAY-INT =
006390         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
006400     COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-TODAY-INT, 7).
006410     IF WS-DOW-WORK = 0
006420         MOVE 7 TO WS-DOW-WORK.
006430     MOVE SPACES TO RPT-RECORD.
006440     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006450     MOVE WS-TODAY-NUM TO WS-DL-DATE.
006460     MOVE WS-DAY-NAME (WS-DOW-WORK) TO WS-DL-DAY-NAME.
006470     MOVE WS-DATE-LINE TO RPT-RECORD.
006480     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006490     MOVE 0 TO WS-PROJ-SECS WS-RUN-COUNT WS-NO-HIST-COUNT.
006500     MOVE 1 TO WS-STEP-SUB.
006510 2010-NEXT-STEP.
006520     IF WS-STEP-SUB > WS-STEP-COUNT
006530         GO TO 2090-DAY-TOTAL.
006540     PERFORM 2100-FORECAST-STEP THRU 2100-EXIT.
006550     ADD 1 TO WS-STEP-SUB.
006560     GO TO 2010-NEXT-STEP.
006570 2090-DAY-TOTAL.
006580     MOVE WS-RUN-COUNT TO WS-TL-RUNS.
006590     MOVE WS-PROJ-SECS TO WS-TL-PROJ.
006600     IF WS-WINDOW-SECS = 0
006610         MOVE '- NO BATCH WINDOW SET' TO WS-TL-VERDICT
006620     ELSE
006630         MOVE WS-WINDOW-SECS TO WS-WV-WINDOW
006640         IF WS-PROJ-SECS > WS-WINDOW-SECS
006650             MOVE ' SECS - *** OVER' TO WS-WV-TAG
006660             ADD 1 TO WS-FC-OVER-COUNT
006670         ELSE
006680             MOVE ' SECS - WITHIN' TO WS-WV-TAG
006690         END-IF
006700         MOVE WS-WINDOW-VERDICT TO WS-TL-VERDICT.
006710     MOVE WS-TOTAL-LINE TO RPT-RECORD.
006720     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006730     IF WS-NO-HIST-COUNT > 0
006740         MOVE WS-NO-HIST-COUNT TO WS-NH-COUNT
006750         MOVE WS-NO-HIST-LINE TO RPT-RECORD
006760         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006770 2000-EXIT.
006780     EXIT.
006790*----------------------------------------------------------*
006800* 2100-FORECAST-STEP - THE DRIVER'S 6000-RUN-STEP          *
006810* DECISIONS, IN ITS ORDER, WITHOUT THE CALL: HELD WHEN     *
006820* DISABLED, NOT DUE WHEN THE CALENDAR SAYS SO, SKIPPED     *
006830* WHEN A PREDECESSOR WILL NOT RUN, OTHERWISE RUN - PUSHED  *
006840* WHEN THE WORK IS A HOLIDAY'S CARRIED FORWARD.            *
006850*----------------------------------------------------------*
006860 2100-FORECAST-STEP.
006870     MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-STEP-NAME.
006880     MOVE WS-ST-SEQ (WS-STEP-SUB) TO WS-SL-SEQ.
006890     MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-SL-NAME.
006900     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-SL-PROGRAM.
006910     MOVE 0 TO WS-SL-AVG.
006920     MOVE SPACES TO WS-SL-NOTE.
006930     IF NOT WS-ST-IS-ENABLED (WS-STEP-SUB)
006940         MOVE 'H' TO WS-ST-OUTCOME (WS-STEP-SUB)
006950         MOVE 'HELD' TO WS-SL-OUTCOME
006960         MOVE 'DISABLED ON STEP CONTROL FILE' TO WS-SL-NOTE
006970         GO TO 2190-PUT-STEP.
006980     PERFORM 0600-CHECK-STEP-SCHEDULE THRU 0600-EXIT.
006990     IF NOT WS-STEP-SCHEDULED
007000         MOVE 'N' TO WS-ST-OUTCOME (WS-STEP-SUB)
007010         MOVE 'NOT DUE' TO WS-SL-OUTCOME
007020         MOVE 'NOT SCHEDULED PER RUN CALENDAR' TO WS-SL-NOTE
007030         GO TO 2190-PUT-STEP.
007040     PERFORM 0250-CHECK-PREDECESSORS THRU 0250-EXIT.
007050     IF NOT WS-PRED-RUNNABLE
007060         MOVE 'P' TO WS-ST-OUTCOME (WS-STEP-SUB)
007070         MOVE 'SKIPPED' TO WS-SL-OUTCOME
007080         MOVE WS-PRED-BLOCKER TO WS-NS-PRED
007090         MOVE WS-NOTE-SKIPPED TO WS-SL-NOTE
007100         GO TO 2190-PUT-STEP.
007110     PERFORM 1200-AVERAGE-FOR-STEP THRU 1200-EXIT.
007120     ADD WS-TH-AVG TO WS-PROJ-SECS.
007130     ADD 1 TO WS-RUN-COUNT.
007140     MOVE WS-TH-AVG TO WS-SL-AVG.
007150     IF NOT WS-TH-HAS-HISTORY
007160         ADD 1 TO WS-NO-HIST-COUNT
007170         MOVE 'NO TIMING HISTORY' TO WS-SL-NOTE.
007180     IF WS-DUE-NUM NOT = WS-TODAY-NUM
007190         MOVE 'U' TO WS-ST-OUTCOME (WS-STEP-SUB)
007200         MOVE 'PUSHED' TO WS-SL-OUTCOME
007210         MOVE WS-DUE-NUM TO WS-NP-DATE
007220         MOVE WS-NOTE-PUSHED TO WS-SL-NOTE
007230     ELSE
007240         MOVE 'R' TO WS-ST-OUTCOME (WS-STEP-SUB)
007250         MOVE 'RUN' TO WS-SL-OUTCOME.
007260 2190-PUT-STEP.
007270     MOVE WS-STEP-LINE TO RPT-RECORD.
007280     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007290 2100-EXIT.
007300     EXIT.
007310*----------------------------------------------------------*
007320* 0600-CHECK-STEP-SCHEDULE - THE DRIVER'S SCHEDULE TEST    *
007330* FOR THE STEP IN WS-STEP-NAME ON THE FORECAST NIGHT IN    *
007340* WS-TODAY-NUM, USING THE CALENDAR ENTRY IN EFFECT THAT    *
007350* NIGHT. WS-DUE-NUM IS LEFT ON THE DAY THE WORK WAS DUE -  *
007360* THE NIGHT ITSELF, OR THE HOLIDAY IT WAS PUSHED FROM.     *
007362* A FISCAL ENTRY (P, Q OR Y) IS DUE ON THE LAST DAY OF A   *
007364* FISCAL PERIOD, QUARTER OR YEAR PER GETFPER, AS IN THE    *
007366* DRIVER.                                                  *
007370* DAY-OF-WEEK CONVENTION: 1 = MONDAY ... 7 = SUNDAY.       *
007380*----------------------------------------------------------*
007390 0600-CHECK-STEP-SCHEDULE.
007400     MOVE "Y" TO WS-SCHEDULED-SW.
007410     MOVE WS-TODAY-NUM TO WS-DUE-NUM.
007420     IF WS-CAL-COUNT = 0
007430         GO TO 0600-EXIT.
007440     MOVE 0 TO WS-CAL-FOUND-SUB.
007450     MOVE 1 TO WS-CAL-SUB.
007460 0610-FIND-NEXT.
007470     IF WS-CAL-SUB > WS-CAL-COUNT
007480         GO TO 0620-FIND-DONE.
007490     IF WS-CAL-STEP (WS-CAL-SUB) = WS-STEP-NAME
007500         AND WS-CAL-EFF-NUM (WS-CAL-SUB) NOT > WS-TODAY-NUM
007510         IF WS-CAL-FOUND-SUB = 0
007520             MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
007530         ELSE
007540             IF WS-CAL-EFF-NUM (WS-CAL-SUB) >
007550                WS-CAL-EFF-NUM (WS-CAL-FOUND-SUB)
007560                 MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB.
007570     ADD 1 TO WS-CAL-SUB.
007580     GO TO 0610-FIND-NEXT.
007590 0620-FIND-DONE.
007600     IF WS-CAL-FOUND-SUB = 0
007610         GO TO 0600-EXIT.
007620     IF WS-CAL-IS-DAILY (WS-CAL-FOUND-SUB)
007630         GO TO 0600-EXIT.
007640     MOVE WS-TODAY-NUM TO WS-CHK-DATE-NUM.
007650     PERFORM 0700-CHECK-HOLIDAY THRU 0700-EXIT.
007660     IF WS-CHK-IS-HOLIDAY
007670         MOVE "N" TO WS-SCHEDULED-SW
007680         GO TO 0600-EXIT.
007690     MOVE WS-TODAY-INT TO WS-SCAN-INT.
007700     MOVE WS-TODAY-NUM TO WS-SCAN-NUM.
007710 0630-TEST-DAY.
007720     COMPUTE WS-DOW-WORK =
007730         FUNCTION MOD(WS-SCAN-INT, 7).
007740     IF WS-DOW-WORK = 0
007750         MOVE 7 TO WS-SCAN-DOW
007760     ELSE
007770         MOVE WS-DOW-WORK TO WS-SCAN-DOW.
007780     COMPUTE WS-SCAN-DD =
007790         FUNCTION MOD(WS-SCAN-NUM, 100).
007800     MOVE WS-SCAN-NUM TO WS-DUE-NUM.
007810     IF WS-CAL-IS-WEEKLY (WS-CAL-FOUND-SUB)
007820         IF WS-SCAN-DOW = WS-CAL-RUN-DOW (WS-CAL-FOUND-SUB)
007830             GO TO 0600-EXIT.
007840     IF WS-CAL-IS-MONTHLY (WS-CAL-FOUND-SUB)
007850         IF WS-SCAN-DD = WS-CAL-RUN-DOM (WS-CAL-FOUND-SUB)
007851             GO TO 0600-EXIT.
007852     IF WS-CAL-IS-FISCAL (WS-CAL-FOUND-SUB)
007853         CALL 'GETFPER' USING WS-SCAN-NUM FPER-RESULT
007854         IF (WS-CAL-IS-FISC-PERIOD (WS-CAL-FOUND-SUB)
007855                 AND FPER-IS-PERIOD-END)
007856             OR (WS-CAL-IS-FISC-QTR (WS-CAL-FOUND-SUB)
007857                 AND FPER-IS-QTR-END)
007858             OR (WS-CAL-IS-FISC-YEAR (WS-CAL-FOUND-SUB)
007859                 AND FPER-IS-YEAR-END)
007860             GO TO 0600-EXIT.
007870*    NOT DUE ON THE DAY JUST TESTED. A HOLIDAY THE DAY BEFORE
007880*    ROLLS ITS WORK FORWARD, SO TEST IT TOO; THE SCAN STOPS AT
007890*    THE FIRST EARLIER BUSINESS DAY.
007900     SUBTRACT 1 FROM WS-SCAN-INT.
007910     COMPUTE WS-SCAN-NUM =
007920         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
007930     MOVE WS-SCAN-NUM TO WS-CHK-DATE-NUM.
007940     PERFORM 0700-CHECK-HOLIDAY THRU 0700-EXIT.
007950     IF WS-CHK-IS-HOLIDAY
007960         GO TO 0630-TEST-DAY.
007970     MOVE "N" TO WS-SCHEDULED-SW.
007980     MOVE WS-TODAY-NUM TO WS-DUE-NUM.
007990 0600-EXIT.
008000     EXIT.
008010*----------------------------------------------------------*
008020* 0700-CHECK-HOLIDAY - SET WS-CHK-IS-HOLIDAY WHEN THE DATE *
008030* IN WS-CHK-DATE-NUM APPEARS ON THE LOADED HOLIDAY LIST.   *
008040*----------------------------------------------------------*
008050 0700-CHECK-HOLIDAY.
008060     MOVE "N" TO WS-CHK-HOLIDAY-SW.
008070     IF WS-HOL-COUNT = 0
008080         GO TO 0700-EXIT.
008090     MOVE 1 TO WS-HOL-SUB.
008100 0710-CHECK-NEXT.
008110     IF WS-HOL-SUB > WS-HOL-COUNT
008120         GO TO 0700-EXIT.
008130     IF WS-HOL-NUM (WS-HOL-SUB) = WS-CHK-DATE-NUM
008140         MOVE "Y" TO WS-CHK-HOLIDAY-SW
008150         GO TO 0700-EXIT.
008160     ADD 1 TO WS-HOL-SUB.
008170     GO TO 0710-CHECK-NEXT.
008180 0700-EXIT.
008190     EXIT.
008200*----------------------------------------------------------*
008210* 0250-CHECK-PREDECESSORS - THE DRIVER'S PREDECESSOR RULE: *
008220* A STEP RUNS ONLY WHEN EACH NAMED PREDECESSOR WILL RUN    *
008230* EARLIER THE SAME NIGHT. A HELD, NOT-DUE OR SKIPPED       *
008240* PREDECESSOR BLOCKS IT; WS-PRED-BLOCKER NAMES WHICH. A    *
008250* NAME NOT ON THE STEP TABLE DOES NOT BLOCK.               *
008260*----------------------------------------------------------*
008270 0250-CHECK-PREDECESSORS.
008280     MOVE "Y" TO WS-PRED-RUNNABLE-SW.
008290     MOVE WS-ST-PRED1 (WS-STEP-SUB) TO WS-PRED-NAME.
008300     PERFORM 0260-CHECK-ONE-PRED THRU 0260-EXIT.
008310     IF NOT WS-PRED-RUNNABLE
008320         GO TO 0250-EXIT.
008330     MOVE WS-ST-PRED2 (WS-STEP-SUB) TO WS-PRED-NAME.
008340     PERFORM 0260-CHECK-ONE-PRED THRU 0260-EXIT.
008350 0250-EXIT.
008360     EXIT.
008370*----------------------------------------------------------*
008380* 0260-CHECK-ONE-PRED - LOOK ONE PREDECESSOR NAME UP IN    *
008390* THE STEP TABLE AND TEST ITS FORECAST OUTCOME. BLANK      *
008400* MEANS NO PREDECESSOR TO TEST.                            *
008410*----------------------------------------------------------*
008420 0260-CHECK-ONE-PRED.
008430     IF WS-PRED-NAME = SPACES
008440         GO TO 0260-EXIT.
008450     MOVE 1 TO WS-PRED-SUB.
008460 0270-FIND-NEXT.
008470     IF WS-PRED-SUB > WS-STEP-COUNT
008480         GO TO 0260-EXIT.
008490     IF WS-ST-NAME (WS-PRED-SUB) = WS-PRED-NAME
008500         IF WS-ST-HELD (WS-PRED-SUB)
008510             OR WS-ST-UNSCHEDULED (WS-PRED-SUB)
008520             OR WS-ST-PRED-SKIPPED (WS-PRED-SUB)
008530             MOVE "N" TO WS-PRED-RUNNABLE-SW
008540             MOVE WS-PRED-NAME TO WS-PRED-BLOCKER
008550         END-IF
008560         GO TO 0260-EXIT.
008570     ADD 1 TO WS-PRED-SUB.
008580     GO TO 0270-FIND-NEXT.
008590 0260-EXIT.
008600     EXIT.
008610*----------------------------------------------------------*
008620* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
008630* WRITE CHECK AND PAGE-BREAK HANDLING.                     *
008640*----------------------------------------------------------*
008650 4900-PUT-LINE.
008660     WRITE RPT-RECORD.
008670     IF NOT WS-RPT-OK
008680         MOVE 'FCSTRPT' TO WS-ERRH-FILE-NAME
008690         MOVE 'WRITE' TO WS-ERRH-OPERATION
008700         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
008710             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
008720             WS-RPT-STATUS WS-ERRH-SEVERITY
008730         IF WS-ERRH-SEVERE
008740             GO TO 9999-ABEND.
008750     ADD 1 TO RPT-LINES-ON-PAGE.
008760     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
008770         ADD 1 TO RPT-PAGE-NUMBER
008780         MOVE 'NITEFCST' TO RPTHD-PROGRAM-NAME
008790         MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE
008800         MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER
008810         MOVE RPT-HEADER-RECORD TO RPT-RECORD
008820         WRITE RPT-RECORD
008830         MOVE 1 TO RPT-LINES-ON-PAGE.
008840 4900-EXIT.
008850     EXIT.
008860*----------------------------------------------------------*
008870* 9999-ABEND - THE REPORT FILE COULD NOT BE OPENED OR      *
008880* WRITTEN.                                                 *
008890*----------------------------------------------------------*
008900 9999-ABEND.
008910     DISPLAY 'NITEFCST: ABENDING - UNRECOVERABLE FILE ERROR.'.
008920     CLOSE RPT-FILE.
008930     MOVE 16 TO RETURN-CODE.
008940     GOBACK.
