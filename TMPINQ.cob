000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TMPINQ.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-21.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-21 AG  FIRST VERSION. REQUEST-CARD INQUIRY OVER    *
000110*                THE CONVERSION HISTORY, IN THE PRMINQ       *
000120*                STYLE, SO A CALL FROM FACILITIES ABOUT ONE  *
000130*                ROOM STOPS MEANING A HAND SCAN OF TMPHIST   *
000140*                AND ITS ARCHIVES. EACH CARD (TMPINQIN)      *
000150*                GIVES A STATION, A READING DATE/TIME WINDOW *
000160*                AND AN OPTIONAL OUTPUT SCALE (C, F OR K -   *
000170*                BLANK MEANS C). THE ANSWER IS EVERY         *
000180*                CONVERTED READING OF THE STATION IN THE     *
000190*                WINDOW - TMPREPRO CORRECTIONS (HIST-CORR-   *
000200*                FLAG) MARKED, ANY TMPEXCP EXCEPTION FOR THE *
000210*                SAME READING ALONGSIDE - THEN THE WINDOW'S  *
000220*                COUNT, MINIMUM, MAXIMUM AND AVERAGE. A      *
000230*                WINDOW STARTING BEFORE THE LIVE RETENTION   *
000240*                PERIOD (TMPHPARM, AS TMPHARCH KEEPS IT)     *
000250*                ALSO SEARCHES THE DATED TMPHARCH.CCYYMMDD   *
000260*                GENERATIONS. HISTORY WITHOUT A READING      *
000270*                STAMP CANNOT BE PLACED IN A WINDOW AND IS   *
000280*                PASSED OVER. ANSWERS GO TO THE TMPINQRP     *
000290*                REPORT, WITH THE SUMMARIES ON SYSOUT.       *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT INQ-FILE ASSIGN TO "TMPINQIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-INQ-STATUS.
000370     SELECT HISTORY-FILE ASSIGN USING WS-HIST-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-HISTORY-STATUS.
000400     SELECT EXCEPTION-FILE ASSIGN TO "TMPEXCP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-EXCEPTION-STATUS.
000430     SELECT PARM-FILE ASSIGN TO "TMPHPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT RPT-FILE ASSIGN TO "TMPINQRP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  INQ-FILE
000520     RECORD CONTAINS 80 CHARACTERS.
000530 01  INQ-RECORD.
000540     05  INQ-STATION            PIC X(04).
000550     05  INQ-FROM-DATE          PIC X(08).
000560     05  INQ-FROM-TIME          PIC X(06).
000570     05  INQ-TO-DATE            PIC X(08).
000580     05  INQ-TO-TIME            PIC X(06).
000590     05  INQ-SCALE              PIC X(01).
000600         88  INQ-SCALE-VALID            VALUE "C" "F" "K" " ".
000610     05  FILLER                 PIC X(47).
000620 FD  HISTORY-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640     COPY TMPHSREC.
000650 FD  EXCEPTION-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670     COPY TMPEXREC.
000680 FD  PARM-FILE
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  PARM-RECORD.
000710     05  PARM-KEEP-DAYS         PIC 9(03).
000720     05  FILLER                 PIC X(77).
000730 FD  RPT-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  RPT-RECORD                 PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01  WS-INQ-STATUS              PIC X(02) VALUE "00".
000780     88  WS-INQ-OK                        VALUE "00".
000790     88  WS-INQ-EOF                       VALUE "10".
000800 01  WS-HISTORY-STATUS          PIC X(02) VALUE "00".
000810     88  WS-HISTORY-OK                    VALUE "00".
000820     88  WS-HISTORY-EOF                   VALUE "10".
000830 01  WS-EXCEPTION-STATUS        PIC X(02) VALUE "00".
000840     88  WS-EXCEPTION-OK                  VALUE "00".
000850 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000860     88  WS-PARM-OK                       VALUE "00".
000870 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000880     88  WS-RPT-OK                        VALUE "00".
000890 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'TMPINQ'.
000900 01  WS-ERRH-FILE-NAME          PIC X(08).
000910 01  WS-ERRH-OPERATION          PIC X(06).
000920 01  WS-ERRH-SEVERITY           PIC X(02).
000930     88  WS-ERRH-SEVERE                   VALUE "08".
000940*    THE FILE BEING SEARCHED - TMPHIST, OR ONE DATED ARCHIVE
000950*    GENERATION WHOSE DATE IS IN WS-HIST-NAME-DATE.
000960 01  WS-HIST-NAME               PIC X(17) VALUE 'TMPHIST'.
000970 01  WS-HIST-NAME-R REDEFINES WS-HIST-NAME.
000980     05  FILLER                 PIC X(09).
000990     05  WS-HIST-NAME-DATE      PIC 9(08).
001000 01  WS-SOURCE                  PIC X(13) VALUE SPACES.
001010 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001020 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
001030 01  WS-KEEP-DAYS               PIC 9(03) VALUE 30.
001040 01  WS-CUTOFF-NUM              PIC 9(08) VALUE 0.
001050 01  WS-CUTOFF-INT              PIC 9(08) VALUE 0.
001060 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001080 01  WS-ARCH-SEARCHED           PIC 9(03) VALUE 0.
001090*    THE CURRENT REQUEST'S WINDOW AS CCYYMMDDHHMMSS KEYS.
001100 01  WS-WINDOW-FROM.
001110     05  WS-WF-DATE             PIC X(08).
001120     05  WS-WF-TIME             PIC X(06).
001130 01  WS-WINDOW-TO.
001140     05  WS-WT-DATE             PIC X(08).
001150     05  WS-WT-TIME             PIC X(06).
001160 01  WS-WF-DATE-NUM             PIC 9(08) VALUE 0.
001170 01  WS-READING-KEY.
001180     05  WS-RK-DATE             PIC X(08).
001190     05  WS-RK-TIME             PIC X(06).
001200 01  WS-SCALE                   PIC X(01) VALUE 'C'.
001210 01  WS-CARD-COUNT              PIC 9(05) VALUE 0.
001220*    THE WINDOW'S RESULTS.
001230 01  WS-CELSIUS-WORK            PIC S9(4)V9(3) VALUE 0.
001240 01  WS-TEMP-WORK               PIC S9(4)V9(3) VALUE 0.
001250 01  WS-HIT-COUNT               PIC 9(07) VALUE 0.
001260 01  WS-CORR-COUNT              PIC 9(07) VALUE 0.
001270 01  WS-EXC-HIT-COUNT           PIC 9(07) VALUE 0.
001280 01  WS-MIN-TEMP                PIC S9(4)V9(3) VALUE 0.
001290 01  WS-MAX-TEMP                PIC S9(4)V9(3) VALUE 0.
001300 01  WS-SUM-TEMP                PIC S9(11)V9(3) VALUE 0.
001310 01  WS-AVG-TEMP                PIC S9(4)V9(3) VALUE 0.
001320*    THE STATION'S EXCEPTIONS IN THE WINDOW, LOADED FROM
001330*    TMPEXCP ONCE PER REQUEST.
001340 01  WS-EXC-TABLE.
001350     05  WS-EX-ENTRY OCCURS 200 TIMES.
001360         10  WS-EX-KEY          PIC X(14).
001370         10  WS-EX-REASON       PIC X(20).
001380 01  WS-EX-COUNT                PIC 9(03) VALUE 0.
001390 01  WS-EX-SUB                  PIC 9(03) VALUE 0.
001400 01  WS-EX-FOUND-SUB            PIC 9(03) VALUE 0.
001410 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001420 01  WS-REQUEST-LINE.
001430     05  FILLER                 PIC X(09) VALUE ' STATION '.
001440     05  WS-QL-STATION          PIC X(04).
001450     05  FILLER                 PIC X(01) VALUE SPACES.
001460     05  WS-QL-FROM-DATE        PIC X(08).
001470     05  FILLER                 PIC X(01) VALUE SPACES.
001480     05  WS-QL-FROM-TIME        PIC X(06).
001490     05  FILLER                 PIC X(04) VALUE ' TO '.
001500     05  WS-QL-TO-DATE          PIC X(08).
001510     05  FILLER                 PIC X(01) VALUE SPACES.
001520     05  WS-QL-TO-TIME          PIC X(06).
001530     05  FILLER                 PIC X(07) VALUE ' SCALE '.
001540     05  WS-QL-SCALE            PIC X(01).
001550     05  FILLER                 PIC X(24) VALUE SPACES.
001560 01  WS-READING-LINE.
001570     05  FILLER                 PIC X(01) VALUE SPACES.
001580     05  WS-RL-DATE             PIC X(08).
001590     05  FILLER                 PIC X(01) VALUE SPACES.
001600     05  WS-RL-TIME             PIC X(06).
001610     05  FILLER                 PIC X(01) VALUE SPACES.
001620     05  WS-RL-TEMP-IN          PIC -ZZZ9.999.
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  WS-RL-CF-IN            PIC X(01).
001650     05  FILLER                 PIC X(01) VALUE SPACES.
001660     05  WS-RL-TEMP-OUT         PIC -ZZZ9.999.
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  WS-RL-CF-OUT           PIC X(01).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  WS-RL-CORR             PIC X(04).
001710     05  FILLER                 PIC X(01) VALUE SPACES.
001720     05  WS-RL-EXC-REASON       PIC X(20).
001730     05  FILLER                 PIC X(01) VALUE SPACES.
001740     05  WS-RL-SOURCE           PIC X(13).
001750 01  WS-STATS-LINE.
001760     05  FILLER                 PIC X(10) VALUE ' READINGS '.
001770     05  WS-SL-COUNT            PIC ZZZZZZ9.
001780     05  FILLER                 PIC X(06) VALUE '  MIN '.
001790     05  WS-SL-MIN              PIC -ZZZ9.999.
001800     05  FILLER                 PIC X(06) VALUE '  MAX '.
001810     05  WS-SL-MAX              PIC -ZZZ9.999.
001820     05  FILLER                 PIC X(06) VALUE '  AVG '.
001830     05  WS-SL-AVG              PIC -ZZZ9.999.
001840     05  FILLER                 PIC X(01) VALUE SPACES.
001850     05  WS-SL-SCALE            PIC X(01).
001860     05  FILLER                 PIC X(16) VALUE SPACES.
001870 01  WS-COUNTS-LINE.
001880     05  FILLER                 PIC X(13) VALUE ' CORRECTIONS '.
001890     05  WS-CL-CORR             PIC ZZZZZZ9.
001900     05  FILLER                 PIC X(13) VALUE '  EXCEPTIONS '.
001910     05  WS-CL-EXC              PIC ZZZZZZ9.
001920     05  FILLER                 PIC X(20)
001930             VALUE '  ARCHIVES SEARCHED '.
001940     05  WS-CL-ARCH             PIC ZZ9.
001950     05  FILLER                 PIC X(17) VALUE SPACES.
001960     COPY RPTHDFT.
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
002010     CLOSE RPT-FILE.
002020     DISPLAY 'TMPINQ: ' WS-CARD-COUNT
002030         ' REQUEST(S) PROCESSED.'.
002040     MOVE 0 TO RETURN-CODE.
002050     GOBACK.
002060*----------------------------------------------------------*
002070* 1000-INITIALIZE - WORK OUT THE OLDEST DATE THE LIVE FILE  *
002080* STILL HOLDS, FROM THE SAME RETENTION CARD TMPHARCH USES   *
002090* (DEFAULT 30 DAYS), AND OPEN THE REPORT.                   *
002100*----------------------------------------------------------*
002110 1000-INITIALIZE.
002120     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002130     OPEN INPUT PARM-FILE.
002140     IF WS-PARM-OK
002150         READ PARM-FILE
002160         IF WS-PARM-OK AND PARM-KEEP-DAYS NUMERIC
002170             AND PARM-KEEP-DAYS > 0
002180             MOVE PARM-KEEP-DAYS TO WS-KEEP-DAYS
002190         END-IF
002200         CLOSE PARM-FILE
002210     END-IF.
002220     COMPUTE WS-RUN-DATE-INT =
002230         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
002240     COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-KEEP-DAYS.
002250     COMPUTE WS-CUTOFF-NUM =
002260         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
002270     OPEN OUTPUT RPT-FILE.
002280     IF NOT WS-RPT-OK
002290         MOVE 'TMPINQRP' TO WS-ERRH-FILE-NAME
002300         MOVE 'OPEN' TO WS-ERRH-OPERATION
002310         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002320             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002330             WS-RPT-STATUS WS-ERRH-SEVERITY
002340         MOVE 16 TO RETURN-CODE
002350         GOBACK.
002360     MOVE 'TMPINQ' TO RPTHD-PROGRAM-NAME.
002370     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002380     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
002390     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
002400     WRITE RPT-RECORD.
002410     MOVE 'STATION READING INQUIRY ANSWERS' TO
002420         RPTTL-COLUMN-TITLES.
002430     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
002440     WRITE RPT-RECORD.
002450 1000-EXIT.
002460     EXIT.
002470*----------------------------------------------------------*
002480* 2000-PROCESS-REQUESTS - ONE ANSWER PER REQUEST CARD. A    *
002490* MALFORMED CARD IS REPORTED AND SKIPPED.                   *
002500*----------------------------------------------------------*
002510 2000-PROCESS-REQUESTS.
002520     OPEN INPUT INQ-FILE.
002530     IF NOT WS-INQ-OK
002540         DISPLAY 'TMPINQ: NO REQUEST CARDS (TMPINQIN).'
002550         GO TO 2000-EXIT.
002560 2010-READ-NEXT.
002570     READ INQ-FILE
002580         AT END
002590             GO TO 2090-REQUESTS-DONE.
002600     IF INQ-STATION = SPACES
002610         OR INQ-FROM-DATE NOT NUMERIC
002620         DISPLAY 'TMPINQ: BAD REQUEST CARD - IGNORED'
002630         GO TO 2010-READ-NEXT.
002640     IF NOT INQ-SCALE-VALID
002650         DISPLAY 'TMPINQ: BAD OUTPUT SCALE "' INQ-SCALE
002660             '" - IGNORED'
002670         GO TO 2010-READ-NEXT.
002680     PERFORM 2100-SET-WINDOW THRU 2100-EXIT.
002690     IF WS-WINDOW-TO < WS-WINDOW-FROM
002700         DISPLAY 'TMPINQ: WINDOW ENDS BEFORE IT STARTS - '
002710             INQ-STATION ' IGNORED'
002720         GO TO 2010-READ-NEXT.
002730     ADD 1 TO WS-CARD-COUNT.
002740     PERFORM 3000-ANSWER-REQUEST THRU 3000-EXIT.
002750     GO TO 2010-READ-NEXT.
002760 2090-REQUESTS-DONE.
002770     CLOSE INQ-FILE.
002780 2000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------*
002810* 2100-SET-WINDOW - THE CARD'S WINDOW AS COMPARABLE KEYS. A *
002820* BLANK OR UNREADABLE FROM TIME IS THE START OF THE DAY, A  *
002830* BLANK TO DATE IS THE FROM DATE AND A BLANK OR UNREADABLE  *
002840* TO TIME IS THE END OF THE DAY.                            *
002850*----------------------------------------------------------*
002860 2100-SET-WINDOW.
002870     MOVE INQ-FROM-DATE TO WS-WF-DATE.
002880     MOVE INQ-FROM-DATE TO WS-WF-DATE-NUM.
002890     IF INQ-FROM-TIME NUMERIC
002900         MOVE INQ-FROM-TIME TO WS-WF-TIME
002910     ELSE
002920         MOVE '000000' TO WS-WF-TIME.
002930     IF INQ-TO-DATE NUMERIC
002940         MOVE INQ-TO-DATE TO WS-WT-DATE
002950     ELSE
002960         MOVE INQ-FROM-DATE TO WS-WT-DATE.
002970     IF INQ-TO-TIME NUMERIC
002980         MOVE INQ-TO-TIME TO WS-WT-TIME
002990     ELSE
003000         MOVE '235959' TO WS-WT-TIME.
003010     IF INQ-SCALE = SPACE
003020         MOVE 'C' TO WS-SCALE
003030     ELSE
003040         MOVE INQ-SCALE TO WS-SCALE.
003050 2100-EXIT.
003060     EXIT.
003070*----------------------------------------------------------*
003080* 3000-ANSWER-REQUEST - THE STATION'S EXCEPTIONS FIRST,    *
003090* THEN ANY ARCHIVE GENERATIONS (OLDEST FIRST) WHEN THE     *
003100* WINDOW REACHES BACK PAST THE LIVE RETENTION PERIOD, THEN *
003110* THE LIVE FILE, THEN THE WINDOW'S SUMMARY.                *
003120*----------------------------------------------------------*
003130 3000-ANSWER-REQUEST.
003140     MOVE 0 TO WS-HIT-COUNT.
003150     MOVE 0 TO WS-CORR-COUNT.
003160     MOVE 0 TO WS-EXC-HIT-COUNT.
003170     MOVE 0 TO WS-SUM-TEMP.
003180     MOVE 0 TO WS-MIN-TEMP.
003190     MOVE 0 TO WS-MAX-TEMP.
003200     MOVE 0 TO WS-ARCH-SEARCHED.
003210     MOVE INQ-STATION TO WS-QL-STATION.
003220     MOVE WS-WF-DATE TO WS-QL-FROM-DATE.
003230     MOVE WS-WF-TIME TO WS-QL-FROM-TIME.
003240     MOVE WS-WT-DATE TO WS-QL-TO-DATE.
003250     MOVE WS-WT-TIME TO WS-QL-TO-TIME.
003260     MOVE WS-SCALE TO WS-QL-SCALE.
003270     MOVE WS-REQUEST-LINE TO WS-ANSWER-LINE.
003280     DISPLAY WS-ANSWER-LINE.
003290     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
003300     PERFORM 3100-LOAD-EXCEPTIONS THRU 3100-EXIT.
003310     IF WS-WF-DATE-NUM < WS-CUTOFF-NUM
003320         PERFORM 3200-SEARCH-ARCHIVES THRU 3200-EXIT.
003330     MOVE 'TMPHIST' TO WS-HIST-NAME.
003340     MOVE 'TMPHIST' TO WS-SOURCE.
003350     PERFORM 4000-SEARCH-HISTORY THRU 4000-EXIT.
003360     PERFORM 3800-PUT-SUMMARY THRU 3800-EXIT.
003370 3000-EXIT.
003380     EXIT.
003390*----------------------------------------------------------*
003400* 3100-LOAD-EXCEPTIONS - THE STATION'S TMPEXCP ENTRIES IN   *
003410* THE WINDOW, KEYED BY READING DATE AND TIME, SO EACH       *
003420* READING CAN CARRY ITS EXCEPTION REASON. NO EXCEPTION FILE *
003430* MEANS NO EXCEPTIONS.                                      *
003440*----------------------------------------------------------*
003450 3100-LOAD-EXCEPTIONS.
003460     MOVE 0 TO WS-EX-COUNT.
003470     OPEN INPUT EXCEPTION-FILE.
003480     IF NOT WS-EXCEPTION-OK
003490         GO TO 3100-EXIT.
003500 3110-READ-NEXT.
003510     READ EXCEPTION-FILE
003520         AT END
003530             GO TO 3190-LOAD-DONE.
003540     IF EXC-STATION NOT = INQ-STATION
003550         OR EXC-READING-DATE = SPACES
003560         GO TO 3110-READ-NEXT.
003570     MOVE EXC-READING-DATE TO WS-RK-DATE.
003580     MOVE EXC-READING-TIME TO WS-RK-TIME.
003590     IF WS-READING-KEY < WS-WINDOW-FROM
003600         OR WS-READING-KEY > WS-WINDOW-TO
003610         GO TO 3110-READ-NEXT.
003620     IF WS-EX-COUNT < 200
003630         ADD 1 TO WS-EX-COUNT
003640         MOVE WS-READING-KEY TO WS-EX-KEY (WS-EX-COUNT)
003650         MOVE EXC-REASON TO WS-EX-REASON (WS-EX-COUNT)
003660     ELSE
003670         DISPLAY 'TMPINQ: EXCEPTION TABLE FULL - '
003680             WS-READING-KEY ' NOT SHOWN'.
003690     GO TO 3110-READ-NEXT.
003700 3190-LOAD-DONE.
003710     CLOSE EXCEPTION-FILE.
003720 3100-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 3200-SEARCH-ARCHIVES - TMPHARCH NAMES EACH GENERATION FOR*
003760* THE DAY IT RAN, AND A GENERATION ONLY HOLDS HISTORY      *
003770* CONVERTED BEFORE THAT DAY, SO EVERY GENERATION DATED     *
003780* AFTER THE WINDOW STARTS MAY HOLD PART OF IT. WALK FORWARD*
003790* FROM THE DAY AFTER THE WINDOW STARTS TO THE BUSINESS     *
003800* DATE, OVER AT MOST A YEAR OF GENERATIONS, SEARCHING EACH *
003810* ONE FOUND.                                               *
003820*----------------------------------------------------------*
003830 3200-SEARCH-ARCHIVES.
003840     COMPUTE WS-SCAN-INT =
003850         FUNCTION INTEGER-OF-DATE(WS-WF-DATE-NUM) + 1.
003860     IF WS-SCAN-INT < WS-RUN-DATE-INT - 366
003870         COMPUTE WS-SCAN-INT = WS-RUN-DATE-INT - 366.
003890 3210-SCAN-NEXT.
003900     IF WS-SCAN-INT > WS-RUN-DATE-INT
003910         GO TO 3200-EXIT.
003920     MOVE 'TMPHARCH.00000000' TO WS-HIST-NAME.
003930     COMPUTE WS-HIST-NAME-DATE =
003940         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
003950     MOVE SPACES TO WS-SOURCE.
003960     STRING 'ARCH ' DELIMITED BY SIZE
003970         WS-HIST-NAME-DATE DELIMITED BY SIZE
003980         INTO WS-SOURCE.
003990     PERFORM 4000-SEARCH-HISTORY THRU 4000-EXIT.
004000     ADD 1 TO WS-SCAN-INT.
004010     GO TO 3210-SCAN-NEXT.
004020 3200-EXIT.
004030     EXIT.
004040*----------------------------------------------------------*
004050* 3800-PUT-SUMMARY - THE WINDOW'S COUNT, MINIMUM, MAXIMUM   *
004060* AND AVERAGE IN THE REQUESTED SCALE, THEN HOW MANY OF THE  *
004070* READINGS WERE CORRECTIONS OR EXCEPTIONS AND HOW MANY      *
004080* ARCHIVE GENERATIONS WERE SEARCHED.                        *
004090*----------------------------------------------------------*
004100 3800-PUT-SUMMARY.
004110     IF WS-HIT-COUNT = 0
004120         MOVE SPACES TO WS-ANSWER-LINE
004130         MOVE ' NO CONVERTED READINGS IN THE WINDOW'
004140             TO WS-ANSWER-LINE
004150         DISPLAY WS-ANSWER-LINE
004160         PERFORM 4900-PUT-ANSWER THRU 4900-EXIT
004170     ELSE
004180         COMPUTE WS-AVG-TEMP ROUNDED =
004190             WS-SUM-TEMP / WS-HIT-COUNT
004200         MOVE WS-HIT-COUNT TO WS-SL-COUNT
004210         MOVE WS-MIN-TEMP TO WS-SL-MIN
004220         MOVE WS-MAX-TEMP TO WS-SL-MAX
004230         MOVE WS-AVG-TEMP TO WS-SL-AVG
004240         MOVE WS-SCALE TO WS-SL-SCALE
004250         MOVE WS-STATS-LINE TO WS-ANSWER-LINE
004260         DISPLAY WS-ANSWER-LINE
004270         PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
004280     MOVE WS-CORR-COUNT TO WS-CL-CORR.
004290     MOVE WS-EXC-HIT-COUNT TO WS-CL-EXC.
004300     MOVE WS-ARCH-SEARCHED TO WS-CL-ARCH.
004310     MOVE WS-COUNTS-LINE TO WS-ANSWER-LINE.
004320     DISPLAY WS-ANSWER-LINE.
004330     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
004340 3800-EXIT.
004350     EXIT.
004360*----------------------------------------------------------*
004370* 4000-SEARCH-HISTORY - ONE PASS OVER THE FILE NAMED IN     *
004380* WS-HIST-NAME FOR THE STATION'S READINGS IN THE WINDOW. A  *
004390* FILE THAT IS NOT THERE IS SIMPLY NOT SEARCHED.            *
004400*----------------------------------------------------------*
004410 4000-SEARCH-HISTORY.
004420     OPEN INPUT HISTORY-FILE.
004430     IF NOT WS-HISTORY-OK
004440         GO TO 4000-EXIT.
004450     IF WS-SOURCE NOT = 'TMPHIST'
004460         ADD 1 TO WS-ARCH-SEARCHED.
004470 4010-READ-NEXT.
004480     READ HISTORY-FILE
004490         AT END
004500             GO TO 4090-SEARCH-DONE.
004510     IF HIST-STATION NOT = INQ-STATION
004520         OR HIST-READING-DATE = SPACES
004530         OR HIST-TEMP-IN NOT NUMERIC
004540         GO TO 4010-READ-NEXT.
004550     MOVE HIST-READING-DATE TO WS-RK-DATE.
004560     MOVE HIST-READING-TIME TO WS-RK-TIME.
004570     IF WS-READING-KEY < WS-WINDOW-FROM
004580         OR WS-READING-KEY > WS-WINDOW-TO
004590         GO TO 4010-READ-NEXT.
004600     PERFORM 4100-PUT-READING THRU 4100-EXIT.
004610     GO TO 4010-READ-NEXT.
004620 4090-SEARCH-DONE.
004630     CLOSE HISTORY-FILE.
004640 4000-EXIT.
004650     EXIT.
004660*----------------------------------------------------------*
004670* 4100-PUT-READING - RESTATE THE CONVERTED INPUT IN THE    *
004680* REQUESTED SCALE (THE SAME CELSIUS-FIRST ROUTE TEMPCVT    *
004690* TAKES), ROLL IT INTO THE WINDOW'S FIGURES AND LIST IT    *
004700* WITH ITS CORRECTION MARK AND ANY EXCEPTION REASON.       *
004710*----------------------------------------------------------*
004720 4100-PUT-READING.
004730     EVALUATE HIST-CF-IN
004740         WHEN 'F'
004750             COMPUTE WS-CELSIUS-WORK = (HIST-TEMP-IN - 32) * 5 / 9
004760         WHEN 'K'
004770             COMPUTE WS-CELSIUS-WORK = HIST-TEMP-IN - 273.150
004780         WHEN OTHER
004790             MOVE HIST-TEMP-IN TO WS-CELSIUS-WORK
004800     END-EVALUATE.
004810     EVALUATE WS-SCALE
004820         WHEN 'F'
004830             COMPUTE WS-TEMP-WORK =
004840                 (WS-CELSIUS-WORK * 9 / 5) + 32
004850         WHEN 'K'
004860             COMPUTE WS-TEMP-WORK =
004870                 WS-CELSIUS-WORK + 273.150
004880         WHEN OTHER
004890             MOVE WS-CELSIUS-WORK TO WS-TEMP-WORK
004900     END-EVALUATE.
004910     ADD 1 TO WS-HIT-COUNT.
004920     ADD WS-TEMP-WORK TO WS-SUM-TEMP.
004930     IF WS-HIT-COUNT = 1 OR WS-TEMP-WORK < WS-MIN-TEMP
004940         MOVE WS-TEMP-WORK TO WS-MIN-TEMP.
004950     IF WS-HIT-COUNT = 1 OR WS-TEMP-WORK > WS-MAX-TEMP
004960         MOVE WS-TEMP-WORK TO WS-MAX-TEMP.
004970     MOVE HIST-READING-DATE TO WS-RL-DATE.
004980     MOVE HIST-READING-TIME TO WS-RL-TIME.
004990     MOVE HIST-TEMP-IN TO WS-RL-TEMP-IN.
005000     MOVE HIST-CF-IN TO WS-RL-CF-IN.
005010     MOVE WS-TEMP-WORK TO WS-RL-TEMP-OUT.
005020     MOVE WS-SCALE TO WS-RL-CF-OUT.
005030     IF HIST-CORR-FLAG = 'C'
005040         MOVE 'CORR' TO WS-RL-CORR
005050         ADD 1 TO WS-CORR-COUNT
005060     ELSE
005070         MOVE SPACES TO WS-RL-CORR.
005080     PERFORM 4200-FIND-EXCEPTION THRU 4200-EXIT.
005090     IF WS-EX-FOUND-SUB = 0
005100         MOVE SPACES TO WS-RL-EXC-REASON
005110     ELSE
005120         MOVE WS-EX-REASON (WS-EX-FOUND-SUB) TO WS-RL-EXC-REASON
005130         ADD 1 TO WS-EXC-HIT-COUNT.
005140     MOVE WS-SOURCE TO WS-RL-SOURCE.
005150     MOVE WS-READING-LINE TO WS-ANSWER-LINE.
005160     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
005170 4100-EXIT.
005180     EXIT.
005190*----------------------------------------------------------*
005200* 4200-FIND-EXCEPTION - THE LOADED EXCEPTION, IF ANY, FOR   *
005210* THE READING'S DATE AND TIME. ZERO WHEN THERE IS NONE.     *
005220*----------------------------------------------------------*
005230 4200-FIND-EXCEPTION.
005240     MOVE 0 TO WS-EX-FOUND-SUB.
005250     MOVE 1 TO WS-EX-SUB.
005260 4210-CHECK-NEXT.
005270     IF WS-EX-SUB > WS-EX-COUNT
005280         GO TO 4200-EXIT.
005290     IF WS-EX-KEY (WS-EX-SUB) = WS-READING-KEY
005300         MOVE WS-EX-SUB TO WS-EX-FOUND-SUB
005310         GO TO 4200-EXIT.
005320     ADD 1 TO WS-EX-SUB.
005330     GO TO 4210-CHECK-NEXT.
005340 4200-EXIT.
005350     EXIT.
005360*----------------------------------------------------------*
005370* 4900-PUT-ANSWER - ONE ANSWER LINE TO THE REPORT WITH THE  *
005380* SHOP'S STANDARD WRITE CHECK.                              *
005390*----------------------------------------------------------*
005400 4900-PUT-ANSWER.
005410     MOVE WS-ANSWER-LINE TO RPT-RECORD.
005420     WRITE RPT-RECORD.
005430     IF NOT WS-RPT-OK
005440         MOVE 'TMPINQRP' TO WS-ERRH-FILE-NAME
005450         MOVE 'WRITE' TO WS-ERRH-OPERATION
005460         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005470             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005480             WS-RPT-STATUS WS-ERRH-SEVERITY.
005490 4900-EXIT.
005500     EXIT.
