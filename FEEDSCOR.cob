000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEEDSCOR.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. MONTHLY SUPPLIER SCORECARD *
000110*                FOR THE INPUT FEEDS, SO A SENDER WHOSE    *
000120*                FEED IS CHRONICALLY LATE OR DIRTY IS      *
000130*                FOUND FROM THE NUMBERS INSTEAD OF FROM    *
000140*                COMPLAINTS. THE SPAN IS THE FISCAL PERIOD *
000150*                THE BUSINESS DATE FALLS IN (GETFPER), OR  *
000160*                THE CALENDAR MONTH WHEN THE FISCAL        *
000170*                CALENDAR DOES NOT COVER IT, AS IN         *
000180*                MMMONTH. FOR EACH FEED ON THE             *
000190*                EXPECTED-FEED LIST (FEEDLIST) THE ARRIVAL *
000200*                REGISTER (FEEDREGF) GIVES THE NIGHTS IT   *
000210*                WAS MISSING OR EMPTY AND THE NIGHTS IT    *
000220*                ARRIVED AFTER ITS EXPECTED TIME; THE FEED *
000230*                READER'S AUDIT ENTRIES (AUDINDEX BY DATE, *
000240*                OR AUDITLOG WHEN THERE IS NO INDEX) GIVE  *
000250*                THE NIGHTS ITS CONTROL TRAILER DISAGREED  *
000260*                AND THE RECORDS RECEIVED AND REJECTED     *
000270*                (TMPREJ, MMREJ, ROSTER TRANSACTION        *
000280*                REJECTS). EACH FEED GETS AN ON-TIME       *
000290*                PERCENTAGE AND A REJECT PERCENTAGE AND    *
000300*                THE FEEDS ARE RANKED WORST FIRST ON       *
000310*                FEEDSRPT. THE FEEDLIST CARD TAKES, AFTER  *
000320*                THE FEED NAME, THE EXPECTED ARRIVAL TIME  *
000330*                (COLUMNS 10-13, HHMM), THE FEED'S READER  *
000340*                PROGRAM AS IT SIGNS ITS AUDIT ENTRIES     *
000350*                (COLUMNS 15-24) AND THE SUPPLIER'S NAME   *
000360*                (COLUMNS 26-55); FEEDREG READS ONLY       *
000370*                COLUMNS 1-8. SCHEDULE THE STEP WITH THE   *
000380*                NITECAL FISCAL-PERIOD FREQUENCY (P). A    *
000390*                REPORTER ONLY, LIKE AUDRPT.               *
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LIST-FILE ASSIGN TO "FEEDLIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LIST-STATUS.
000470     SELECT REG-FILE ASSIGN TO "FEEDREGF"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REG-STATUS.
000500     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AUDX-KEY
000570         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-AUDX-STATUS.
000600     SELECT RPT-FILE ASSIGN TO "FEEDSRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  LIST-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  LIST-RECORD.
000680     05  FL-FEED-NAME           PIC X(08).
000690     05  FILLER                 PIC X(01).
000700     05  FL-DUE-TIME.
000710         10  FL-DUE-HH          PIC 9(02).
000720         10  FL-DUE-MM          PIC 9(02).
000730     05  FILLER                 PIC X(01).
000740     05  FL-READER              PIC X(10).
000750     05  FILLER                 PIC X(01).
000760     05  FL-SUPPLIER            PIC X(30).
000770     05  FILLER                 PIC X(25).
000780 FD  REG-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  REG-RECORD.
000810     05  REG-RUN-DATE           PIC 9(08).
000820     05  REG-RUN-TIME           PIC 9(08).
000830     05  REG-FEED-NAME          PIC X(08).
000840     05  REG-RECORD-COUNT       PIC 9(09).
000850     05  REG-STATUS             PIC X(08).
000860     05  FILLER                 PIC X(39).
000870 FD  AUDIT-FILE
000880     RECORD CONTAINS 100 CHARACTERS.
000890     COPY AUDITREC.
000900 FD  AUDX-FILE
000910     RECORD CONTAINS 150 CHARACTERS.
000920     COPY AUDXREC.
000930 FD  RPT-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  RPT-RECORD                 PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 01  WS-LIST-STATUS             PIC X(02) VALUE "00".
000980     88  WS-LIST-OK                       VALUE "00".
000990 01  WS-REG-STATUS              PIC X(02) VALUE "00".
001000     88  WS-REG-OK                        VALUE "00".
001010 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001020     88  WS-AUDIT-OK                      VALUE "00".
001030 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
001040     88  WS-AUDX-OK                       VALUE "00" "02".
001050 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001060     88  WS-RPT-OK                        VALUE "00".
001070 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'FEEDSCOR'.
001080 01  WS-ERRH-FILE-NAME          PIC X(08).
001090 01  WS-ERRH-OPERATION          PIC X(06).
001100 01  WS-ERRH-SEVERITY           PIC X(02).
001110     88  WS-ERRH-SEVERE                   VALUE "08".
001120 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
001130     88  WS-USE-INDEX                     VALUE "Y".
001140 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001150 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-NUM.
001160     05  WS-RUN-CCYY            PIC 9(04).
001170     05  WS-RUN-MM              PIC 9(02).
001180     05  WS-RUN-DD              PIC 9(02).
001190 01  WS-RANGE-START             PIC 9(08) VALUE 0.
001200 01  WS-RANGE-END               PIC 9(08) VALUE 0.
001210 01  WS-DATE-WORK               PIC 9(08) VALUE 0.
001220 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001230     05  WS-DW-CCYY             PIC 9(04).
001240     05  WS-DW-MM               PIC 9(02).
001250     05  WS-DW-DD               PIC 9(02).
001260 01  WS-ROLL-SCOPE              PIC X(01) VALUE "M".
001270     88  WS-SCOPE-MONTH                   VALUE "M".
001280     88  WS-SCOPE-PERIOD                  VALUE "P".
001290     COPY FPERLNK.
001300*    ARRIVAL AND EXPECTED TIMES AS MINUTES FROM NOON, SO A FEED
001310*    DUE AT 0200 THAT ARRIVED AT 2330 THE EVENING BEFORE IS
001320*    EARLY, NOT LATE - A TIME BEFORE NOON IS THE MORNING AFTER
001330*    THE BUSINESS DATE.
001340 01  WS-ARRIVE-TIME             PIC 9(08) VALUE 0.
001350 01  WS-ARRIVE-TIME-R REDEFINES WS-ARRIVE-TIME.
001360     05  WS-ARR-HH              PIC 9(02).
001370     05  WS-ARR-MM              PIC 9(02).
001380     05  FILLER                 PIC 9(04).
001390 01  WS-ARRIVE-MINS             PIC 9(04) VALUE 0.
001400*    ONE SLOT PER LISTED FEED: ITS CARD, THE NIGHT BEING
001410*    GATHERED FROM THE REGISTER AND FROM THE AUDIT ENTRIES (A
001420*    RERUN OF THE SAME NIGHT REPLACES THE EARLIER ATTEMPT), THE
001430*    SPAN'S TOTALS, AND THE SCORES.
001440 01  WS-FS-TABLE.
001450     05  WS-FS-ENTRY OCCURS 20 TIMES.
001460         10  WS-FS-FEED         PIC X(08).
001470         10  WS-FS-SUPPLIER     PIC X(30).
001480         10  WS-FS-READER       PIC X(10).
001490         10  WS-FS-DUE-SW       PIC X(01).
001500             88  WS-FS-HAS-DUE            VALUE "Y".
001510         10  WS-FS-DUE-MINS     PIC 9(04).
001520         10  WS-FS-PRESENT      PIC 9(03).
001530         10  WS-FS-ONTIME       PIC 9(03).
001540         10  WS-FS-TRL-BAD      PIC 9(03).
001550         10  WS-FS-RECEIVED     PIC 9(09).
001560         10  WS-FS-REJECTS      PIC 9(09).
001570         10  WS-FS-REG-DATE     PIC 9(08).
001580         10  WS-FS-REG-PRES-SW  PIC X(01).
001590             88  WS-FS-REG-PRESENT        VALUE "Y".
001600         10  WS-FS-REG-ONTM-SW  PIC X(01).
001610             88  WS-FS-REG-ONTIME         VALUE "Y".
001620         10  WS-FS-AUD-DATE     PIC 9(08).
001630         10  WS-FS-AUD-READ     PIC 9(09).
001640         10  WS-FS-AUD-REJ      PIC 9(09).
001650         10  WS-FS-AUD-TRL-SW   PIC X(01).
001660             88  WS-FS-AUD-TRL-BAD        VALUE "Y".
001670         10  WS-FS-MISSING      PIC 9(03).
001680         10  WS-FS-LATE         PIC 9(03).
001690         10  WS-FS-ONTIME-PCT   PIC 9(03)V9(01).
001700         10  WS-FS-REJECT-PCT   PIC 9(03)V9(02).
001710         10  WS-FS-TRL-PCT      PIC 9(03)V9(01).
001720         10  WS-FS-SCORE        PIC 9(03)V9(01).
001730 01  WS-FS-COUNT                PIC 9(02) VALUE 0.
001740 01  WS-FS-SUB                  PIC 9(02) VALUE 0.
001750 01  WS-SORT-WORK-ENTRY         PIC X(140).
001760 01  WS-SORT-LIMIT              PIC 9(02) VALUE 0.
001770 01  WS-SORT-SWAPPED-SW         PIC X(01) VALUE "N".
001780     88  WS-SORT-SWAPPED                  VALUE "Y".
001790 01  WS-NIGHTS-RUN              PIC 9(03) VALUE 0.
001800 01  WS-LAST-REG-DATE           PIC 9(08) VALUE 0.
001810 01  WS-RANK                    PIC 9(02) VALUE 0.
001820 01  WS-SCOPE-LINE.
001830     05  FILLER                 PIC X(01) VALUE SPACES.
001840     05  WS-SCOPE-KIND          PIC X(15).
001850     05  WS-SID-CCYY            PIC 9(04).
001860     05  FILLER                 PIC X(01) VALUE '/'.
001870     05  WS-SID-NN              PIC 9(02).
001880     05  FILLER                 PIC X(06) VALUE ' FROM '.
001890     05  WS-SCOPE-FROM          PIC 9999/99/99.
001900     05  FILLER                 PIC X(04) VALUE ' TO '.
001910     05  WS-SCOPE-TO            PIC 9999/99/99.
001920     05  FILLER                 PIC X(02) VALUE SPACES.
001930     05  WS-SCOPE-NIGHTS        PIC ZZ9.
001940     05  FILLER                 PIC X(15)
001950             VALUE ' NIGHTS CHECKED'.
001960     05  FILLER                 PIC X(07) VALUE SPACES.
001970 01  WS-DETAIL-LINE.
001980     05  FILLER                 PIC X(01) VALUE SPACES.
001990     05  WS-DET-RANK            PIC ZZ9.
002000     05  FILLER                 PIC X(01) VALUE SPACES.
002010     05  WS-DET-FEED            PIC X(08).
002020     05  FILLER                 PIC X(01) VALUE SPACES.
002030     05  WS-DET-SUPPLIER        PIC X(16).
002040     05  FILLER                 PIC X(01) VALUE SPACES.
002050     05  WS-DET-MISSING         PIC ZZ9.
002060     05  FILLER                 PIC X(01) VALUE SPACES.
002070     05  WS-DET-LATE            PIC ZZ9.
002080     05  FILLER                 PIC X(01) VALUE SPACES.
002090     05  WS-DET-ONTIME-PCT      PIC ZZ9.9.
002100     05  FILLER                 PIC X(01) VALUE SPACES.
002110*    THE READER'S FIGURES - BLANK FOR A FEED WITH NO READER
002120*    PROGRAM ON ITS CARD.
002130     05  WS-DET-QUALITY.
002140         10  WS-DET-TRL-BAD     PIC ZZ9.
002150         10  FILLER             PIC X(01).
002160         10  WS-DET-RECEIVED    PIC ZZZZZZZ9.
002170         10  FILLER             PIC X(01).
002180         10  WS-DET-REJECTS     PIC ZZZZZZ9.
002190         10  FILLER             PIC X(01).
002200         10  WS-DET-REJECT-PCT  PIC ZZ9.99.
002210     05  FILLER                 PIC X(01) VALUE SPACES.
002220     05  WS-DET-SCORE           PIC ZZ9.9.
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     COPY RPTHDFT.
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 1500-SET-PERIOD THRU 1500-EXIT.
002290     PERFORM 2000-LOAD-FEEDS THRU 2000-EXIT.
002300     IF WS-FS-COUNT = 0
002310         MOVE ' NO EXPECTED-FEED LIST (FEEDLIST) - NOTHING TO '
002320             TO RPT-RECORD
002330         MOVE 'SCORE' TO RPT-RECORD (48:)
002340         WRITE RPT-RECORD
002350         DISPLAY 'FEEDSCOR: NO EXPECTED-FEED LIST (FEEDLIST)'
002360             ' - NOTHING TO SCORE'
002370         GO TO 0090-FINISH.
002380     PERFORM 3000-SCAN-REGISTER THRU 3000-EXIT.
002390     PERFORM 4000-SCAN-AUDIT THRU 4000-EXIT.
002400     PERFORM 5000-SCORE-FEEDS THRU 5000-EXIT.
002410     PERFORM 5500-RANK-FEEDS THRU 5500-EXIT.
002420     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
002430 0090-FINISH.
002440     CLOSE RPT-FILE.
002450     MOVE 0 TO RETURN-CODE.
002460     GOBACK.
002470*----------------------------------------------------------*
002480* 1000-INITIALIZE - CAPTURE THE BUSINESS DATE (WHOSE       *
002490* PERIOD IS SCORED) AND OPEN THE REPORT WITH THE           *
002500* SHOP-STANDARD HEADER.                                    *
002510*----------------------------------------------------------*
002520 1000-INITIALIZE.
002530     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002540     OPEN OUTPUT RPT-FILE.
002550     IF NOT WS-RPT-OK
002560         MOVE 'FEEDSRPT' TO WS-ERRH-FILE-NAME
002570         MOVE 'OPEN' TO WS-ERRH-OPERATION
002580         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002590             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002600             WS-RPT-STATUS WS-ERRH-SEVERITY
002610         GO TO 9999-ABEND.
002620     MOVE 'FEEDSCOR' TO RPTHD-PROGRAM-NAME.
002630     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002640     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
002650     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
002660     WRITE RPT-RECORD.
002670     MOVE 'RNK FEED     SUPPLIER         MIS LAT '
002680         TO RPTTL-COLUMN-TITLES.
002690     MOVE '%ONTM TRL RECEIVED REJECTS   %REJ SCORE'
002700         TO RPTTL-COLUMN-TITLES (39:).
002710     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
002720     WRITE RPT-RECORD.
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760* 1500-SET-PERIOD - THE SPAN TO SCORE: THE FISCAL PERIOD   *
002770* THE BUSINESS DATE FALLS IN, FROM GETFPER, OR THE         *
002780* CALENDAR MONTH WHEN THE FISCAL CALENDAR DOES NOT COVER   *
002790* THE DATE (OR THERE IS NONE).                             *
002800*----------------------------------------------------------*
002810 1500-SET-PERIOD.
002820     CALL 'GETFPER' USING WS-RUN-DATE-NUM FPER-RESULT.
002830     IF FPER-FOUND
002840         MOVE "P" TO WS-ROLL-SCOPE
002850         MOVE FPER-START-DATE TO WS-RANGE-START
002860         MOVE FPER-END-DATE TO WS-RANGE-END
002870         GO TO 1500-EXIT.
002880     MOVE "M" TO WS-ROLL-SCOPE.
002890     MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK.
002900     MOVE 1 TO WS-DW-DD.
002910     MOVE WS-DATE-WORK TO WS-RANGE-START.
002920     IF WS-DW-MM = 12
002930         ADD 1 TO WS-DW-CCYY
002940         MOVE 1 TO WS-DW-MM
002950     ELSE
002960         ADD 1 TO WS-DW-MM.
002970     COMPUTE WS-RANGE-END = FUNCTION DATE-OF-INTEGER(
002980         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1).
002990 1500-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 2000-LOAD-FEEDS - ONE TABLE SLOT PER FEED ON THE         *
003030* EXPECTED-FEED LIST. AN EXPECTED TIME THAT IS BLANK OR    *
003040* NOT A CLOCK TIME MEANS ANY ARRIVAL COUNTS AS ON TIME; A  *
003050* BLANK READER MEANS THE FEED HAS NO TRAILER OR REJECT     *
003060* FIGURES TO SCORE.                                        *
003070*----------------------------------------------------------*
003080 2000-LOAD-FEEDS.
003090     OPEN INPUT LIST-FILE.
003100     IF NOT WS-LIST-OK
003110         GO TO 2000-EXIT.
003120 2010-NEXT-CARD.
003130     READ LIST-FILE
003140         AT END
003150             GO TO 2090-LOAD-DONE.
003160     IF FL-FEED-NAME = SPACES
003170         GO TO 2010-NEXT-CARD.
003180     IF WS-FS-COUNT NOT < 20
003190         DISPLAY 'FEEDSCOR: FEED TABLE FULL - ' FL-FEED-NAME
003200             ' NOT SCORED'
003210         GO TO 2010-NEXT-CARD.
003220     ADD 1 TO WS-FS-COUNT.
003230     MOVE WS-FS-COUNT TO WS-FS-SUB.
003240     MOVE FL-FEED-NAME TO WS-FS-FEED (WS-FS-SUB).
003250     MOVE FL-SUPPLIER TO WS-FS-SUPPLIER (WS-FS-SUB).
003260     MOVE FL-READER TO WS-FS-READER (WS-FS-SUB).
003270     MOVE "N" TO WS-FS-DUE-SW (WS-FS-SUB).
003280     MOVE 0 TO WS-FS-DUE-MINS (WS-FS-SUB).
003290     IF FL-DUE-TIME NUMERIC
003300         AND FL-DUE-HH < 24 AND FL-DUE-MM < 60
003310         MOVE "Y" TO WS-FS-DUE-SW (WS-FS-SUB)
003320         COMPUTE WS-FS-DUE-MINS (WS-FS-SUB) =
003330             FL-DUE-HH * 60 + FL-DUE-MM
003340         IF FL-DUE-HH < 12
003350             ADD 1440 TO WS-FS-DUE-MINS (WS-FS-SUB)
003360         END-IF
003370     END-IF.
003380     MOVE 0 TO WS-FS-PRESENT (WS-FS-SUB) WS-FS-ONTIME (WS-FS-SUB)
003390         WS-FS-TRL-BAD (WS-FS-SUB) WS-FS-RECEIVED (WS-FS-SUB)
003400         WS-FS-REJECTS (WS-FS-SUB) WS-FS-REG-DATE (WS-FS-SUB)
003410         WS-FS-AUD-DATE (WS-FS-SUB) WS-FS-AUD-READ (WS-FS-SUB)
003420         WS-FS-AUD-REJ (WS-FS-SUB).
003430     MOVE "N" TO WS-FS-REG-PRES-SW (WS-FS-SUB)
003440         WS-FS-REG-ONTM-SW (WS-FS-SUB)
003450         WS-FS-AUD-TRL-SW (WS-FS-SUB).
003460     GO TO 2010-NEXT-CARD.
003470 2090-LOAD-DONE.
003480     CLOSE LIST-FILE.
003490 2000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 3000-SCAN-REGISTER - PASS THE ARRIVAL REGISTER FOR THE   *
003530* SPAN. EVERY DATE FEEDREG CHECKED IS A NIGHT RUN; FOR     *
003540* EACH LISTED FEED A NIGHT COUNTS AS PRESENT IF ANY CHECK  *
003550* THAT NIGHT FOUND IT PRESENT, AND AS ON TIME IF THE FIRST *
003560* SUCH CHECK WAS NO LATER THAN THE EXPECTED TIME. THE      *
003570* REGISTER IS APPENDED NIGHT BY NIGHT, SO A FEED'S ENTRIES *
003580* ARRIVE IN DATE ORDER.                                    *
003590*----------------------------------------------------------*
003600 3000-SCAN-REGISTER.
003610     OPEN INPUT REG-FILE.
003620     IF NOT WS-REG-OK
003630         DISPLAY 'FEEDSCOR: NO FEED ARRIVAL REGISTER (FEEDREGF)'
003640         GO TO 3000-EXIT.
003650 3010-READ-NEXT.
003660     READ REG-FILE
003670         AT END
003680             GO TO 3090-SCAN-DONE.
003690     IF REG-RUN-DATE NOT NUMERIC
003700         OR REG-RUN-TIME NOT NUMERIC
003710         GO TO 3010-READ-NEXT.
003720     IF REG-RUN-DATE < WS-RANGE-START
003730         OR REG-RUN-DATE > WS-RANGE-END
003740         GO TO 3010-READ-NEXT.
003750     IF REG-RUN-DATE > WS-LAST-REG-DATE
003760         ADD 1 TO WS-NIGHTS-RUN
003770         MOVE REG-RUN-DATE TO WS-LAST-REG-DATE.
003780     MOVE 1 TO WS-FS-SUB.
003790 3020-FIND-FEED.
003800     IF WS-FS-SUB > WS-FS-COUNT
003810         GO TO 3010-READ-NEXT.
003820     IF WS-FS-FEED (WS-FS-SUB) NOT = REG-FEED-NAME
003830         ADD 1 TO WS-FS-SUB
003840         GO TO 3020-FIND-FEED.
003850     IF REG-RUN-DATE NOT = WS-FS-REG-DATE (WS-FS-SUB)
003860         PERFORM 3500-CLOSE-REG-NIGHT THRU 3500-EXIT
003870         MOVE REG-RUN-DATE TO WS-FS-REG-DATE (WS-FS-SUB).
003880     IF REG-STATUS NOT = 'PRESENT'
003890         OR WS-FS-REG-PRESENT (WS-FS-SUB)
003900         GO TO 3010-READ-NEXT.
003910     MOVE "Y" TO WS-FS-REG-PRES-SW (WS-FS-SUB).
003920     MOVE REG-RUN-TIME TO WS-ARRIVE-TIME.
003930     COMPUTE WS-ARRIVE-MINS = WS-ARR-HH * 60 + WS-ARR-MM.
003940     IF WS-ARR-HH < 12
003950         ADD 1440 TO WS-ARRIVE-MINS.
003960     IF NOT WS-FS-HAS-DUE (WS-FS-SUB)
003970         OR WS-ARRIVE-MINS NOT > WS-FS-DUE-MINS (WS-FS-SUB)
003980         MOVE "Y" TO WS-FS-REG-ONTM-SW (WS-FS-SUB).
003990     GO TO 3010-READ-NEXT.
004000 3090-SCAN-DONE.
004010     CLOSE REG-FILE.
004020     MOVE 1 TO WS-FS-SUB.
004030 3095-CLOSE-LAST.
004040     IF WS-FS-SUB > WS-FS-COUNT
004050         GO TO 3000-EXIT.
004060     PERFORM 3500-CLOSE-REG-NIGHT THRU 3500-EXIT.
004070     ADD 1 TO WS-FS-SUB.
004080     GO TO 3095-CLOSE-LAST.
004090 3000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------*
004120* 3500-CLOSE-REG-NIGHT - FOLD THE NIGHT JUST GATHERED FOR  *
004130* FEED WS-FS-SUB INTO ITS TOTALS AND CLEAR IT FOR THE      *
004140* NEXT.                                                    *
004150*----------------------------------------------------------*
004160 3500-CLOSE-REG-NIGHT.
004170     IF WS-FS-REG-DATE (WS-FS-SUB) = 0
004180         GO TO 3500-EXIT.
004190     IF WS-FS-REG-PRESENT (WS-FS-SUB)
004200         ADD 1 TO WS-FS-PRESENT (WS-FS-SUB).
004210     IF WS-FS-REG-ONTIME (WS-FS-SUB)
004220         ADD 1 TO WS-FS-ONTIME (WS-FS-SUB).
004230     MOVE 0 TO WS-FS-REG-DATE (WS-FS-SUB).
004240     MOVE "N" TO WS-FS-REG-PRES-SW (WS-FS-SUB)
004250         WS-FS-REG-ONTM-SW (WS-FS-SUB).
004260 3500-EXIT.
004270     EXIT.
004280*----------------------------------------------------------*
004290* 4000-SCAN-AUDIT - THE FEED READERS' AUDIT ENTRIES FOR    *
004300* THE SPAN, FROM THE INDEXED AUDIT STORE BY DATE WHEN IT   *
004310* IS THERE (IT HOLDS ARCHIVED ENTRIES TOO), OTHERWISE BY   *
004320* PASSING AUDITLOG, THE WAY AUDRPT READS THEM.             *
004330*----------------------------------------------------------*
004340 4000-SCAN-AUDIT.
004350     MOVE "N" TO WS-USE-INDEX-SW.
004360     OPEN INPUT AUDX-FILE.
004370     IF WS-AUDX-OK
004380         MOVE "Y" TO WS-USE-INDEX-SW.
004390     IF WS-USE-INDEX
004400         PERFORM 4300-INDEX-SCAN THRU 4300-EXIT
004410         GO TO 4090-CLOSE-NIGHTS.
004420     OPEN INPUT AUDIT-FILE.
004430     IF NOT WS-AUDIT-OK
004440         DISPLAY 'FEEDSCOR: NO AUDIT HISTORY ON FILE'
004450         GO TO 4000-EXIT.
004460 4010-READ-NEXT.
004470     READ AUDIT-FILE
004480         AT END
004490             GO TO 4080-AUDIT-DONE.
004500     PERFORM 4050-TAKE-ENTRY THRU 4050-EXIT.
004510     GO TO 4010-READ-NEXT.
004520 4080-AUDIT-DONE.
004530     CLOSE AUDIT-FILE.
004540 4090-CLOSE-NIGHTS.
004550     MOVE 1 TO WS-FS-SUB.
004560 4095-CLOSE-NEXT.
004570     IF WS-FS-SUB > WS-FS-COUNT
004580         GO TO 4000-EXIT.
004590     PERFORM 4500-CLOSE-AUD-NIGHT THRU 4500-EXIT.
004600     ADD 1 TO WS-FS-SUB.
004610     GO TO 4095-CLOSE-NEXT.
004620 4000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------*
004650* 4050-TAKE-ENTRY - ONE AUDIT ENTRY: IF A LISTED FEED'S    *
004660* READER WROTE IT IN THE SPAN, IT BECOMES THAT FEED'S      *
004670* FIGURES FOR THE NIGHT - A LATER ATTEMPT AT THE SAME      *
004680* NIGHT REPLACES AN EARLIER ONE. ENTRIES WRITTEN BEFORE    *
004690* THE READERS RECORDED THEIR FEED FIGURES FALL BACK TO THE *
004700* ENTRY'S READ AND REJECT COUNTS, WITH A WARNING STATUS    *
004710* TAKEN AS A TRAILER FAILURE.                              *
004712* A READER THAT TAKES MORE THAN ONE DELIVERY IN A NIGHT    *
004714* (TEMPCVT) CARRIES THE NIGHT'S RUNNING FIGURES ON EACH    *
004716* ENTRY, SO THE LAST ONE STILL STANDS FOR THE WHOLE NIGHT. *
004720*----------------------------------------------------------*
004730 4050-TAKE-ENTRY.
004740     IF AUD-RUN-DATE NOT NUMERIC
004750         GO TO 4050-EXIT.
004760     IF AUD-RUN-DATE < WS-RANGE-START
004770         OR AUD-RUN-DATE > WS-RANGE-END
004780         GO TO 4050-EXIT.
004790     MOVE 1 TO WS-FS-SUB.
004800 4060-FIND-READER.
004810     IF WS-FS-SUB > WS-FS-COUNT
004820         GO TO 4050-EXIT.
004830     IF WS-FS-READER (WS-FS-SUB) = SPACES
004840         OR WS-FS-READER (WS-FS-SUB) NOT = AUD-PROGRAM-ID
004850         ADD 1 TO WS-FS-SUB
004860         GO TO 4060-FIND-READER.
004870     IF AUD-RUN-DATE NOT = WS-FS-AUD-DATE (WS-FS-SUB)
004880         PERFORM 4500-CLOSE-AUD-NIGHT THRU 4500-EXIT
004890         MOVE AUD-RUN-DATE TO WS-FS-AUD-DATE (WS-FS-SUB).
004900     MOVE 0 TO WS-FS-AUD-READ (WS-FS-SUB)
004910         WS-FS-AUD-REJ (WS-FS-SUB).
004920     MOVE "N" TO WS-FS-AUD-TRL-SW (WS-FS-SUB).
004930     IF AUD-FEED-TRAILER-OK OR AUD-FEED-TRAILER-BAD
004940         IF AUD-FEED-READ NUMERIC
004950             MOVE AUD-FEED-READ TO WS-FS-AUD-READ (WS-FS-SUB)
004960         END-IF
004970         IF AUD-FEED-REJECTS NUMERIC
004980             MOVE AUD-FEED-REJECTS TO WS-FS-AUD-REJ (WS-FS-SUB)
004990         END-IF
005000         IF AUD-FEED-TRAILER-BAD
005010             MOVE "Y" TO WS-FS-AUD-TRL-SW (WS-FS-SUB)
005020         END-IF
005030         GO TO 4050-EXIT.
005040     IF AUD-READ-COUNT NUMERIC
005050         MOVE AUD-READ-COUNT TO WS-FS-AUD-READ (WS-FS-SUB).
005060     IF AUD-REJECT-COUNT NUMERIC
005070         MOVE AUD-REJECT-COUNT TO WS-FS-AUD-REJ (WS-FS-SUB).
005080     IF AUD-STATUS-WARNING
005090         MOVE "Y" TO WS-FS-AUD-TRL-SW (WS-FS-SUB).
005100 4050-EXIT.
005110     EXIT.
005120*----------------------------------------------------------*
005130* 4300-INDEX-SCAN - THE SAME PASS BY THE INDEX'S DATE KEY, *
005140* FROM THE FIRST DAY OF THE SPAN TO PAST ITS LAST.         *
005150*----------------------------------------------------------*
005160 4300-INDEX-SCAN.
005170     MOVE WS-RANGE-START TO AUDX-DK-RUN-DATE.
005180     MOVE 0 TO AUDX-DK-RUN-ID.
005190     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
005200         INVALID KEY
005210             GO TO 4390-INDEX-DONE
005220     END-START.
005230 4310-READ-NEXT.
005240     READ AUDX-FILE NEXT RECORD
005250         AT END
005260             GO TO 4390-INDEX-DONE.
005270     IF AUDX-DK-RUN-DATE > WS-RANGE-END
005280         GO TO 4390-INDEX-DONE.
005290     MOVE AUDX-ENTRY TO AUDIT-RECORD.
005300     PERFORM 4050-TAKE-ENTRY THRU 4050-EXIT.
005310     GO TO 4310-READ-NEXT.
005320 4390-INDEX-DONE.
005330     CLOSE AUDX-FILE.
005340 4300-EXIT.
005350     EXIT.
005360*----------------------------------------------------------*
005370* 4500-CLOSE-AUD-NIGHT - FOLD THE READER'S FIGURES FOR THE *
005380* NIGHT JUST GATHERED FOR FEED WS-FS-SUB INTO ITS TOTALS.  *
005390*----------------------------------------------------------*
005400 4500-CLOSE-AUD-NIGHT.
005410     IF WS-FS-AUD-DATE (WS-FS-SUB) = 0
005420         GO TO 4500-EXIT.
005430     ADD WS-FS-AUD-READ (WS-FS-SUB) TO WS-FS-RECEIVED (WS-FS-SUB).
005440     ADD WS-FS-AUD-REJ (WS-FS-SUB) TO WS-FS-REJECTS (WS-FS-SUB).
005450     IF WS-FS-AUD-TRL-BAD (WS-FS-SUB)
005460         ADD 1 TO WS-FS-TRL-BAD (WS-FS-SUB).
005470     MOVE 0 TO WS-FS-AUD-DATE (WS-FS-SUB).
005480 4500-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 5000-SCORE-FEEDS - PER FEED: MISSING NIGHTS (NIGHTS RUN  *
005520* LESS NIGHTS PRESENT), LATE NIGHTS (PRESENT BUT NOT ON    *
005530* TIME), THE ON-TIME PERCENTAGE OF NIGHTS RUN, THE REJECT  *
005540* PERCENTAGE OF RECORDS RECEIVED, AND THE TRAILER-MISMATCH *
005550* PERCENTAGE OF NIGHTS RUN. THE SCORE THE FEEDS ARE RANKED *
005560* ON IS THE PERCENTAGE OF NIGHTS NOT ON TIME PLUS THE      *
005570* REJECT PERCENTAGE PLUS THE TRAILER-MISMATCH PERCENTAGE - *
005580* HIGHER IS WORSE.                                         *
005590*----------------------------------------------------------*
005600 5000-SCORE-FEEDS.
005610     MOVE 1 TO WS-FS-SUB.
005620 5010-NEXT-FEED.
005630     IF WS-FS-SUB > WS-FS-COUNT
005640         GO TO 5000-EXIT.
005650     MOVE 0 TO WS-FS-MISSING (WS-FS-SUB) WS-FS-LATE (WS-FS-SUB)
005660         WS-FS-ONTIME-PCT (WS-FS-SUB) WS-FS-REJECT-PCT (WS-FS-SUB)
005670         WS-FS-TRL-PCT (WS-FS-SUB) WS-FS-SCORE (WS-FS-SUB).
005680     IF WS-NIGHTS-RUN > WS-FS-PRESENT (WS-FS-SUB)
005690         COMPUTE WS-FS-MISSING (WS-FS-SUB) =
005700             WS-NIGHTS-RUN - WS-FS-PRESENT (WS-FS-SUB).
005710     IF WS-FS-PRESENT (WS-FS-SUB) > WS-FS-ONTIME (WS-FS-SUB)
005720         COMPUTE WS-FS-LATE (WS-FS-SUB) =
005730             WS-FS-PRESENT (WS-FS-SUB) - WS-FS-ONTIME (WS-FS-SUB).
005740     IF WS-NIGHTS-RUN > 0
005750         COMPUTE WS-FS-ONTIME-PCT (WS-FS-SUB) ROUNDED =
005760             WS-FS-ONTIME (WS-FS-SUB) * 100 / WS-NIGHTS-RUN
005770         IF WS-FS-TRL-BAD (WS-FS-SUB) > WS-NIGHTS-RUN
005780             MOVE 100 TO WS-FS-TRL-PCT (WS-FS-SUB)
005790         ELSE
005800             COMPUTE WS-FS-TRL-PCT (WS-FS-SUB) ROUNDED =
005810                 WS-FS-TRL-BAD (WS-FS-SUB) * 100 / WS-NIGHTS-RUN
005820         END-IF
005830         COMPUTE WS-FS-SCORE (WS-FS-SUB) =
005840             100 - WS-FS-ONTIME-PCT (WS-FS-SUB)
005850     END-IF.
005860     IF WS-FS-RECEIVED (WS-FS-SUB) > 0
005870         COMPUTE WS-FS-REJECT-PCT (WS-FS-SUB) ROUNDED =
005880             WS-FS-REJECTS (WS-FS-SUB) * 100 /
005890             WS-FS-RECEIVED (WS-FS-SUB).
005900     COMPUTE WS-FS-SCORE (WS-FS-SUB) ROUNDED =
005910         WS-FS-SCORE (WS-FS-SUB) + WS-FS-REJECT-PCT (WS-FS-SUB)
005920         + WS-FS-TRL-PCT (WS-FS-SUB).
005930     ADD 1 TO WS-FS-SUB.
005940     GO TO 5010-NEXT-FEED.
005950 5000-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 5500-RANK-FEEDS - ORDER THE TABLE WORST SCORE FIRST.     *
005990* SIMPLE EXCHANGE SORT, AS NITEBATCH ORDERS ITS STEPS -    *
006000* THE TABLE NEVER HOLDS MORE THAN 20 FEEDS. FEEDS WITH     *
006010* EQUAL SCORES KEEP THEIR FEEDLIST ORDER.                  *
006020*----------------------------------------------------------*
006030 5500-RANK-FEEDS.
006040     IF WS-FS-COUNT < 2
006050         GO TO 5500-EXIT.
006060 5510-SORT-PASS.
006070     MOVE "N" TO WS-SORT-SWAPPED-SW.
006080     MOVE 1 TO WS-FS-SUB.
006090     COMPUTE WS-SORT-LIMIT = WS-FS-COUNT - 1.
006100 5520-SORT-NEXT.
006110     IF WS-FS-SUB > WS-SORT-LIMIT
006120         GO TO 5530-PASS-DONE.
006130     IF WS-FS-SCORE (WS-FS-SUB) < WS-FS-SCORE (WS-FS-SUB + 1)
006140         MOVE WS-FS-ENTRY (WS-FS-SUB) TO WS-SORT-WORK-ENTRY
006150         MOVE WS-FS-ENTRY (WS-FS-SUB + 1)
006160             TO WS-FS-ENTRY (WS-FS-SUB)
006170         MOVE WS-SORT-WORK-ENTRY TO WS-FS-ENTRY (WS-FS-SUB + 1)
006180         MOVE "Y" TO WS-SORT-SWAPPED-SW.
006190     ADD 1 TO WS-FS-SUB.
006200     GO TO 5520-SORT-NEXT.
006210 5530-PASS-DONE.
006220     IF WS-SORT-SWAPPED
006230         GO TO 5510-SORT-PASS.
006240 5500-EXIT.
006250     EXIT.
006260*----------------------------------------------------------*
006270* 6000-PRINT-REPORT - THE LINE NAMING THE SPAN AND THE     *
006280* NIGHTS CHECKED, ONE LINE PER FEED WORST FIRST, AND A KEY *
006290* TO THE COLUMNS.                                          *
006300*----------------------------------------------------------*
006310 6000-PRINT-REPORT.
006320     IF WS-SCOPE-PERIOD
006330         MOVE 'FISCAL PERIOD' TO WS-SCOPE-KIND
006340         MOVE FPER-YEAR TO WS-SID-CCYY
006350         MOVE FPER-PERIOD TO WS-SID-NN
006360     ELSE
006370         MOVE 'CALENDAR MONTH' TO WS-SCOPE-KIND
006380         MOVE WS-RUN-CCYY TO WS-SID-CCYY
006390         MOVE WS-RUN-MM TO WS-SID-NN.
006400     MOVE WS-RANGE-START TO WS-SCOPE-FROM.
006410     MOVE WS-RANGE-END TO WS-SCOPE-TO.
006420     MOVE WS-NIGHTS-RUN TO WS-SCOPE-NIGHTS.
006430     MOVE SPACES TO RPT-RECORD.
006440     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006450     MOVE WS-SCOPE-LINE TO RPT-RECORD.
006460     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006470     MOVE SPACES TO RPT-RECORD.
006480     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006490     IF WS-NIGHTS-RUN = 0
006500         MOVE ' NO FEED REGISTER ENTRIES FOR THE SPAN'
006510             TO RPT-RECORD
006520         PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006530     MOVE 0 TO WS-RANK.
006540     MOVE 1 TO WS-FS-SUB.
006550 6010-NEXT-FEED.
006560     IF WS-FS-SUB > WS-FS-COUNT
006570         GO TO 6090-PRINT-KEY.
006580     ADD 1 TO WS-RANK.
006590     MOVE WS-RANK TO WS-DET-RANK.
006600     MOVE WS-FS-FEED (WS-FS-SUB) TO WS-DET-FEED.
006610     MOVE WS-FS-SUPPLIER (WS-FS-SUB) TO WS-DET-SUPPLIER.
006620     MOVE WS-FS-MISSING (WS-FS-SUB) TO WS-DET-MISSING.
006630     MOVE WS-FS-LATE (WS-FS-SUB) TO WS-DET-LATE.
006640     MOVE WS-FS-ONTIME-PCT (WS-FS-SUB) TO WS-DET-ONTIME-PCT.
006650     MOVE SPACES TO WS-DET-QUALITY.
006660     IF WS-FS-READER (WS-FS-SUB) NOT = SPACES
006670         MOVE WS-FS-TRL-BAD (WS-FS-SUB) TO WS-DET-TRL-BAD
006680         MOVE WS-FS-RECEIVED (WS-FS-SUB) TO WS-DET-RECEIVED
006690         MOVE WS-FS-REJECTS (WS-FS-SUB) TO WS-DET-REJECTS
006700         MOVE WS-FS-REJECT-PCT (WS-FS-SUB) TO WS-DET-REJECT-PCT.
006710     MOVE WS-FS-SCORE (WS-FS-SUB) TO WS-DET-SCORE.
006720     MOVE WS-DETAIL-LINE TO RPT-RECORD.
006730     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006740     ADD 1 TO WS-FS-SUB.
006750     GO TO 6010-NEXT-FEED.
006760 6090-PRINT-KEY.
006770     MOVE SPACES TO RPT-RECORD.
006780     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006790     MOVE ' MIS NIGHTS MISSING OR EMPTY   LAT NIGHTS ARRIVED LATE'
006800         TO RPT-RECORD.
006810     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006820     MOVE ' TRL NIGHTS THE CONTROL TRAILER DISAGREED'
006830         TO RPT-RECORD.
006840     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006850     MOVE ' SCORE = % NOT ON TIME + %REJ + % TRAILER NIGHTS'
006860         TO RPT-RECORD.
006870     MOVE '- WORST FIRST' TO RPT-RECORD (50:).
006880     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
006890     DISPLAY 'FEEDSCOR: ' WS-FS-COUNT ' FEED(S) SCORED OVER '
006900         WS-NIGHTS-RUN ' NIGHT(S) FROM ' WS-RANGE-START
006910         ' TO ' WS-RANGE-END '.'.
006920 6000-EXIT.
006930     EXIT.
006940*----------------------------------------------------------*
006950* 6500-PUT-LINE - WRITE ONE REPORT LINE; A SEVERE WRITE    *
006960* ERROR ENDS THE RUN.                                      *
006970*----------------------------------------------------------*
006980 6500-PUT-LINE.
006990     WRITE RPT-RECORD.
007000     IF NOT WS-RPT-OK
007010         MOVE 'FEEDSRPT' TO WS-ERRH-FILE-NAME
007020         MOVE 'WRITE' TO WS-ERRH-OPERATION
007030         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
007040             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
007050             WS-RPT-STATUS WS-ERRH-SEVERITY
007060         IF WS-ERRH-SEVERE
007070             GO TO 9999-ABEND.
007080 6500-EXIT.
007090     EXIT.
007100*----------------------------------------------------------*
007110* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
007120* WAS HIT ON THE REPORT FILE. END THE RUN WITH A NONZERO   *
007130* RETURN-CODE SO THE CALLER SEES THE STEP AS FAILED.       *
007140*----------------------------------------------------------*
007150 9999-ABEND.
007160     DISPLAY 'FEEDSCOR: ABENDING - UNRECOVERABLE FILE ERROR.'.
007170     CLOSE RPT-FILE.
007180     MOVE 16 TO RETURN-CODE.
007190     GOBACK.
