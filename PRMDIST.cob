000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRMDIST.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-11.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-11 AG  FIRST VERSION. PRIME DISTRIBUTION REPORT  *
000110*                FOR THE RESEARCH GROUP, WHO WANT TO SEE   *
000120*                HOW THE DENSITY OF PRIMES FALLS OFF,      *
000130*                WHICH THE ONE WHOLE-SCAN COUNT IN THE     *
000140*                PRIMES SUMMARY CANNOT SHOW. THE           *
000150*                ACCUMULATED PRIME MASTER IS DIVIDED INTO  *
000160*                FIXED-WIDTH BLOCKS (WIDTH FROM THE        *
000170*                PRMDPARM CARD, DEFAULT 1,000) FROM 1 UP   *
000180*                TO THE PRMHIWTR HIGH-WATER MARK, THE LAST *
000190*                BLOCK ENDING AT THE MARK. EACH BLOCK LINE *
000200*                ON PRMDRPT SHOWS THE PRIMES IN THE BLOCK, *
000210*                THE RUNNING TOTAL PI(X) AT THE BLOCK TOP  *
000220*                X, THE ESTIMATE X/LN(X) AND ITS ERROR AS  *
000230*                A PERCENTAGE OF PI(X) (NEGATIVE WHERE THE *
000240*                ESTIMATE FALLS SHORT). THE BLOCK COUNTS   *
000250*                ARE ALSO WRITTEN AS MMVALUES RECORDS      *
000260*                UNDER THE GROUP PRMDIST, WITH THE         *
000270*                SHOP-STANDARD CONTROL TRAILER, THE SAME   *
000280*                WAY TMPEXTRT FEEDS MINMAX, SO MINMAX      *
000290*                GIVES ITS USUAL STATISTICS OVER THE BLOCK *
000300*                COUNTS. A COUNT TOO LARGE FOR THE         *
000310*                MMVALUES PICTURE IS REPORTED BUT SKIPPED  *
000320*                IN THE FEED. THE MASTER IS READ IN        *
000330*                WHICHEVER ORGANIZATION PRMHIWTR SAYS IS   *
000340*                IN FORCE - PER-PRIME (PRMMAST) OR BLOCK   *
000350*                (PRMBLOK).                                *
000351* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000352*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000353*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000354*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000355*                KEY.                                      *
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MASTER-FILE ASSIGN TO "PRMMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PM-PRIME
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PB-BLOCK-NO
000490         FILE STATUS IS WS-BLOCK-STATUS.
000500     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HIWATER-STATUS.
000530     SELECT PARM-FILE ASSIGN TO "PRMDPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.
000560     SELECT RPT-FILE ASSIGN TO "PRMDRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000590     SELECT VALUES-FILE ASSIGN TO "MMVALUES"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-VALUES-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  MASTER-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  MASTER-RECORD.
000700     05  PM-PRIME               PIC 9(10).
000710     05  FILLER                 PIC X(70).
000720 FD  BLOCK-FILE
000730     RECORD CONTAINS 1024 CHARACTERS.
000740     COPY PRMBKREC.
000750 FD  HIWATER-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  HIWATER-RECORD.
000780     05  HW-LAST-SCANNED        PIC 9(10).
000790     05  HW-MASTER-ORG          PIC X(01).
000800     05  FILLER                 PIC X(69).
000810 FD  PARM-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  PARM-RECORD.
000840     05  PD-WIDTH               PIC 9(10).
000850     05  FILLER                 PIC X(70).
000860 FD  RPT-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  RPT-RECORD                 PIC X(80).
000890 FD  VALUES-FILE
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  VALUES-RECORD.
000920     05  VAL-OUT-VALUE          PIC 9(03)V9(03).
000930     05  VAL-OUT-GROUP          PIC X(10).
000940     05  FILLER                 PIC X(64).
000950     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
000960         ==:PREFIX:== BY ==VAL-TRL==.
000970 FD  AUDIT-FILE
000980     RECORD CONTAINS 100 CHARACTERS.
000990     COPY AUDITREC.
001000 WORKING-STORAGE SECTION.
001010 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
001020     88  WS-MASTER-OK                     VALUE "00".
001030 01  WS-BLOCK-STATUS            PIC X(02) VALUE "00".
001040     88  WS-BLOCK-OK                      VALUE "00".
001050 01  WS-HIWATER-STATUS          PIC X(02) VALUE "00".
001060     88  WS-HIWATER-OK                    VALUE "00".
001070 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
001080     88  WS-PARM-OK                       VALUE "00".
001090 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001100     88  WS-RPT-OK                        VALUE "00".
001110 01  WS-VALUES-STATUS           PIC X(02) VALUE "00".
001120     88  WS-VALUES-OK                     VALUE "00".
001130 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001140     88  WS-AUDIT-OK                      VALUE "00".
001150 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'PRMDIST'.
001160 01  WS-ERRH-FILE-NAME          PIC X(08).
001170 01  WS-ERRH-OPERATION          PIC X(06).
001180 01  WS-ERRH-SEVERITY           PIC X(02).
001190     88  WS-ERRH-SEVERE                   VALUE "08".
001200 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001210 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001220 01  WS-HIWATER                 PIC 9(10) VALUE 0.
001230 01  WS-MASTER-ORG              PIC X(01) VALUE SPACE.
001240     88  WS-BLOCK-ORG                     VALUE "B".
001250 01  WS-WIDTH                   PIC 9(10) VALUE 1000.
001260 01  WS-END-SW                  PIC X(01) VALUE "N".
001270     88  WS-NO-MORE-PRIMES                VALUE "Y".
001280 01  WS-PRIME                   PIC 9(10) VALUE 0.
001290 01  WS-FIRST-NUM               PIC 9(10) VALUE 0.
001300 01  WS-SUB                     PIC 9(04) VALUE 0.
001310 01  WS-BLK-FROM                PIC 9(10) VALUE 0.
001320 01  WS-BLK-TO                  PIC 9(10) VALUE 0.
001330 01  WS-BLK-COUNT               PIC 9(10) VALUE 0.
001340 01  WS-PI                      PIC 9(10) VALUE 0.
001350 01  WS-ESTIMATE                PIC 9(10)V9(02) VALUE 0.
001360 01  WS-ERROR-PCT               PIC S9(04)V9(02) VALUE 0.
001370 01  WS-BLOCKS-COUNT            PIC 9(09) VALUE 0.
001380 01  WS-WRITTEN-COUNT           PIC 9(09) VALUE 0.
001390 01  WS-SKIPPED-COUNT           PIC 9(09) VALUE 0.
001400 01  WS-FD-HASH                 PIC 9(13) VALUE 0.
001410 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001420 01  WS-DIST-LINE.
001430     05  FILLER                 PIC X(01) VALUE SPACES.
001440     05  WS-DL-FROM             PIC ZZZZZZZZZ9.
001450     05  FILLER                 PIC X(02) VALUE SPACES.
001460     05  WS-DL-TO               PIC ZZZZZZZZZ9.
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480     05  WS-DL-COUNT            PIC ZZZZZZZZ9.
001490     05  FILLER                 PIC X(02) VALUE SPACES.
001500     05  WS-DL-PI               PIC ZZZZZZZZ9.
001510     05  FILLER                 PIC X(02) VALUE SPACES.
001520     05  WS-DL-ESTIMATE         PIC ZZZZZZZZZ9.
001530     05  FILLER                 PIC X(02) VALUE SPACES.
001540     05  WS-DL-ERROR            PIC ----9.99.
001550     05  FILLER                 PIC X(13) VALUE SPACES.
001560 01  WS-TOTAL-LINE.
001570     05  FILLER                 PIC X(01) VALUE SPACES.
001580     05  WS-TL-LABEL            PIC X(40).
001590     05  WS-TL-COUNT            PIC ZZZZZZZZZ9.
001600     05  FILLER                 PIC X(29) VALUE SPACES.
001610     COPY RPTHDFT.
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-DISTRIBUTE THRU 2000-EXIT.
001660     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001670     IF WS-BLOCK-ORG
001680         CLOSE BLOCK-FILE
001690     ELSE
001700         CLOSE MASTER-FILE.
001710     CLOSE RPT-FILE.
001720     PERFORM 8500-END-VALUES THRU 8500-EXIT.
001730     DISPLAY 'PRMDIST: ' WS-BLOCKS-COUNT ' BLOCK(S), '
001740         WS-PI ' PRIMES TO ' WS-HIWATER ', '
001750         WS-SKIPPED-COUNT ' COUNT(S) TOO LARGE FOR MMVALUES.'.
001760     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001770     MOVE 0 TO RETURN-CODE.
001780     GOBACK.
001790*----------------------------------------------------------*
001800* 1000-INITIALIZE - READ THE WIDTH CARD, PICK UP THE       *
001810* HIGH-WATER MARK AND THE ORGANIZATION IN FORCE, AND OPEN  *
001820* THE MASTER, THE REPORT AND THE VALUES FEED. A MISSING    *
001830* CARD OR A ZERO OR NON-NUMERIC WIDTH MEANS BLOCKS OF      *
001840* 1,000. NO HIGH-WATER MARK OR NO MASTER MEANS THERE IS    *
001850* NOTHING TO REPORT, AND THE RUN SAYS SO AND ENDS.         *
001860*----------------------------------------------------------*
001870 1000-INITIALIZE.
001880     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001890     OPEN INPUT PARM-FILE.
001900     IF WS-PARM-OK
001910         READ PARM-FILE
001920         IF WS-PARM-OK AND PD-WIDTH NUMERIC AND PD-WIDTH > 0
001930             MOVE PD-WIDTH TO WS-WIDTH
001940         END-IF
001950         CLOSE PARM-FILE
001960     END-IF.
001970     OPEN INPUT HIWATER-FILE.
001980     IF WS-HIWATER-OK
001990         READ HIWATER-FILE
002000         IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
002010             MOVE HW-LAST-SCANNED TO WS-HIWATER
002020             MOVE HW-MASTER-ORG TO WS-MASTER-ORG
002030         END-IF
002040         CLOSE HIWATER-FILE
002050     END-IF.
002060     IF WS-HIWATER = 0
002070         DISPLAY 'PRMDIST: NO HIGH-WATER MARK - NOTHING HAS '
002080             'BEEN SCANNED, NO DISTRIBUTION TO REPORT'
002090         MOVE 8 TO RETURN-CODE
002100         GOBACK.
002110     IF WS-BLOCK-ORG
002120         OPEN INPUT BLOCK-FILE
002130         MOVE WS-BLOCK-STATUS TO WS-MASTER-STATUS
002140     ELSE
002150         OPEN INPUT MASTER-FILE.
002160     IF NOT WS-MASTER-OK
002170         DISPLAY 'PRMDIST: PRIME MASTER UNAVAILABLE - STATUS '
002180             WS-MASTER-STATUS
002190         MOVE 8 TO RETURN-CODE
002200         GOBACK.
002210     OPEN OUTPUT RPT-FILE.
002220     IF NOT WS-RPT-OK
002230         MOVE 'PRMDRPT' TO WS-ERRH-FILE-NAME
002240         MOVE 'OPEN' TO WS-ERRH-OPERATION
002250         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002260             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002270             WS-RPT-STATUS WS-ERRH-SEVERITY
002280         GO TO 9999-ABEND.
002290     OPEN OUTPUT VALUES-FILE.
002300     IF NOT WS-VALUES-OK
002310         MOVE 'MMVALUES' TO WS-ERRH-FILE-NAME
002320         MOVE 'OPEN' TO WS-ERRH-OPERATION
002330         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002340             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002350             WS-VALUES-STATUS WS-ERRH-SEVERITY
002360         GO TO 9999-ABEND.
002370     DISPLAY 'PRMDIST: BLOCK WIDTH ' WS-WIDTH
002380         ' UP TO ' WS-HIWATER.
002390     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420*----------------------------------------------------------*
002430* 2000-DISTRIBUTE - WALK THE PRIMES ON THE MASTER IN       *
002440* ORDER. EACH PRIME BEYOND THE TOP OF THE CURRENT BLOCK    *
002450* CLOSES THAT BLOCK (AND ANY EMPTY ONES AFTER IT) BEFORE   *
002460* IT IS COUNTED. WHEN THE PRIMES RUN OUT, OR PASS THE      *
002470* HIGH-WATER MARK, THE BLOCKS LEFT UP TO THE MARK ARE      *
002480* CLOSED AS THEY STAND.                                    *
002490*----------------------------------------------------------*
002500 2000-DISTRIBUTE.
002510     MOVE 1 TO WS-BLK-FROM.
002520     MOVE WS-WIDTH TO WS-BLK-TO.
002530     IF WS-BLK-TO > WS-HIWATER
002540         MOVE WS-HIWATER TO WS-BLK-TO.
002550     MOVE 0 TO WS-BLK-COUNT.
002560     PERFORM 2500-FIRST-PRIME THRU 2500-EXIT.
002570 2010-NEXT-PRIME.
002580     PERFORM 2600-NEXT-PRIME THRU 2600-EXIT.
002590     IF WS-NO-MORE-PRIMES
002600         GO TO 2080-CLOSE-REST.
002610     IF WS-PRIME > WS-HIWATER
002620         GO TO 2080-CLOSE-REST.
002630 2020-CATCH-UP.
002640     IF WS-PRIME > WS-BLK-TO
002650         PERFORM 3000-CLOSE-BLOCK THRU 3000-EXIT
002660         GO TO 2020-CATCH-UP.
002670     ADD 1 TO WS-BLK-COUNT.
002680     GO TO 2010-NEXT-PRIME.
002690 2080-CLOSE-REST.
002700     IF WS-BLK-FROM > WS-HIWATER
002710         GO TO 2000-EXIT.
002720     PERFORM 3000-CLOSE-BLOCK THRU 3000-EXIT.
002730     GO TO 2080-CLOSE-REST.
002740 2000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------*
002770* 2500-FIRST-PRIME - POSITION AT THE START OF THE MASTER   *
002780* IN WHICHEVER ORGANIZATION IS IN FORCE. ON THE BLOCK      *
002790* MASTER THE FLAG POSITION STARTS PAST THE END OF A BLOCK  *
002800* SO THE FIRST CALL FOR A PRIME READS BLOCK 0.             *
002810*----------------------------------------------------------*
002820 2500-FIRST-PRIME.
002830     MOVE "N" TO WS-END-SW.
002840     IF WS-BLOCK-ORG
002850         MOVE 0 TO PB-BLOCK-NO
002860         MOVE 1000 TO WS-SUB
002870         START BLOCK-FILE
002880             KEY IS NOT LESS THAN PB-BLOCK-NO
002890             INVALID KEY
002900                 MOVE "Y" TO WS-END-SW
002910         END-START
002920     ELSE
002930         MOVE 0 TO PM-PRIME
002940         START MASTER-FILE
002950             KEY IS NOT LESS THAN PM-PRIME
002960             INVALID KEY
002970                 MOVE "Y" TO WS-END-SW
002980         END-START.
002990 2500-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 2600-NEXT-PRIME - THE NEXT STORED PRIME INTO WS-PRIME,   *
003030* OR WS-NO-MORE-PRIMES WHEN THE MASTER IS EXHAUSTED. ON    *
003040* THE BLOCK MASTER THIS IS THE NEXT FLAG SET, READING ON   *
003050* TO THE NEXT BLOCK WITH ANY PRIMES WHEN THE CURRENT ONE   *
003060* RUNS OUT.                                                *
003070*----------------------------------------------------------*
003080 2600-NEXT-PRIME.
003090     IF WS-NO-MORE-PRIMES
003100         GO TO 2600-EXIT.
003110     IF WS-BLOCK-ORG
003120         GO TO 2610-NEXT-FLAG.
003130     READ MASTER-FILE NEXT RECORD
003140         AT END
003150             MOVE "Y" TO WS-END-SW
003160             GO TO 2600-EXIT.
003170     MOVE PM-PRIME TO WS-PRIME.
003180     IF WS-PRIME < 2
003190         GO TO 2600-NEXT-PRIME.
003200     GO TO 2600-EXIT.
003210 2610-NEXT-FLAG.
003220     IF WS-SUB NOT < 1000
003230         GO TO 2620-NEXT-BLOCK.
003240     ADD 1 TO WS-SUB.
003250     IF PB-FLAG (WS-SUB) = '1'
003260         COMPUTE WS-PRIME = WS-FIRST-NUM + WS-SUB - 1
003270         GO TO 2600-EXIT.
003280     GO TO 2610-NEXT-FLAG.
003290 2620-NEXT-BLOCK.
003300     READ BLOCK-FILE NEXT RECORD
003310         AT END
003320             MOVE "Y" TO WS-END-SW
003330             GO TO 2600-EXIT.
003340     IF PB-PRIME-COUNT = 0
003350         GO TO 2620-NEXT-BLOCK.
003360     COMPUTE WS-FIRST-NUM = PB-BLOCK-NO * 1000.
003370     MOVE 0 TO WS-SUB.
003380     GO TO 2610-NEXT-FLAG.
003390 2600-EXIT.
003400     EXIT.
003410*----------------------------------------------------------*
003420* 3000-CLOSE-BLOCK - ADD THE BLOCK'S COUNT TO PI(X), SET   *
003430* X/LN(X) AND THE ERROR AGAINST IT AT THE BLOCK TOP, PRINT *
003440* THE LINE, FEED THE COUNT TO MMVALUES AND MOVE ON TO THE  *
003450* NEXT BLOCK, THE LAST ONE STOPPING AT THE HIGH-WATER      *
003460* MARK. BELOW 2 THERE IS NO ESTIMATE (LN(1) IS ZERO) AND   *
003470* NO ERROR.                                                *
003480*----------------------------------------------------------*
003490 3000-CLOSE-BLOCK.
003500     ADD WS-BLK-COUNT TO WS-PI.
003510     ADD 1 TO WS-BLOCKS-COUNT.
003520     MOVE 0 TO WS-ESTIMATE.
003530     MOVE 0 TO WS-ERROR-PCT.
003540     IF WS-BLK-TO > 1
003550         COMPUTE WS-ESTIMATE ROUNDED =
003560             WS-BLK-TO / FUNCTION LOG (WS-BLK-TO).
003570     IF WS-PI > 0
003580         COMPUTE WS-ERROR-PCT ROUNDED =
003590             (WS-ESTIMATE - WS-PI) * 100 / WS-PI.
003600     MOVE WS-BLK-FROM TO WS-DL-FROM.
003610     MOVE WS-BLK-TO TO WS-DL-TO.
003620     MOVE WS-BLK-COUNT TO WS-DL-COUNT.
003630     MOVE WS-PI TO WS-DL-PI.
003640     COMPUTE WS-DL-ESTIMATE ROUNDED = WS-ESTIMATE.
003650     MOVE WS-ERROR-PCT TO WS-DL-ERROR.
003660     MOVE WS-DIST-LINE TO WS-ANSWER-LINE.
003670     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003680     PERFORM 3100-PUT-VALUE THRU 3100-EXIT.
003690     COMPUTE WS-BLK-FROM = WS-BLK-TO + 1.
003700     COMPUTE WS-BLK-TO = WS-BLK-TO + WS-WIDTH.
003710     IF WS-BLK-TO > WS-HIWATER
003720         MOVE WS-HIWATER TO WS-BLK-TO.
003730     MOVE 0 TO WS-BLK-COUNT.
003740 3000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------*
003770* 3100-PUT-VALUE - ONE MMVALUES RECORD FOR THE BLOCK       *
003780* COUNT. A COUNT ABOVE 999 CANNOT FIT THE MMVALUES PICTURE *
003790* AND IS SKIPPED WITH A MESSAGE RATHER THAN BENT, AS       *
003800* TMPEXTRT DOES.                                           *
003810*----------------------------------------------------------*
003820 3100-PUT-VALUE.
003830     IF WS-BLK-COUNT > 999
003840         ADD 1 TO WS-SKIPPED-COUNT
003850         DISPLAY 'PRMDIST: COUNT ' WS-BLK-COUNT ' FOR BLOCK '
003860             WS-BLK-FROM ' OUTSIDE THE MMVALUES PICTURE - SKIPPED'
003870         GO TO 3100-EXIT.
003880     MOVE SPACES TO VALUES-RECORD.
003890     MOVE WS-BLK-COUNT TO VAL-OUT-VALUE.
003900     MOVE 'PRMDIST' TO VAL-OUT-GROUP.
003910     WRITE VALUES-RECORD.
003920     IF NOT WS-VALUES-OK
003930         MOVE 'MMVALUES' TO WS-ERRH-FILE-NAME
003940         MOVE 'WRITE' TO WS-ERRH-OPERATION
003950         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003960             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003970             WS-VALUES-STATUS WS-ERRH-SEVERITY
003980         GO TO 9999-ABEND.
003990     ADD 1 TO WS-WRITTEN-COUNT.
004000     COMPUTE WS-FD-HASH = WS-FD-HASH + (WS-BLK-COUNT * 1000).
004010 3100-EXIT.
004020     EXIT.
004030*----------------------------------------------------------*
004040* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN      *
004050* TITLES, REPEATED AT EVERY PAGE BREAK.                    *
004060*----------------------------------------------------------*
004070 0500-PRINT-HEADER.
004080     MOVE 'PRMDIST' TO RPTHD-PROGRAM-NAME.
004090     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004100     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004110     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004120     WRITE RPT-RECORD.
004130     MOVE '      FROM          TO     PRIMES   '
004140         TO RPTTL-COLUMN-TITLES.
004150     MOVE '   PI(X)     X/LN(X)   ERROR %'
004160         TO RPTTL-COLUMN-TITLES (37:30).
004170     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004180     WRITE RPT-RECORD.
004190     ADD 1 TO RPT-PAGE-NUMBER.
004200     MOVE 0 TO RPT-LINES-ON-PAGE.
004210 0500-EXIT.
004220     EXIT.
004230*----------------------------------------------------------*
004240* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
004250* WRITE CHECK AND PAGE BREAK.                              *
004260*----------------------------------------------------------*
004270 4900-PUT-LINE.
004280     MOVE WS-ANSWER-LINE TO RPT-RECORD.
004290     WRITE RPT-RECORD.
004300     IF NOT WS-RPT-OK
004310         MOVE 'PRMDRPT' TO WS-ERRH-FILE-NAME
004320         MOVE 'WRITE' TO WS-ERRH-OPERATION
004330         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004340             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004350             WS-RPT-STATUS WS-ERRH-SEVERITY
004360         IF WS-ERRH-SEVERE
004370             GO TO 9999-ABEND.
004380     ADD 1 TO RPT-LINES-ON-PAGE.
004390     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004400         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004410 4900-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 8000-PRINT-TOTALS - THE BLOCK WIDTH, THE NUMBER OF       *
004450* BLOCKS AND PI(X) AT THE HIGH-WATER MARK UNDER THE BLOCK  *
004460* LINES.                                                   *
004470*----------------------------------------------------------*
004480 8000-PRINT-TOTALS.
004490     MOVE SPACES TO WS-ANSWER-LINE.
004500     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004510     MOVE 'BLOCK WIDTH' TO WS-TL-LABEL.
004520     MOVE WS-WIDTH TO WS-TL-COUNT.
004530     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
004540     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004550     MOVE 'BLOCKS REPORTED' TO WS-TL-LABEL.
004560     MOVE WS-BLOCKS-COUNT TO WS-TL-COUNT.
004570     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
004580     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004590     MOVE 'PRIMES TO THE HIGH-WATER MARK' TO WS-TL-LABEL.
004600     MOVE WS-PI TO WS-TL-COUNT.
004610     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
004620     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004630     MOVE 'BLOCK COUNTS WRITTEN TO MMVALUES' TO WS-TL-LABEL.
004640     MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT.
004650     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
004660     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004670     IF WS-SKIPPED-COUNT > 0
004680         MOVE 'BLOCK COUNTS TOO LARGE FOR MMVALUES' TO WS-TL-LABEL
004690         MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT
004700         MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE
004710         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004720 8000-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 8500-END-VALUES - END THE FEED WITH THE SHOP-STANDARD    *
004760* CONTROL TRAILER SO MINMAX CAN PROVE THE TRANSFER ARRIVED *
004770* WHOLE.                                                   *
004780*----------------------------------------------------------*
004790 8500-END-VALUES.
004800     MOVE SPACES TO VAL-TRL.
004810     MOVE 'TRL' TO VAL-TRL-TAG.
004820     MOVE WS-WRITTEN-COUNT TO VAL-TRL-RECORD-COUNT.
004830     MOVE WS-FD-HASH TO VAL-TRL-HASH-TOTAL.
004840     WRITE VAL-TRL.
004850     IF NOT WS-VALUES-OK
004860         MOVE 'MMVALUES' TO WS-ERRH-FILE-NAME
004870         MOVE 'WRITE' TO WS-ERRH-OPERATION
004880         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004890             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004900             WS-VALUES-STATUS WS-ERRH-SEVERITY.
004910     CLOSE VALUES-FILE.
004920 8500-EXIT.
004930     EXIT.
004940*----------------------------------------------------------*
004950* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
004960* SHOP-WIDE AUDIT FILE. BLOCKS REPORTED BALANCE AGAINST    *
004970* COUNTS WRITTEN TO MMVALUES PLUS THE ONES TOO LARGE FOR   *
004980* ITS PICTURE.                                             *
004990*----------------------------------------------------------*
005000 9000-WRITE-AUDIT.
005010     MOVE SPACES TO AUDIT-RECORD.
005020     CALL 'GETRUNID' USING WS-RUN-ID.
005030     MOVE WS-RUN-ID TO AUD-RUN-ID.
005040     MOVE 'PRMDIST' TO AUD-PROGRAM-ID.
005050     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005060     ACCEPT AUD-RUN-TIME FROM TIME.
005070     MOVE WS-BLOCKS-COUNT TO AUD-RECORD-COUNT.
005080     MOVE WS-BLOCKS-COUNT TO AUD-READ-COUNT.
005090     MOVE WS-WRITTEN-COUNT TO AUD-WRITTEN-COUNT.
005100     MOVE WS-SKIPPED-COUNT TO AUD-REJECT-COUNT.
005110     SET AUD-STATUS-OK TO TRUE.
005120     OPEN EXTEND AUDIT-FILE.
005130     IF NOT WS-AUDIT-OK
005140         CLOSE AUDIT-FILE
005150         OPEN OUTPUT AUDIT-FILE.
005160     WRITE AUDIT-RECORD.
005170     IF NOT WS-AUDIT-OK
005180         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
005190         MOVE 'WRITE' TO WS-ERRH-OPERATION
005200         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005210             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005220             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
005223     IF WS-AUDIT-OK
005226         CALL 'AUDXPOST' USING AUDIT-RECORD.
005230     CLOSE AUDIT-FILE.
005240 9000-EXIT.
005250     EXIT.
005260*----------------------------------------------------------*
005270* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
005280* WAS HIT ON THE REPORT OR THE VALUES FEED. END THE RUN    *
005290* WITH A NONZERO RETURN-CODE SO THE CALLER SEES THE STEP   *
005300* AS FAILED.                                               *
005310*----------------------------------------------------------*
005320 9999-ABEND.
005330     DISPLAY 'PRMDIST: ABENDING - UNRECOVERABLE FILE ERROR.'.
005340     MOVE 16 TO RETURN-CODE.
005350     GOBACK.
