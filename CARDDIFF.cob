000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARDDIFF.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. NIGHTLY CHANGE DETECTION   *
000110*                ON THE CONTROL CARDS, RUN AS A NITESTEP   *
000120*                ENTRY RIGHT AFTER CARDCHEK. EVERY CARD    *
000130*                FILE CARDCHEK COVERS IS COPIED TO         *
000140*                TONIGHT'S SNAPSHOT GENERATION             *
000150*                (CARDSNAP.CCYYMMDD) AND COMPARED FIELD BY *
000160*                FIELD AGAINST THE NEWEST EARLIER          *
000170*                GENERATION. EACH ADDED, REMOVED OR        *
000180*                CHANGED CARD IS LISTED ON CDIFRPT WITH    *
000190*                ITS OLD AND NEW VALUES, AND A CHANGE TO A *
000200*                CARD FILE FLAGGED AS SENSITIVE RAISES A   *
000210*                NITEALRT RECORD UNDER THE CARD FILE'S     *
000220*                NAME. THE SENSITIVE FLAGS ARE COMPILED IN *
000230*                BELOW AND MAY BE OVERRIDDEN BY CDIFSENS   *
000240*                CARDS (COLUMNS 1-8 THE CARD FILE, 9 Y OR  *
000250*                N). OLD GENERATIONS ARE PURGED BY         *
000260*                GENMAINT LIKE ANY OTHER DATED FILE - GIVE *
000270*                CARDSNAP A GENPARM CARD. RETURN CODE 4    *
000280*                WHEN ANY CARD CHANGED, 0 OTHERWISE        *
000290*                (INCLUDING THE FIRST NIGHT, WHICH ONLY    *
000300*                TAKES THE BASELINE).                      *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CARD-FILE ASSIGN USING WS-CARD-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CARD-STATUS.
000380     SELECT SENS-FILE ASSIGN TO "CDIFSENS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SENS-STATUS.
000410     SELECT PREV-FILE ASSIGN USING WS-PREV-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PREV-STATUS.
000440     SELECT SNAP-FILE ASSIGN USING WS-SNAP-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SNAP-STATUS.
000470     SELECT ALERT-FILE ASSIGN TO "NITEALRT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ALERT-STATUS.
000500     SELECT RPT-FILE ASSIGN TO "CDIFRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CARD-FILE
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  CARD-RECORD                PIC X(80).
000580 FD  SENS-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  SENS-RECORD.
000610     05  SENS-CARD-NAME         PIC X(08).
000620     05  SENS-FLAG              PIC X(01).
000630     05  FILLER                 PIC X(71).
000640*    ONE SNAPSHOT RECORD PER CARD: THE CARD FILE, THE KEY THE
000650*    CARD IS MATCHED ON, AND THE CARD IMAGE AS IT WAS READ.
000660 FD  PREV-FILE
000670     RECORD CONTAINS 98 CHARACTERS.
000680 01  PREV-RECORD.
000690     05  PREV-CARD-NAME         PIC X(08).
000700     05  PREV-KEY               PIC X(10).
000710     05  PREV-CARD              PIC X(80).
000720 FD  SNAP-FILE
000730     RECORD CONTAINS 98 CHARACTERS.
000740 01  SNAP-RECORD.
000750     05  SNAP-CARD-NAME         PIC X(08).
000760     05  SNAP-KEY               PIC X(10).
000770     05  SNAP-CARD              PIC X(80).
000780 FD  ALERT-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  ALERT-RECORD.
000810     05  ALRT-STEP-NAME         PIC X(10).
000820     05  ALRT-RETURN-CODE       PIC 9(04).
000830     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000840         ==:PREFIX:== BY ==ALRT-RUN-DATE==.
000850     05  ALRT-RUN-TIME          PIC 9(08).
000860     05  ALRT-STEPS-DONE        PIC 9(02).
000870     05  FILLER                 PIC X(48).
000880 FD  RPT-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  RPT-RECORD                 PIC X(80).
000910 WORKING-STORAGE SECTION.
000920 01  WS-CARD-STATUS             PIC X(02) VALUE "00".
000930     88  WS-CARD-OK                       VALUE "00".
000940 01  WS-SENS-STATUS             PIC X(02) VALUE "00".
000950     88  WS-SENS-OK                       VALUE "00".
000960 01  WS-PREV-STATUS             PIC X(02) VALUE "00".
000970     88  WS-PREV-OK                       VALUE "00".
000980 01  WS-SNAP-STATUS             PIC X(02) VALUE "00".
000990     88  WS-SNAP-OK                       VALUE "00".
001000 01  WS-ALERT-STATUS            PIC X(02) VALUE "00".
001010     88  WS-ALERT-OK                      VALUE "00".
001020 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001030     88  WS-RPT-OK                        VALUE "00".
001040 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'CARDDIFF'.
001050 01  WS-ERRH-FILE-NAME          PIC X(08).
001060 01  WS-ERRH-OPERATION          PIC X(06).
001070 01  WS-ERRH-SEVERITY           PIC X(02).
001080     88  WS-ERRH-SEVERE                   VALUE "08".
001090 01  WS-CARD-NAME               PIC X(08) VALUE SPACES.
001100 01  WS-SNAP-NAME               PIC X(17) VALUE SPACES.
001110 01  WS-PREV-NAME               PIC X(17) VALUE SPACES.
001120 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001130 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-NUM.
001140     05  WS-RUN-CCYY            PIC 9(04).
001150     05  WS-RUN-MM              PIC 9(02).
001160     05  WS-RUN-DD              PIC 9(02).
001170 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
001180 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001190 01  WS-SCAN-NUM                PIC 9(08) VALUE 0.
001200 01  WS-SCAN-DAYS               PIC 9(03) VALUE 0.
001210 01  WS-PREV-DATE-NUM           PIC 9(08) VALUE 0.
001220 01  WS-ALERT-TIME              PIC 9(08) VALUE 0.
001230 01  WS-PREV-FOUND-SW           PIC X(01) VALUE "N".
001240     88  WS-PREV-FOUND                    VALUE "Y".
001250 01  WS-CL-SUB                  PIC 9(02) VALUE 0.
001260 01  WS-FD-SUB                  PIC 9(02) VALUE 0.
001270 01  WS-OC-SUB                  PIC 9(03) VALUE 0.
001280 01  WS-OC-MATCH                PIC 9(03) VALUE 0.
001290 01  WS-CARD-NO                 PIC 9(04) VALUE 0.
001300 01  WS-CARD-KEY                PIC X(10) VALUE SPACES.
001310 01  WS-KEY-START               PIC 9(02) VALUE 0.
001320 01  WS-KEY-LEN                 PIC 9(02) VALUE 0.
001330 01  WS-FLD-START               PIC 9(02) VALUE 0.
001340 01  WS-FLD-LEN                 PIC 9(02) VALUE 0.
001350 01  WS-FILE-CHANGES            PIC 9(04) VALUE 0.
001360 01  WS-OLD-CARD                PIC X(80) VALUE SPACES.
001370 01  WS-OLD-REST                PIC X(80) VALUE SPACES.
001380 01  WS-NEW-REST                PIC X(80) VALUE SPACES.
001390 01  WS-CARDS-SEEN              PIC 9(05) VALUE 0.
001400 01  WS-FILES-SEEN              PIC 9(03) VALUE 0.
001410 01  WS-ADDED-COUNT             PIC 9(04) VALUE 0.
001420 01  WS-REMOVED-COUNT           PIC 9(04) VALUE 0.
001430 01  WS-CHANGED-COUNT           PIC 9(04) VALUE 0.
001440 01  WS-ALERT-COUNT             PIC 9(03) VALUE 0.
001450*----------------------------------------------------------*
001460* THE CARD FILES CARDCHEK COVERS, KEPT IN STEP WITH ITS    *
001470* MAINLINE. KEY START/LENGTH NAME THE COLUMNS A CARD IS    *
001480* MATCHED ON FROM ONE NIGHT TO THE NEXT (00 MEANS BY       *
001490* POSITION IN THE FILE); THE LAST BYTE IS THE COMPILED-IN  *
001500* SENSITIVE FLAG. TO ADD A CARD FILE, ADD A FILLER LINE    *
001510* AND RAISE THE OCCURS AND CDCL-COUNT TOGETHER.            *
001520*----------------------------------------------------------*
001530 01  CDCL-VALUES.
001540     05  FILLER                 PIC X(13) VALUE 'NITEPARM0000N'.
001550     05  FILLER                 PIC X(13) VALUE 'NITESTEP0410Y'.
001560     05  FILLER                 PIC X(13) VALUE 'FOOBPARM0000Y'.
001570     05  FILLER                 PIC X(13) VALUE 'PRMPARM 0000N'.
001580     05  FILLER                 PIC X(13) VALUE 'MMPARM  0000N'.
001590     05  FILLER                 PIC X(13) VALUE 'TMPPARM 0000N'.
001600     05  FILLER                 PIC X(13) VALUE 'GENPARM 0108Y'.
001610     05  FILLER                 PIC X(13) VALUE 'AUDAPARM0000Y'.
001620     05  FILLER                 PIC X(13) VALUE 'TMPHPARM0000Y'.
001630     05  FILLER                 PIC X(13) VALUE 'MDPGPARM0000Y'.
001640     05  FILLER                 PIC X(13) VALUE 'MDLVPARM0000N'.
001650 01  CDCL-TABLE REDEFINES CDCL-VALUES.
001660     05  CDCL-ENTRY OCCURS 11 TIMES.
001670         10  CDCL-CARD-NAME     PIC X(08).
001680         10  CDCL-KEY-START     PIC 9(02).
001690         10  CDCL-KEY-LEN       PIC 9(02).
001700         10  CDCL-SENSITIVE     PIC X(01).
001710             88  CDCL-IS-SENSITIVE        VALUE "Y".
001720 01  CDCL-COUNT                 PIC 9(02) VALUE 11.
001730*----------------------------------------------------------*
001740* THE NAMED FIELDS OF EACH CARD FILE, MIRRORING THE OWNING *
001750* PROGRAMS' FDS (AND CARDCHEK'S REDEFINITIONS): CARD FILE, *
001760* FIELD NAME, START COLUMN, LENGTH. KEY COLUMNS ARE NOT    *
001770* LISTED - A CHANGED KEY SHOWS AS ONE CARD REMOVED AND     *
001780* ANOTHER ADDED. A DIFFERENCE OUTSIDE THE NAMED FIELDS IS  *
001790* STILL REPORTED, AS OTHER COLUMNS.                        *
001800*----------------------------------------------------------*
001810 01  CDFD-VALUES.
001820     05  FILLER                 PIC X(22)
001830         VALUE 'NITEPARMWINDOW-MIN0104'.
001840     05  FILLER                 PIC X(22)
001850         VALUE 'NITESTEPSEQ       0103'.
001860     05  FILLER                 PIC X(22)
001870         VALUE 'NITESTEPPROGRAM   1412'.
001880     05  FILLER                 PIC X(22)
001890         VALUE 'NITESTEPENABLED   2601'.
001900     05  FILLER                 PIC X(22)
001910         VALUE 'NITESTEPOPTIONAL  2701'.
001920     05  FILLER                 PIC X(22)
001930         VALUE 'NITESTEPPRED1     2810'.
001940     05  FILLER                 PIC X(22)
001950         VALUE 'NITESTEPPRED2     3810'.
001960     05  FILLER                 PIC X(22)
001970         VALUE 'NITESTEPRETRIES   4801'.
001980     05  FILLER                 PIC X(22)
001990         VALUE 'NITESTEPRETRY-WAIT4903'.
002000     05  FILLER                 PIC X(22)
002010         VALUE 'FOOBPARMMAX-CHECKS0105'.
002020     05  FILLER                 PIC X(22)
002030         VALUE 'FOOBPARMDIVISOR-1 0605'.
002040     05  FILLER                 PIC X(22)
002050         VALUE 'FOOBPARMDIVISOR-2 1105'.
002060     05  FILLER                 PIC X(22)
002070         VALUE 'FOOBPARMEXPECTED  1605'.
002080     05  FILLER                 PIC X(22)
002090         VALUE 'FOOBPARMFACTOR-SW 2101'.
002100     05  FILLER                 PIC X(22)
002110         VALUE 'PRMPARM MAXNUM    0110'.
002120     05  FILLER                 PIC X(22)
002130         VALUE 'PRMPARM SCAN-MODE 1101'.
002140     05  FILLER                 PIC X(22)
002150         VALUE 'MMPARM  SIGMA     0102'.
002160     05  FILLER                 PIC X(22)
002170         VALUE 'MMPARM  PCT-LOW   0302'.
002180     05  FILLER                 PIC X(22)
002190         VALUE 'MMPARM  PCT-HIGH  0502'.
002200     05  FILLER                 PIC X(22)
002210         VALUE 'TMPPARM LOW-RANGE 0108'.
002220     05  FILLER                 PIC X(22)
002230         VALUE 'TMPPARM HIGH-RANGE0908'.
002240     05  FILLER                 PIC X(22)
002250         VALUE 'TMPPARM STUCK-CNT 1703'.
002260     05  FILLER                 PIC X(22)
002270         VALUE 'TMPPARM MAX-RATE  2006'.
002280     05  FILLER                 PIC X(22)
002290         VALUE 'TMPPARM CKPT-INTVL2605'.
002300     05  FILLER                 PIC X(22)
002310         VALUE 'GENPARM KEEP-GENS 0903'.
002320     05  FILLER                 PIC X(22)
002330         VALUE 'GENPARM FETCH-DAYS1203'.
002340     05  FILLER                 PIC X(22)
002350         VALUE 'AUDAPARMKEEP-DAYS 0103'.
002360     05  FILLER                 PIC X(22)
002370         VALUE 'TMPHPARMKEEP-DAYS 0103'.
002380     05  FILLER                 PIC X(22)
002390         VALUE 'MDPGPARMKEEP-YEARS0102'.
002400     05  FILLER                 PIC X(22)
002410         VALUE 'MDLVPARMVAC-DAYS  0103'.
002420     05  FILLER                 PIC X(22)
002430         VALUE 'MDLVPARMSICK-DAYS 0403'.
002440 01  CDFD-TABLE REDEFINES CDFD-VALUES.
002450     05  CDFD-ENTRY OCCURS 31 TIMES.
002460         10  CDFD-CARD-NAME     PIC X(08).
002470         10  CDFD-FIELD-NAME    PIC X(10).
002480         10  CDFD-START         PIC 9(02).
002490         10  CDFD-LEN           PIC 9(02).
002500 01  CDFD-COUNT                 PIC 9(02) VALUE 31.
002510*    LAST NIGHT'S SNAPSHOT, HELD WHILE TONIGHT'S CARDS ARE READ.
002520*    WS-OC-USED MARKS THE CARDS TONIGHT'S COPY HAS MATCHED; ANY
002530*    LEFT UNUSED AT THE END OF A CARD FILE WERE REMOVED.
002540 01  WS-OC-COUNT                PIC 9(03) VALUE 0.
002550 01  WS-OLD-CARD-TABLE.
002560     05  WS-OC-ENTRY OCCURS 300 TIMES.
002570         10  WS-OC-CARD-NAME    PIC X(08).
002580         10  WS-OC-KEY          PIC X(10).
002590         10  WS-OC-CARD         PIC X(80).
002600         10  WS-OC-USED         PIC X(01).
002610 01  WS-COLUMN-LINE.
002620     05  FILLER                 PIC X(40)
002630         VALUE ' CARD     KEY        FIELD      CHANGE  '.
002640     05  FILLER                 PIC X(40)
002650         VALUE 'OLD VALUE           NEW VALUE'.
002660 01  WS-DIFF-LINE.
002670     05  FILLER                 PIC X(01) VALUE SPACES.
002680     05  WS-DL-CARD-NAME        PIC X(08).
002690     05  FILLER                 PIC X(01) VALUE SPACES.
002700     05  WS-DL-KEY              PIC X(10).
002710     05  FILLER                 PIC X(01) VALUE SPACES.
002720     05  WS-DL-FIELD            PIC X(10).
002730     05  FILLER                 PIC X(01) VALUE SPACES.
002740     05  WS-DL-CHANGE           PIC X(07).
002750     05  FILLER                 PIC X(01) VALUE SPACES.
002760     05  WS-DL-OLD              PIC X(19).
002770     05  FILLER                 PIC X(01) VALUE SPACES.
002780     05  WS-DL-NEW              PIC X(19).
002790     05  FILLER                 PIC X(01) VALUE SPACES.
002800 01  WS-IMAGE-LINE.
002810     05  FILLER                 PIC X(20) VALUE SPACES.
002820     05  WS-IL-LABEL            PIC X(06).
002830     05  WS-IL-CARD             PIC X(54).
002840 01  WS-PREV-LINE.
002850     05  FILLER                 PIC X(31)
002860         VALUE ' COMPARED WITH THE SNAPSHOT OF '.
002870     05  WS-PV-DATE             PIC 9(08).
002880     05  FILLER                 PIC X(41) VALUE SPACES.
002890 01  WS-TOTAL-LINE.
002900     05  FILLER                 PIC X(01) VALUE SPACES.
002910     05  WS-TL-ADDED            PIC ZZZ9.
002920     05  FILLER                 PIC X(08) VALUE ' ADDED, '.
002930     05  WS-TL-REMOVED          PIC ZZZ9.
002940     05  FILLER                 PIC X(10) VALUE ' REMOVED, '.
002950     05  WS-TL-CHANGED          PIC ZZZ9.
002960     05  FILLER                 PIC X(10) VALUE ' CHANGED, '.
002970     05  WS-TL-ALERTS           PIC ZZ9.
002980     05  FILLER                 PIC X(36)
002990         VALUE ' SENSITIVE CARD FILE(S) ALERTED'.
003000     COPY RPTHDFT.
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     MOVE 1 TO WS-CL-SUB.
003050 0010-NEXT-CARD-FILE.
003060     IF WS-CL-SUB > CDCL-COUNT
003070         GO TO 0090-FILES-DONE.
003080     PERFORM 2000-COMPARE-CARD-FILE THRU 2000-EXIT.
003090     ADD 1 TO WS-CL-SUB.
003100     GO TO 0010-NEXT-CARD-FILE.
003110 0090-FILES-DONE.
003120     CLOSE SNAP-FILE.
003130     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
003140     CLOSE RPT-FILE.
003150     IF WS-ADDED-COUNT > 0 OR WS-REMOVED-COUNT > 0
003160         OR WS-CHANGED-COUNT > 0
003170         MOVE 4 TO RETURN-CODE
003180     ELSE
003190         MOVE 0 TO RETURN-CODE.
003200     GOBACK.
003210*----------------------------------------------------------*
003220* 1000-INITIALIZE - THE REPORT WITH THE SHOP-STANDARD      *
003230* HEADER, THE SENSITIVE-FLAG OVERRIDES, LAST NIGHT'S       *
003240* SNAPSHOT AND TONIGHT'S NEW GENERATION.                   *
003250*----------------------------------------------------------*
003260 1000-INITIALIZE.
003270     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
003280     COMPUTE WS-RUN-DATE-INT =
003290         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
003300     OPEN OUTPUT RPT-FILE.
003310     IF NOT WS-RPT-OK
003320         MOVE 'CDIFRPT' TO WS-ERRH-FILE-NAME
003330         MOVE 'OPEN' TO WS-ERRH-OPERATION
003340         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003350             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003360             WS-RPT-STATUS WS-ERRH-SEVERITY
003370         GO TO 9999-ABEND.
003380     MOVE 'CARDDIFF' TO RPTHD-PROGRAM-NAME.
003390     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
003400     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
003410     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
003420     WRITE RPT-RECORD.
003430     MOVE 'CONTROL CARD CHANGES SINCE THE LAST SNAPSHOT' TO
003440         RPTTL-COLUMN-TITLES.
003450     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003460     WRITE RPT-RECORD.
003470     MOVE 2 TO RPT-LINES-ON-PAGE.
003480     PERFORM 1100-LOAD-OVERRIDES THRU 1100-EXIT.
003490     PERFORM 1200-FIND-PREVIOUS THRU 1200-EXIT.
003500     IF WS-PREV-FOUND
003510         PERFORM 1300-LOAD-PREVIOUS THRU 1300-EXIT
003520         MOVE WS-PREV-DATE-NUM TO WS-PV-DATE
003530         MOVE WS-PREV-LINE TO RPT-RECORD
003540     ELSE
003550         MOVE ' NO EARLIER SNAPSHOT - TONIGHT IS THE BASELINE'
003560             TO RPT-RECORD.
003570     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003580     MOVE WS-COLUMN-LINE TO RPT-RECORD.
003590     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003600     MOVE WS-RUN-DATE-NUM TO WS-SCAN-NUM.
003610     PERFORM 8100-BUILD-SNAP-NAME THRU 8100-EXIT.
003620     MOVE WS-PREV-NAME TO WS-SNAP-NAME.
003630     OPEN OUTPUT SNAP-FILE.
003640     IF NOT WS-SNAP-OK
003650         MOVE 'CARDSNAP' TO WS-ERRH-FILE-NAME
003660         MOVE 'OPEN' TO WS-ERRH-OPERATION
003670         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003680             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003690             WS-SNAP-STATUS WS-ERRH-SEVERITY
003700         GO TO 9999-ABEND.
003710 1000-EXIT.
003720     EXIT.
003730*----------------------------------------------------------*
003740* 1100-LOAD-OVERRIDES - CDIFSENS CARDS TURN THE SENSITIVE  *
003750* FLAG OF A LISTED CARD FILE ON (Y) OR OFF (N). NO FILE    *
003760* MEANS THE COMPILED-IN FLAGS STAND; A CARD FOR AN         *
003770* UNLISTED FILE OR WITH ANY OTHER FLAG IS NOTED ON SYSOUT  *
003780* AND IGNORED.                                             *
003790*----------------------------------------------------------*
003800 1100-LOAD-OVERRIDES.
003810     OPEN INPUT SENS-FILE.
003820     IF NOT WS-SENS-OK
003830         GO TO 1100-EXIT.
003840 1110-READ-NEXT.
003850     READ SENS-FILE
003860         AT END
003870             GO TO 1190-OVERRIDES-DONE.
003880     IF SENS-CARD-NAME = SPACES
003890         GO TO 1110-READ-NEXT.
003900     MOVE 1 TO WS-CL-SUB.
003910 1120-FIND-NEXT.
003920     IF WS-CL-SUB > CDCL-COUNT
003930         DISPLAY 'CARDDIFF: CDIFSENS CARD FOR ' SENS-CARD-NAME
003940             ' IGNORED - NOT A COVERED CARD FILE'
003950         GO TO 1110-READ-NEXT.
003960     IF CDCL-CARD-NAME (WS-CL-SUB) NOT = SENS-CARD-NAME
003970         ADD 1 TO WS-CL-SUB
003980         GO TO 1120-FIND-NEXT.
003990     IF SENS-FLAG = 'Y' OR SENS-FLAG = 'N'
004000         MOVE SENS-FLAG TO CDCL-SENSITIVE (WS-CL-SUB)
004010     ELSE
004020         DISPLAY 'CARDDIFF: CDIFSENS CARD FOR ' SENS-CARD-NAME
004030             ' IGNORED - FLAG NOT Y OR N'.
004040     GO TO 1110-READ-NEXT.
004050 1190-OVERRIDES-DONE.
004060     CLOSE SENS-FILE.
004070 1100-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1200-FIND-PREVIOUS - WALK BACK FROM THE DAY BEFORE THE   *
004110* BUSINESS DATE OVER THE SAME 120-DAY WINDOW GENMAINT      *
004120* SCANS, FOR THE NEWEST EARLIER GENERATION. A RERUN ON THE *
004130* SAME NIGHT THEREFORE STILL COMPARES WITH THE NIGHT       *
004140* BEFORE.                                                  *
004150*----------------------------------------------------------*
004160 1200-FIND-PREVIOUS.
004170     MOVE "N" TO WS-PREV-FOUND-SW.
004180     COMPUTE WS-SCAN-INT = WS-RUN-DATE-INT - 1.
004190     MOVE 1 TO WS-SCAN-DAYS.
004200 1210-SCAN-NEXT.
004210     IF WS-SCAN-DAYS > 120
004220         GO TO 1200-EXIT.
004230     COMPUTE WS-SCAN-NUM =
004240         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
004250     PERFORM 8100-BUILD-SNAP-NAME THRU 8100-EXIT.
004260     OPEN INPUT PREV-FILE.
004270     IF WS-PREV-OK
004280         MOVE "Y" TO WS-PREV-FOUND-SW
004290         MOVE WS-SCAN-NUM TO WS-PREV-DATE-NUM
004300         GO TO 1200-EXIT.
004310     SUBTRACT 1 FROM WS-SCAN-INT.
004320     ADD 1 TO WS-SCAN-DAYS.
004330     GO TO 1210-SCAN-NEXT.
004340 1200-EXIT.
004350     EXIT.
004360*----------------------------------------------------------*
004370* 1300-LOAD-PREVIOUS - PREV-FILE IS ALREADY OPEN ON THE    *
004380* EARLIER GENERATION. HOLD EVERY CARD OF IT, UNMATCHED.    *
004390*----------------------------------------------------------*
004400 1300-LOAD-PREVIOUS.
004410     MOVE 0 TO WS-OC-COUNT.
004420 1310-READ-NEXT.
004430     READ PREV-FILE
004440         AT END
004450             GO TO 1390-LOAD-DONE.
004460     IF WS-OC-COUNT NOT < 300
004470         DISPLAY 'CARDDIFF: SNAPSHOT TABLE FULL - '
004480             PREV-CARD-NAME ' ' PREV-KEY ' NOT COMPARED'
004490         GO TO 1310-READ-NEXT.
004500     ADD 1 TO WS-OC-COUNT.
004510     MOVE PREV-CARD-NAME TO WS-OC-CARD-NAME (WS-OC-COUNT).
004520     MOVE PREV-KEY TO WS-OC-KEY (WS-OC-COUNT).
004530     MOVE PREV-CARD TO WS-OC-CARD (WS-OC-COUNT).
004540     MOVE 'N' TO WS-OC-USED (WS-OC-COUNT).
004550     GO TO 1310-READ-NEXT.
004560 1390-LOAD-DONE.
004570     CLOSE PREV-FILE.
004580 1300-EXIT.
004590     EXIT.
004600*----------------------------------------------------------*
004610* 2000-COMPARE-CARD-FILE - COPY ONE CARD FILE TO TONIGHT'S *
004620* SNAPSHOT AND COMPARE EACH CARD WITH ITS MATCH FROM LAST  *
004630* NIGHT; WHAT LAST NIGHT HAD THAT TONIGHT DID NOT WAS      *
004640* REMOVED. A MISSING CARD FILE IS SIMPLY ONE WITH NO       *
004650* CARDS. ANY CHANGE TO A SENSITIVE FILE RAISES ONE ALERT   *
004660* FOR THE FILE.                                            *
004670*----------------------------------------------------------*
004680 2000-COMPARE-CARD-FILE.
004690     MOVE CDCL-CARD-NAME (WS-CL-SUB) TO WS-CARD-NAME.
004700     MOVE CDCL-KEY-START (WS-CL-SUB) TO WS-KEY-START.
004710     MOVE CDCL-KEY-LEN (WS-CL-SUB) TO WS-KEY-LEN.
004720     MOVE 0 TO WS-CARD-NO.
004730     MOVE 0 TO WS-FILE-CHANGES.
004740     OPEN INPUT CARD-FILE.
004750     IF NOT WS-CARD-OK
004760         GO TO 2050-FIND-REMOVED.
004770     ADD 1 TO WS-FILES-SEEN.
004780 2010-READ-NEXT.
004790     READ CARD-FILE
004800         AT END
004810             GO TO 2040-CARDS-DONE.
004820     ADD 1 TO WS-CARD-NO.
004830     ADD 1 TO WS-CARDS-SEEN.
004840     IF WS-KEY-START = 0
004850         MOVE SPACES TO WS-CARD-KEY
004860         STRING 'CARD ' DELIMITED BY SIZE
004870             WS-CARD-NO DELIMITED BY SIZE
004880             INTO WS-CARD-KEY
004890     ELSE
004900         MOVE CARD-RECORD (WS-KEY-START:WS-KEY-LEN)
004910             TO WS-CARD-KEY.
004920     MOVE WS-CARD-NAME TO SNAP-CARD-NAME.
004930     MOVE WS-CARD-KEY TO SNAP-KEY.
004940     MOVE CARD-RECORD TO SNAP-CARD.
004950     WRITE SNAP-RECORD.
004960     IF NOT WS-SNAP-OK
004970         MOVE 'CARDSNAP' TO WS-ERRH-FILE-NAME
004980         MOVE 'WRITE' TO WS-ERRH-OPERATION
004990         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005000             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005010             WS-SNAP-STATUS WS-ERRH-SEVERITY
005020         GO TO 9999-ABEND.
005030     IF NOT WS-PREV-FOUND
005040         GO TO 2010-READ-NEXT.
005050     PERFORM 2100-FIND-OLD-CARD THRU 2100-EXIT.
005060     IF WS-OC-MATCH = 0
005070         PERFORM 3100-REPORT-ADDED THRU 3100-EXIT
005080     ELSE
005090         PERFORM 3000-COMPARE-FIELDS THRU 3000-EXIT.
005100     GO TO 2010-READ-NEXT.
005110 2040-CARDS-DONE.
005120     CLOSE CARD-FILE.
005130 2050-FIND-REMOVED.
005140     MOVE 1 TO WS-OC-SUB.
005150 2060-REMOVED-NEXT.
005160     IF WS-OC-SUB > WS-OC-COUNT
005170         GO TO 2090-FILE-DONE.
005180     IF WS-OC-CARD-NAME (WS-OC-SUB) = WS-CARD-NAME
005190         AND WS-OC-USED (WS-OC-SUB) = 'N'
005200         MOVE 'Y' TO WS-OC-USED (WS-OC-SUB)
005210         PERFORM 3200-REPORT-REMOVED THRU 3200-EXIT.
005220     ADD 1 TO WS-OC-SUB.
005230     GO TO 2060-REMOVED-NEXT.
005240 2090-FILE-DONE.
005250     IF WS-FILE-CHANGES > 0 AND CDCL-IS-SENSITIVE (WS-CL-SUB)
005260         PERFORM 4000-WRITE-ALERT THRU 4000-EXIT.
005270 2000-EXIT.
005280     EXIT.
005290*----------------------------------------------------------*
005300* 2100-FIND-OLD-CARD - THE FIRST UNMATCHED CARD OF LAST    *
005310* NIGHT'S COPY OF THIS FILE WITH THE SAME KEY. WS-OC-MATCH *
005320* IS ITS SUBSCRIPT, OR ZERO WHEN THE CARD IS NEW.          *
005330*----------------------------------------------------------*
005340 2100-FIND-OLD-CARD.
005350     MOVE 0 TO WS-OC-MATCH.
005360     MOVE 1 TO WS-OC-SUB.
005370 2110-FIND-NEXT.
005380     IF WS-OC-SUB > WS-OC-COUNT
005390         GO TO 2100-EXIT.
005400     IF WS-OC-CARD-NAME (WS-OC-SUB) = WS-CARD-NAME
005410         AND WS-OC-KEY (WS-OC-SUB) = WS-CARD-KEY
005420         AND WS-OC-USED (WS-OC-SUB) = 'N'
005430         MOVE 'Y' TO WS-OC-USED (WS-OC-SUB)
005440         MOVE WS-OC-SUB TO WS-OC-MATCH
005450         GO TO 2100-EXIT.
005460     ADD 1 TO WS-OC-SUB.
005470     GO TO 2110-FIND-NEXT.
005480 2100-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 3000-COMPARE-FIELDS - ONE LINE PER NAMED FIELD THAT      *
005520* DIFFERS BETWEEN LAST NIGHT'S CARD AND TONIGHT'S. THE     *
005530* NAMED FIELDS ARE THEN BLANKED OUT OF BOTH COPIES; IF     *
005540* WHAT IS LEFT STILL DIFFERS, THE CHANGE REACHES COLUMNS   *
005550* NO FIELD NAMES AND THE TWO IMAGES ARE SHOWN AS WELL.     *
005560*----------------------------------------------------------*
005570 3000-COMPARE-FIELDS.
005580     MOVE WS-OC-CARD (WS-OC-MATCH) TO WS-OLD-CARD.
005590     IF WS-OLD-CARD = CARD-RECORD
005600         GO TO 3000-EXIT.
005610     ADD 1 TO WS-CHANGED-COUNT.
005620     ADD 1 TO WS-FILE-CHANGES.
005630     MOVE WS-OLD-CARD TO WS-OLD-REST.
005640     MOVE CARD-RECORD TO WS-NEW-REST.
005650     MOVE 1 TO WS-FD-SUB.
005660 3010-FIELD-NEXT.
005670     IF WS-FD-SUB > CDFD-COUNT
005680         GO TO 3090-FIELDS-DONE.
005690     IF CDFD-CARD-NAME (WS-FD-SUB) NOT = WS-CARD-NAME
005700         ADD 1 TO WS-FD-SUB
005710         GO TO 3010-FIELD-NEXT.
005720     MOVE CDFD-START (WS-FD-SUB) TO WS-FLD-START.
005730     MOVE CDFD-LEN (WS-FD-SUB) TO WS-FLD-LEN.
005740     MOVE SPACES TO WS-OLD-REST (WS-FLD-START:WS-FLD-LEN).
005750     MOVE SPACES TO WS-NEW-REST (WS-FLD-START:WS-FLD-LEN).
005760     IF WS-OLD-CARD (WS-FLD-START:WS-FLD-LEN) NOT =
005770         CARD-RECORD (WS-FLD-START:WS-FLD-LEN)
005780         MOVE SPACES TO WS-DIFF-LINE
005790         MOVE WS-CARD-NAME TO WS-DL-CARD-NAME
005800         MOVE WS-CARD-KEY TO WS-DL-KEY
005810         MOVE CDFD-FIELD-NAME (WS-FD-SUB) TO WS-DL-FIELD
005820         MOVE 'CHANGED' TO WS-DL-CHANGE
005830         MOVE WS-OLD-CARD (WS-FLD-START:WS-FLD-LEN) TO WS-DL-OLD
005840         MOVE CARD-RECORD (WS-FLD-START:WS-FLD-LEN) TO WS-DL-NEW
005850         MOVE WS-DIFF-LINE TO RPT-RECORD
005860         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005870     ADD 1 TO WS-FD-SUB.
005880     GO TO 3010-FIELD-NEXT.
005890 3090-FIELDS-DONE.
005900     IF WS-OLD-REST = WS-NEW-REST
005910         GO TO 3000-EXIT.
005920     MOVE SPACES TO WS-DIFF-LINE.
005930     MOVE WS-CARD-NAME TO WS-DL-CARD-NAME.
005940     MOVE WS-CARD-KEY TO WS-DL-KEY.
005950     MOVE 'OTHER COLS' TO WS-DL-FIELD.
005960     MOVE 'CHANGED' TO WS-DL-CHANGE.
005970     MOVE WS-DIFF-LINE TO RPT-RECORD.
005980     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005990     MOVE 'WAS: ' TO WS-IL-LABEL.
006000     MOVE WS-OLD-CARD TO WS-IL-CARD.
006010     MOVE WS-IMAGE-LINE TO RPT-RECORD.
006020     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006030     MOVE 'NOW: ' TO WS-IL-LABEL.
006040     MOVE CARD-RECORD TO WS-IL-CARD.
006050     MOVE WS-IMAGE-LINE TO RPT-RECORD.
006060     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006070 3000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------*
006100* 3100-REPORT-ADDED - A CARD TONIGHT WITH NO MATCH LAST    *
006110* NIGHT, SHOWN WITH ITS IMAGE.                             *
006120*----------------------------------------------------------*
006130 3100-REPORT-ADDED.
006140     ADD 1 TO WS-ADDED-COUNT.
006150     ADD 1 TO WS-FILE-CHANGES.
006160     MOVE SPACES TO WS-DIFF-LINE.
006170     MOVE WS-CARD-NAME TO WS-DL-CARD-NAME.
006180     MOVE WS-CARD-KEY TO WS-DL-KEY.
006190     MOVE 'ADDED' TO WS-DL-CHANGE.
006200     MOVE WS-DIFF-LINE TO RPT-RECORD.
006210     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006220     MOVE 'NOW: ' TO WS-IL-LABEL.
006230     MOVE CARD-RECORD TO WS-IL-CARD.
006240     MOVE WS-IMAGE-LINE TO RPT-RECORD.
006250     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006260 3100-EXIT.
006270     EXIT.
006280*----------------------------------------------------------*
006290* 3200-REPORT-REMOVED - A CARD LAST NIGHT HAD THAT TONIGHT *
006300* DOES NOT, SHOWN WITH ITS IMAGE.                          *
006310*----------------------------------------------------------*
006320 3200-REPORT-REMOVED.
006330     ADD 1 TO WS-REMOVED-COUNT.
006340     ADD 1 TO WS-FILE-CHANGES.
006350     MOVE SPACES TO WS-DIFF-LINE.
006360     MOVE WS-CARD-NAME TO WS-DL-CARD-NAME.
006370     MOVE WS-OC-KEY (WS-OC-SUB) TO WS-DL-KEY.
006380     MOVE 'REMOVED' TO WS-DL-CHANGE.
006390     MOVE WS-DIFF-LINE TO RPT-RECORD.
006400     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006410     MOVE 'WAS: ' TO WS-IL-LABEL.
006420     MOVE WS-OC-CARD (WS-OC-SUB) TO WS-IL-CARD.
006430     MOVE WS-IMAGE-LINE TO RPT-RECORD.
006440     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006450 3200-EXIT.
006460     EXIT.
006470*----------------------------------------------------------*
006480* 4000-WRITE-ALERT - A CHANGED SENSITIVE CARD FILE GOES TO *
006490* THE SAME OPERATOR ALERT FILE THE BATCH DRIVER USES,      *
006500* UNDER THE CARD FILE'S OWN NAME, WITH THE WARNING CODE    *
006510* THIS STEP ENDS WITH.                                     *
006520*----------------------------------------------------------*
006530 4000-WRITE-ALERT.
006540     OPEN EXTEND ALERT-FILE.
006550     IF NOT WS-ALERT-OK
006560         CLOSE ALERT-FILE
006570         OPEN OUTPUT ALERT-FILE.
006580     MOVE SPACES TO ALERT-RECORD.
006590     MOVE WS-CARD-NAME TO ALRT-STEP-NAME.
006600     MOVE 4 TO ALRT-RETURN-CODE.
006610     MOVE WS-RUN-CCYY TO ALRT-RUN-DATE-CCYY.
006620     MOVE WS-RUN-MM TO ALRT-RUN-DATE-MM.
006630     MOVE WS-RUN-DD TO ALRT-RUN-DATE-DD.
006640     ACCEPT WS-ALERT-TIME FROM TIME.
006650     MOVE WS-ALERT-TIME TO ALRT-RUN-TIME.
006660     MOVE 0 TO ALRT-STEPS-DONE.
006670     WRITE ALERT-RECORD.
006680     CLOSE ALERT-FILE.
006690     ADD 1 TO WS-ALERT-COUNT.
006700     DISPLAY 'CARDDIFF: *** SENSITIVE CARD FILE ' WS-CARD-NAME
006710         ' CHANGED - ALERT RAISED'.
006720 4000-EXIT.
006730     EXIT.
006740*----------------------------------------------------------*
006750* 4900-PUT-LINE - WRITE RPT-RECORD, STARTING A NEW PAGE    *
006760* UNDER THE SHOP HEADER WHEN THE PAGE IS FULL.             *
006770*----------------------------------------------------------*
006780 4900-PUT-LINE.
006790     WRITE RPT-RECORD.
006800     IF NOT WS-RPT-OK
006810         MOVE 'CDIFRPT' TO WS-ERRH-FILE-NAME
006820         MOVE 'WRITE' TO WS-ERRH-OPERATION
006830         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006840             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006850             WS-RPT-STATUS WS-ERRH-SEVERITY
006860         IF WS-ERRH-SEVERE
006870             GO TO 9999-ABEND.
006880     ADD 1 TO RPT-LINES-ON-PAGE.
006890     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
006900         ADD 1 TO RPT-PAGE-NUMBER
006910         MOVE 'CARDDIFF' TO RPTHD-PROGRAM-NAME
006920         MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE
006930         MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER
006940         MOVE RPT-HEADER-RECORD TO RPT-RECORD
006950         WRITE RPT-RECORD
006960         MOVE 1 TO RPT-LINES-ON-PAGE.
006970 4900-EXIT.
006980     EXIT.
006990*----------------------------------------------------------*
007000* 8000-WRAP-UP - THE TOTALS LINE, OR A CLEAN-NIGHT LINE,   *
007010* AND THE SYSOUT SUMMARY.                                  *
007020*----------------------------------------------------------*
007030 8000-WRAP-UP.
007040     MOVE SPACES TO RPT-RECORD.
007050     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007060     IF WS-PREV-FOUND AND WS-ADDED-COUNT = 0
007070         AND WS-REMOVED-COUNT = 0 AND WS-CHANGED-COUNT = 0
007080         MOVE ' NO CONTROL CARD CHANGES' TO RPT-RECORD
007090         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007100     MOVE WS-ADDED-COUNT TO WS-TL-ADDED.
007110     MOVE WS-REMOVED-COUNT TO WS-TL-REMOVED.
007120     MOVE WS-CHANGED-COUNT TO WS-TL-CHANGED.
007130     MOVE WS-ALERT-COUNT TO WS-TL-ALERTS.
007140     MOVE WS-TOTAL-LINE TO RPT-RECORD.
007150     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007160     DISPLAY 'CARDDIFF: ' WS-FILES-SEEN ' CARD FILE(S), '
007170         WS-CARDS-SEEN ' CARD(S) SNAPPED TO ' WS-SNAP-NAME.
007180     DISPLAY 'CARDDIFF: ' WS-ADDED-COUNT ' ADDED, '
007190         WS-REMOVED-COUNT ' REMOVED, ' WS-CHANGED-COUNT
007200         ' CHANGED, ' WS-ALERT-COUNT ' ALERT(S).'.
007210 8000-EXIT.
007220     EXIT.
007230*----------------------------------------------------------*
007240* 8100-BUILD-SNAP-NAME - CARDSNAP.CCYYMMDD FOR THE DATE IN *
007250* WS-SCAN-NUM, LEFT IN WS-PREV-NAME.                       *
007260*----------------------------------------------------------*
007270 8100-BUILD-SNAP-NAME.
007280     MOVE SPACES TO WS-PREV-NAME.
007290     STRING 'CARDSNAP' DELIMITED BY SIZE
007300         '.' DELIMITED BY SIZE
007310         WS-SCAN-NUM DELIMITED BY SIZE
007320         INTO WS-PREV-NAME.
007330 8100-EXIT.
007340     EXIT.
007350*----------------------------------------------------------*
007360* 9999-ABEND - THE REPORT OR TONIGHT'S SNAPSHOT COULD NOT  *
007370* BE OPENED OR WRITTEN.                                    *
007380*----------------------------------------------------------*
007390 9999-ABEND.
007400     DISPLAY 'CARDDIFF: *** ABENDING - REPORT OR SNAPSHOT '
007410         'UNAVAILABLE'.
007420     MOVE 16 TO RETURN-CODE.
007430     GOBACK.
