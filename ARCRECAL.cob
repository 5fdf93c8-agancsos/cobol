000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARCRECAL.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. ARCHIVE RECALL FOR AN      *
000110*                INVESTIGATION. A REQUEST CARD (RCALPARM)  *
000120*                NAMES THE FILE FAMILY (AUDITLOG, ERRLOG   *
000130*                OR TMPHIST), A DATE RANGE AND OPTIONAL    *
000140*                PROGRAM, STATION AND FILE-NAME FILTERS.   *
000150*                EVERY DATED ARCHIVE GENERATION THAT CAN   *
000160*                HOLD RECORDS FROM THE RANGE (AUDARCH,     *
000170*                ERRARCH OR TMPHARCH .CCYYMMDD) IS READ IN *
000180*                DATE ORDER, THEN THE LIVE FILE, AND THE   *
000190*                MATCHING RECORDS ARE COPIED UNCHANGED     *
000200*                INTO ONE WORKING FILE IN THE ORIGINAL     *
000210*                LAYOUT (AUDRECAL, ERRRECAL OR TMPRECAL    *
000220*                UNLESS THE CARD NAMES ANOTHER) READY TO   *
000230*                BE NAMED AS THE SOURCE ON AUDRSEL,        *
000240*                ERRRPARM OR TMPXPARM. THE LISTING         *
000250*                (RCALRPT) SHOWS EACH FILE READ WITH ITS   *
000260*                RECORDS READ AND RECALLED.                *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PARM-FILE ASSIGN TO "RCALPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT SRC-FILE ASSIGN USING WS-SRC-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SRC-STATUS.
000370     SELECT OUT-FILE ASSIGN USING WS-OUT-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-OUT-STATUS.
000400     SELECT RPT-FILE ASSIGN TO "RCALRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PARM-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  PARM-RECORD.
000480     05  RC-FAMILY              PIC X(08).
000490         88  RC-FAMILY-AUDIT              VALUE 'AUDITLOG'.
000500         88  RC-FAMILY-ERRLOG             VALUE 'ERRLOG'.
000510         88  RC-FAMILY-TMPHIST            VALUE 'TMPHIST'.
000520     05  RC-DATE-FROM           PIC 9(08).
000530     05  RC-DATE-TO             PIC 9(08).
000540     05  RC-PROGRAM             PIC X(10).
000550     05  RC-STATION             PIC X(04).
000560     05  RC-FILE-NAME           PIC X(08).
000570     05  RC-OUTPUT              PIC X(17).
000580     05  FILLER                 PIC X(17).
000590 FD  SRC-FILE
000600     RECORD CONTAINS 100 CHARACTERS.
000610 01  SRC-RECORD                 PIC X(100).
000620 FD  OUT-FILE
000630     RECORD CONTAINS 100 CHARACTERS.
000640 01  OUT-RECORD                 PIC X(100).
000650 FD  RPT-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  RPT-RECORD                 PIC X(80).
000680 WORKING-STORAGE SECTION.
000690 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000700     88  WS-PARM-OK                       VALUE "00".
000710 01  WS-SRC-STATUS              PIC X(02) VALUE "00".
000720     88  WS-SRC-OK                        VALUE "00".
000730 01  WS-OUT-STATUS              PIC X(02) VALUE "00".
000740     88  WS-OUT-OK                        VALUE "00".
000750 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000760     88  WS-RPT-OK                        VALUE "00".
000770 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'ARCRECAL'.
000780 01  WS-ERRH-FILE-NAME          PIC X(08).
000790 01  WS-ERRH-OPERATION          PIC X(06).
000800 01  WS-ERRH-SEVERITY           PIC X(02).
000810     88  WS-ERRH-SEVERE                   VALUE "08".
000820 01  WS-SRC-NAME                PIC X(17) VALUE SPACES.
000830 01  WS-OUT-NAME                PIC X(17) VALUE SPACES.
000840 01  WS-LIVE-NAME               PIC X(08) VALUE SPACES.
000850 01  WS-ARCH-PREFIX             PIC X(09) VALUE SPACES.
000860 01  WS-ARCH-DATE               PIC 9(08) VALUE 0.
000870 01  WS-CARD-SW                 PIC X(01) VALUE "N".
000880     88  WS-CARD-GOOD                     VALUE "Y".
000890 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000900 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
000910 01  WS-DATE-FROM               PIC 9(08) VALUE 0.
000920 01  WS-DATE-TO                 PIC 9(08) VALUE 0.
000930 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
000940 01  WS-REC-DATE                PIC 9(08) VALUE 0.
000950 01  WS-REC-DATE-X REDEFINES WS-REC-DATE
000960                                PIC X(08).
000970 01  WS-KEEP-SW                 PIC X(01) VALUE "N".
000980     88  WS-KEEP-RECORD                   VALUE "Y".
000990 01  WS-FILE-READ               PIC 9(09) VALUE 0.
001000 01  WS-FILE-RECALLED           PIC 9(09) VALUE 0.
001010 01  WS-FILES-COUNT             PIC 9(05) VALUE 0.
001020 01  WS-TOT-READ                PIC 9(09) VALUE 0.
001030 01  WS-TOT-RECALLED            PIC 9(09) VALUE 0.
001040*    THE THREE FAMILY LAYOUTS, FOR THE DATE AND THE FILTERS.
001050     COPY AUDITREC.
001060     COPY ERRLGREC.
001070     COPY TMPHSREC.
001080 01  WS-REQUEST-LINE.
001090     05  FILLER                 PIC X(09) VALUE ' FAMILY  '.
001100     05  WS-RQ-FAMILY           PIC X(08).
001110     05  FILLER                 PIC X(07) VALUE '  FROM '.
001120     05  WS-RQ-FROM             PIC 9(08).
001130     05  FILLER                 PIC X(04) VALUE ' TO '.
001140     05  WS-RQ-TO               PIC 9(08).
001150     05  FILLER                 PIC X(09) VALUE '  OUTPUT '.
001160     05  WS-RQ-OUTPUT           PIC X(17).
001170     05  FILLER                 PIC X(10) VALUE SPACES.
001180 01  WS-FILTER-LINE.
001190     05  FILLER                 PIC X(10) VALUE ' PROGRAM  '.
001200     05  WS-FL-PROGRAM          PIC X(10).
001210     05  FILLER                 PIC X(11) VALUE '  STATION  '.
001220     05  WS-FL-STATION          PIC X(08).
001230     05  FILLER                 PIC X(13) VALUE '  FILE NAME  '.
001240     05  WS-FL-FILE-NAME        PIC X(08).
001250     05  FILLER                 PIC X(20) VALUE SPACES.
001260 01  WS-COLUMN-LINE.
001270     05  FILLER                 PIC X(41)
001280         VALUE ' FILE                                READ'.
001290     05  FILLER                 PIC X(39)
001300         VALUE '     RECALLED'.
001310 01  WS-FILE-LINE.
001320     05  FILLER                 PIC X(01) VALUE SPACES.
001330     05  WS-FD-NAME             PIC X(17).
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  WS-FD-NOTE             PIC X(08).
001360     05  FILLER                 PIC X(03) VALUE SPACES.
001370     05  WS-FD-READ             PIC ZZZ,ZZZ,ZZ9.
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  WS-FD-RECALLED         PIC ZZZ,ZZZ,ZZ9.
001400     05  FILLER                 PIC X(26) VALUE SPACES.
001410 01  WS-TOTAL-LINE.
001420     05  FILLER                 PIC X(01) VALUE SPACES.
001430     05  WS-TL-FILES            PIC ZZZZ9.
001440     05  FILLER                 PIC X(24) VALUE ' FILE(S) READ'.
001450     05  WS-TL-READ             PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  WS-TL-RECALLED         PIC ZZZ,ZZZ,ZZ9.
001480     05  FILLER                 PIC X(26) VALUE SPACES.
001490     COPY RPTHDFT.
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     IF NOT WS-CARD-GOOD
001540         CLOSE RPT-FILE
001550         MOVE 8 TO RETURN-CODE
001560         GOBACK.
001570     PERFORM 2000-RECALL-ARCHIVES THRU 2000-EXIT.
001580     MOVE WS-LIVE-NAME TO WS-SRC-NAME.
001590     MOVE '(LIVE)' TO WS-FD-NOTE.
001600     PERFORM 3000-RECALL-FILE THRU 3000-EXIT.
001610     CLOSE OUT-FILE.
001620     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001630     CLOSE RPT-FILE.
001640     DISPLAY 'ARCRECAL: ' WS-TOT-RECALLED
001650         ' RECORD(S) RECALLED TO ' WS-OUT-NAME ' FROM '
001660         WS-FILES-COUNT ' FILE(S).'.
001670     IF WS-TOT-RECALLED = 0
001680         MOVE 4 TO RETURN-CODE
001690     ELSE
001700         MOVE 0 TO RETURN-CODE.
001710     GOBACK.
001720*----------------------------------------------------------*
001730* 1000-INITIALIZE - READ AND CHECK THE REQUEST CARD, OPEN  *
001740* THE LISTING AND ECHO THE REQUEST ON IT, AND OPEN THE     *
001750* WORKING FILE. THE FAMILY AND THE FROM DATE ARE REQUIRED; *
001760* A BLANK TO DATE MEANS THE BUSINESS DATE. A CARD THAT     *
001770* CANNOT BE USED IS SAID ON THE LISTING AND ENDS THE RUN   *
001780* WITH RC 8.                                               *
001790*----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001820     COMPUTE WS-RUN-DATE-INT =
001830         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
001840     OPEN OUTPUT RPT-FILE.
001850     IF NOT WS-RPT-OK
001860         MOVE 'RCALRPT' TO WS-ERRH-FILE-NAME
001870         MOVE 'OPEN' TO WS-ERRH-OPERATION
001880         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001890             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001900             WS-RPT-STATUS WS-ERRH-SEVERITY
001910         GO TO 9999-ABEND.
001920     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001930     MOVE SPACES TO PARM-RECORD.
001940     OPEN INPUT PARM-FILE.
001950     IF NOT WS-PARM-OK
001960         MOVE ' NO REQUEST CARD (RCALPARM) - NOTHING '
001970             TO RPT-RECORD
001980         MOVE 'RECALLED' TO RPT-RECORD (39:8)
001990         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002000         DISPLAY 'ARCRECAL: NO REQUEST CARD (RCALPARM).'
002010         GO TO 1000-EXIT.
002020     READ PARM-FILE.
002030     CLOSE PARM-FILE.
002040     IF RC-FAMILY-AUDIT
002050         MOVE 'AUDITLOG' TO WS-LIVE-NAME
002060         MOVE 'AUDARCH.' TO WS-ARCH-PREFIX
002070         MOVE 'AUDRECAL' TO WS-OUT-NAME
002080     ELSE
002090         IF RC-FAMILY-ERRLOG
002100             MOVE 'ERRLOG' TO WS-LIVE-NAME
002110             MOVE 'ERRARCH.' TO WS-ARCH-PREFIX
002120             MOVE 'ERRRECAL' TO WS-OUT-NAME
002130         ELSE
002140             IF RC-FAMILY-TMPHIST
002150                 MOVE 'TMPHIST' TO WS-LIVE-NAME
002160                 MOVE 'TMPHARCH.' TO WS-ARCH-PREFIX
002170                 MOVE 'TMPRECAL' TO WS-OUT-NAME
002180             ELSE
002190                 MOVE ' UNKNOWN FILE FAMILY ON RCALPARM - '
002200                     TO RPT-RECORD
002210                 MOVE 'NOTHING RECALLED' TO RPT-RECORD (36:16)
002220                 PERFORM 4900-PUT-LINE THRU 4900-EXIT
002230                 DISPLAY 'ARCRECAL: UNKNOWN FILE FAMILY '
002240                     RC-FAMILY '.'
002250                 GO TO 1000-EXIT.
002260     IF RC-DATE-FROM NOT NUMERIC OR RC-DATE-FROM = 0
002270         MOVE ' NO FROM DATE ON RCALPARM - NOTHING '
002280             TO RPT-RECORD
002290         MOVE 'RECALLED' TO RPT-RECORD (37:8)
002300         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002310         DISPLAY 'ARCRECAL: NO FROM DATE ON THE REQUEST CARD.'
002320         GO TO 1000-EXIT.
002330     MOVE RC-DATE-FROM TO WS-DATE-FROM.
002340     MOVE WS-RUN-DATE-NUM TO WS-DATE-TO.
002350     IF RC-DATE-TO NUMERIC AND RC-DATE-TO > 0
002360         MOVE RC-DATE-TO TO WS-DATE-TO.
002370     IF WS-DATE-TO < WS-DATE-FROM
002380         MOVE ' TO DATE BEFORE FROM DATE ON RCALPARM - NOTHING '
002390             TO RPT-RECORD
002400         MOVE 'RECALLED' TO RPT-RECORD (49:8)
002410         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002420         DISPLAY 'ARCRECAL: DATE RANGE ON THE REQUEST CARD IS '
002430             'BACKWARDS.'
002440         GO TO 1000-EXIT.
002450     IF RC-OUTPUT NOT = SPACES
002460         MOVE RC-OUTPUT TO WS-OUT-NAME.
002470     MOVE RC-FAMILY TO WS-RQ-FAMILY.
002480     MOVE WS-DATE-FROM TO WS-RQ-FROM.
002490     MOVE WS-DATE-TO TO WS-RQ-TO.
002500     MOVE WS-OUT-NAME TO WS-RQ-OUTPUT.
002510     MOVE WS-REQUEST-LINE TO RPT-RECORD.
002520     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002530     PERFORM 1100-ECHO-FILTERS THRU 1100-EXIT.
002540     OPEN OUTPUT OUT-FILE.
002550     IF NOT WS-OUT-OK
002560         MOVE 'RCALOUT' TO WS-ERRH-FILE-NAME
002570         MOVE 'OPEN' TO WS-ERRH-OPERATION
002580         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002590             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002600             WS-OUT-STATUS WS-ERRH-SEVERITY
002610         GO TO 9999-ABEND.
002620     MOVE "Y" TO WS-CARD-SW.
002630     MOVE SPACES TO RPT-RECORD.
002640     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002650     MOVE WS-COLUMN-LINE TO RPT-RECORD.
002660     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------*
002700* 1100-ECHO-FILTERS - THE FILTERS IN FORCE. ONE THAT THE   *
002710* FAMILY DOES NOT CARRY (A STATION ON AUDITLOG, A PROGRAM  *
002720* ON TMPHIST, A FILE NAME ANYWHERE BUT ERRLOG) IS SHOWN AS *
002730* NOT USED AND IGNORED.                                    *
002740*----------------------------------------------------------*
002750 1100-ECHO-FILTERS.
002760     MOVE 'ALL' TO WS-FL-PROGRAM.
002770     MOVE 'ALL' TO WS-FL-STATION.
002780     MOVE 'ALL' TO WS-FL-FILE-NAME.
002790     IF RC-PROGRAM NOT = SPACES
002800         IF RC-FAMILY-TMPHIST
002810             MOVE 'NOT USED' TO WS-FL-PROGRAM
002820         ELSE
002830             MOVE RC-PROGRAM TO WS-FL-PROGRAM.
002840     IF RC-STATION NOT = SPACES
002850         IF RC-FAMILY-TMPHIST
002860             MOVE RC-STATION TO WS-FL-STATION
002870         ELSE
002880             MOVE 'NOT USED' TO WS-FL-STATION.
002890     IF RC-FILE-NAME NOT = SPACES
002900         IF RC-FAMILY-ERRLOG
002910             MOVE RC-FILE-NAME TO WS-FL-FILE-NAME
002920         ELSE
002930             MOVE 'NOT USED' TO WS-FL-FILE-NAME.
002940     MOVE WS-FILTER-LINE TO RPT-RECORD.
002950     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002960 1100-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002990* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND TITLE,      *
003000* REPEATED AT EVERY PAGE BREAK.                            *
003010*----------------------------------------------------------*
003020 0500-PRINT-HEADER.
003030     MOVE 'ARCRECAL' TO RPTHD-PROGRAM-NAME.
003040     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
003050     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
003060     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
003070     WRITE RPT-RECORD.
003080     MOVE 'ARCHIVE RECALL' TO RPTTL-COLUMN-TITLES.
003090     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003100     WRITE RPT-RECORD.
003110     ADD 1 TO RPT-PAGE-NUMBER.
003120     MOVE 2 TO RPT-LINES-ON-PAGE.
003130 0500-EXIT.
003140     EXIT.
003150*----------------------------------------------------------*
003160* 2000-RECALL-ARCHIVES - AN ARCHIVE IS NAMED FOR THE NIGHT *
003170* IT WAS WRITTEN AND HOLDS ONLY RECORDS FROM BEFORE THAT   *
003180* NIGHT, SO ANY GENERATION DATED AFTER THE FROM DATE, UP   *
003190* TO THE BUSINESS DATE, CAN HOLD SOME OF THE RANGE (HOW    *
003200* FAR BEHIND DEPENDS ON THE RETENTION CARD IN FORCE THAT   *
003210* NIGHT). EACH ONE THAT EXISTS IS READ IN DATE ORDER.      *
003220*----------------------------------------------------------*
003230 2000-RECALL-ARCHIVES.
003240     COMPUTE WS-SCAN-INT =
003250         FUNCTION INTEGER-OF-DATE(WS-DATE-FROM) + 1.
003260     MOVE SPACES TO WS-FD-NOTE.
003270 2010-NEXT-DAY.
003280     IF WS-SCAN-INT > WS-RUN-DATE-INT
003290         GO TO 2000-EXIT.
003300     COMPUTE WS-ARCH-DATE = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
003310     MOVE SPACES TO WS-SRC-NAME.
003320     STRING WS-ARCH-PREFIX DELIMITED BY SPACE
003330         WS-ARCH-DATE DELIMITED BY SIZE
003340         INTO WS-SRC-NAME.
003350     PERFORM 3000-RECALL-FILE THRU 3000-EXIT.
003360     ADD 1 TO WS-SCAN-INT.
003370     GO TO 2010-NEXT-DAY.
003380 2000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------*
003410* 3000-RECALL-FILE - ONE PASS OVER THE FILE IN             *
003420* WS-SRC-NAME, COPYING EVERY RECORD DATED IN THE RANGE     *
003430* THAT PASSES THE FILTERS TO THE WORKING FILE AS IT        *
003440* STANDS. A FILE THAT IS NOT THERE IS SKIPPED WITHOUT A    *
003450* LINE.                                                    *
003460*----------------------------------------------------------*
003470 3000-RECALL-FILE.
003480     OPEN INPUT SRC-FILE.
003490     IF NOT WS-SRC-OK
003500         GO TO 3000-EXIT.
003510     MOVE 0 TO WS-FILE-READ.
003520     MOVE 0 TO WS-FILE-RECALLED.
003530 3010-READ-NEXT.
003540     READ SRC-FILE
003550         AT END
003560             GO TO 3090-FILE-DONE.
003570     ADD 1 TO WS-FILE-READ.
003580     PERFORM 3100-SELECT-RECORD THRU 3100-EXIT.
003590     IF NOT WS-KEEP-RECORD
003600         GO TO 3010-READ-NEXT.
003610     MOVE SRC-RECORD TO OUT-RECORD.
003620     WRITE OUT-RECORD.
003630     IF NOT WS-OUT-OK
003640         MOVE 'RCALOUT' TO WS-ERRH-FILE-NAME
003650         MOVE 'WRITE' TO WS-ERRH-OPERATION
003660         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003670             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003680             WS-OUT-STATUS WS-ERRH-SEVERITY
003690         GO TO 9999-ABEND.
003700     ADD 1 TO WS-FILE-RECALLED.
003710     GO TO 3010-READ-NEXT.
003720 3090-FILE-DONE.
003730     CLOSE SRC-FILE.
003740     ADD 1 TO WS-FILES-COUNT.
003750     ADD WS-FILE-READ TO WS-TOT-READ.
003760     ADD WS-FILE-RECALLED TO WS-TOT-RECALLED.
003770     MOVE WS-SRC-NAME TO WS-FD-NAME.
003780     MOVE WS-FILE-READ TO WS-FD-READ.
003790     MOVE WS-FILE-RECALLED TO WS-FD-RECALLED.
003800     MOVE WS-FILE-LINE TO RPT-RECORD.
003810     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003820 3000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 3100-SELECT-RECORD - LAY THE RECORD OVER ITS FAMILY'S    *
003860* LAYOUT AND KEEP IT WHEN ITS DATE IS IN THE RANGE AND     *
003870* EVERY FILTER THE FAMILY CARRIES MATCHES. A RECORD WITH   *
003880* NO USABLE DATE CANNOT BE PLACED IN THE RANGE AND IS LEFT *
003890* OUT.                                                     *
003900*----------------------------------------------------------*
003910 3100-SELECT-RECORD.
003920     MOVE "N" TO WS-KEEP-SW.
003930     IF RC-FAMILY-AUDIT
003940         MOVE SRC-RECORD TO AUDIT-RECORD
003950         MOVE AUD-RUN-DATE TO WS-REC-DATE-X
003960         IF RC-PROGRAM NOT = SPACES
003970             AND AUD-PROGRAM-ID NOT = RC-PROGRAM
003980             GO TO 3100-EXIT.
003990     IF RC-FAMILY-ERRLOG
004000         MOVE SRC-RECORD TO ERRLOG-RECORD
004010         MOVE ELOG-DATE TO WS-REC-DATE-X
004020         IF RC-PROGRAM NOT = SPACES
004030             AND ELOG-PROGRAM-ID NOT = RC-PROGRAM
004040             GO TO 3100-EXIT.
004050     IF RC-FAMILY-ERRLOG
004060         IF RC-FILE-NAME NOT = SPACES
004070             AND ELOG-FILE-NAME NOT = RC-FILE-NAME
004080             GO TO 3100-EXIT.
004090     IF RC-FAMILY-TMPHIST
004100         MOVE SRC-RECORD TO HISTORY-RECORD
004110         MOVE HIST-RUN-DATE TO WS-REC-DATE-X
004120         IF RC-STATION NOT = SPACES
004130             AND HIST-STATION NOT = RC-STATION
004140             GO TO 3100-EXIT.
004150     IF WS-REC-DATE-X NOT NUMERIC
004160         GO TO 3100-EXIT.
004170     IF WS-REC-DATE < WS-DATE-FROM OR WS-REC-DATE > WS-DATE-TO
004180         GO TO 3100-EXIT.
004190     MOVE "Y" TO WS-KEEP-SW.
004200 3100-EXIT.
004210     EXIT.
004220*----------------------------------------------------------*
004230* 4000-PRINT-TOTALS - FILES READ AND RECORDS READ AND      *
004240* RECALLED OVER THE WHOLE REQUEST.                         *
004250*----------------------------------------------------------*
004260 4000-PRINT-TOTALS.
004270     MOVE SPACES TO RPT-RECORD.
004280     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004290     MOVE WS-FILES-COUNT TO WS-TL-FILES.
004300     MOVE WS-TOT-READ TO WS-TL-READ.
004310     MOVE WS-TOT-RECALLED TO WS-TL-RECALLED.
004320     MOVE WS-TOTAL-LINE TO RPT-RECORD.
004330     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004340     IF WS-FILES-COUNT = 0
004350         MOVE ' NO ARCHIVE OR LIVE FILE FOUND FOR THE RANGE'
004360             TO RPT-RECORD
004370         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004380 4000-EXIT.
004390     EXIT.
004400*----------------------------------------------------------*
004410* 4900-PUT-LINE - ONE LISTING LINE WITH THE SHOP'S         *
004420* STANDARD WRITE CHECK AND PAGE-BREAK HANDLING.            *
004430*----------------------------------------------------------*
004440 4900-PUT-LINE.
004450     WRITE RPT-RECORD.
004460     IF NOT WS-RPT-OK
004470         MOVE 'RCALRPT' TO WS-ERRH-FILE-NAME
004480         MOVE 'WRITE' TO WS-ERRH-OPERATION
004490         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004500             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004510             WS-RPT-STATUS WS-ERRH-SEVERITY
004520         IF WS-ERRH-SEVERE
004530             GO TO 9999-ABEND.
004540     ADD 1 TO RPT-LINES-ON-PAGE.
004550     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004560         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004570 4900-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004600* 9999-ABEND - THE WORKING FILE OR THE LISTING COULD NOT   *
004610* BE OPENED OR WRITTEN. END THE RUN WITH A NONZERO         *
004620* RETURN-CODE.                                             *
004630*----------------------------------------------------------*
004640 9999-ABEND.
004650     DISPLAY 'ARCRECAL: ABENDING - UNRECOVERABLE FILE ERROR.'.
004660     CLOSE OUT-FILE.
004670     CLOSE RPT-FILE.
004680     MOVE 16 TO RETURN-CODE.
004690     GOBACK.
