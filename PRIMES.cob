000250*                REPORTING INSTEAD OF JUST SCROLLING BY.      *
000260* 2026-08-09 AG  ADDED A MINMAX-STYLE RANGE ANALYSIS OVER THE *
000270*                PRIMES FOUND, REPORTING THE SMALLEST AND     *
000271*                LARGEST PRIME IN THE SCANNED RANGE.          *
000272* 2026-08-09 AG  STOP RUN REPLACED WITH GOBACK SO THE NIGHTLY *
000273*                BATCH DRIVER (NITEBATCH) CAN CALL THIS AS A  *
000274*                SUBPROGRAM. BEHAVES THE SAME AS STOP RUN     *
000275*                WHEN RUN STANDALONE.                         *
000276* 2026-08-09 AG  WRITES ONE ENTRY TO THE SHARED AUDIT FILE     *
000277*                (AUDITLOG) ON COMPLETION USING THE SHOP'S     *
000278*                COMMON AUDIT-RECORD COPYBOOK (AUDITREC).      *
000279* 2026-08-09 AG  REPORT OUTPUT NOW OPENS WITH A STANDARD        *
000280*                HEADER/COLUMN-TITLE LINE (RUN DATE, PROGRAM    *
000281*                NAME, PAGE NUMBER) FROM THE SHOP'S SHARED      *
000289*                REPORT HEADER COPYBOOK (RPTHDFT), REPEATED     *
000290*                EVERY PAGE BREAK.                              *
000291* 2026-08-09 AG  THE WRITES TO PRMOUT AND AUDITLOG NOW CALL      *
000292*                THE SHOP'S SHARED ERRHANDLE SUBPROGRAM ON A     *
000293*                BAD FILE STATUS INSTEAD OF IGNORING IT. A       *
000337*                FULL ACCUMULATED SET READ BACK FROM THE MASTER.     *
000338*                THE DETAIL REPORT COVERS THE INTERVAL THIS RUN      *
000339*                ACTUALLY SCANNED.                                   *
000340* 2026-08-22 AG  THE HIGH-WATER MARK IS NO LONGER ADVANCED WHEN      *
000341*                THE PRIME MASTER COULD NOT BE OPENED - NOTHING      *
000342*                WAS PERSISTED, SO THE INTERVAL STAYS ELIGIBLE FOR   *
000343*                RESCAN INSTEAD OF ITS PRIMES VANISHING FROM THE     *
000344*                ACCUMULATED SET FOREVER.                            *
000345* 2026-08-22 AG  1800-TRACK-PRIME-RANGE NOW ALSO TRACKS GAP          *
000346*                STATISTICS OVER THE SCANNED INTERVAL - LARGEST      *
000347*                GAP BETWEEN CONSECUTIVE PRIMES (AND THE PAIR IT     *
000348*                FALLS BETWEEN), TWIN-PRIME PAIR COUNT, AND THE      *
000349*                AVERAGE GAP - AND 2800-PRINT-SUMMARY WRITES THEM    *
000350*                AS ADDITIONAL SUMMARY RECORDS ON PRMOUT, SO THE     *
000351*                ANALYSTS STOP RE-DERIVING THEM DOWNSTREAM FROM      *
000352*                THE DETAIL LINES.                                   *
000353* 2026-10-11 AG  ADDED THE BLOCK ORGANIZATION OF THE PRIME MASTER    *
000354*                (PRMBLOK, ONE RECORD OF PRIMALITY FLAGS PER 1,000   *
000355*                INTEGERS - SEE PRMBKREC), IN FORCE WHEN THE         *
000356*                HIGH-WATER MARK RECORD CARRIES 'B' IN ITS NEW       *
000357*                ORGANIZATION COLUMN (SET BY THE PRMCONV CONVERSION, *
000358*                AND CARRIED FORWARD WHENEVER THE MARK IS ADVANCED). *
000359*                SIEVE MODE THEN CUTS WHOLE BLOCKS STRAIGHT FROM THE *
000360*                SIEVE TABLE AND WRITES THEM; TRIAL-DIVISION MODE    *
000361*                FLAGS EACH NUMBER INTO ITS BLOCK AND WRITES THE     *
000362*                BLOCK WHEN THE SCAN MOVES PAST IT. THE GAP AND      *
000363*                TWIN-PRIME ANALYSIS AND THE SCANNED-RANGE           *
000364*                SMALLEST/LARGEST ARE THEN TAKEN BY READING THE      *
000365*                WRITTEN BLOCKS BACK, AND THE ACCUMULATED SUMMARY    *
000366*                ADDS UP THE BLOCK PRIME COUNTS INSTEAD OF READING   *
000367*                ONE RECORD PER PRIME. THE PER-PRIME PRMMAST PATH IS *
000368*                UNCHANGED.                                          *
000369* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO THE     *
000370*                INDEXED AUDIT STORE (AUDINDEX) THROUGH AUDXPOST     *
000371*                ONCE IT IS SAFELY ON AUDITLOG, SO THE READERS CAN   *
000372*                FIND IT BY KEY.                                     *
000373*----------------------------------------------------------*
000374 ENVIRONMENT DIVISION.
000375 INPUT-OUTPUT SECTION.
000376 FILE-CONTROL.
000377     SELECT PARM-FILE ASSIGN TO "PRMPARM"
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS WS-PARM-STATUS.
000380     SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
000381         ORGANIZATION IS LINE SEQUENTIAL
000382         FILE STATUS IS WS-REPORT-STATUS.
000383     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-AUDIT-STATUS.
000387     SELECT MASTER-FILE ASSIGN TO "PRMMAST"
000392     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000393         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-HIWATER-STATUS.
000396     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000398         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000402         RECORD KEY IS PB-BLOCK-NO
000404         FILE STATUS IS WS-BLOCK-STATUS.
000406 DATA DIVISION.
000408 FILE SECTION.
000410 FD  PARM-FILE
000420     RECORD CONTAINS 80 CHARACTERS.
000430 01  PARM-RECORD.
000533     RECORD CONTAINS 80 CHARACTERS.
000534 01  HIWATER-RECORD.
000535     05  HW-LAST-SCANNED        PIC 9(10).
000536     05  HW-MASTER-ORG          PIC X(01).
000538     05  FILLER                 PIC X(69).
000540 FD  BLOCK-FILE
000542     RECORD CONTAINS 1024 CHARACTERS.
000544     COPY PRMBKREC.
000546 WORKING-STORAGE SECTION.
000548 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000550     88  WS-PARM-OK                       VALUE "00".
000560     88  WS-PARM-EOF                      VALUE "10".
000570 01  WS-REPORT-STATUS           PIC X(02) VALUE "00".
000600 01  WS-MAXNUM  PIC 9(10) VALUE 10.
000610 01  WS-DIVISOR PIC 9(10).
000620 01  WS-QUOT    PIC 9(10).
000621 01  WS-REM     PIC 9(10).
000622 01  WS-PRIME-SW            PIC X(01) VALUE "Y".
000623     88  WS-IS-PRIME                  VALUE "Y".
000624 01  WS-PRIME-COUNT         PIC 9(10) COMP VALUE 0.
000625 01  WS-SCANNED-COUNT       PIC 9(09) VALUE 0.
000626 01  WS-RUN-DATE-NUM        PIC 9(08) VALUE 0.
000627 01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
000628     88  WS-MASTER-OK                 VALUE "00".
000629     88  WS-MASTER-EOF                VALUE "10".
000630 01  WS-HIWATER-STATUS      PIC X(02) VALUE "00".
000631     88  WS-HIWATER-OK                VALUE "00".
000632 01  WS-HIWATER             PIC 9(10) VALUE 0.
000633 01  WS-SCAN-START          PIC 9(10) VALUE 0.
000634 01  WS-MAST-OPEN-SW        PIC X(01) VALUE "N".
000635     88  WS-MAST-OPEN                 VALUE "Y".
000636 01  WS-BLOCK-STATUS        PIC X(02) VALUE "00".
000637     88  WS-BLOCK-OK                  VALUE "00".
000638 01  WS-MASTER-ORG          PIC X(01) VALUE SPACE.
000639     88  WS-BLOCK-ORG                 VALUE "B".
000640 01  WS-BK-LOADED-SW        PIC X(01) VALUE "N".
000641     88  WS-BK-LOADED                 VALUE "Y".
000642 01  WS-BK-BLOCK            PIC 9(08) VALUE 0.
000643 01  WS-BK-LAST-BLOCK       PIC 9(08) VALUE 0.
000644 01  WS-BK-FIRST-NUM        PIC 9(10) VALUE 0.
000645 01  WS-BK-NUM              PIC 9(10) VALUE 0.
000646 01  WS-BK-SUB              PIC 9(04) VALUE 0.
000649 01  WS-BK-LEN              PIC 9(04) VALUE 0.
000650 01  WS-ACC-COUNT           PIC 9(10) VALUE 0.
000651 01  WS-ACC-MINV            PIC 9(10) VALUE 0.
000652 01  WS-ACC-MAXV            PIC 9(10) VALUE 0.
000680         VALUE 'AVERAGE PRIME GAP '.
000681     05  WS-AL-AVG          PIC ZZZZZ9.99.
000682     05  FILLER             PIC X(53) VALUE SPACES.
000683 01  WS-SCAN-MODE           PIC X(01) VALUE SPACE.
000684     88  WS-SIEVE-MODE                VALUE "S".
000685 01  WS-SIEVE-LIMIT         PIC 9(07) VALUE 1000000.
000686 01  WS-SIEVE-I             PIC 9(10) COMP VALUE 0.
000687 01  WS-SIEVE-J             PIC 9(10) COMP VALUE 0.
000688 01  WS-SIEVE.
000689     05  WS-SIEVE-FLAG OCCURS 1000000 TIMES
000690                            PIC X(01).
000691 01  WS-REPORT-NAME         PIC X(15)
000692         VALUE 'PRMOUT.00000000'.
000693 01  WS-REPORT-NAME-R REDEFINES WS-REPORT-NAME.
000694     05  FILLER             PIC X(07).
000695     05  WS-REPORT-GEN-DATE PIC 9(08).
000696 01  WS-PRIME-MINV          PIC 9(10) VALUE 0.
000697 01  WS-PRIME-MAXV          PIC 9(10) VALUE 0.
000698 01  WS-PRIME-FIRST-SW      PIC X(01) VALUE "Y".
000700     88  WS-IS-PRIME-FIRST            VALUE "Y".
000701 01  WS-ERRH-PROGRAM-ID     PIC X(10) VALUE 'PRIMES'.
000702 01  WS-ERRH-FILE-NAME      PIC X(08).
000703 01  WS-ERRH-OPERATION      PIC X(06).
000704 01  WS-ERRH-SEVERITY       PIC X(02).
000706     88  WS-ERRH-SEVERE               VALUE "08".
000708     COPY RPTHDFT.
000710 01  WS-RUN-ID              PIC 9(04) VALUE 0.
000715 PROCEDURE DIVISION.
000720 MAIN.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000732     IF WS-SIEVE-MODE AND WS-MAXNUM > WS-SIEVE-LIMIT
000740     IF WS-SIEVE-MODE
000742         PERFORM 2000-SIEVE-SCAN THRU 2000-EXIT
000744     ELSE
000745         PERFORM PRIMES UNTIL WS-CURSOR > WS-MAXNUM.
000746     IF WS-MAST-OPEN AND WS-BLOCK-ORG
000747         PERFORM 2300-BLOCK-ANALYSIS THRU 2300-EXIT.
000748     PERFORM 9100-CLOSE-MASTER THRU 9100-EXIT.
000750     PERFORM 2800-PRINT-SUMMARY THRU 2800-EXIT.
000760     CLOSE REPORT-FILE.
000934         ELSE
000936             COMPUTE WS-SCAN-START = WS-HIWATER + 1
000938         END-IF
000939     ELSE
000940         DISPLAY 'PRIMES: RANGE ALREADY SCANNED THROUGH '
000941             WS-HIWATER ' - NO NEW INTERVAL'
000942         COMPUTE WS-SCAN-START = WS-MAXNUM + 1.
000943     MOVE WS-SCAN-START TO WS-CURSOR.
000944 1000-EXIT.
000945     EXIT.
000946*----------------------------------------------------------*
000947* 1050-READ-HIWATER - PICK UP THE LAST NUMBER ANY PRIOR RUN  *
000948* SCANNED. NO FILE MEANS NOTHING HAS EVER BEEN SCANNED.      *
000949*----------------------------------------------------------*
000950 1050-READ-HIWATER.
000951     OPEN INPUT HIWATER-FILE.
000952     IF NOT WS-HIWATER-OK
000953         GO TO 1050-EXIT.
000954     READ HIWATER-FILE.
000955     IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
000956         MOVE HW-LAST-SCANNED TO WS-HIWATER
000957         MOVE HW-MASTER-ORG TO WS-MASTER-ORG.
000958     CLOSE HIWATER-FILE.
000959 1050-EXIT.
000960     EXIT.
000961*----------------------------------------------------------*
000962* 1060-OPEN-MASTER - OPEN THE PRIME MASTER FOR THE RUN,      *
000963* CREATING IT ON THE FIRST EVER RUN, THE WAY MULTIDCOB       *
000964* TREATS ITS OWN MASTER FILE.                                *
000965*----------------------------------------------------------*
000966 1060-OPEN-MASTER.
000967     IF WS-BLOCK-ORG
000968         PERFORM 1070-OPEN-BLOCKS THRU 1070-EXIT
000969         GO TO 1060-EXIT.
000970     OPEN I-O MASTER-FILE.
000971     IF WS-MASTER-OK
000972         MOVE "Y" TO WS-MAST-OPEN-SW
000982             'FOUND PRIMES WILL NOT BE PERSISTED'.
000983 1060-EXIT.
000984     EXIT.
000985*----------------------------------------------------------*
000986* 1070-OPEN-BLOCKS - THE SAME FOR THE BLOCK ORGANIZATION OF *
000987* THE MASTER (PRMBLOK).                                     *
000988*----------------------------------------------------------*
000989 1070-OPEN-BLOCKS.
000990     OPEN I-O BLOCK-FILE.
000991     IF WS-BLOCK-OK
000992         MOVE "Y" TO WS-MAST-OPEN-SW
000993         GO TO 1070-EXIT.
000994     OPEN OUTPUT BLOCK-FILE.
000995     IF WS-BLOCK-OK
000996         CLOSE BLOCK-FILE
000997         OPEN I-O BLOCK-FILE
000998         IF WS-BLOCK-OK
000999             MOVE "Y" TO WS-MAST-OPEN-SW.
001000     IF NOT WS-MAST-OPEN
001001         DISPLAY 'PRIMES: PRIME BLOCK MASTER UNAVAILABLE - '
001002             'FOUND PRIMES WILL NOT BE PERSISTED'.
001003 1070-EXIT.
001004     EXIT.
001005*----------------------------------------------------------*
001006* 0500-PRINT-HEADER - WRITE THE SHOP-STANDARD HEADER AND     *
001007* COLUMN-TITLE LINES AND RESET THE PAGE LINE COUNT. CALLED   *
001008* ONCE AT OPEN AND AGAIN EVERY TIME THE PAGE FILLS.          *
001009*----------------------------------------------------------*
001010 0500-PRINT-HEADER.
001011     MOVE 'PRIMES' TO RPTHD-PROGRAM-NAME.
001012     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
001013     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001014     MOVE RPT-HEADER-RECORD TO REPORT-RECORD.
001015     WRITE REPORT-RECORD.
001016     MOVE 'NUMBER     LABEL' TO RPTTL-COLUMN-TITLES.
001017     MOVE RPT-TITLE-RECORD TO REPORT-RECORD.
001018     WRITE REPORT-RECORD.
001019     ADD 1 TO RPT-PAGE-NUMBER.
001020     MOVE 0 TO RPT-LINES-ON-PAGE.
001021 0500-EXIT.
001022     EXIT.
001023*----------------------------------------------------------*
001024* PRIMES - TEST THE CURRENT WS-CURSOR FOR PRIMALITY, WRITE  *
001025* THE RESULT TO SYSOUT AND TO THE REPORT FILE, AND TRACK    *
001026* THE SMALLEST/LARGEST PRIME SEEN SO FAR.                   *
001027*----------------------------------------------------------*
001028 PRIMES.
001029     IF WS-CURSOR < 2
001030         MOVE "N" TO WS-PRIME-SW
001050     ELSE
001060         PERFORM 1500-TEST-PRIME THRU 1500-EXIT.
001070     PERFORM 1600-REPORT-NUMBER THRU 1600-EXIT.
001071     ADD 1 TO WS-CURSOR.
001072*----------------------------------------------------------*
001073* 1600-REPORT-NUMBER - REPORT THE CURSOR VALUE'S VERDICT    *
001074* (WS-PRIME-SW) TO SYSOUT AND THE REPORT FILE AND ROLL THE  *
001075* RUNNING COUNTS. SHARED BY THE TRIAL-DIVISION AND SIEVE    *
001076* SCAN MODES SO BOTH PRODUCE THE IDENTICAL PRMOUT.          *
001077*----------------------------------------------------------*
001078 1600-REPORT-NUMBER.
001079     MOVE WS-CURSOR TO RPT-NUMBER.
001080     IF WS-IS-PRIME
001081         ADD 1 TO WS-PRIME-COUNT
001082         IF NOT WS-MAST-OPEN OR NOT WS-BLOCK-ORG
001083             PERFORM 1800-TRACK-PRIME-RANGE THRU 1800-EXIT
001084         END-IF
001085         DISPLAY WS-CURSOR ' IS PRIME!'
001086         MOVE 'PRIME' TO RPT-LABEL
001087         IF WS-MAST-OPEN AND NOT WS-BLOCK-ORG
001088             MOVE SPACES TO MASTER-RECORD
001089             MOVE WS-CURSOR TO PM-PRIME
001090             WRITE MASTER-RECORD
001091                 INVALID KEY CONTINUE
001092             END-WRITE
001093         END-IF
001094     ELSE
001095         DISPLAY WS-CURSOR ' IS NOT PRIME.'
001096         MOVE 'NOT PRIME' TO RPT-LABEL
001097     END-IF.
001098     IF WS-MAST-OPEN AND WS-BLOCK-ORG AND NOT WS-SIEVE-MODE
001099         PERFORM 1700-FLAG-IN-BLOCK THRU 1700-EXIT.
001100     WRITE REPORT-RECORD.
001101     IF NOT WS-REPORT-OK
001102         MOVE 'PRMOUT' TO WS-ERRH-FILE-NAME
001103         MOVE 'WRITE' TO WS-ERRH-OPERATION
001104         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001105             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001106             WS-REPORT-STATUS WS-ERRH-SEVERITY
001107         IF WS-ERRH-SEVERE
001108             GO TO 9999-ABEND.
001109     ADD 1 TO RPT-LINES-ON-PAGE.
001110     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
001111         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001112     ADD 1 TO WS-SCANNED-COUNT.
001113 1600-EXIT.
001114     EXIT.
001115*----------------------------------------------------------*
001116* 1700-FLAG-IN-BLOCK - BLOCK ORGANIZATION, TRIAL-DIVISION   *
001117* MODE: SET THE CURSOR VALUE'S FLAG IN ITS BLOCK. WHEN THE  *
001118* SCAN CROSSES INTO A NEW BLOCK THE FINISHED ONE IS WRITTEN *
001119* AND THE NEW ONE IS FETCHED - A BLOCK THE MARK ENDED PART  *
001120* WAY THROUGH LAST RUN ALREADY EXISTS AND KEEPS ITS LOWER   *
001121* FLAGS - OR STARTED WITH EVERY FLAG OFF.                   *
001122*----------------------------------------------------------*
001123 1700-FLAG-IN-BLOCK.
001124     DIVIDE WS-CURSOR BY 1000 GIVING WS-BK-BLOCK.
001125     IF WS-BK-LOADED AND PB-BLOCK-NO NOT = WS-BK-BLOCK
001126         PERFORM 1750-SAVE-BLOCK THRU 1750-EXIT.
001127     IF NOT WS-BK-LOADED
001128         MOVE WS-BK-BLOCK TO PB-BLOCK-NO
001129         READ BLOCK-FILE
001130             INVALID KEY
001131                 MOVE SPACES TO PRMBLOK-RECORD
001132                 MOVE WS-BK-BLOCK TO PB-BLOCK-NO
001133                 MOVE ALL '0' TO PB-FLAGS
001134         END-READ
001135         MOVE "Y" TO WS-BK-LOADED-SW.
001136     COMPUTE WS-BK-SUB = WS-CURSOR - WS-BK-BLOCK * 1000 + 1.
001137     IF WS-IS-PRIME
001138         MOVE '1' TO PB-FLAG (WS-BK-SUB)
001139     ELSE
001140         MOVE '0' TO PB-FLAG (WS-BK-SUB).
001141 1700-EXIT.
001142     EXIT.
001143*----------------------------------------------------------*
001144* 1750-SAVE-BLOCK - RECOUNT THE BLOCK'S PRIME FLAGS AND     *
001145* WRITE IT, OR REWRITE IT WHEN IT IS ALREADY ON FILE.       *
001146*----------------------------------------------------------*
001147 1750-SAVE-BLOCK.
001148     MOVE 0 TO PB-PRIME-COUNT.
001149     INSPECT PB-FLAGS TALLYING PB-PRIME-COUNT FOR ALL '1'.
001150     WRITE PRMBLOK-RECORD
001151         INVALID KEY
001152             REWRITE PRMBLOK-RECORD
001153     END-WRITE.
001154     IF NOT WS-BLOCK-OK
001155         MOVE 'PRMBLOK' TO WS-ERRH-FILE-NAME
001156         MOVE 'WRITE' TO WS-ERRH-OPERATION
001157         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001158             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001159             WS-BLOCK-STATUS WS-ERRH-SEVERITY.
001160     MOVE "N" TO WS-BK-LOADED-SW.
001161 1750-EXIT.
001162     EXIT.
001163*----------------------------------------------------------*
001164* 2000-SIEVE-SCAN - SIEVE MODE: MARK EVERY COMPOSITE IN THE *
001165* RANGE IN ONE PASS, THEN WALK THE RANGE REPORTING EACH     *
001166* NUMBER THROUGH THE SAME 1600-REPORT-NUMBER THE TRIAL      *
001167* SCAN USES.                                                *
001168*----------------------------------------------------------*
001169 2000-SIEVE-SCAN.
001170     PERFORM 2100-BUILD-SIEVE THRU 2100-EXIT.
001171     IF WS-MAST-OPEN AND WS-BLOCK-ORG
001231         PERFORM 2200-WRITE-SIEVE-BLOCKS THRU 2200-EXIT.
001232     MOVE WS-SCAN-START TO WS-CURSOR.
001233 2010-NEXT-NUMBER.
001234     IF WS-CURSOR > WS-MAXNUM
001275     GO TO 2120-MARK-MULTIPLES.
001276 2120-EXIT.
001277     EXIT.
001278*----------------------------------------------------------*
001279* 2200-WRITE-SIEVE-BLOCKS - BLOCK ORGANIZATION: CUT EVERY   *
001280* BLOCK THE NEW INTERVAL TOUCHES STRAIGHT FROM THE SIEVE    *
001281* TABLE AND WRITE IT WHOLE. THE SIEVE IS COMPLETE FROM 2 UP *
001282* TO MAXNUM, SO A BLOCK THE LAST RUN LEFT PART FILLED IS    *
001283* SIMPLY REPLACED. FLAGS ABOVE MAXNUM STAY OFF.             *
001284*----------------------------------------------------------*
001285 2200-WRITE-SIEVE-BLOCKS.
001286     DIVIDE WS-SCAN-START BY 1000 GIVING WS-BK-BLOCK.
001287     DIVIDE WS-MAXNUM BY 1000 GIVING WS-BK-LAST-BLOCK.
001288 2210-NEXT-BLOCK.
001289     IF WS-SCAN-START > WS-MAXNUM
001290         OR WS-BK-BLOCK > WS-BK-LAST-BLOCK
001291         GO TO 2200-EXIT.
001292     MOVE SPACES TO PRMBLOK-RECORD.
001293     MOVE WS-BK-BLOCK TO PB-BLOCK-NO.
001294     MOVE ALL '0' TO PB-FLAGS.
001295     COMPUTE WS-BK-FIRST-NUM = WS-BK-BLOCK * 1000.
001296*    THE SIEVE HAS NO SLOT FOR 0 AND MARKS 1 AS A CANDIDATE,
001297*    SO BLOCK 0 IS CUT FROM 2 UPWARD.
001298     IF WS-BK-FIRST-NUM = 0
001299         MOVE 2 TO WS-BK-NUM
001300         MOVE 3 TO WS-BK-SUB
001301     ELSE
001302         MOVE WS-BK-FIRST-NUM TO WS-BK-NUM
001303         MOVE 1 TO WS-BK-SUB.
001304     IF WS-BK-FIRST-NUM + 999 > WS-MAXNUM
001305         COMPUTE WS-BK-LEN = WS-MAXNUM - WS-BK-NUM + 1
001306     ELSE
001307         COMPUTE WS-BK-LEN =
001308             WS-BK-FIRST-NUM + 1000 - WS-BK-NUM.
001309     IF WS-BK-NUM NOT > WS-MAXNUM
001310         MOVE WS-SIEVE (WS-BK-NUM:WS-BK-LEN)
001311             TO PB-FLAGS (WS-BK-SUB:WS-BK-LEN)
001312         INSPECT PB-FLAGS CONVERTING 'PC' TO '10'.
001313     MOVE "Y" TO WS-BK-LOADED-SW.
001314     PERFORM 1750-SAVE-BLOCK THRU 1750-EXIT.
001315     ADD 1 TO WS-BK-BLOCK.
001316     GO TO 2210-NEXT-BLOCK.
001317 2200-EXIT.
001318     EXIT.
001319*----------------------------------------------------------*
001320* 2300-BLOCK-ANALYSIS - BLOCK ORGANIZATION: WRITE ANY BLOCK *
001321* STILL PENDING, THEN READ BACK EVERY BLOCK THE NEW         *
001322* INTERVAL TOUCHED AND FEED EACH PRIME FLAGGED IN THE       *
001323* INTERVAL, IN ORDER, THROUGH 1800-TRACK-PRIME-RANGE - SO    *
001324* THE GAP, TWIN-PRIME AND SMALLEST/LARGEST FIGURES DESCRIBE *
001325* WHAT WAS ACTUALLY PERSISTED.                              *
001326*----------------------------------------------------------*
001327 2300-BLOCK-ANALYSIS.
001328     IF WS-BK-LOADED
001329         PERFORM 1750-SAVE-BLOCK THRU 1750-EXIT.
001330     IF WS-SCAN-START > WS-MAXNUM
001331         GO TO 2300-EXIT.
001332     DIVIDE WS-SCAN-START BY 1000 GIVING WS-BK-BLOCK.
001333     DIVIDE WS-MAXNUM BY 1000 GIVING WS-BK-LAST-BLOCK.
001334 2310-NEXT-BLOCK.
001335     IF WS-BK-BLOCK > WS-BK-LAST-BLOCK
001336         GO TO 2300-EXIT.
001337     MOVE WS-BK-BLOCK TO PB-BLOCK-NO.
001338     READ BLOCK-FILE
001339         INVALID KEY
001340             DISPLAY 'PRIMES: *** BLOCK ' WS-BK-BLOCK
001341                 ' NOT ON THE BLOCK MASTER'
001342             GO TO 2330-BUMP-BLOCK
001343     END-READ.
001344     COMPUTE WS-BK-FIRST-NUM = WS-BK-BLOCK * 1000.
001345     MOVE 1 TO WS-BK-SUB.
001346 2320-NEXT-FLAG.
001347     IF WS-BK-SUB > 1000
001348         GO TO 2330-BUMP-BLOCK.
001349     COMPUTE WS-BK-NUM = WS-BK-FIRST-NUM + WS-BK-SUB - 1.
001350     IF PB-FLAG (WS-BK-SUB) = '1'
001351         AND WS-BK-NUM NOT < WS-SCAN-START
001352         AND WS-BK-NUM NOT > WS-MAXNUM
001353         MOVE WS-BK-NUM TO WS-CURSOR
001354         PERFORM 1800-TRACK-PRIME-RANGE THRU 1800-EXIT.
001355     ADD 1 TO WS-BK-SUB.
001356     GO TO 2320-NEXT-FLAG.
001357 2330-BUMP-BLOCK.
001358     ADD 1 TO WS-BK-BLOCK.
001359     GO TO 2310-NEXT-BLOCK.
001360 2300-EXIT.
001361     EXIT.
001362*----------------------------------------------------------*
001363* 1500-TEST-PRIME - TRY EVERY DIVISOR FROM 2 UP TO THE       *
001364* SQUARE ROOT OF WS-CURSOR. STOPPING ONCE THE DIVISOR        *
001365* SQUARED EXCEEDS WS-CURSOR AVOIDS NEEDING AN INTRINSIC       *
001366* SQUARE ROOT FUNCTION AND CATCHES EVERY COMPOSITE.           *
001367*----------------------------------------------------------*
001368 1500-TEST-PRIME.
001369     MOVE "Y" TO WS-PRIME-SW.
001370     MOVE 2 TO WS-DIVISOR.
001371 1510-TEST-NEXT-DIVISOR.
001372     IF WS-DIVISOR * WS-DIVISOR > WS-CURSOR
001373         GO TO 1500-EXIT.
001374     DIVIDE WS-CURSOR BY WS-DIVISOR
001375         GIVING WS-QUOT REMAINDER WS-REM.
001376     IF WS-REM = 0
001377         MOVE "N" TO WS-PRIME-SW
001378         GO TO 1500-EXIT.
001379     ADD 1 TO WS-DIVISOR.
001380     GO TO 1510-TEST-NEXT-DIVISOR.
001390 1500-EXIT.
001400     EXIT.
001590         END-IF
001591         ADD WS-GAP TO WS-GAP-TOTAL
001592         ADD 1 TO WS-GAP-COUNT
001593     END-IF.
001595     MOVE WS-CURSOR TO WS-PREV-PRIME.
001600 1800-EXIT.
001610     EXIT.
001741     PERFORM 2850-GAP-SUMMARY THRU 2850-EXIT.
001742     PERFORM 2900-ACCUMULATED-SUMMARY THRU 2900-EXIT.
001750 2800-EXIT.
001751     EXIT.
001752*----------------------------------------------------------*
001753* 2850-GAP-SUMMARY - GAP STATISTICS OVER THE PRIMES THIS RUN *
001754* SCANNED: LARGEST GAP AND WHERE IT FALLS, TWIN-PRIME PAIR   *
001777     WRITE REPORT-RECORD.
001778 2850-EXIT.
001779     EXIT.
001780*----------------------------------------------------------*
001781* 2900-ACCUMULATED-SUMMARY - COUNT AND RANGE OVER THE FULL   *
001782* SET OF PRIMES ACCUMULATED ON THE MASTER ACROSS EVERY RUN,  *
001783* NOT JUST THE INTERVAL THIS RUN SCANNED. THE MASTER IS READ *
001784* IN KEY ORDER SO THE FIRST RECORD IS THE SMALLEST AND THE   *
001785* LAST IS THE LARGEST.                                       *
001786*----------------------------------------------------------*
001787 2900-ACCUMULATED-SUMMARY.
001788     IF WS-BLOCK-ORG
001789         PERFORM 2950-ACCUMULATED-BLOCKS THRU 2950-EXIT
001790         GO TO 2930-PRINT-ACCUM.
001791     OPEN INPUT MASTER-FILE.
001792     IF NOT WS-MASTER-OK
001793         GO TO 2900-EXIT.
001794 2910-READ-NEXT.
001795     READ MASTER-FILE NEXT RECORD
001796         AT END
001797             GO TO 2920-READ-DONE.
001798     ADD 1 TO WS-ACC-COUNT.
001799     IF WS-ACC-FIRST
001800         MOVE PM-PRIME TO WS-ACC-MINV
001801         MOVE "N" TO WS-ACC-FIRST-SW.
001802     MOVE PM-PRIME TO WS-ACC-MAXV.
001803     GO TO 2910-READ-NEXT.
001804 2920-READ-DONE.
001805     CLOSE MASTER-FILE.
001806 2930-PRINT-ACCUM.
001807     DISPLAY 'ACCUMULATED PRIMES ON MASTER: ' WS-ACC-COUNT.
001808     IF WS-ACC-COUNT > 0
001809         DISPLAY 'ACCUMULATED SMALLEST: ' WS-ACC-MINV
001810         DISPLAY 'ACCUMULATED LARGEST:  ' WS-ACC-MAXV.
001811     MOVE SPACES TO REPORT-RECORD.
001812     MOVE WS-ACC-COUNT TO RPT-NUMBER.
001813     MOVE 'ACCUM CNT' TO RPT-LABEL.
001814     WRITE REPORT-RECORD.
001815     MOVE SPACES TO REPORT-RECORD.
001816     MOVE WS-ACC-MINV TO RPT-NUMBER.
001817     MOVE 'ACCUM MIN' TO RPT-LABEL.
001818     WRITE REPORT-RECORD.
001819     MOVE SPACES TO REPORT-RECORD.
001820     MOVE WS-ACC-MAXV TO RPT-NUMBER.
001821     MOVE 'ACCUM MAX' TO RPT-LABEL.
001822     WRITE REPORT-RECORD.
001823 2900-EXIT.
001824     EXIT.
001825*----------------------------------------------------------*
001826* 2950-ACCUMULATED-BLOCKS - THE SAME FIGURES FROM THE BLOCK *
001827* MASTER: THE SUM OF THE BLOCK PRIME COUNTS, THE FIRST FLAG *
001828* SET IN THE FIRST BLOCK WITH ANY PRIMES AND THE LAST FLAG  *
001829* SET IN THE LAST SUCH BLOCK.                               *
001830*----------------------------------------------------------*
001831 2950-ACCUMULATED-BLOCKS.
001832     OPEN INPUT BLOCK-FILE.
001833     IF NOT WS-BLOCK-OK
001834         GO TO 2950-EXIT.
001835 2955-READ-NEXT.
001836     READ BLOCK-FILE NEXT RECORD
001837         AT END
001838             GO TO 2965-READ-DONE.
001839     IF PB-PRIME-COUNT = 0
001840         GO TO 2955-READ-NEXT.
001841     ADD PB-PRIME-COUNT TO WS-ACC-COUNT.
001842     COMPUTE WS-BK-FIRST-NUM = PB-BLOCK-NO * 1000.
001843     IF WS-ACC-FIRST
001844         MOVE 0 TO WS-BK-SUB
001845         INSPECT PB-FLAGS TALLYING WS-BK-SUB
001846             FOR CHARACTERS BEFORE INITIAL '1'
001847         COMPUTE WS-ACC-MINV = WS-BK-FIRST-NUM + WS-BK-SUB
001848         MOVE "N" TO WS-ACC-FIRST-SW.
001849     MOVE 1000 TO WS-BK-SUB.
001850 2960-FIND-LAST.
001851     IF WS-BK-SUB > 1 AND PB-FLAG (WS-BK-SUB) NOT = '1'
001852         SUBTRACT 1 FROM WS-BK-SUB
001853         GO TO 2960-FIND-LAST.
001854     COMPUTE WS-ACC-MAXV = WS-BK-FIRST-NUM + WS-BK-SUB - 1.
001855     GO TO 2955-READ-NEXT.
001856 2965-READ-DONE.
001857     CLOSE BLOCK-FILE.
001858 2950-EXIT.
001859     EXIT.
001860*----------------------------------------------------------*
001861* 9100-CLOSE-MASTER - CLOSE THE MASTER AND, WHEN THIS RUN    *
001862* SCANNED NEW GROUND, ADVANCE THE HIGH-WATER MARK TO THE     *
001863* TOP OF THE RANGE JUST SCANNED. A RUN WHOSE MASTER NEVER    *
001864* OPENED PERSISTED NOTHING, SO THE OLD MARK IS LEFT ALONE    *
001865* AND THE INTERVAL IS RESCANNED NEXT TIME INSTEAD OF ITS     *
001866* PRIMES GOING MISSING FROM THE MASTER FOR GOOD.             *
001867*----------------------------------------------------------*
001868 9100-CLOSE-MASTER.
001869     IF NOT WS-MAST-OPEN
001870         GO TO 9100-EXIT.
001871     IF WS-BLOCK-ORG
001872         CLOSE BLOCK-FILE
001873     ELSE
001874         CLOSE MASTER-FILE.
001875     MOVE "N" TO WS-MAST-OPEN-SW.
001876     IF WS-MAXNUM > WS-HIWATER
001877         OPEN OUTPUT HIWATER-FILE
001878         MOVE SPACES TO HIWATER-RECORD
001879         MOVE WS-MAXNUM TO HW-LAST-SCANNED
001880         MOVE WS-MASTER-ORG TO HW-MASTER-ORG
001881         WRITE HIWATER-RECORD
001882         CLOSE HIWATER-FILE.
001883 9100-EXIT.
001884     EXIT.
001885*----------------------------------------------------------*
001886* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
001887* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
001888* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT.              *
001889*----------------------------------------------------------*
001890 9000-WRITE-AUDIT.
001891     MOVE SPACES TO AUDIT-RECORD.
001892     CALL 'GETRUNID' USING WS-RUN-ID.
001893     MOVE WS-RUN-ID TO AUD-RUN-ID.
001894     MOVE 'PRIMES' TO AUD-PROGRAM-ID.
001895     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
001896     ACCEPT AUD-RUN-TIME FROM TIME.
001897     MOVE WS-PRIME-COUNT TO AUD-RECORD-COUNT.
001898     MOVE WS-SCANNED-COUNT TO AUD-READ-COUNT.
001899     MOVE WS-SCANNED-COUNT TO AUD-WRITTEN-COUNT.
001900     MOVE 0 TO AUD-REJECT-COUNT.
001901     SET AUD-STATUS-OK TO TRUE.
001902     OPEN EXTEND AUDIT-FILE.
001903     IF NOT WS-AUDIT-OK
001904         CLOSE AUDIT-FILE
001910         OPEN OUTPUT AUDIT-FILE.
001920     WRITE AUDIT-RECORD.
001922     IF NOT WS-AUDIT-OK
001928         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001930             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001932             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
001934     IF WS-AUDIT-OK
001936         CALL 'AUDXPOST' USING AUDIT-RECORD.
001938     CLOSE AUDIT-FILE.
001940 9000-EXIT.
001950     EXIT.
001952*----------------------------------------------------------*
