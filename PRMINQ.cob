000220*                THE PRMHIWTR HIGH-WATER MARK IS REFUSED     *
000230*                CLEANLY - THE MASTER CANNOT ANSWER FOR      *
000240*                GROUND NEVER SCANNED. ANSWERS GO TO SYSOUT  *
000242*                AND THE PRMINQRP REPORT.                    *
000244* 2026-10-11 AG  A COMPOSITE POINT INQUIRY NOW ALSO GETS A   *
000246*                SECOND ANSWER LINE WITH ITS FULL PRIME      *
000248*                FACTORIZATION FROM THE NEW PRMFACT SERVICE, *
000250*                WHICH FACTORS FROM THE PRIMES ALREADY ON    *
000251*                THE MASTER.                                 *
000252* 2026-10-11 AG  WHEN PRMHIWTR SHOWS THE MASTER HAS BEEN     *
000253*                CONVERTED TO THE BLOCK ORGANIZATION         *
000254*                (PRMBLOK), THE INQUIRIES ARE ANSWERED FROM  *
000255*                THE BLOCKS: A POINT PROBE IS ONE FLAG IN A  *
000256*                BLOCK HELD IN STORAGE ACROSS PROBES, AND A  *
000257*                RANGE COUNT ADDS THE STORED COUNT OF EACH   *
000258*                BLOCK WHOLLY INSIDE THE RANGE AND COUNTS    *
000259*                THE FLAGS OF THE TWO END BLOCKS.            *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PM-PRIME
000370         FILE STATUS IS WS-MASTER-STATUS.
000371     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS PB-BLOCK-NO
000375         FILE STATUS IS WS-BLOCK-STATUS.
000380     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HIWATER-STATUS.
000570 01  MASTER-RECORD.
000580     05  PM-PRIME               PIC 9(10).
000590     05  FILLER                 PIC X(70).
000592 FD  BLOCK-FILE
000594     RECORD CONTAINS 1024 CHARACTERS.
000596     COPY PRMBKREC.
000600 FD  HIWATER-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  HIWATER-RECORD.
000630     05  HW-LAST-SCANNED        PIC 9(10).
000640     05  HW-MASTER-ORG          PIC X(01).
000645     05  FILLER                 PIC X(69).
000650 FD  RPT-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  RPT-RECORD                 PIC X(80).
000720 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000730     88  WS-MASTER-OK                     VALUE "00".
000740     88  WS-MASTER-EOF                    VALUE "10".
000743 01  WS-BLOCK-STATUS            PIC X(02) VALUE "00".
000746     88  WS-BLOCK-OK                      VALUE "00".
000750 01  WS-HIWATER-STATUS          PIC X(02) VALUE "00".
000760     88  WS-HIWATER-OK                    VALUE "00".
000770 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000820 01  WS-ERRH-SEVERITY           PIC X(02).
000830     88  WS-ERRH-SEVERE                   VALUE "08".
000840 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000842 01  WS-HIWATER                 PIC 9(10) VALUE 0.
000844 01  WS-MASTER-ORG              PIC X(01) VALUE SPACE.
000846     88  WS-BLOCK-ORG                     VALUE "B".
000850 01  WS-BK-HELD-SW              PIC X(01) VALUE "N".
000851     88  WS-BK-HELD                       VALUE "Y".
000852 01  WS-BK-HELD-BLOCK           PIC 9(08) VALUE 0.
000853 01  WS-BK-BLOCK                PIC 9(08) VALUE 0.
000854 01  WS-BK-LAST-BLOCK           PIC 9(08) VALUE 0.
000855 01  WS-BK-REM                  PIC 9(04) VALUE 0.
000856 01  WS-BK-FIRST-NUM            PIC 9(10) VALUE 0.
000857 01  WS-BK-FROM                 PIC 9(04) VALUE 0.
000858 01  WS-BK-TO                   PIC 9(04) VALUE 0.
000859 01  WS-BK-LEN                  PIC 9(04) VALUE 0.
000860 01  WS-PROBE                   PIC 9(10) VALUE 0.
000870 01  WS-BELOW-PRIME             PIC 9(10) VALUE 0.
000880 01  WS-ABOVE-PRIME             PIC 9(10) VALUE 0.
000930     88  WS-PROBE-FOUND                   VALUE "Y".
000940 01  WS-CARD-COUNT              PIC 9(05) VALUE 0.
000950 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
000951 01  WS-FACT-FUNCTION           PIC X(01) VALUE 'F'.
000952 01  WS-FACT-NUMBER             PIC 9(18) VALUE 0.
000953 01  WS-FACT-RESULT             PIC X(02) VALUE SPACES.
000954     88  WS-FACT-COMPOSITE                VALUE '00'.
000955 01  WS-FACT-COUNT              PIC 9(02) VALUE 0.
000956 01  WS-FACT-TEXT               PIC X(100) VALUE SPACES.
000960 01  WS-POINT-LINE.
000970     05  FILLER                 PIC X(01) VALUE SPACES.
000980     05  WS-PL-NUMBER           PIC ZZZZZZZZZ9.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
001190     IF WS-BLOCK-ORG
001191         CLOSE BLOCK-FILE
001192     ELSE
001193         CLOSE MASTER-FILE.
001194     MOVE 'C' TO WS-FACT-FUNCTION.
001195     CALL 'PRMFACT' USING WS-FACT-FUNCTION WS-FACT-NUMBER
001196         WS-FACT-RESULT WS-FACT-COUNT WS-FACT-TEXT.
001200     CLOSE RPT-FILE.
001210     DISPLAY 'PRMINQ: ' WS-CARD-COUNT
001220         ' REQUEST(S) PROCESSED.'.
001350         READ HIWATER-FILE
001360         IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
001370             MOVE HW-LAST-SCANNED TO WS-HIWATER
001375             MOVE HW-MASTER-ORG TO WS-MASTER-ORG
001380         END-IF
001390         CLOSE HIWATER-FILE
001400     END-IF.
001430             'BEEN SCANNED, NO REQUEST CAN BE ANSWERED'
001440         MOVE 8 TO RETURN-CODE
001450         GOBACK.
001460     IF WS-BLOCK-ORG
001462         OPEN INPUT BLOCK-FILE
001464         MOVE WS-BLOCK-STATUS TO WS-MASTER-STATUS
001466     ELSE
001468         OPEN INPUT MASTER-FILE.
001470     IF NOT WS-MASTER-OK
001480         DISPLAY 'PRMINQ: PRIME MASTER UNAVAILABLE - STATUS '
001490             WS-MASTER-STATUS
001560         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001570             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001580             WS-RPT-STATUS WS-ERRH-SEVERITY
001590         IF WS-BLOCK-ORG
001592             CLOSE BLOCK-FILE
001594         ELSE
001596             CLOSE MASTER-FILE
001598         END-IF
001600         MOVE 16 TO RETURN-CODE
001610         GOBACK.
001620     MOVE 'PRMINQ' TO RPTHD-PROGRAM-NAME.
002330     MOVE WS-POINT-LINE TO WS-ANSWER-LINE.
002340     DISPLAY WS-ANSWER-LINE.
002350     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
002353     IF NOT WS-NUMBER-IS-PRIME AND INQ-LOW > 1
002356         PERFORM 3300-PUT-FACTORS THRU 3300-EXIT.
002360 3000-EXIT.
002361     EXIT.
002362*----------------------------------------------------------*
002363* 3300-PUT-FACTORS - THE PRIME FACTORIZATION OF A          *
002364* COMPOSITE POINT INQUIRY, AS A SECOND ANSWER LINE UNDER   *
002365* THE VERDICT. A POINT INQUIRY IS NEVER ABOVE THE          *
002366* HIGH-WATER MARK, SO IT IS ALWAYS WITHIN THE RANGE        *
002367* PRMFACT CAN FACTOR.                                      *
002370*----------------------------------------------------------*
002371 3300-PUT-FACTORS.
002372     MOVE 'F' TO WS-FACT-FUNCTION.
002373     MOVE INQ-LOW TO WS-FACT-NUMBER.
002374     CALL 'PRMFACT' USING WS-FACT-FUNCTION WS-FACT-NUMBER
002375         WS-FACT-RESULT WS-FACT-COUNT WS-FACT-TEXT.
002376     MOVE SPACES TO WS-ANSWER-LINE.
002377     IF WS-FACT-COMPOSITE
002378         STRING '            FACTORS: ' DELIMITED BY SIZE
002379             WS-FACT-TEXT DELIMITED BY SIZE
002380             INTO WS-ANSWER-LINE
002381     ELSE
002382         STRING '            NOT FACTORED - ' DELIMITED BY SIZE
002383             WS-FACT-TEXT DELIMITED BY SIZE
002384             INTO WS-ANSWER-LINE.
002385     DISPLAY WS-ANSWER-LINE.
002386     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
002387 3300-EXIT.
002388     EXIT.
002389*----------------------------------------------------------*
002390* 3100-NEAREST-BELOW - PROBE DOWNWARD FROM THE NUMBER FOR   *
002400* THE FIRST KEY ON THE MASTER. ZERO MEANS NO PRIME BELOW.   *
002410*----------------------------------------------------------*
002920         PERFORM 4900-PUT-ANSWER THRU 4900-EXIT
002930         GO TO 4000-EXIT.
002940     MOVE 0 TO WS-RANGE-COUNT.
002942     IF WS-BLOCK-ORG
002944         PERFORM 4100-COUNT-BLOCKS THRU 4100-EXIT
002946         GO TO 4080-PUT-COUNT.
002950     MOVE INQ-LOW TO PM-PRIME.
002960     START MASTER-FILE
002970         KEY IS NOT LESS THAN PM-PRIME
003130     DISPLAY WS-ANSWER-LINE.
003140     PERFORM 4900-PUT-ANSWER THRU 4900-EXIT.
003150 4000-EXIT.
003153     EXIT.
003156*----------------------------------------------------------*
003160* 4100-COUNT-BLOCKS - THE RANGE COUNT ON THE BLOCK MASTER. *
003161* EACH BLOCK THE RANGE TOUCHES IS READ BY KEY; ONE WHOLLY  *
003162* INSIDE THE RANGE ADDS ITS STORED PRIME COUNT, AND AN END *
003163* BLOCK THE RANGE ONLY PARTLY COVERS HAS ITS FLAGS COUNTED *
003164* FOR THE COVERED PART. A BLOCK NOT ON THE MASTER HOLDS NO *
003165* PRIMES.                                                  *
003166*----------------------------------------------------------*
003167 4100-COUNT-BLOCKS.
003168     IF INQ-LOW > INQ-HIGH
003169         GO TO 4100-EXIT.
003170     DIVIDE INQ-LOW BY 1000 GIVING WS-BK-BLOCK.
003171     DIVIDE INQ-HIGH BY 1000 GIVING WS-BK-LAST-BLOCK.
003172 4110-NEXT-BLOCK.
003173     IF WS-BK-BLOCK > WS-BK-LAST-BLOCK
003174         GO TO 4100-EXIT.
003175     PERFORM 5200-GET-BLOCK THRU 5200-EXIT.
003176     IF NOT WS-BK-HELD
003177         GO TO 4180-BUMP-BLOCK.
003178     COMPUTE WS-BK-FIRST-NUM = WS-BK-BLOCK * 1000.
003179     IF INQ-LOW NOT > WS-BK-FIRST-NUM
003180         AND INQ-HIGH NOT < WS-BK-FIRST-NUM + 999
003181         ADD PB-PRIME-COUNT TO WS-RANGE-COUNT
003182         GO TO 4180-BUMP-BLOCK.
003183     MOVE 1 TO WS-BK-FROM.
003184     IF INQ-LOW > WS-BK-FIRST-NUM
003185         COMPUTE WS-BK-FROM = INQ-LOW - WS-BK-FIRST-NUM + 1.
003186     MOVE 1000 TO WS-BK-TO.
003187     IF INQ-HIGH < WS-BK-FIRST-NUM + 999
003188         COMPUTE WS-BK-TO = INQ-HIGH - WS-BK-FIRST-NUM + 1.
003189     COMPUTE WS-BK-LEN = WS-BK-TO - WS-BK-FROM + 1.
003190     INSPECT PB-FLAGS (WS-BK-FROM:WS-BK-LEN)
003191         TALLYING WS-RANGE-COUNT FOR ALL '1'.
003192 4180-BUMP-BLOCK.
003193     ADD 1 TO WS-BK-BLOCK.
003194     GO TO 4110-NEXT-BLOCK.
003195 4100-EXIT.
003196     EXIT.
003197*----------------------------------------------------------*
003198* 5000-PROBE-MASTER - ONE KEYED READ: IS WS-PROBE ON THE    *
003199* MASTER?                                                   *
003200*----------------------------------------------------------*
003210 5000-PROBE-MASTER.
003220     MOVE "N" TO WS-FOUND-SW.
003223     IF WS-BLOCK-ORG
003226         GO TO 5100-PROBE-BLOCK.
003230     MOVE WS-PROBE TO PM-PRIME.
003240     READ MASTER-FILE
003250         KEY IS PM-PRIME
003280         NOT INVALID KEY
003290             MOVE "Y" TO WS-FOUND-SW
003300     END-READ.
003301     GO TO 5000-EXIT.
003302 5100-PROBE-BLOCK.
003303     DIVIDE WS-PROBE BY 1000 GIVING WS-BK-BLOCK
003304         REMAINDER WS-BK-REM.
003305     PERFORM 5200-GET-BLOCK THRU 5200-EXIT.
003306     IF WS-BK-HELD
003307         AND PB-FLAG (WS-BK-REM + 1) = '1'
003308         MOVE "Y" TO WS-FOUND-SW.
003310 5000-EXIT.
003312     EXIT.
003314*----------------------------------------------------------*
003316* 5200-GET-BLOCK - BLOCK WS-BK-BLOCK INTO THE RECORD AREA  *
003318* BY ONE KEYED READ, UNLESS IT IS THE BLOCK ALREADY HELD   *
003320* THERE - THE NEAREST-PRIME WALKS PROBE ONE NUMBER AT A    *
003321* TIME AND ALMOST ALWAYS STAY IN THE SAME BLOCK.           *
003322* WS-BK-HELD IS OFF WHEN THE BLOCK IS NOT ON THE MASTER.   *
003323*----------------------------------------------------------*
003324 5200-GET-BLOCK.
003325     IF WS-BK-HELD
003326         AND WS-BK-HELD-BLOCK = WS-BK-BLOCK
003327         GO TO 5200-EXIT.
003328     MOVE WS-BK-BLOCK TO PB-BLOCK-NO.
003329     READ BLOCK-FILE
003330         KEY IS PB-BLOCK-NO
003331         INVALID KEY
003332             MOVE "N" TO WS-BK-HELD-SW
003333         NOT INVALID KEY
003334             MOVE "Y" TO WS-BK-HELD-SW
003335             MOVE WS-BK-BLOCK TO WS-BK-HELD-BLOCK
003336     END-READ.
003337 5200-EXIT.
003338     EXIT.
003339*----------------------------------------------------------*
003340* 4900-PUT-ANSWER - ONE ANSWER LINE TO THE REPORT WITH THE  *
003350* SHOP'S STANDARD WRITE CHECK.                              *
003360*----------------------------------------------------------*
