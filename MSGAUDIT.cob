000230*                PRE-FLIGHT STEP KEEPS A BAD CATALOG OUT OF  *
000240*                THE NIGHT; NO CATALOG AT ALL IS A           *
000250*                LEGITIMATE SHOP CONFIGURATION AND ONLY      *
000252*                GETS A MESSAGE.                             *
000254* 2026-10-15 AG  THE CATALOG NOW HOLDS A KEY ONCE PER        *
000256*                LANGUAGE (MSGCTREC, SHARED WITH SUBSUB) AND *
000260*                THE SHOP'S LANGUAGES ARE LISTED ON MSGLANG, *
000261*                THE FIRST BEING THE DEFAULT (EN ONLY        *
000262*                WITHOUT THE FILE). THE LISTING SHOWS EACH   *
000263*                ENTRY'S LANGUAGE; DUPLICATES ARE CHECKED    *
000264*                PER KEY AND LANGUAGE; AN ENTRY IN A         *
000265*                LANGUAGE NOT ON MSGLANG IS A PROBLEM; THE   *
000266*                REQUIRED KEYS MUST BE THERE IN THE DEFAULT  *
000267*                LANGUAGE. EVERY KEY ON THE CATALOG IS THEN  *
000268*                CHECKED AGAINST EVERY CONFIGURED LANGUAGE   *
000269*                AND EACH MISSING TRANSLATION IS LISTED;     *
000270*                SUBSUB FALLS BACK TO THE DEFAULT LANGUAGE   *
000271*                FOR THESE, SO THEY END WITH RETURN CODE 4   *
000272*                RATHER THAN 8.                              *
000273* 2026-10-15 AG  LETTER TEMPLATES (KEYS BEGINNING L) HOLD    *
000274*                ONE CATALOG ENTRY PER LINE OF THE LETTER,   *
000275*                SO FOR THEM A REPEATED KEY IN ONE LANGUAGE  *
000276*                IS NOT A DUPLICATE AND A BLANK TEXT IS A    *
000277*                BLANK LINE, NOT A PROBLEM. THE TRANSLATION  *
000278*                CHECK TREATS A LETTER AS ONE KEY.           *
000279*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CAT-FILE ASSIGN TO "MSGCAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CAT-STATUS.
000332     SELECT LANG-FILE ASSIGN TO "MSGLANG"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-LANG-STATUS.
000340     SELECT RPT-FILE ASSIGN TO "MSGARPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-STATUS.
000380 FILE SECTION.
000390 FD  CAT-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410     COPY MSGCTREC.
000420 FD  LANG-FILE
000430     RECORD CONTAINS 80 CHARACTERS.
000440     COPY MSGLGREC.
000450 FD  RPT-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  RPT-RECORD                 PIC X(80).
000510     88  WS-CAT-EOF                       VALUE "10".
000520 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000530     88  WS-RPT-OK                        VALUE "00".
000533 01  WS-LANG-STATUS             PIC X(02) VALUE "00".
000536     88  WS-LANG-OK                       VALUE "00".
000540 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MSGAUDIT'.
000550 01  WS-ERRH-FILE-NAME          PIC X(08).
000560 01  WS-ERRH-OPERATION          PIC X(06).
000570 01  WS-ERRH-SEVERITY           PIC X(02).
000580 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000582 01  WS-SEEN-KEYS.
000584     05  WS-SK-ENTRY OCCURS 90 TIMES.
000586         10  WS-SK-KEY          PIC X(02).
000588         10  WS-SK-LANG         PIC X(02).
000590 01  WS-SK-COUNT                PIC 9(03) VALUE 0.
000592 01  WS-SK-SUB                  PIC 9(03) VALUE 0.
000594 01  WS-DISTINCT-KEYS.
000596     05  WS-DK-KEY OCCURS 30 TIMES
000598                                PIC X(02).
000600 01  WS-DK-COUNT                PIC 9(02) VALUE 0.
000602 01  WS-DK-SUB                  PIC 9(02) VALUE 0.
000604*    THE LANGUAGES ON MSGLANG, THE FIRST BEING THE SHOP
000606*    DEFAULT. WITHOUT THE FILE THE SHOP RUNS IN ENGLISH ONLY.
000608 01  WS-LANGUAGES.
000610     05  WS-LG-CODE OCCURS 10 TIMES
000612                                PIC X(02).
000614 01  WS-LG-COUNT                PIC 9(02) VALUE 0.
000616 01  WS-LG-SUB                  PIC 9(02) VALUE 0.
000618 01  WS-DEFAULT-LANG            PIC X(02) VALUE "EN".
000620 01  WS-ENTRY-LANG              PIC X(02) VALUE SPACES.
000622 01  WS-CHECK-KEY               PIC X(02) VALUE SPACES.
000624 01  WS-CHECK-LANG              PIC X(02) VALUE SPACES.
000626 01  WS-MISSING-COUNT           PIC 9(03) VALUE 0.
000640 01  WS-PROBLEM-COUNT           PIC 9(03) VALUE 0.
000650 01  WS-ENTRY-COUNT             PIC 9(03) VALUE 0.
000660*    THE KEYS THE SHOP'S PROGRAMS ACTUALLY CALL - EVERY ONE
000750 01  WS-RK-SUB                  PIC 9(02) VALUE 0.
000760 01  WS-KEY-FOUND-SW            PIC X(01) VALUE "N".
000770     88  WS-KEY-FOUND                     VALUE "Y".
000773 01  WS-LANG-FOUND-SW           PIC X(01) VALUE "N".
000776     88  WS-LANG-FOUND                    VALUE "Y".
000780 01  WS-LIST-LINE.
000790     05  FILLER                 PIC X(01) VALUE SPACES.
000800     05  WS-LL-KEY              PIC X(02).
000803     05  FILLER                 PIC X(01) VALUE SPACES.
000806     05  WS-LL-LANG             PIC X(02).
000810     05  FILLER                 PIC X(02) VALUE SPACES.
000820     05  WS-LL-NUMBER           PIC X(04).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000840     05  WS-LL-TEXT             PIC X(65).
000850     05  FILLER                 PIC X(01) VALUE SPACES.
000860 01  WS-PROBLEM-LINE.
000870     05  FILLER                 PIC X(01) VALUE SPACES.
000880     05  FILLER                 PIC X(08) VALUE '*PROBLEM'.
000890     05  FILLER                 PIC X(01) VALUE SPACES.
000900     05  WS-PB-KEY              PIC X(02).
000903     05  FILLER                 PIC X(01) VALUE SPACES.
000906     05  WS-PB-LANG             PIC X(02).
000910     05  FILLER                 PIC X(01) VALUE SPACES.
000920     05  WS-PB-TEXT             PIC X(50).
000925     05  FILLER                 PIC X(14) VALUE SPACES.
000930 01  WS-MISSING-LINE.
000931     05  FILLER                 PIC X(01) VALUE SPACES.
000932     05  FILLER                 PIC X(08) VALUE '*MISSING'.
000933     05  FILLER                 PIC X(01) VALUE SPACES.
000934     05  WS-MS-KEY              PIC X(02).
000935     05  FILLER                 PIC X(01) VALUE SPACES.
000936     05  WS-MS-LANG             PIC X(02).
000937     05  FILLER                 PIC X(01) VALUE SPACES.
000938     05  WS-MS-TEXT             PIC X(50).
000939     05  FILLER                 PIC X(14) VALUE SPACES.
000940     COPY RPTHDFT.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-AUDIT-CATALOG THRU 2000-EXIT.
000990     PERFORM 3000-CHECK-REQUIRED THRU 3000-EXIT.
000995     PERFORM 4000-CHECK-TRANSLATIONS THRU 4000-EXIT.
001000     DISPLAY 'MSGAUDIT: ' WS-ENTRY-COUNT ' CATALOG '
001006         'ENTRY(S), ' WS-PROBLEM-COUNT ' PROBLEM(S), '
001012         WS-MISSING-COUNT ' MISSING TRANSLATION(S).'.
001020     CLOSE RPT-FILE.
001030     IF WS-PROBLEM-COUNT > 0
001040         MOVE 8 TO RETURN-CODE
001045     ELSE
001050         IF WS-MISSING-COUNT > 0
001055             MOVE 4 TO RETURN-CODE
001060         ELSE
001065             MOVE 0 TO RETURN-CODE.
001070     GOBACK.
001080*----------------------------------------------------------*
001090* 1000-INITIALIZE - OPEN THE RUN-BOOK LISTING WITH THE      *
001100* SHOP-STANDARD HEADER, AND LOAD THE SHOP'S LANGUAGES.      *
001110*----------------------------------------------------------*
001120 1000-INITIALIZE.
001130     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001135     PERFORM 1500-LOAD-LANGUAGES THRU 1500-EXIT.
001140     OPEN OUTPUT RPT-FILE.
001150     IF NOT WS-RPT-OK
001160         MOVE 'MSGARPT' TO WS-ERRH-FILE-NAME
001250     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001260     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001270     WRITE RPT-RECORD.
001280     MOVE 'KY LG  NMBR  MESSAGE CATALOG RUN-BOOK LISTING'
001290         TO RPTTL-COLUMN-TITLES.
001300     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001310     WRITE RPT-RECORD.
001320 1000-EXIT.
001322     EXIT.
001324*----------------------------------------------------------*
001326* 1500-LOAD-LANGUAGES - ONE CODE PER MSGLANG CARD; THE      *
001328* FIRST IS THE SHOP DEFAULT. NO FILE, OR NO CODES ON IT,    *
001330* LEAVES ENGLISH (EN) AS THE ONLY LANGUAGE.                 *
001331*----------------------------------------------------------*
001332 1500-LOAD-LANGUAGES.
001333     OPEN INPUT LANG-FILE.
001334     IF NOT WS-LANG-OK
001335         GO TO 1590-LOAD-DONE.
001336 1510-READ-NEXT.
001337     READ LANG-FILE
001338         AT END
001339             GO TO 1580-CLOSE.
001340     IF LANG-CODE = SPACES
001341         GO TO 1510-READ-NEXT.
001342     MOVE LANG-CODE TO WS-CHECK-LANG.
001343     PERFORM 2250-FIND-LANGUAGE THRU 2250-EXIT.
001344     IF NOT WS-LANG-FOUND
001345         AND WS-LG-COUNT < 10
001346         ADD 1 TO WS-LG-COUNT
001347         MOVE LANG-CODE TO WS-LG-CODE (WS-LG-COUNT).
001348     GO TO 1510-READ-NEXT.
001349 1580-CLOSE.
001350     CLOSE LANG-FILE.
001351 1590-LOAD-DONE.
001352     IF WS-LG-COUNT = 0
001353         MOVE 1 TO WS-LG-COUNT
001354         MOVE "EN" TO WS-LG-CODE (1).
001355     MOVE WS-LG-CODE (1) TO WS-DEFAULT-LANG.
001356 1500-EXIT.
001357     EXIT.
001358*----------------------------------------------------------*
001359* 2000-AUDIT-CATALOG - ONE LISTING LINE PER CATALOG ENTRY,  *
001360* WITH EVERY PROBLEM CALLED OUT IN PLACE: DUPLICATE KEY,    *
001365* BLANK KEY OR TEXT, NON-NUMERIC MESSAGE NUMBER, LANGUAGE   *
001370* NOT ON MSGLANG. A BLANK LANGUAGE IS THE SHOP DEFAULT; A   *
001375* BLANK LINE IN A LETTER TEMPLATE IS LEGITIMATE.            *
001380*----------------------------------------------------------*
001390 2000-AUDIT-CATALOG.
001400     OPEN INPUT CAT-FILE.
001500         AT END
001510             GO TO 2090-AUDIT-DONE.
001520     ADD 1 TO WS-ENTRY-COUNT.
001522     IF CAT-MSG-LANG = SPACES
001524         MOVE WS-DEFAULT-LANG TO WS-ENTRY-LANG
001526     ELSE
001528         MOVE CAT-MSG-LANG TO WS-ENTRY-LANG.
001530     MOVE CAT-MSG-KEY TO WS-LL-KEY.
001535     MOVE WS-ENTRY-LANG TO WS-LL-LANG.
001540     MOVE CAT-MSG-NUMBER TO WS-LL-NUMBER.
001550     MOVE CAT-MSG-TEXT TO WS-LL-TEXT.
001560     MOVE WS-LIST-LINE TO RPT-RECORD.
001570     WRITE RPT-RECORD.
001580     IF CAT-MSG-KEY = SPACES
001590         MOVE CAT-MSG-KEY TO WS-PB-KEY
001595         MOVE WS-ENTRY-LANG TO WS-PB-LANG
001600         MOVE 'BLANK MESSAGE KEY' TO WS-PB-TEXT
001610         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
001620     IF CAT-MSG-TEXT = SPACES
001625         AND NOT CAT-KEY-IS-LETTER
001630         MOVE CAT-MSG-KEY TO WS-PB-KEY
001635         MOVE WS-ENTRY-LANG TO WS-PB-LANG
001640         MOVE 'BLANK MESSAGE TEXT' TO WS-PB-TEXT
001650         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
001660     IF CAT-MSG-NUMBER NOT NUMERIC
001670         MOVE CAT-MSG-KEY TO WS-PB-KEY
001675         MOVE WS-ENTRY-LANG TO WS-PB-LANG
001680         MOVE 'MESSAGE NUMBER NOT NUMERIC' TO WS-PB-TEXT
001690         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
001700     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
001701     MOVE WS-ENTRY-LANG TO WS-CHECK-LANG.
001702     PERFORM 2250-FIND-LANGUAGE THRU 2250-EXIT.
001703     IF NOT WS-LANG-FOUND
001704         MOVE CAT-MSG-KEY TO WS-PB-KEY
001705         MOVE WS-ENTRY-LANG TO WS-PB-LANG
001706         MOVE 'LANGUAGE NOT ON MSGLANG' TO WS-PB-TEXT
001707         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
001710     GO TO 2010-READ-NEXT.
001720 2090-AUDIT-DONE.
001730     CLOSE CAT-FILE.
001740 2000-EXIT.
001750     EXIT.
001760*----------------------------------------------------------*
001766* 2100-CHECK-DUPLICATE - A KEY SEEN TWICE IN ONE LANGUAGE   *
001772* MEANS SUBSUB SERVES WHICHEVER LOADED FIRST AND THE EDITOR *
001778* PROBABLY MEANT TO REPLACE, NOT ADD. EACH NEW KEY IS ALSO  *
001784* NOTED ONCE FOR THE TRANSLATION CHECK. A LETTER TEMPLATE   *
001790* REPEATS ITS KEY ON EVERY LINE AND IS NOTED ONCE.          *
001800*----------------------------------------------------------*
001810 2100-CHECK-DUPLICATE.
001820     IF CAT-MSG-KEY = SPACES
001850 2110-CHECK-NEXT.
001860     IF WS-SK-SUB > WS-SK-COUNT
001870         GO TO 2120-REMEMBER.
001872     IF WS-SK-KEY (WS-SK-SUB) = CAT-MSG-KEY
001874         AND WS-SK-LANG (WS-SK-SUB) = WS-ENTRY-LANG
001876         AND CAT-KEY-IS-LETTER
001878         GO TO 2100-EXIT.
001880     IF WS-SK-KEY (WS-SK-SUB) = CAT-MSG-KEY
001882         AND WS-SK-LANG (WS-SK-SUB) = WS-ENTRY-LANG
001890         MOVE CAT-MSG-KEY TO WS-PB-KEY
001895         MOVE WS-ENTRY-LANG TO WS-PB-LANG
001900         MOVE 'DUPLICATE MESSAGE KEY FOR THE LANGUAGE'
001905             TO WS-PB-TEXT
001910         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT
001920         GO TO 2100-EXIT.
001930     ADD 1 TO WS-SK-SUB.
001940     GO TO 2110-CHECK-NEXT.
001950 2120-REMEMBER.
001951     IF WS-SK-COUNT < 90
001952         ADD 1 TO WS-SK-COUNT
001953         MOVE CAT-MSG-KEY TO WS-SK-KEY (WS-SK-COUNT)
001954         MOVE WS-ENTRY-LANG TO WS-SK-LANG (WS-SK-COUNT).
001955     MOVE 1 TO WS-DK-SUB.
001956 2130-CHECK-DISTINCT.
001957     IF WS-DK-SUB > WS-DK-COUNT
001958         GO TO 2140-ADD-DISTINCT.
001959     IF WS-DK-KEY (WS-DK-SUB) = CAT-MSG-KEY
001960         GO TO 2100-EXIT.
001961     ADD 1 TO WS-DK-SUB.
001962     GO TO 2130-CHECK-DISTINCT.
001963 2140-ADD-DISTINCT.
001964     IF WS-DK-COUNT < 30
001965         ADD 1 TO WS-DK-COUNT
001966         MOVE CAT-MSG-KEY TO WS-DK-KEY (WS-DK-COUNT).
001967 2100-EXIT.
001968     EXIT.
001969*----------------------------------------------------------*
001970* 2250-FIND-LANGUAGE - IS WS-CHECK-LANG ONE OF THE SHOP'S   *
001971* LANGUAGES.                                                *
001972*----------------------------------------------------------*
001973 2250-FIND-LANGUAGE.
001974     MOVE "N" TO WS-LANG-FOUND-SW.
001975     MOVE 1 TO WS-LG-SUB.
001976 2260-CHECK-NEXT.
001977     IF WS-LG-SUB > WS-LG-COUNT
001978         GO TO 2250-EXIT.
001979     IF WS-LG-CODE (WS-LG-SUB) = WS-CHECK-LANG
001980         MOVE "Y" TO WS-LANG-FOUND-SW
001981         GO TO 2250-EXIT.
001982     ADD 1 TO WS-LG-SUB.
001983     GO TO 2260-CHECK-NEXT.
001984 2250-EXIT.
001985     EXIT.
001986*----------------------------------------------------------*
001987* 2300-FIND-SEEN - WAS WS-CHECK-KEY ON THE CATALOG IN       *
001988* WS-CHECK-LANG.                                            *
001989*----------------------------------------------------------*
001990 2300-FIND-SEEN.
001991     MOVE "N" TO WS-KEY-FOUND-SW.
001992     MOVE 1 TO WS-SK-SUB.
001993 2310-CHECK-NEXT.
002000     IF WS-SK-SUB > WS-SK-COUNT
002001         GO TO 2300-EXIT.
002002     IF WS-SK-KEY (WS-SK-SUB) = WS-CHECK-KEY
002003         AND WS-SK-LANG (WS-SK-SUB) = WS-CHECK-LANG
002004         MOVE "Y" TO WS-KEY-FOUND-SW
002005         GO TO 2300-EXIT.
002006     ADD 1 TO WS-SK-SUB.
002007     GO TO 2310-CHECK-NEXT.
002008 2300-EXIT.
002009     EXIT.
002010*----------------------------------------------------------*
002020* 3000-CHECK-REQUIRED - EVERY KEY THE PROGRAMS CALL MUST BE *
002026* ON THE CATALOG IN THE SHOP DEFAULT LANGUAGE, OR ITS       *
002032* MESSAGE HAS SILENTLY REVERTED TO                          *
002040* THE COMPILED-IN TEXT. ONLY CHECKED WHEN A CATALOG WAS     *
002050* ACTUALLY LOADED.                                          *
002060*----------------------------------------------------------*
002110 3010-NEXT-REQUIRED.
002120     IF WS-RK-SUB > 8
002130         GO TO 3000-EXIT.
002160     MOVE WS-RK-KEY (WS-RK-SUB) TO WS-CHECK-KEY.
002190     MOVE WS-DEFAULT-LANG TO WS-CHECK-LANG.
002220     PERFORM 2300-FIND-SEEN THRU 2300-EXIT.
002250     IF NOT WS-KEY-FOUND
002260         MOVE WS-RK-KEY (WS-RK-SUB) TO WS-PB-KEY
002265         MOVE WS-DEFAULT-LANG TO WS-PB-LANG
002270         MOVE 'REQUIRED KEY MISSING FROM THE CATALOG'
002280             TO WS-PB-TEXT
002290         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
002300     ADD 1 TO WS-RK-SUB.
002310     GO TO 3010-NEXT-REQUIRED.
002320 3000-EXIT.
002322     EXIT.
002324*----------------------------------------------------------*
002326* 4000-CHECK-TRANSLATIONS - EVERY KEY ON THE CATALOG, IN    *
002330* EVERY LANGUAGE ON MSGLANG. A MISSING TRANSLATION IS       *
002331* LISTED WITH WHERE SUBSUB FALLS BACK TO: THE DEFAULT       *
002332* LANGUAGE, OR FOR THE DEFAULT LANGUAGE ITSELF THE          *
002333* COMPILED-IN TEXT.                                         *
002334*----------------------------------------------------------*
002335 4000-CHECK-TRANSLATIONS.
002336     IF WS-ENTRY-COUNT = 0
002337         GO TO 4000-EXIT.
002338     MOVE 1 TO WS-DK-SUB.
002339 4010-NEXT-KEY.
002340     IF WS-DK-SUB > WS-DK-COUNT
002341         GO TO 4000-EXIT.
002342     MOVE WS-DK-KEY (WS-DK-SUB) TO WS-CHECK-KEY.
002343     MOVE 1 TO WS-LG-SUB.
002344 4020-NEXT-LANGUAGE.
002345     IF WS-LG-SUB > WS-LG-COUNT
002346         GO TO 4080-BUMP-KEY.
002347     MOVE WS-LG-CODE (WS-LG-SUB) TO WS-CHECK-LANG.
002348     PERFORM 2300-FIND-SEEN THRU 2300-EXIT.
002349     IF NOT WS-KEY-FOUND
002350         PERFORM 7100-REPORT-MISSING THRU 7100-EXIT.
002351     ADD 1 TO WS-LG-SUB.
002352     GO TO 4020-NEXT-LANGUAGE.
002353 4080-BUMP-KEY.
002354     ADD 1 TO WS-DK-SUB.
002355     GO TO 4010-NEXT-KEY.
002356 4000-EXIT.
002357     EXIT.
002358*----------------------------------------------------------*
002359* 7000-REPORT-PROBLEM - ONE PROBLEM LINE TO SYSOUT AND THE  *
002360* LISTING.                                                  *
002370*----------------------------------------------------------*
002380 7000-REPORT-PROBLEM.
002420     DISPLAY 'MSGAUDIT: ' WS-PROBLEM-LINE.
002430 7000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------*
002460* 7100-REPORT-MISSING - ONE MISSING-TRANSLATION LINE TO     *
002470* SYSOUT AND THE LISTING.                                   *
002480*----------------------------------------------------------*
002490 7100-REPORT-MISSING.
002500     ADD 1 TO WS-MISSING-COUNT.
002510     MOVE WS-CHECK-KEY TO WS-MS-KEY.
002520     MOVE WS-CHECK-LANG TO WS-MS-LANG.
002530     IF WS-CHECK-LANG = WS-DEFAULT-LANG
002540         MOVE 'NO DEFAULT-LANGUAGE TEXT - COMPILED-IN TEXT USED'
002550             TO WS-MS-TEXT
002560     ELSE
002570         MOVE 'NOT TRANSLATED - SUBSUB FALLS BACK TO'
002580             TO WS-MS-TEXT
002590         MOVE WS-DEFAULT-LANG TO WS-MS-TEXT (39:2).
002600     MOVE WS-MISSING-LINE TO RPT-RECORD.
002610     WRITE RPT-RECORD.
002620     DISPLAY 'MSGAUDIT: ' WS-MISSING-LINE.
002630 7100-EXIT.
002640     EXIT.
