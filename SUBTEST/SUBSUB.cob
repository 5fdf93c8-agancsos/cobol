000110*                SET BEFORE EXIT PROGRAM, SO CALLERS CAN     *
000120*                TELL SUCCESS FROM FAILURE INSTEAD OF        *
000130*                ASSUMING THE CALL ALWAYS WORKS.             *
000131* 2026-08-09 AG  ADDED PARM-MSG-TYPE SO THIS IS A GENERAL-    *
000132*                PURPOSE MESSAGE SUBROUTINE WITH SEVERAL      *
000133*                CANNED OUTPUT LINES INSTEAD OF ALWAYS        *
000134*                DISPLAYING "HELLO WORLD".                    *
000135* 2026-08-09 AG  SPLIT PARM-BUFFER INTO THREE SEPARATE LINKAGE *
000136*                ITEMS TO MATCH SUBMAIN'S THREE-ARGUMENT CALL. *
000137* 2026-08-22 AG  MESSAGE TEXTS NOW COME FROM AN EXTERNAL       *
000138*                CATALOG FILE (MSGCAT) KEYED BY THE TWO-BYTE    *
000139*                MESSAGE KEY, WITH AN &1 SUBSTITUTION SLOT      *
000140*                FILLED FROM PARM-INPUT1, SO WORDING CHANGES    *
000141*                AND NEW MESSAGES ARE A CATALOG EDIT INSTEAD    *
000142*                OF A PROGRAM CHANGE. EACH CATALOG RECORD ALSO  *
000143*                CARRIES THE SHOP'S MESSAGE NUMBER FOR THE      *
000144*                OPERATIONS RUN BOOK. THE CATALOG IS LOADED ON  *
000145*                THE FIRST CALL OF THE RUN; A MISSING CATALOG   *
000146*                OR KEY FALLS BACK TO THE COMPILED-IN TEXTS.    *
000147*                NEW KEYS RJ/RM/RS CARRY THE OPERATOR MESSAGES  *
000148*                TEMPCVT AND MULTIDCOB USED TO FORMAT BY HAND.  *
000149* 2026-08-22 AG  THE RJ TEXT NO LONGER HARDWIRES "BAD SCALE     *
000150*                CODE" - TEMPCVT NOW HAS SEVERAL REJECT REASONS *
000151*                AND PASSES THE REASON IN THE SLOT VALUE. ADDED *
000152*                KEYS MR/MX FOR THE MINMAX REJECT AND EXCEPTION *
000153*                OPERATOR MESSAGES.                             *
000154* 2026-08-22 AG  THE BUILT MESSAGE TEXT IS NOW ALSO HANDED      *
000155*                BACK TO THE CALLER THROUGH A FOURTH LINKAGE    *
000156*                ITEM (PARM-MSG-TEXT) SO CALLERS CAN WRITE THE  *
000157*                MESSAGE TO A REPORT FILE AS WELL AS HAVE IT    *
000158*                DISPLAYED. EVERY CALLER PASSES THE FOURTH      *
000159*                ARGUMENT.                                      *
000160* 2026-10-15 AG  MESSAGES MAY NOW BE HELD IN SEVERAL LANGUAGES. *
000161*                A CATALOG ENTRY CARRIES A LANGUAGE CODE        *
000162*                (MSGCTREC, NOW SHARED WITH MSGAUDIT); THE SHOP *
000163*                DEFAULT LANGUAGE IS THE FIRST CARD ON MSGLANG  *
000164*                (EN WITHOUT THE FILE) AND A BLANK CODE ON THE  *
000165*                CATALOG MEANS THAT LANGUAGE. A FIFTH LINKAGE   *
000166*                ITEM (PARM-LANG) LETS THE CALLER ASK FOR A     *
000167*                LANGUAGE; SPACES MEANS THE SHOP DEFAULT. A KEY *
000168*                NOT TRANSLATED INTO THE LANGUAGE ASKED FOR     *
000169*                FALLS BACK TO THE DEFAULT LANGUAGE, THEN TO    *
000170*                THE COMPILED-IN TEXTS. EVERY CALLER PASSES THE *
000171*                FIFTH ARGUMENT. CATALOG TABLE RAISED TO 90     *
000172*                ENTRIES.                                       *
000173* 2026-10-15 AG  ADDED MULTI-LINE LETTER TEMPLATES. A KEY       *
000174*                BEGINNING L NAMES A LETTER WHOSE LINES ARE THE *
000175*                CATALOG ENTRIES FOR THAT KEY AND LANGUAGE IN   *
000176*                FILE ORDER. A SIXTH LINKAGE ITEM (MSGF-FIELDS, *
000177*                COPYBOOK MSGFLDS) CARRIES THE LINE WANTED AND  *
000178*                THE NAMED FIELD VALUES; THE LINE COMES BACK IN *
000179*                PARM-MSG-TEXT WITH &NAME, &EMPNO, &DEPT, &MGR, *
000180*                &START AND &TENURE FILLED IN, MSGF-MORE-LINES  *
000181*                SET WHEN ANOTHER LINE FOLLOWS, AND STATUS 91   *
000182*                WITH THE FIELD NAMED IN MSGF-MISSING-FIELD     *
000183*                WHEN A FIELD THE LINE USES IS BLANK. A LETTER  *
000184*                NOT TRANSLATED INTO THE LANGUAGE ASKED FOR     *
000185*                FALLS BACK TO THE DEFAULT LANGUAGE AS A WHOLE. *
000186*                LETTER LINES ARE NOT DISPLAYED. EVERY CALLER   *
000187*                PASSES THE SIXTH ARGUMENT. CATALOG TABLE       *
000188*                RAISED TO 250 ENTRIES.                         *
000189*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000192 INPUT-OUTPUT SECTION.
000194 FILE-CONTROL.
000196     SELECT CAT-FILE ASSIGN TO "MSGCAT"
000197         ORGANIZATION IS LINE SEQUENTIAL
000198         FILE STATUS IS WS-CAT-STATUS.
000199     SELECT LANG-FILE ASSIGN TO "MSGLANG"
000200         ORGANIZATION IS LINE SEQUENTIAL
000201         FILE STATUS IS WS-LANG-STATUS.
000202 DATA DIVISION.
000203 FILE SECTION.
000204 FD  CAT-FILE
000205     RECORD CONTAINS 80 CHARACTERS.
000206     COPY MSGCTREC.
000207 FD  LANG-FILE
000208     RECORD CONTAINS 80 CHARACTERS.
000209     COPY MSGLGREC.
000210 WORKING-STORAGE SECTION.
000211 01  WS-CAT-STATUS              PIC X(02) VALUE "00".
000212     88  WS-CAT-OK                        VALUE "00".
000213     88  WS-CAT-EOF                       VALUE "10".
000214 01  WS-CAT-LOADED-SW           PIC X(01) VALUE "N".
000215     88  WS-CAT-LOADED                    VALUE "Y".
000216 01  WS-LANG-STATUS             PIC X(02) VALUE "00".
000217     88  WS-LANG-OK                       VALUE "00".
000218 01  WS-DEFAULT-LANG            PIC X(02) VALUE "EN".
000219 01  WS-WANT-LANG               PIC X(02) VALUE SPACES.
000220 01  WS-CAT-TABLE.
000221     05  WS-CAT-ENTRY OCCURS 250 TIMES.
000222         10  WS-CAT-KEY         PIC X(02).
000223         10  WS-CAT-LANG        PIC X(02).
000224         10  WS-CAT-TEXT        PIC X(74).
000225 01  WS-CAT-COUNT               PIC 9(03) VALUE 0.
000226 01  WS-CAT-SUB                 PIC 9(03) VALUE 0.
000227 01  WS-MSG-TEXT                PIC X(74).
000228 01  WS-TEXT-FOUND-SW           PIC X(01) VALUE "N".
000229     88  WS-TEXT-FOUND                    VALUE "Y".
000230 01  WS-OUT-TEXT                PIC X(80).
000231 01  WS-SCAN-SUB                PIC 9(02) VALUE 0.
000232 01  WS-SLOT-POS                PIC 9(02) VALUE 0.
000233 01  WS-LEFT-LEN                PIC 9(02) VALUE 0.
000234 01  WS-RIGHT-POS               PIC 9(02) VALUE 0.
000235 01  WS-RIGHT-LEN               PIC 9(02) VALUE 0.
000236 01  WS-LTR-LINES               PIC 9(03) VALUE 0.
000237 01  WS-FILL-TEXT               PIC X(80).
000238 01  WS-OUT-PTR                 PIC 9(03) VALUE 0.
000239 01  WS-TOKEN-LEN               PIC 9(02) VALUE 0.
000240 01  WS-FIELD-NAME              PIC X(08).
000241 01  WS-FIELD-VALUE             PIC X(20).
000242 01  WS-VALUE-POS               PIC 9(02) VALUE 0.
000243 01  WS-VALUE-END               PIC 9(02) VALUE 0.
000244 01  WS-VALUE-LEN               PIC 9(02) VALUE 0.
000245 LINKAGE SECTION.
000246 01  PARM-INPUT1            PIC A(30).
000250 01  PARM-MSG-TYPE          PIC X(02).
000260     88  PARM-MSG-IS-GREETING       VALUE "GR".
000270     88  PARM-MSG-IS-FAREWELL       VALUE "FW".
000290 01  PARM-STATUS            PIC X(02).
000300     88  PARM-STATUS-OK             VALUE "00".
000310     88  PARM-STATUS-BAD-MSG-TYPE   VALUE "90".
000311     88  PARM-STATUS-MISSING-DATA   VALUE "91".
000312 01  PARM-MSG-TEXT          PIC X(80).
000314 01  PARM-LANG              PIC X(02).
000316     COPY MSGFLDS.
000320 PROCEDURE DIVISION USING PARM-INPUT1 PARM-MSG-TYPE PARM-STATUS
000322     PARM-MSG-TEXT PARM-LANG MSGF-FIELDS.
000323 SUB-SUB.
000324     IF NOT WS-CAT-LOADED
000325         PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
000326     IF PARM-LANG = SPACES
000327         MOVE WS-DEFAULT-LANG TO WS-WANT-LANG
000328     ELSE
000329         MOVE PARM-LANG TO WS-WANT-LANG.
000330     IF PARM-MSG-TYPE (1:1) = "L"
000331         PERFORM 4000-LETTER-LINE THRU 4000-EXIT
000332         GO TO SUB-EXIT.
000333     PERFORM 2000-FIND-TEXT THRU 2000-EXIT.
000334     IF NOT WS-TEXT-FOUND
000335         AND WS-WANT-LANG NOT = WS-DEFAULT-LANG
000336         MOVE WS-DEFAULT-LANG TO WS-WANT-LANG
000337         PERFORM 2000-FIND-TEXT THRU 2000-EXIT.
000338     IF NOT WS-TEXT-FOUND
000340         PERFORM 2500-DEFAULT-TEXT THRU 2500-EXIT.
000342     IF NOT WS-TEXT-FOUND
000500*----------------------------------------------------------*
000502* 1000-LOAD-CATALOG - READ THE MESSAGE CATALOG ONCE PER RUN. *
000504* A MISSING CATALOG LEAVES THE TABLE EMPTY AND EVERY KEY     *
000505* RESOLVES THROUGH THE COMPILED-IN DEFAULTS. THE SHOP        *
000506* DEFAULT LANGUAGE IS READ FIRST, SO AN ENTRY WITH A BLANK   *
000507* LANGUAGE CODE CAN BE FILED UNDER IT.                       *
000508*----------------------------------------------------------*
000510 1000-LOAD-CATALOG.
000512     MOVE "Y" TO WS-CAT-LOADED-SW.
000513     PERFORM 1100-LOAD-DEFAULT-LANG THRU 1100-EXIT.
000514     OPEN INPUT CAT-FILE.
000516     IF NOT WS-CAT-OK
000518         GO TO 1000-EXIT.
000522     READ CAT-FILE
000524         AT END
000526             GO TO 1090-LOAD-DONE.
000527     IF WS-CAT-COUNT < 250
000528         ADD 1 TO WS-CAT-COUNT
000529         MOVE CAT-MSG-KEY TO WS-CAT-KEY (WS-CAT-COUNT)
000530         MOVE CAT-MSG-LANG TO WS-CAT-LANG (WS-CAT-COUNT)
000531         MOVE CAT-MSG-TEXT TO WS-CAT-TEXT (WS-CAT-COUNT)
000532         IF CAT-MSG-LANG = SPACES
000533             MOVE WS-DEFAULT-LANG TO WS-CAT-LANG (WS-CAT-COUNT).
000534     GO TO 1010-READ-NEXT.
000535 1090-LOAD-DONE.
000536     CLOSE CAT-FILE.
000537 1000-EXIT.
000538     EXIT.
000539*----------------------------------------------------------*
000540* 1100-LOAD-DEFAULT-LANG - THE FIRST CARD ON MSGLANG NAMES   *
000541* THE SHOP DEFAULT LANGUAGE. NO FILE, OR A BLANK FIRST CARD, *
000542* LEAVES IT AT ENGLISH (EN).                                 *
000543*----------------------------------------------------------*
000544 1100-LOAD-DEFAULT-LANG.
000545     OPEN INPUT LANG-FILE.
000546     IF NOT WS-LANG-OK
000547         GO TO 1100-EXIT.
000548     READ LANG-FILE
000549         AT END
000550             MOVE SPACES TO LANG-CODE.
000551     IF LANG-CODE NOT = SPACES
000552         MOVE LANG-CODE TO WS-DEFAULT-LANG.
000553     CLOSE LANG-FILE.
000554 1100-EXIT.
000555     EXIT.
000556*----------------------------------------------------------*
000557* 2000-FIND-TEXT - LOOK THE MESSAGE KEY UP IN THE LOADED     *
000558* CATALOG, IN THE LANGUAGE IN WS-WANT-LANG.                  *
000559*----------------------------------------------------------*
000560 2000-FIND-TEXT.
000561     MOVE "N" TO WS-TEXT-FOUND-SW.
000562     MOVE 1 TO WS-CAT-SUB.
000563 2010-CHECK-NEXT.
000564     IF WS-CAT-SUB > WS-CAT-COUNT
000565         GO TO 2000-EXIT.
000566     IF WS-CAT-KEY (WS-CAT-SUB) = PARM-MSG-TYPE
000567         AND WS-CAT-LANG (WS-CAT-SUB) = WS-WANT-LANG
000568         MOVE WS-CAT-TEXT (WS-CAT-SUB) TO WS-MSG-TEXT
000570         MOVE "Y" TO WS-TEXT-FOUND-SW
000572         GO TO 2000-EXIT.
000640         WHEN PARM-MSG-IS-MM-EXCP
000641             MOVE '** MINMAX EXCEPTION - &1' TO WS-MSG-TEXT
000642             MOVE "Y" TO WS-TEXT-FOUND-SW
000643         WHEN OTHER
000644             CONTINUE
000645     END-EVALUATE.
000646 2500-EXIT.
000647     EXIT.
000648*----------------------------------------------------------*
000650* 3000-BUILD-MESSAGE - FILL THE &1 SLOT IN THE MESSAGE TEXT  *
000652* WITH PARM-INPUT1. TEXT WITHOUT A SLOT GOES OUT UNCHANGED.  *
000736         END-STRING.
000738 3000-EXIT.
000740     EXIT.
000750*----------------------------------------------------------*
000760* 4000-LETTER-LINE - LINE MSGF-LINE-NUMBER OF THE LETTER     *
000770* TEMPLATE PARM-MSG-TYPE, FIELDS FILLED IN. A TEMPLATE NOT   *
000780* HELD IN THE LANGUAGE ASKED FOR COMES FROM THE DEFAULT      *
000790* LANGUAGE; NO TEMPLATE AT ALL IS STATUS 90. A LINE PAST THE *
000800* END COMES BACK BLANK.                                      *
000810*----------------------------------------------------------*
000820 4000-LETTER-LINE.
000830     MOVE SPACES TO MSGF-MISSING-FIELD PARM-MSG-TEXT.
000840     PERFORM 4100-FIND-LETTER-LINE THRU 4100-EXIT.
000850     IF WS-LTR-LINES = 0
000860         AND WS-WANT-LANG NOT = WS-DEFAULT-LANG
000870         MOVE WS-DEFAULT-LANG TO WS-WANT-LANG
000880         PERFORM 4100-FIND-LETTER-LINE THRU 4100-EXIT.
000890     IF WS-LTR-LINES = 0
000900         DISPLAY '** SUBSUB ERROR - NO LETTER TEMPLATE '
000910             PARM-MSG-TYPE
000920         MOVE "90" TO PARM-STATUS
000930         GO TO 4000-EXIT.
000940     MOVE "00" TO PARM-STATUS.
000950     IF NOT WS-TEXT-FOUND
000960         GO TO 4000-EXIT.
000970     PERFORM 4200-FILL-FIELDS THRU 4200-EXIT.
000980     MOVE WS-OUT-TEXT TO PARM-MSG-TEXT.
000990     IF MSGF-MISSING-FIELD NOT = SPACES
001000         MOVE "91" TO PARM-STATUS.
001010 4000-EXIT.
001020     EXIT.
001030*----------------------------------------------------------*
001040* 4100-FIND-LETTER-LINE - COUNT THE TEMPLATE'S LINES IN      *
001050* WS-WANT-LANG AND PICK OUT THE ONE ASKED FOR.               *
001060*----------------------------------------------------------*
001070 4100-FIND-LETTER-LINE.
001080     MOVE 0 TO WS-LTR-LINES.
001090     MOVE "N" TO WS-TEXT-FOUND-SW MSGF-MORE-SW.
001100     MOVE 1 TO WS-CAT-SUB.
001110 4110-CHECK-NEXT.
001120     IF WS-CAT-SUB > WS-CAT-COUNT
001130         GO TO 4190-SCAN-DONE.
001140     IF WS-CAT-KEY (WS-CAT-SUB) = PARM-MSG-TYPE
001150         AND WS-CAT-LANG (WS-CAT-SUB) = WS-WANT-LANG
001160         ADD 1 TO WS-LTR-LINES
001170         IF WS-LTR-LINES = MSGF-LINE-NUMBER
001180             MOVE WS-CAT-TEXT (WS-CAT-SUB) TO WS-MSG-TEXT
001190             MOVE "Y" TO WS-TEXT-FOUND-SW.
001200     ADD 1 TO WS-CAT-SUB.
001210     GO TO 4110-CHECK-NEXT.
001220 4190-SCAN-DONE.
001230     IF WS-LTR-LINES > MSGF-LINE-NUMBER
001240         MOVE "Y" TO MSGF-MORE-SW.
001250 4100-EXIT.
001260     EXIT.
001270*----------------------------------------------------------*
001280* 4200-FILL-FIELDS - COPY THE TEMPLATE LINE ACROSS, PUTTING  *
001290* EACH NAMED FIELD'S VALUE IN PLACE OF ITS TOKEN. AN & THAT  *
001300* STARTS NO KNOWN TOKEN IS COPIED AS IT STANDS.              *
001310*----------------------------------------------------------*
001320 4200-FILL-FIELDS.
001330     MOVE WS-MSG-TEXT TO WS-FILL-TEXT.
001340     MOVE SPACES TO WS-OUT-TEXT.
001350     MOVE 1 TO WS-OUT-PTR.
001360     MOVE 1 TO WS-SCAN-SUB.
001370 4210-SCAN-NEXT.
001380     IF WS-SCAN-SUB > 72
001390         GO TO 4200-EXIT.
001400     IF WS-FILL-TEXT (WS-SCAN-SUB : 1) NOT = '&'
001410         GO TO 4280-COPY-CHAR.
001420     MOVE SPACES TO WS-FIELD-NAME.
001430     IF WS-FILL-TEXT (WS-SCAN-SUB : 5) = '&NAME'
001440         MOVE MSGF-NAME TO WS-FIELD-VALUE
001450         MOVE 'NAME' TO WS-FIELD-NAME
001460         MOVE 5 TO WS-TOKEN-LEN.
001470     IF WS-FILL-TEXT (WS-SCAN-SUB : 6) = '&EMPNO'
001480         MOVE MSGF-EMPNO TO WS-FIELD-VALUE
001490         MOVE 'EMPNO' TO WS-FIELD-NAME
001500         MOVE 6 TO WS-TOKEN-LEN.
001510     IF WS-FILL-TEXT (WS-SCAN-SUB : 5) = '&DEPT'
001520         MOVE MSGF-DEPT-NAME TO WS-FIELD-VALUE
001530         MOVE 'DEPT' TO WS-FIELD-NAME
001540         MOVE 5 TO WS-TOKEN-LEN.
001550     IF WS-FILL-TEXT (WS-SCAN-SUB : 4) = '&MGR'
001560         MOVE MSGF-MANAGER TO WS-FIELD-VALUE
001570         MOVE 'MANAGER' TO WS-FIELD-NAME
001580         MOVE 4 TO WS-TOKEN-LEN.
001590     IF WS-FILL-TEXT (WS-SCAN-SUB : 6) = '&START'
001600         MOVE MSGF-START TO WS-FIELD-VALUE
001610         MOVE 'START' TO WS-FIELD-NAME
001620         MOVE 6 TO WS-TOKEN-LEN.
001630     IF WS-FILL-TEXT (WS-SCAN-SUB : 7) = '&TENURE'
001640         MOVE MSGF-TENURE TO WS-FIELD-VALUE
001650         MOVE 'TENURE' TO WS-FIELD-NAME
001660         MOVE 7 TO WS-TOKEN-LEN.
001670     IF WS-FIELD-NAME = SPACES
001680         GO TO 4280-COPY-CHAR.
001690     PERFORM 4300-PUT-VALUE THRU 4300-EXIT.
001700     ADD WS-TOKEN-LEN TO WS-SCAN-SUB.
001710     GO TO 4210-SCAN-NEXT.
001720 4280-COPY-CHAR.
001730     IF WS-OUT-PTR < 81
001740         MOVE WS-FILL-TEXT (WS-SCAN-SUB : 1)
001750             TO WS-OUT-TEXT (WS-OUT-PTR : 1)
001760         ADD 1 TO WS-OUT-PTR.
001770     ADD 1 TO WS-SCAN-SUB.
001780     GO TO 4210-SCAN-NEXT.
001790 4200-EXIT.
001800     EXIT.
001810*----------------------------------------------------------*
001820* 4300-PUT-VALUE - APPEND WS-FIELD-VALUE WITHOUT ITS LEADING *
001830* OR TRAILING SPACES. A BLANK VALUE IS NOTED AS MISSING      *
001840* (THE FIRST ONE ON THE LINE) AND LEAVES NOTHING.            *
001850*----------------------------------------------------------*
001860 4300-PUT-VALUE.
001870     IF WS-FIELD-VALUE = SPACES
001880         IF MSGF-MISSING-FIELD = SPACES
001890             MOVE WS-FIELD-NAME TO MSGF-MISSING-FIELD
001900         END-IF
001910         GO TO 4300-EXIT.
001920     MOVE 1 TO WS-VALUE-POS.
001930 4310-SKIP-LEADING.
001940     IF WS-FIELD-VALUE (WS-VALUE-POS : 1) = SPACE
001950         ADD 1 TO WS-VALUE-POS
001960         GO TO 4310-SKIP-LEADING.
001970     MOVE 20 TO WS-VALUE-END.
001980 4320-SKIP-TRAILING.
001990     IF WS-FIELD-VALUE (WS-VALUE-END : 1) = SPACE
002000         SUBTRACT 1 FROM WS-VALUE-END
002010         GO TO 4320-SKIP-TRAILING.
002020     COMPUTE WS-VALUE-LEN = WS-VALUE-END - WS-VALUE-POS + 1.
002030     STRING WS-FIELD-VALUE (WS-VALUE-POS : WS-VALUE-LEN)
002040         DELIMITED BY SIZE
002050         INTO WS-OUT-TEXT
002060         WITH POINTER WS-OUT-PTR
002070         ON OVERFLOW CONTINUE
002080     END-STRING.
002090 4300-EXIT.
002100     EXIT.
