000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDLETTER.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. FORM LETTERS FROM A ROSTER *
000110*                EXTRACT (MDXOUT, AS WRITTEN BY MDEXTRT)   *
000120*                FOR THE ANNIVERSARY, TRANSFER AND         *
000130*                TERMINATION LETTERS HR USED TO TYPE BY    *
000140*                HAND. THE LETTER IS A MULTI-LINE TEMPLATE *
000150*                ON THE MESSAGE CATALOG NAMED ON THE       *
000160*                LTRPARM CARD (COLUMNS 1-2, A KEY          *
000170*                BEGINNING L, LA WITHOUT A CARD; COLUMNS   *
000180*                3-4 THE LANGUAGE, BLANK FOR THE SHOP      *
000190*                DEFAULT). EACH EMPLOYEE'S LETTER IS BUILT *
000200*                LINE BY LINE THROUGH SUBSUB WITH THE      *
000210*                NAME, NUMBER, DEPARTMENT NAME AND MANAGER *
000220*                (FROM MDDEPTS), START DATE AND CUMULATIVE *
000230*                SERVICE IN DAYS, AND WRITTEN TO MDLETTRS, *
000240*                EVERY LETTER ON A NEW PAGE. AN EMPLOYEE   *
000250*                WHOSE LETTER NEEDS A FIELD THAT IS BLANK  *
000260*                GETS NO LETTER AND IS LISTED ON MDLTREXC  *
000270*                WITH THE FIELD MISSING. EXCEPTIONS END    *
000280*                WITH RETURN CODE 4; A TEMPLATE NOT ON THE *
000290*                CATALOG ABENDS THE RUN BEFORE ANY LETTER  *
000300*                GOES OUT.                                 *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT XTR-FILE ASSIGN TO "MDXOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-XTR-STATUS.
000380     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DEPT-CODE
000420         FILE STATUS IS WS-DEPT-STATUS.
000430     SELECT PARM-FILE ASSIGN TO "LTRPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT LTR-FILE ASSIGN TO "MDLETTRS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LTR-STATUS.
000490     SELECT RPT-FILE ASSIGN TO "MDLTREXC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  XTR-FILE
000550     RECORD CONTAINS 80 CHARACTERS.
000560     COPY MDMSTREC.
000570 FD  DEPT-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590     COPY MDDPTREC.
000600 FD  PARM-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  PARM-RECORD.
000630     05  PARM-LETTER-KEY        PIC X(02).
000640     05  PARM-LETTER-LANG       PIC X(02).
000650     05  FILLER                 PIC X(76).
000660 FD  LTR-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  LTR-RECORD                 PIC X(80).
000690 FD  RPT-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  RPT-RECORD                 PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 01  WS-XTR-STATUS              PIC X(02) VALUE "00".
000740     88  WS-XTR-OK                        VALUE "00".
000750     88  WS-XTR-EOF                       VALUE "10".
000760 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000770     88  WS-DEPT-OK                       VALUE "00".
000780 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000790     88  WS-PARM-OK                       VALUE "00".
000800 01  WS-LTR-STATUS              PIC X(02) VALUE "00".
000810     88  WS-LTR-OK                        VALUE "00".
000820 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000830     88  WS-RPT-OK                        VALUE "00".
000840 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDLETTER'.
000850 01  WS-ERRH-FILE-NAME          PIC X(08).
000860 01  WS-ERRH-OPERATION          PIC X(06).
000870 01  WS-ERRH-SEVERITY           PIC X(02).
000880     88  WS-ERRH-SEVERE                   VALUE "08".
000890 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000900 01  WS-DEPT-OPEN-SW            PIC X(01) VALUE "N".
000910     88  WS-DEPT-OPEN                     VALUE "Y".
000920 01  WS-LETTER-KEY              PIC X(02) VALUE 'LA'.
000930 01  WS-LETTER-LANG             PIC X(02) VALUE SPACES.
000940 01  WS-READ-COUNT              PIC 9(07) VALUE 0.
000950 01  WS-LETTER-COUNT            PIC 9(07) VALUE 0.
000960 01  WS-EXCEPTION-COUNT         PIC 9(07) VALUE 0.
000970 01  WS-MSG-VALUE               PIC A(30) VALUE SPACES.
000980 01  WS-MSG-STATUS              PIC X(02).
000990     88  WS-MSG-NO-TEMPLATE               VALUE "90".
001000     88  WS-MSG-MISSING-DATA              VALUE "91".
001010 01  WS-MSG-TEXT                PIC X(80).
001020     COPY MSGFLDS.
001030 01  WS-START-NUM               PIC 9(08) VALUE 0.
001040     COPY DATEDISP REPLACING
001050         ==:LVL:== BY ==01==
001060         ==:PREFIX:== BY ==WS-START==.
001070 01  WS-CUM-DAYS                PIC 9(07) VALUE 0.
001080 01  WS-TENURE-EDIT             PIC Z,ZZZ,ZZ9.
001090*    ONE EMPLOYEE'S LETTER, BUILT IN FULL BEFORE ANY OF IT IS
001100*    WRITTEN SO A MISSING FIELD ON A LATE LINE LEAVES NO HALF
001110*    LETTER BEHIND.
001120 01  WS-LL-TABLE.
001130     05  WS-LL-LINE OCCURS 60 TIMES
001140                                PIC X(80).
001150 01  WS-LL-COUNT                PIC 9(02) VALUE 0.
001160 01  WS-LL-SUB                  PIC 9(02) VALUE 0.
001170 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001180 01  WS-TEMPLATE-LINE.
001190     05  FILLER                 PIC X(31)
001200         VALUE ' EXCEPTIONS FOR LETTER TEMPLATE'.
001210     05  FILLER                 PIC X(01) VALUE SPACES.
001220     05  WS-TPL-KEY             PIC X(02).
001230     05  FILLER                 PIC X(10) VALUE '  LANGUAGE'.
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  WS-TPL-LANG            PIC X(07).
001260     05  FILLER                 PIC X(28) VALUE SPACES.
001270 01  WS-EXC-LINE.
001280     05  FILLER                 PIC X(01) VALUE SPACES.
001290     05  WS-EX-EMPNO            PIC X(06).
001300     05  FILLER                 PIC X(01) VALUE SPACES.
001310     05  WS-EX-NAME             PIC X(20).
001320     05  FILLER                 PIC X(01) VALUE SPACES.
001330     05  WS-EX-DEPT             PIC X(04).
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  WS-EX-REASON           PIC X(40).
001360     05  FILLER                 PIC X(06) VALUE SPACES.
001370 01  WS-TOTAL-LINE.
001380     05  FILLER                 PIC X(18)
001390         VALUE ' EXTRACT RECORDS: '.
001400     05  WS-TL-READ             PIC ZZZZZZ9.
001410     05  FILLER                 PIC X(11) VALUE '  LETTERS: '.
001420     05  WS-TL-LETTERS          PIC ZZZZZZ9.
001430     05  FILLER                 PIC X(14)
001440         VALUE '  EXCEPTIONS: '.
001450     05  WS-TL-EXCEPTIONS       PIC ZZZZZZ9.
001460     05  FILLER                 PIC X(16) VALUE SPACES.
001470     COPY RPTHDFT.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT.
001520     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001530     CLOSE XTR-FILE LTR-FILE RPT-FILE.
001540     IF WS-DEPT-OPEN
001550         CLOSE DEPT-FILE.
001560     DISPLAY 'MDLETTER: ' WS-READ-COUNT ' EXTRACT RECORD(S), '
001570         WS-LETTER-COUNT ' LETTER(S), ' WS-EXCEPTION-COUNT
001580         ' EXCEPTION(S).'.
001590     IF WS-EXCEPTION-COUNT > 0
001600         MOVE 4 TO RETURN-CODE
001610     ELSE
001620         MOVE 0 TO RETURN-CODE.
001630     GOBACK.
001640*----------------------------------------------------------*
001650* 1000-INITIALIZE - TAKE THE TEMPLATE AND LANGUAGE FROM    *
001660* THE LTRPARM CARD, THEN OPEN THE EXTRACT, THE DEPARTMENT  *
001670* MASTER, THE LETTER FILE AND THE EXCEPTION LISTING.       *
001680* WITHOUT THE DEPARTMENT MASTER EVERY LETTER THAT NAMES A  *
001690* DEPARTMENT OR MANAGER BECOMES AN EXCEPTION.              *
001700*----------------------------------------------------------*
001710 1000-INITIALIZE.
001720     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001730     OPEN INPUT PARM-FILE.
001740     IF WS-PARM-OK
001750         READ PARM-FILE
001760         IF WS-PARM-OK
001770             IF PARM-LETTER-KEY NOT = SPACES
001780                 MOVE PARM-LETTER-KEY TO WS-LETTER-KEY
001790             END-IF
001800             MOVE PARM-LETTER-LANG TO WS-LETTER-LANG
001810         END-IF
001820         CLOSE PARM-FILE.
001830     IF WS-LETTER-KEY (1:1) NOT = "L"
001840         GO TO 9990-NO-TEMPLATE.
001850     OPEN INPUT XTR-FILE.
001860     IF NOT WS-XTR-OK
001870         MOVE 'MDXOUT' TO WS-ERRH-FILE-NAME
001880         MOVE 'OPEN' TO WS-ERRH-OPERATION
001890         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001900             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001910             WS-XTR-STATUS WS-ERRH-SEVERITY
001920         GO TO 9999-ABEND.
001930     OPEN INPUT DEPT-FILE.
001940     IF WS-DEPT-OK
001950         MOVE "Y" TO WS-DEPT-OPEN-SW
001960     ELSE
001970         DISPLAY 'MDLETTER: DEPARTMENT MASTER UNAVAILABLE - '
001980             'NO DEPARTMENT NAMES OR MANAGERS'.
001990     OPEN OUTPUT LTR-FILE.
002000     IF NOT WS-LTR-OK
002010         MOVE 'MDLETTRS' TO WS-ERRH-FILE-NAME
002020         MOVE 'OPEN' TO WS-ERRH-OPERATION
002030         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002040             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002050             WS-LTR-STATUS WS-ERRH-SEVERITY
002060         GO TO 9999-ABEND.
002070     OPEN OUTPUT RPT-FILE.
002080     IF NOT WS-RPT-OK
002090         MOVE 'MDLTREXC' TO WS-ERRH-FILE-NAME
002100         MOVE 'OPEN' TO WS-ERRH-OPERATION
002110         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002120             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002130             WS-RPT-STATUS WS-ERRH-SEVERITY
002140         GO TO 9999-ABEND.
002150     MOVE WS-LETTER-KEY TO WS-TPL-KEY.
002160     IF WS-LETTER-LANG = SPACES
002170         MOVE 'DEFAULT' TO WS-TPL-LANG
002180     ELSE
002190         MOVE WS-LETTER-LANG TO WS-TPL-LANG.
002200     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------*
002240* 2000-PROCESS-EXTRACT - ONE LETTER, OR ONE EXCEPTION      *
002250* LINE, PER EXTRACT RECORD.                                *
002260*----------------------------------------------------------*
002270 2000-PROCESS-EXTRACT.
002280     READ XTR-FILE
002290         AT END
002300             GO TO 2000-EXIT.
002310     ADD 1 TO WS-READ-COUNT.
002320     PERFORM 2100-SET-FIELDS THRU 2100-EXIT.
002330     PERFORM 2200-BUILD-LETTER THRU 2200-EXIT.
002340     IF MSGF-MISSING-FIELD NOT = SPACES
002350         PERFORM 2400-REPORT-EXCEPTION THRU 2400-EXIT
002360     ELSE
002370         PERFORM 2300-WRITE-LETTER THRU 2300-EXIT.
002380     GO TO 2000-PROCESS-EXTRACT.
002390 2000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------*
002420* 2100-SET-FIELDS - THE NAMED FIELDS FOR THIS EMPLOYEE.    *
002430* ANYTHING NOT ON THE EXTRACT, OR NOT ON MDDEPTS, IS LEFT  *
002440* BLANK FOR SUBSUB TO REPORT IF THE TEMPLATE USES IT.      *
002450* TENURE IS CUMULATIVE SERVICE, EARLIER PERIODS INCLUDED,  *
002460* AS MDEXTRT SHOWS IT.                                     *
002470*----------------------------------------------------------*
002480 2100-SET-FIELDS.
002490     MOVE SPACES TO MSGF-EMPNO MSGF-DEPT-NAME MSGF-MANAGER
002500         MSGF-START MSGF-TENURE.
002510     MOVE MSTR-NAME TO MSGF-NAME WS-MSG-VALUE.
002520     IF MSTR-EMPNO NUMERIC
002530         AND MSTR-EMPNO > 0
002540         MOVE MSTR-EMPNO TO MSGF-EMPNO.
002550     IF MSTR-START NUMERIC
002560         AND MSTR-START NOT = ZEROS
002570         MOVE MSTR-START TO WS-START-NUM
002580         MOVE WS-START-NUM TO WS-START-EDIT
002590         MOVE WS-START-EDIT TO MSGF-START.
002600     IF MSTR-DURATION NUMERIC
002610         MOVE MSTR-DURATION TO WS-CUM-DAYS
002620         IF MSTR-PRIOR-DAYS NUMERIC
002630             ADD MSTR-PRIOR-DAYS TO WS-CUM-DAYS
002640         END-IF
002650         MOVE WS-CUM-DAYS TO WS-TENURE-EDIT
002660         MOVE WS-TENURE-EDIT TO MSGF-TENURE.
002670     IF NOT WS-DEPT-OPEN
002680         OR MSTR-DEPT = SPACES
002690         GO TO 2100-EXIT.
002700     MOVE MSTR-DEPT TO DEPT-CODE.
002710     READ DEPT-FILE
002720         INVALID KEY
002730             GO TO 2100-EXIT.
002740     MOVE DEPT-NAME TO MSGF-DEPT-NAME.
002750     MOVE DEPT-MANAGER TO MSGF-MANAGER.
002760 2100-EXIT.
002770     EXIT.
002780*----------------------------------------------------------*
002790* 2200-BUILD-LETTER - ASK SUBSUB FOR EACH LINE OF THE      *
002800* TEMPLATE IN TURN. THE FIRST LINE NEEDING A BLANK FIELD   *
002810* STOPS THE LETTER, WITH THE FIELD LEFT IN                 *
002820* MSGF-MISSING-FIELD. A TEMPLATE LONGER THAN SIXTY LINES   *
002830* IS CUT AT SIXTY.                                         *
002840*----------------------------------------------------------*
002850 2200-BUILD-LETTER.
002860     MOVE 0 TO WS-LL-COUNT.
002870     MOVE 0 TO MSGF-LINE-NUMBER.
002880 2210-NEXT-LINE.
002890     ADD 1 TO MSGF-LINE-NUMBER.
002900     CALL 'SUBSUB' USING WS-MSG-VALUE WS-LETTER-KEY WS-MSG-STATUS
002910         WS-MSG-TEXT WS-LETTER-LANG MSGF-FIELDS.
002920     IF WS-MSG-NO-TEMPLATE
002930         GO TO 9990-NO-TEMPLATE.
002940     IF WS-MSG-MISSING-DATA
002950         GO TO 2200-EXIT.
002960     IF WS-LL-COUNT < 60
002970         ADD 1 TO WS-LL-COUNT
002980         MOVE WS-MSG-TEXT TO WS-LL-LINE (WS-LL-COUNT).
002990     IF MSGF-MORE-LINES
003000         GO TO 2210-NEXT-LINE.
003010 2200-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 2300-WRITE-LETTER - THE BUILT LETTER, STARTING ON A NEW  *
003050* PAGE.                                                    *
003060*----------------------------------------------------------*
003070 2300-WRITE-LETTER.
003080     MOVE WS-LL-LINE (1) TO LTR-RECORD.
003090     WRITE LTR-RECORD AFTER ADVANCING PAGE.
003100     PERFORM 2390-CHECK-WRITE THRU 2390-EXIT.
003110     MOVE 2 TO WS-LL-SUB.
003120 2310-NEXT-LINE.
003130     IF WS-LL-SUB > WS-LL-COUNT
003140         GO TO 2380-LETTER-DONE.
003150     MOVE WS-LL-LINE (WS-LL-SUB) TO LTR-RECORD.
003160     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.
003170     PERFORM 2390-CHECK-WRITE THRU 2390-EXIT.
003180     ADD 1 TO WS-LL-SUB.
003190     GO TO 2310-NEXT-LINE.
003200 2380-LETTER-DONE.
003210     ADD 1 TO WS-LETTER-COUNT.
003220 2300-EXIT.
003230     EXIT.
003240*----------------------------------------------------------*
003250* 2390-CHECK-WRITE - THE SHOP'S STANDARD WRITE CHECK FOR   *
003260* THE LETTER FILE.                                         *
003270*----------------------------------------------------------*
003280 2390-CHECK-WRITE.
003290     IF WS-LTR-OK
003300         GO TO 2390-EXIT.
003310     MOVE 'MDLETTRS' TO WS-ERRH-FILE-NAME.
003320     MOVE 'WRITE' TO WS-ERRH-OPERATION.
003330     CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003340         WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003350         WS-LTR-STATUS WS-ERRH-SEVERITY.
003360     IF WS-ERRH-SEVERE
003370         GO TO 9999-ABEND.
003380 2390-EXIT.
003390     EXIT.
003400*----------------------------------------------------------*
003410* 2400-REPORT-EXCEPTION - NO LETTER FOR THIS EMPLOYEE: ONE *
003420* LINE ON THE EXCEPTION LISTING NAMING THE FIELD THAT WAS  *
003430* MISSING.                                                 *
003440*----------------------------------------------------------*
003450 2400-REPORT-EXCEPTION.
003460     MOVE MSTR-EMPNO TO WS-EX-EMPNO.
003470     MOVE MSTR-NAME TO WS-EX-NAME.
003480     MOVE MSTR-DEPT TO WS-EX-DEPT.
003490     MOVE 'NO LETTER - MISSING' TO WS-EX-REASON.
003500     MOVE MSGF-MISSING-FIELD TO WS-EX-REASON (21:8).
003510     MOVE WS-EXC-LINE TO WS-ANSWER-LINE.
003520     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003530     ADD 1 TO WS-EXCEPTION-COUNT.
003540 2400-EXIT.
003550     EXIT.
003560*----------------------------------------------------------*
003570* 5000-PRINT-TOTALS - RECORDS READ, LETTERS WRITTEN AND    *
003580* EXCEPTIONS AT THE FOOT OF THE LISTING.                   *
003590*----------------------------------------------------------*
003600 5000-PRINT-TOTALS.
003610     MOVE SPACES TO WS-ANSWER-LINE.
003620     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003630     MOVE WS-READ-COUNT TO WS-TL-READ.
003640     MOVE WS-LETTER-COUNT TO WS-TL-LETTERS.
003650     MOVE WS-EXCEPTION-COUNT TO WS-TL-EXCEPTIONS.
003660     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
003670     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003680 5000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------*
003710* 0500-PRINT-HEADER - SHOP-STANDARD HEADER, THE TEMPLATE   *
003720* LINE AND COLUMN TITLES, REPEATED AT EVERY PAGE BREAK.    *
003730*----------------------------------------------------------*
003740 0500-PRINT-HEADER.
003750     MOVE 'MDLETTER' TO RPTHD-PROGRAM-NAME.
003760     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
003770     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
003780     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
003790     WRITE RPT-RECORD.
003800     MOVE WS-TEMPLATE-LINE TO RPT-RECORD.
003810     WRITE RPT-RECORD.
003820     MOVE 'EMPNO  NAME                 DEPT REASON'
003830         TO RPTTL-COLUMN-TITLES.
003840     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
003850     WRITE RPT-RECORD.
003860     ADD 1 TO RPT-PAGE-NUMBER.
003870     MOVE 0 TO RPT-LINES-ON-PAGE.
003880 0500-EXIT.
003890     EXIT.
003900*----------------------------------------------------------*
003910* 4900-PUT-LINE - ONE LISTING LINE WITH THE SHOP'S         *
003920* STANDARD WRITE CHECK AND PAGE BREAK.                     *
003930*----------------------------------------------------------*
003940 4900-PUT-LINE.
003950     MOVE WS-ANSWER-LINE TO RPT-RECORD.
003960     WRITE RPT-RECORD.
003970     IF NOT WS-RPT-OK
003980         MOVE 'MDLTREXC' TO WS-ERRH-FILE-NAME
003990         MOVE 'WRITE' TO WS-ERRH-OPERATION
004000         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004010             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004020             WS-RPT-STATUS WS-ERRH-SEVERITY
004030         IF WS-ERRH-SEVERE
004040             GO TO 9999-ABEND.
004050     ADD 1 TO RPT-LINES-ON-PAGE.
004060     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004070         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004080 4900-EXIT.
004090     EXIT.
004100*----------------------------------------------------------*
004110* 9990-NO-TEMPLATE - THE LETTER NAMED ON LTRPARM IS NOT A  *
004120* LETTER TEMPLATE ON THE MESSAGE CATALOG, SO NO EMPLOYEE   *
004130* CAN HAVE ONE. STOPS BEFORE THE FIRST LETTER IS WRITTEN.  *
004140*----------------------------------------------------------*
004150 9990-NO-TEMPLATE.
004160     DISPLAY 'MDLETTER: NO LETTER TEMPLATE ' WS-LETTER-KEY
004170         ' ON THE MESSAGE CATALOG - ABENDING.'.
004180     MOVE 16 TO RETURN-CODE.
004190     GOBACK.
004200*----------------------------------------------------------*
004210* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS        *
004220* SEVERE.                                                  *
004230*----------------------------------------------------------*
004240 9999-ABEND.
004250     DISPLAY 'MDLETTER: ABENDING - UNRECOVERABLE FILE ERROR.'.
004260     MOVE 16 TO RETURN-CODE.
004270     GOBACK.
