000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDABSUP.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-09 AG  FIRST VERSION. ABSENCE AND LEAVE          *
000110*                RECORDING FOR ROSTER EMPLOYEES, SO HR'S   *
000120*                VACATION, SICK AND LEAVE-OF-ABSENCE DAYS  *
000130*                STOP LIVING IN A SPREADSHEET WITH NO      *
000140*                CONNECTION TO MDROSTER. EACH CARD ON THE  *
000150*                HR FEED (MDABSTXN, FEEDTRLR CONTROL       *
000160*                TRAILER HASHED ON THE EMPLOYEE NUMBER)    *
000170*                RECORDS ONE ABSENCE - TYPE V, S OR L,     *
000180*                FIRST AND LAST DAY, OPERATOR ID CHECKED   *
000190*                AGAINST MDOPERS. THE EMPLOYEE MUST BE     *
000200*                ACTIVE ON THE ROSTER AND THE ABSENCE MAY  *
000210*                NOT OVERLAP ONE ALREADY RECORDED. THE     *
000220*                BUSINESS DAYS IT COSTS ARE COUNTED        *
000230*                THROUGH ADDBDAYS AND CHARGED TO THE       *
000240*                INDEXED LEAVE-BALANCE FILE (MDLVBAL, ONE  *
000250*                RECORD PER EMPLOYEE AND YEAR, ALLOWANCES  *
000260*                FROM MDLVPARM); THE ABSENCE ITSELF GOES   *
000270*                TO THE INDEXED HISTORY (MDABSHST). A      *
000280*                REFUSED CARD, OR A FEED WHOSE TRAILER IS  *
000290*                MISSING OR DISAGREES, ENDS THE RUN WITH   *
000300*                THE WARNING RETURN CODE 4.                *
000301* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000302*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000303*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000304*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000305*                KEY.                                      *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ATXN-FILE ASSIGN TO "MDABSTXN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ATXN-STATUS.
000380     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS MSTR-EMPNO
000420         ALTERNATE RECORD KEY IS MSTR-NAME
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT ABS-FILE ASSIGN TO "MDABSHST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ABS-KEY
000490         FILE STATUS IS WS-ABS-STATUS.
000500     SELECT LVB-FILE ASSIGN TO "MDLVBAL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LVB-KEY
000540         FILE STATUS IS WS-LVB-STATUS.
000550     SELECT PARM-FILE ASSIGN TO "MDLVPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580     SELECT OPER-FILE ASSIGN TO "MDOPERS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OPER-STATUS.
000610     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ATXN-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  ATXN-RECORD.
000690     05  ATX-EMPNO              PIC 9(06).
000700     05  ATX-TYPE               PIC X(01).
000710         88  ATX-TYPE-OK                VALUE "V" "S" "L".
000720     05  ATX-FROM               PIC 9(08).
000730     05  ATX-TO                 PIC 9(08).
000740     05  ATX-OPER-ID            PIC X(03).
000750     05  FILLER                 PIC X(54).
000760     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
000770         ==:PREFIX:== BY ==ATX-TRL==.
000780 FD  MASTER-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY MDMSTREC.
000810 FD  ABS-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY MDABSREC.
000840 FD  LVB-FILE
000850     RECORD CONTAINS 80 CHARACTERS.
000860     COPY MDLVBREC.
000870 FD  PARM-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  PARM-RECORD.
000900     05  PARM-VAC-DAYS          PIC 9(03).
000910     05  PARM-SICK-DAYS         PIC 9(03).
000920     05  FILLER                 PIC X(74).
000930 FD  OPER-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  OPER-RECORD.
000960     05  OPR-ID                 PIC X(03).
000970     05  OPR-NAME               PIC X(20).
000980     05  FILLER                 PIC X(57).
000990 FD  AUDIT-FILE
001000     RECORD CONTAINS 100 CHARACTERS.
001010     COPY AUDITREC.
001020 WORKING-STORAGE SECTION.
001030 01  WS-ATXN-STATUS             PIC X(02) VALUE "00".
001040     88  WS-ATXN-OK                       VALUE "00".
001050 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
001060     88  WS-MASTER-OK                     VALUE "00".
001070 01  WS-ABS-STATUS              PIC X(02) VALUE "00".
001080     88  WS-ABS-OK                        VALUE "00".
001090 01  WS-LVB-STATUS              PIC X(02) VALUE "00".
001100     88  WS-LVB-OK                        VALUE "00".
001110 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
001120     88  WS-PARM-OK                       VALUE "00".
001130 01  WS-OPER-STATUS             PIC X(02) VALUE "00".
001140     88  WS-OPER-FILE-OK                  VALUE "00".
001150 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001160     88  WS-AUDIT-OK                      VALUE "00".
001170 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDABSUP'.
001180 01  WS-ERRH-FILE-NAME          PIC X(08).
001190 01  WS-ERRH-OPERATION          PIC X(06).
001200 01  WS-ERRH-SEVERITY           PIC X(02).
001210     88  WS-ERRH-SEVERE                   VALUE "08".
001220 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001230 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001240 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
001250 01  WS-APPLIED-COUNT           PIC 9(05) VALUE 0.
001260 01  WS-REJECT-COUNT            PIC 9(05) VALUE 0.
001270 01  WS-OVER-COUNT              PIC 9(05) VALUE 0.
001280 01  WS-TXN-OK-SW               PIC X(01) VALUE "Y".
001290     88  WS-TXN-OK                        VALUE "Y".
001300 01  WS-REJ-REASON              PIC X(40) VALUE SPACES.
001310*    THE YEAR'S ALLOWANCES FOR A NEW BALANCE RECORD.
001320 01  WS-VAC-ALLOW               PIC 9(03) VALUE 20.
001330 01  WS-SICK-ALLOW              PIC 9(03) VALUE 10.
001340*    THE SENDER'S CONTROL TRAILER AND OUR OWN TOTALS.
001350 01  WS-TRL-FOUND-SW            PIC X(01) VALUE "N".
001360     88  WS-TRL-FOUND                     VALUE "Y".
001370 01  WS-TRL-BAD-SW              PIC X(01) VALUE "N".
001380     88  WS-TRL-BAD                       VALUE "Y".
001390 01  WS-TRL-EXP-COUNT           PIC 9(09) VALUE 0.
001400 01  WS-TRL-EXP-HASH            PIC 9(13) VALUE 0.
001410 01  WS-FD-HASH                 PIC 9(13) VALUE 0.
001420*    THE AUTHORIZED OPERATORS, AS MULTIDCOB LOADS THEM.
001430 01  WS-OP-TABLE.
001440     05  WS-OP-ENTRY OCCURS 20 TIMES.
001450         10  WS-OP-ID           PIC X(03).
001460         10  WS-OP-NAME         PIC X(20).
001470 01  WS-OP-COUNT                PIC 9(02) VALUE 0.
001480 01  WS-OP-SUB                  PIC 9(02) VALUE 0.
001490 01  WS-OP-LOADED-SW            PIC X(01) VALUE "N".
001500     88  WS-OP-LOADED                     VALUE "Y".
001510*    THE ABSENCE ON THE CARD, ITS DATES BROKEN OUT FOR THE
001520*    RANGE CHECKS.
001530 01  WS-AB-FROM-NUM             PIC 9(08) VALUE 0.
001540 01  WS-AB-FROM-R REDEFINES WS-AB-FROM-NUM.
001550     05  WS-AB-FROM-CCYY        PIC 9(04).
001560     05  WS-AB-FROM-MM          PIC 9(02).
001570     05  WS-AB-FROM-DD          PIC 9(02).
001580 01  WS-AB-TO-NUM               PIC 9(08) VALUE 0.
001590 01  WS-AB-TO-R REDEFINES WS-AB-TO-NUM.
001600     05  WS-AB-TO-CCYY          PIC 9(04).
001610     05  WS-AB-TO-MM            PIC 9(02).
001620     05  WS-AB-TO-DD            PIC 9(02).
001630 01  WS-AB-FROM-INT             PIC 9(08) VALUE 0.
001640 01  WS-AB-TO-INT               PIC 9(08) VALUE 0.
001650 01  WS-MSTR-START-NUM          PIC 9(08) VALUE 0.
001660 01  WS-MSTR-END-NUM            PIC 9(08) VALUE 0.
001670 01  WS-DAYS-Y1                 PIC 9(04) VALUE 0.
001680 01  WS-DAYS-Y2                 PIC 9(04) VALUE 0.
001690*    ADDBDAYS ARGUMENTS.
001700 01  WS-BD-BASE                 PIC 9(08) VALUE 0.
001710 01  WS-BD-OFFSET               PIC S9(04) VALUE 0.
001720 01  WS-BD-DATE                 PIC 9(08) VALUE 0.
001730 01  WS-BD-DATE-R REDEFINES WS-BD-DATE.
001740     05  WS-BD-CCYY             PIC 9(04).
001750     05  FILLER                 PIC 9(04).
001760*    ONE YEAR'S CHARGE TO THE BALANCE FILE.
001770 01  WS-CH-YEAR                 PIC 9(04) VALUE 0.
001780 01  WS-CH-DAYS                 PIC 9(04) VALUE 0.
001790 01  WS-LVB-FOUND-SW            PIC X(01) VALUE "N".
001800     88  WS-LVB-FOUND                     VALUE "Y".
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001840     PERFORM 0700-READ-PARM THRU 0700-EXIT.
001850     PERFORM 0800-LOAD-OPERS THRU 0800-EXIT.
001860     OPEN INPUT ATXN-FILE.
001870     IF NOT WS-ATXN-OK
001880         DISPLAY 'MDABSUP: NO ABSENCE FEED (MDABSTXN) - '
001890             'NOTHING RECORDED'
001900         MOVE 4 TO RETURN-CODE
001910         GOBACK.
001920     OPEN INPUT MASTER-FILE.
001930     IF NOT WS-MASTER-OK
001940         DISPLAY 'MDABSUP: ROSTER MASTER (MDROSTER) '
001950             'UNAVAILABLE - NO ABSENCE CAN BE VALIDATED'
001960         CLOSE ATXN-FILE
001970         MOVE 8 TO RETURN-CODE
001980         GOBACK.
001990     PERFORM 1000-OPEN-LEAVE-FILES THRU 1000-EXIT.
002000 0010-NEXT-TXN.
002010     READ ATXN-FILE
002020         AT END
002030             GO TO 0090-TXNS-DONE.
002040*    THE SENDER'S CONTROL TRAILER IS NOT AN ABSENCE -
002050*    CAPTURE ITS COUNT AND HASH FOR THE END-OF-FILE CHECK.
002060     IF ATX-TRL-PRESENT
002070         MOVE "Y" TO WS-TRL-FOUND-SW
002080         IF ATX-TRL-RECORD-COUNT NUMERIC
002090             MOVE ATX-TRL-RECORD-COUNT TO WS-TRL-EXP-COUNT
002100         END-IF
002110         IF ATX-TRL-HASH-TOTAL NUMERIC
002120             MOVE ATX-TRL-HASH-TOTAL TO WS-TRL-EXP-HASH
002130         END-IF
002140         GO TO 0010-NEXT-TXN.
002150     ADD 1 TO WS-READ-COUNT.
002160     IF ATX-EMPNO NUMERIC
002170         COMPUTE WS-FD-HASH = WS-FD-HASH + ATX-EMPNO.
002180     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT.
002190     GO TO 0010-NEXT-TXN.
002200 0090-TXNS-DONE.
002210     CLOSE ATXN-FILE.
002220     CLOSE MASTER-FILE.
002230     CLOSE ABS-FILE.
002240     CLOSE LVB-FILE.
002250     PERFORM 0950-VERIFY-TRAILER THRU 0950-EXIT.
002260     DISPLAY 'MDABSUP: ' WS-READ-COUNT ' ABSENCE(S) READ, '
002270         WS-APPLIED-COUNT ' RECORDED, ' WS-REJECT-COUNT
002280         ' REFUSED.'.
002290     IF WS-OVER-COUNT > 0
002300         DISPLAY 'MDABSUP: ' WS-OVER-COUNT
002310             ' ABSENCE(S) TOOK AN EMPLOYEE PAST THE YEAR''S '
002320             'ALLOWANCE - RECORDED, SEE MDLVBAL.'.
002330     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
002340     IF WS-REJECT-COUNT > 0 OR WS-TRL-BAD
002350         MOVE 4 TO RETURN-CODE
002360     ELSE
002370         MOVE 0 TO RETURN-CODE.
002380     GOBACK.
002390*----------------------------------------------------------*
002400* 0700-READ-PARM - THE YEARLY VACATION AND SICK ALLOWANCES *
002410* GIVEN TO A BALANCE RECORD WHEN IT IS CREATED. NO CARD,   *
002420* OR A FIELD THAT IS NOT NUMERIC, LEAVES THE SHOP DEFAULT  *
002430* OF 20 VACATION AND 10 SICK DAYS.                         *
002440*----------------------------------------------------------*
002450 0700-READ-PARM.
002460     OPEN INPUT PARM-FILE.
002470     IF NOT WS-PARM-OK
002480         GO TO 0700-EXIT.
002490     READ PARM-FILE.
002500     IF WS-PARM-OK
002510         IF PARM-VAC-DAYS NUMERIC
002520             MOVE PARM-VAC-DAYS TO WS-VAC-ALLOW
002530         ELSE
002540             DISPLAY 'MDABSUP: VACATION ALLOWANCE ON MDLVPARM '
002550                 'NOT NUMERIC - DEFAULT ' WS-VAC-ALLOW ' USED'
002560         END-IF
002570         IF PARM-SICK-DAYS NUMERIC
002580             MOVE PARM-SICK-DAYS TO WS-SICK-ALLOW
002590         ELSE
002600             DISPLAY 'MDABSUP: SICK ALLOWANCE ON MDLVPARM '
002610                 'NOT NUMERIC - DEFAULT ' WS-SICK-ALLOW ' USED'
002620         END-IF
002630     END-IF.
002640     CLOSE PARM-FILE.
002650 0700-EXIT.
002660     EXIT.
002670*----------------------------------------------------------*
002680* 0800-LOAD-OPERS - LOAD THE AUTHORIZED-OPERATORS CARDS    *
002690* FOR THE RUN. A MISSING FILE MEANS NO OPERATOR CHECK -    *
002700* SAID ONCE, AS MULTIDCOB SAYS IT.                         *
002710*----------------------------------------------------------*
002720 0800-LOAD-OPERS.
002730     OPEN INPUT OPER-FILE.
002740     IF NOT WS-OPER-FILE-OK
002750         DISPLAY 'MDABSUP: AUTHORIZED-OPERATORS FILE '
002760             'UNAVAILABLE - OPERATOR CHECK SKIPPED'
002770         GO TO 0800-EXIT.
002780 0810-READ-NEXT.
002790     READ OPER-FILE
002800         AT END
002810             GO TO 0820-LOAD-DONE.
002820     IF OPR-ID = SPACES
002830         GO TO 0810-READ-NEXT.
002840     IF WS-OP-COUNT < 20
002850         ADD 1 TO WS-OP-COUNT
002860         MOVE OPR-ID TO WS-OP-ID (WS-OP-COUNT)
002870         MOVE OPR-NAME TO WS-OP-NAME (WS-OP-COUNT)
002880     ELSE
002890         DISPLAY 'MDABSUP: OPERATOR TABLE FULL - '
002900             OPR-ID ' IGNORED'.
002910     GO TO 0810-READ-NEXT.
002920 0820-LOAD-DONE.
002930     CLOSE OPER-FILE.
002940     IF WS-OP-COUNT > 0
002950         MOVE "Y" TO WS-OP-LOADED-SW.
002960 0800-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002990* 0850-CHECK-OPERATOR - THE CARD'S OPERATOR ID MUST BE ON  *
003000* THE AUTHORIZED LIST. A BLANK OR UNKNOWN ID REFUSES THE   *
003010* CARD. NO LOADED LIST MEANS NO CHECK.                     *
003020*----------------------------------------------------------*
003030 0850-CHECK-OPERATOR.
003040     IF NOT WS-OP-LOADED
003050         GO TO 0850-EXIT.
003060     IF ATX-OPER-ID = SPACES
003070         MOVE 'NO OPERATOR ID' TO WS-REJ-REASON
003080         PERFORM 2900-REJECT THRU 2900-EXIT
003090         GO TO 0850-EXIT.
003100     MOVE 1 TO WS-OP-SUB.
003110 0860-CHECK-NEXT.
003120     IF WS-OP-SUB > WS-OP-COUNT
003130         MOVE SPACES TO WS-REJ-REASON
003140         STRING 'OPERATOR ' ATX-OPER-ID ' NOT AUTHORIZED'
003150             DELIMITED BY SIZE INTO WS-REJ-REASON
003160         PERFORM 2900-REJECT THRU 2900-EXIT
003170         GO TO 0850-EXIT.
003180     IF WS-OP-ID (WS-OP-SUB) = ATX-OPER-ID
003190         GO TO 0850-EXIT.
003200     ADD 1 TO WS-OP-SUB.
003210     GO TO 0860-CHECK-NEXT.
003220 0850-EXIT.
003230     EXIT.
003240*----------------------------------------------------------*
003250* 0950-VERIFY-TRAILER - THE FEED'S CONTROL TRAILER MUST BE *
003260* PRESENT AND AGREE WITH WHAT WAS READ, AS ON MULTIDCOB'S  *
003270* MDROSTXN.                                                *
003280*----------------------------------------------------------*
003290 0950-VERIFY-TRAILER.
003300     IF NOT WS-TRL-FOUND
003310         DISPLAY 'MDABSUP: *** NO CONTROL TRAILER ON '
003320             'MDABSTXN - FEED MAY BE TRUNCATED'
003330         MOVE "Y" TO WS-TRL-BAD-SW
003340         GO TO 0950-EXIT.
003350     IF WS-TRL-EXP-COUNT NOT = WS-READ-COUNT
003360         DISPLAY 'MDABSUP: *** TRAILER COUNT '
003370             WS-TRL-EXP-COUNT ' BUT ' WS-READ-COUNT
003380             ' ABSENCE(S) READ'
003390         MOVE "Y" TO WS-TRL-BAD-SW.
003400     IF WS-TRL-EXP-HASH NOT = WS-FD-HASH
003410         DISPLAY 'MDABSUP: *** TRAILER HASH '
003420             WS-TRL-EXP-HASH ' BUT ' WS-FD-HASH
003430             ' COMPUTED'
003440         MOVE "Y" TO WS-TRL-BAD-SW.
003450 0950-EXIT.
003460     EXIT.
003470*----------------------------------------------------------*
003480* 1000-OPEN-LEAVE-FILES - OPEN THE ABSENCE HISTORY AND THE *
003490* BALANCE FILE FOR UPDATE, CREATING EACH ON THE FIRST RUN  *
003500* THE WAY MDPURGE CREATES ITS ARCHIVE. A FILE THAT CANNOT  *
003510* BE OPENED EITHER WAY IS SEVERE.                          *
003520*----------------------------------------------------------*
003530 1000-OPEN-LEAVE-FILES.
003540     OPEN I-O ABS-FILE.
003550     IF NOT WS-ABS-OK
003560         OPEN OUTPUT ABS-FILE
003570         CLOSE ABS-FILE
003580         OPEN I-O ABS-FILE.
003590     IF NOT WS-ABS-OK
003600         MOVE 'MDABSHST' TO WS-ERRH-FILE-NAME
003610         MOVE 'OPEN' TO WS-ERRH-OPERATION
003620         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003630             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003640             WS-ABS-STATUS WS-ERRH-SEVERITY
003650         GO TO 9999-ABEND.
003660     OPEN I-O LVB-FILE.
003670     IF NOT WS-LVB-OK
003680         OPEN OUTPUT LVB-FILE
003690         CLOSE LVB-FILE
003700         OPEN I-O LVB-FILE.
003710     IF NOT WS-LVB-OK
003720         MOVE 'MDLVBAL' TO WS-ERRH-FILE-NAME
003730         MOVE 'OPEN' TO WS-ERRH-OPERATION
003740         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003750             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003760             WS-LVB-STATUS WS-ERRH-SEVERITY
003770         GO TO 9999-ABEND.
003780 1000-EXIT.
003790     EXIT.
003800*----------------------------------------------------------*
003810* 2000-PROCESS-TXN - VALIDATE ONE ABSENCE CARD AND RECORD  *
003820* IT.                                                      *
003830*----------------------------------------------------------*
003840 2000-PROCESS-TXN.
003850     MOVE "Y" TO WS-TXN-OK-SW.
003860     PERFORM 0850-CHECK-OPERATOR THRU 0850-EXIT.
003870     IF NOT WS-TXN-OK
003880         GO TO 2000-EXIT.
003890     IF ATX-EMPNO NOT NUMERIC
003900         MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-REJ-REASON
003910         PERFORM 2900-REJECT THRU 2900-EXIT
003920         GO TO 2000-EXIT.
003930     IF NOT ATX-TYPE-OK
003940         MOVE 'ABSENCE TYPE NOT V, S OR L' TO WS-REJ-REASON
003950         PERFORM 2900-REJECT THRU 2900-EXIT
003960         GO TO 2000-EXIT.
003970     PERFORM 2100-CHECK-DATES THRU 2100-EXIT.
003980     IF NOT WS-TXN-OK
003990         GO TO 2000-EXIT.
004000     PERFORM 2200-CHECK-EMPLOYEE THRU 2200-EXIT.
004010     IF NOT WS-TXN-OK
004020         GO TO 2000-EXIT.
004030     PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT.
004040     IF NOT WS-TXN-OK
004050         GO TO 2000-EXIT.
004060     PERFORM 2400-COUNT-DAYS THRU 2400-EXIT.
004070     IF WS-DAYS-Y1 + WS-DAYS-Y2 = 0
004080         MOVE 'NO BUSINESS DAYS IN THE RANGE' TO WS-REJ-REASON
004090         PERFORM 2900-REJECT THRU 2900-EXIT
004100         GO TO 2000-EXIT.
004110     PERFORM 2500-WRITE-ABSENCE THRU 2500-EXIT.
004120     IF NOT WS-TXN-OK
004130         GO TO 2000-EXIT.
004140     MOVE WS-AB-FROM-CCYY TO WS-CH-YEAR.
004150     MOVE WS-DAYS-Y1 TO WS-CH-DAYS.
004160     PERFORM 2600-CHARGE-YEAR THRU 2600-EXIT.
004170     IF WS-DAYS-Y2 > 0
004180         MOVE WS-AB-TO-CCYY TO WS-CH-YEAR
004190         MOVE WS-DAYS-Y2 TO WS-CH-DAYS
004200         PERFORM 2600-CHARGE-YEAR THRU 2600-EXIT.
004210     ADD 1 TO WS-APPLIED-COUNT.
004220 2000-EXIT.
004230     EXIT.
004240*----------------------------------------------------------*
004250* 2100-CHECK-DATES - BOTH DAYS MUST BE REAL CCYYMMDD DATES *
004260* (NO 31ST OF A SHORT MONTH - ADDBDAYS HANDS AN UNREADABLE *
004270* DATE BACK UNCHANGED), THE LAST NOT BEFORE THE FIRST. AN  *
004280* ABSENCE MAY CROSS ONE NEW YEAR BUT NO MORE - ITS DAYS    *
004290* ARE CHARGED TO AT MOST TWO BALANCE YEARS.                *
004300*----------------------------------------------------------*
004310 2100-CHECK-DATES.
004320     IF ATX-FROM NOT NUMERIC
004330         OR ATX-TO NOT NUMERIC
004340         MOVE 'FIRST OR LAST DAY NOT NUMERIC' TO WS-REJ-REASON
004350         PERFORM 2900-REJECT THRU 2900-EXIT
004360         GO TO 2100-EXIT.
004370     MOVE ATX-FROM TO WS-AB-FROM-NUM.
004380     MOVE ATX-TO TO WS-AB-TO-NUM.
004390     IF WS-AB-FROM-CCYY < 1601
004400         OR WS-AB-FROM-MM < 1 OR WS-AB-FROM-MM > 12
004410         OR WS-AB-FROM-DD < 1 OR WS-AB-FROM-DD > 31
004420         OR WS-AB-TO-CCYY < 1601
004430         OR WS-AB-TO-MM < 1 OR WS-AB-TO-MM > 12
004440         OR WS-AB-TO-DD < 1 OR WS-AB-TO-DD > 31
004450         MOVE 'FIRST OR LAST DAY NOT A VALID DATE'
004460             TO WS-REJ-REASON
004470         PERFORM 2900-REJECT THRU 2900-EXIT
004480         GO TO 2100-EXIT.
004490     COMPUTE WS-AB-FROM-INT =
004500         FUNCTION INTEGER-OF-DATE(WS-AB-FROM-NUM).
004510     COMPUTE WS-AB-TO-INT =
004520         FUNCTION INTEGER-OF-DATE(WS-AB-TO-NUM).
004530     IF WS-AB-FROM-INT = 0 OR WS-AB-TO-INT = 0
004540         MOVE 'FIRST OR LAST DAY NOT A VALID DATE'
004550             TO WS-REJ-REASON
004560         PERFORM 2900-REJECT THRU 2900-EXIT
004570         GO TO 2100-EXIT.
004580     IF WS-AB-TO-NUM < WS-AB-FROM-NUM
004590         MOVE 'LAST DAY BEFORE FIRST DAY' TO WS-REJ-REASON
004600         PERFORM 2900-REJECT THRU 2900-EXIT
004610         GO TO 2100-EXIT.
004620     IF WS-AB-TO-CCYY > WS-AB-FROM-CCYY + 1
004630         MOVE 'SPANS MORE THAN TWO CALENDAR YEARS'
004640             TO WS-REJ-REASON
004650         PERFORM 2900-REJECT THRU 2900-EXIT.
004660 2100-EXIT.
004670     EXIT.
004680*----------------------------------------------------------*
004690* 2200-CHECK-EMPLOYEE - THE EMPLOYEE MUST BE ON THE ROSTER *
004700* AND ACTIVE, AND THE ABSENCE MUST FALL INSIDE THE CURRENT *
004710* SPAN OF EMPLOYMENT.                                      *
004720*----------------------------------------------------------*
004730 2200-CHECK-EMPLOYEE.
004740     MOVE ATX-EMPNO TO MSTR-EMPNO.
004750     READ MASTER-FILE
004760         KEY IS MSTR-EMPNO
004770         INVALID KEY
004780             MOVE 'NOT ON THE ROSTER' TO WS-REJ-REASON
004790             PERFORM 2900-REJECT THRU 2900-EXIT
004800             GO TO 2200-EXIT
004810     END-READ.
004820     IF NOT MSTR-IS-ACTIVE
004830         MOVE 'EMPLOYEE IS NOT ACTIVE' TO WS-REJ-REASON
004840         PERFORM 2900-REJECT THRU 2900-EXIT
004850         GO TO 2200-EXIT.
004860     MOVE 0 TO WS-MSTR-START-NUM.
004870     MOVE 0 TO WS-MSTR-END-NUM.
004880     IF MSTR-START NUMERIC
004890         MOVE MSTR-START TO WS-MSTR-START-NUM.
004900     IF MSTR-END NUMERIC
004910         MOVE MSTR-END TO WS-MSTR-END-NUM.
004920     IF WS-AB-FROM-NUM < WS-MSTR-START-NUM
004930         MOVE 'BEFORE THE EMPLOYEE STARTED' TO WS-REJ-REASON
004940         PERFORM 2900-REJECT THRU 2900-EXIT
004950         GO TO 2200-EXIT.
004960     IF WS-MSTR-END-NUM > 0
004970         AND WS-AB-TO-NUM > WS-MSTR-END-NUM
004980         MOVE 'RUNS PAST THE EMPLOYEE''S END DATE'
004990             TO WS-REJ-REASON
005000         PERFORM 2900-REJECT THRU 2900-EXIT.
005010 2200-EXIT.
005020     EXIT.
005030*----------------------------------------------------------*
005040* 2300-CHECK-OVERLAP - WALK THE EMPLOYEE'S RECORDED        *
005050* ABSENCES IN FIRST-DAY ORDER. ONE THAT STARTS AFTER THE   *
005060* NEW LAST DAY ENDS THE WALK; ONE THAT ENDS ON OR AFTER    *
005070* THE NEW FIRST DAY OVERLAPS. ABSENCES RECORDED EARLIER IN *
005080* THIS RUN ARE ALREADY ON THE FILE.                        *
005090*----------------------------------------------------------*
005100 2300-CHECK-OVERLAP.
005110     MOVE ATX-EMPNO TO ABS-EMPNO.
005120     MOVE 0 TO ABS-FROM.
005130     START ABS-FILE KEY IS NOT LESS THAN ABS-KEY
005140         INVALID KEY
005150             GO TO 2300-EXIT
005160     END-START.
005170 2310-READ-NEXT.
005180     READ ABS-FILE NEXT RECORD
005190         AT END
005200             GO TO 2300-EXIT.
005210     IF ABS-EMPNO NOT = ATX-EMPNO
005220         GO TO 2300-EXIT.
005230     IF ABS-FROM > WS-AB-TO-NUM
005240         GO TO 2300-EXIT.
005250     IF ABS-TO < WS-AB-FROM-NUM
005260         GO TO 2310-READ-NEXT.
005270     MOVE SPACES TO WS-REJ-REASON.
005280     STRING 'OVERLAPS ' ABS-TYPE ' ABSENCE '
005290         ABS-FROM '-' ABS-TO
005300         DELIMITED BY SIZE INTO WS-REJ-REASON.
005310     PERFORM 2900-REJECT THRU 2900-EXIT.
005320 2300-EXIT.
005330     EXIT.
005340*----------------------------------------------------------*
005350* 2400-COUNT-DAYS - COUNT THE BUSINESS DAYS FROM THE FIRST *
005360* DAY TO THE LAST, BOTH INCLUDED, ON THE ADDBDAYS          *
005370* CALENDAR: SETTLE ON THE FIRST BUSINESS DAY NOT BEFORE    *
005380* THE FIRST DAY, THEN STEP ONE BUSINESS DAY AT A TIME      *
005390* UNTIL PAST THE LAST. DAYS IN THE LAST DAY'S YEAR, WHEN   *
005400* IT IS THE NEXT ONE, ARE KEPT APART.                      *
005410*----------------------------------------------------------*
005420 2400-COUNT-DAYS.
005430     MOVE 0 TO WS-DAYS-Y1.
005440     MOVE 0 TO WS-DAYS-Y2.
005450     MOVE 0 TO WS-BD-OFFSET.
005460     CALL 'ADDBDAYS' USING WS-AB-FROM-NUM WS-BD-OFFSET
005470         WS-BD-DATE.
005480 2410-NEXT-DAY.
005490     IF WS-BD-DATE > WS-AB-TO-NUM
005500         GO TO 2400-EXIT.
005510     IF WS-BD-CCYY = WS-AB-FROM-CCYY
005520         ADD 1 TO WS-DAYS-Y1
005530     ELSE
005540         ADD 1 TO WS-DAYS-Y2.
005550     MOVE WS-BD-DATE TO WS-BD-BASE.
005560     MOVE 1 TO WS-BD-OFFSET.
005570     CALL 'ADDBDAYS' USING WS-BD-BASE WS-BD-OFFSET
005580         WS-BD-DATE.
005590     GO TO 2410-NEXT-DAY.
005600 2400-EXIT.
005610     EXIT.
005620*----------------------------------------------------------*
005630* 2500-WRITE-ABSENCE - ADD THE ABSENCE TO THE HISTORY WITH *
005640* ITS BUSINESS DAYS AND THE EMPLOYEE'S DEPARTMENT TODAY.   *
005650*----------------------------------------------------------*
005660 2500-WRITE-ABSENCE.
005670     MOVE SPACES TO ABS-RECORD.
005680     MOVE ATX-EMPNO TO ABS-EMPNO.
005690     MOVE WS-AB-FROM-NUM TO ABS-FROM.
005700     MOVE WS-AB-TO-NUM TO ABS-TO.
005710     MOVE ATX-TYPE TO ABS-TYPE.
005720     COMPUTE ABS-BUS-DAYS = WS-DAYS-Y1 + WS-DAYS-Y2.
005730     MOVE MSTR-DEPT TO ABS-DEPT.
005740     MOVE ATX-OPER-ID TO ABS-OPER-ID.
005750     MOVE WS-RUN-DATE-NUM TO ABS-RECORDED.
005760     WRITE ABS-RECORD
005770         INVALID KEY
005780             MOVE 'ABSENCE ALREADY RECORDED FOR THAT DAY'
005790                 TO WS-REJ-REASON
005800             PERFORM 2900-REJECT THRU 2900-EXIT
005810     END-WRITE.
005820 2500-EXIT.
005830     EXIT.
005840*----------------------------------------------------------*
005850* 2600-CHARGE-YEAR - ADD WS-CH-DAYS TO THE EMPLOYEE'S      *
005860* BALANCE RECORD FOR WS-CH-YEAR, CREATING IT WITH THE      *
005870* CURRENT ALLOWANCES WHEN IT IS THE FIRST ABSENCE OF THAT  *
005880* YEAR. GOING PAST AN ALLOWANCE IS REPORTED, NOT REFUSED - *
005890* THE DAYS WERE TAKEN EITHER WAY.                          *
005900*----------------------------------------------------------*
005910 2600-CHARGE-YEAR.
005920     MOVE ATX-EMPNO TO LVB-EMPNO.
005930     MOVE WS-CH-YEAR TO LVB-YEAR.
005940     MOVE "Y" TO WS-LVB-FOUND-SW.
005950     READ LVB-FILE
005960         INVALID KEY
005970             MOVE "N" TO WS-LVB-FOUND-SW
005980     END-READ.
005990     IF NOT WS-LVB-FOUND
006000         MOVE SPACES TO LVB-RECORD
006010         MOVE ATX-EMPNO TO LVB-EMPNO
006020         MOVE WS-CH-YEAR TO LVB-YEAR
006030         MOVE WS-VAC-ALLOW TO LVB-VAC-ALLOW
006040         MOVE 0 TO LVB-VAC-TAKEN
006050         MOVE WS-SICK-ALLOW TO LVB-SICK-ALLOW
006060         MOVE 0 TO LVB-SICK-TAKEN
006070         MOVE 0 TO LVB-LOA-TAKEN.
006080     EVALUATE ATX-TYPE
006090         WHEN 'V'
006100             ADD WS-CH-DAYS TO LVB-VAC-TAKEN
006110             IF LVB-VAC-TAKEN > LVB-VAC-ALLOW
006120                 DISPLAY 'MDABSUP: EMPLOYEE ' ATX-EMPNO
006130                     ' PAST ' WS-CH-YEAR ' VACATION ALLOWANCE - '
006140                     LVB-VAC-TAKEN ' OF ' LVB-VAC-ALLOW ' TAKEN'
006150                 ADD 1 TO WS-OVER-COUNT
006160             END-IF
006170         WHEN 'S'
006180             ADD WS-CH-DAYS TO LVB-SICK-TAKEN
006190             IF LVB-SICK-TAKEN > LVB-SICK-ALLOW
006200                 DISPLAY 'MDABSUP: EMPLOYEE ' ATX-EMPNO
006210                     ' PAST ' WS-CH-YEAR ' SICK ALLOWANCE - '
006220                     LVB-SICK-TAKEN ' OF ' LVB-SICK-ALLOW ' TAKEN'
006230                 ADD 1 TO WS-OVER-COUNT
006240             END-IF
006250         WHEN OTHER
006260             ADD WS-CH-DAYS TO LVB-LOA-TAKEN
006270     END-EVALUATE.
006280     MOVE WS-RUN-DATE-NUM TO LVB-LAST-DATE.
006290     IF WS-LVB-FOUND
006300         REWRITE LVB-RECORD
006310     ELSE
006320         WRITE LVB-RECORD.
006330     IF NOT WS-LVB-OK
006340         MOVE 'MDLVBAL' TO WS-ERRH-FILE-NAME
006350         MOVE 'WRITE' TO WS-ERRH-OPERATION
006360         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006370             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006380             WS-LVB-STATUS WS-ERRH-SEVERITY
006390         IF WS-ERRH-SEVERE
006400             GO TO 9999-ABEND.
006410 2600-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 2900-REJECT - REPORT A REFUSED CARD WITH ITS REASON.     *
006450*----------------------------------------------------------*
006460 2900-REJECT.
006470     DISPLAY '** ABSENCE REFUSED - ' ATX-EMPNO ' ' ATX-TYPE
006480         ' ' ATX-FROM ' - ' WS-REJ-REASON.
006490     MOVE "N" TO WS-TXN-OK-SW.
006500     ADD 1 TO WS-REJECT-COUNT.
006510 2900-EXIT.
006520     EXIT.
006530*----------------------------------------------------------*
006540* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
006550* SHOP-WIDE AUDIT FILE. ABSENCES READ BALANCE AGAINST      *
006560* ABSENCES RECORDED PLUS ABSENCES REFUSED; A REFUSAL OR A  *
006570* BAD TRAILER CARRIES THE WARNING STATUS.                  *
006580*----------------------------------------------------------*
006590 9000-WRITE-AUDIT.
006600     MOVE SPACES TO AUDIT-RECORD.
006610     CALL 'GETRUNID' USING WS-RUN-ID.
006620     MOVE WS-RUN-ID TO AUD-RUN-ID.
006630     MOVE 'MDABSUP' TO AUD-PROGRAM-ID.
006640     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006650     ACCEPT AUD-RUN-TIME FROM TIME.
006660     MOVE WS-APPLIED-COUNT TO AUD-RECORD-COUNT.
006670     IF WS-REJECT-COUNT = 0 AND NOT WS-TRL-BAD
006680         SET AUD-STATUS-OK TO TRUE
006690     ELSE
006700         SET AUD-STATUS-WARNING TO TRUE.
006710     MOVE WS-READ-COUNT TO AUD-READ-COUNT.
006720     MOVE WS-APPLIED-COUNT TO AUD-WRITTEN-COUNT.
006730     MOVE WS-REJECT-COUNT TO AUD-REJECT-COUNT.
006740     OPEN EXTEND AUDIT-FILE.
006750     IF NOT WS-AUDIT-OK
006760         CLOSE AUDIT-FILE
006770         OPEN OUTPUT AUDIT-FILE.
006780     WRITE AUDIT-RECORD.
006790     IF NOT WS-AUDIT-OK
006800         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
006810         MOVE 'WRITE' TO WS-ERRH-OPERATION
006820         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006830             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006840             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
006843     IF WS-AUDIT-OK
006846         CALL 'AUDXPOST' USING AUDIT-RECORD.
006850     CLOSE AUDIT-FILE.
006860 9000-EXIT.
006870     EXIT.
006880*----------------------------------------------------------*
006890* 9999-ABEND - THE ABSENCE HISTORY OR THE BALANCE FILE     *
006900* COULD NOT BE OPENED OR WRITTEN. END WITH A NONZERO       *
006910* RETURN-CODE SO THE CALLER SEES THE STEP AS FAILED.       *
006920*----------------------------------------------------------*
006930 9999-ABEND.
006940     DISPLAY 'MDABSUP: ABENDING - UNRECOVERABLE FILE ERROR.'.
006950     MOVE 16 TO RETURN-CODE.
006960     GOBACK.
