000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDVERIFY.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-09 AG  FIRST VERSION. INTEGRITY VERIFICATION FOR *
000110*                THE ROSTER MASTER (MDROSTER), THE         *
000120*                COUNTERPART OF PRMVERIFY. EVERY RECORD IS *
000130*                CHECKED FOR A DEPARTMENT MISSING FROM     *
000140*                MDDEPTS (OR INACTIVE THERE WHILE THE      *
000150*                EMPLOYEE IS STILL ACTIVE), A STATUS THAT  *
000160*                DISAGREES WITH THE END DATE, AND A STORED *
000170*                DURATION THAT DOES NOT MATCH A FRESH      *
000180*                RECALCULATION FROM THE START AND END      *
000190*                DATES. EVERY RECORD MUST ALSO BE FOUND    *
000200*                UNDER ITS OWN NAME ON THE ALTERNATE-KEY   *
000210*                INDEX, AND A SECOND PASS WALKS THE WHOLE  *
000220*                INDEX FOR ORDER AND COUNT. FINDINGS GO TO *
000230*                MDVRPT AND END THE RUN WITH THE WARNING   *
000240*                RETURN CODE 4 AND AUDIT STATUS 04.        *
000250*                NOTHING IS CHANGED.                       *
000251* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000252*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000253*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000254*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000255*                KEY.                                      *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS MSTR-EMPNO
000340         ALTERNATE RECORD KEY IS MSTR-NAME
000350             WITH DUPLICATES
000360         FILE STATUS IS WS-MASTER-STATUS.
000370     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DEPT-CODE
000410         FILE STATUS IS WS-DEPT-STATUS.
000420     SELECT RPT-FILE ASSIGN TO "MDVRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.
000450     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MASTER-FILE
000510     RECORD CONTAINS 80 CHARACTERS.
000520     COPY MDMSTREC.
000530 FD  DEPT-FILE
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY MDDPTREC.
000560 FD  RPT-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  RPT-RECORD                 PIC X(80).
000590 FD  AUDIT-FILE
000600     RECORD CONTAINS 100 CHARACTERS.
000610     COPY AUDITREC.
000620 WORKING-STORAGE SECTION.
000630 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000640     88  WS-MASTER-OK                     VALUE "00".
000650 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000660     88  WS-DEPT-OK                       VALUE "00".
000670 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000680     88  WS-RPT-OK                        VALUE "00".
000690 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000700     88  WS-AUDIT-OK                      VALUE "00".
000710 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDVERIFY'.
000720 01  WS-ERRH-FILE-NAME          PIC X(08).
000730 01  WS-ERRH-OPERATION          PIC X(06).
000740 01  WS-ERRH-SEVERITY           PIC X(02).
000750     88  WS-ERRH-SEVERE                   VALUE "08".
000760 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000770 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000780*    THE DEPARTMENT MASTER, LOADED ONCE, IN CODE ORDER.
000790 01  WS-VD-TABLE.
000800     05  WS-VD-ENTRY OCCURS 100 TIMES.
000810         10  WS-VD-CODE         PIC X(04).
000820         10  WS-VD-ACTIVE       PIC X(01).
000830 01  WS-VD-COUNT                PIC 9(03) VALUE 0.
000840 01  WS-VD-SUB                  PIC 9(03) VALUE 0.
000850 01  WS-VD-FOUND-SUB            PIC 9(03) VALUE 0.
000860 01  WS-VD-SW                   PIC X(01) VALUE "N".
000870     88  WS-VD-LOADED                     VALUE "Y".
000880*    THE RECORD UNDER TEST, KEPT ASIDE WHILE THE NAME INDEX IS
000890*    PROBED AND THE RECORD AREA IS OVERWRITTEN.
000900 01  WS-VF-EMPNO                PIC 9(06) VALUE 0.
000910 01  WS-VF-NAME                 PIC X(20) VALUE SPACES.
000920 01  WS-VF-PREV-NAME            PIC X(20) VALUE SPACES.
000930 01  WS-VF-START-NUM            PIC 9(08) VALUE 0.
000940 01  WS-VF-END-NUM              PIC 9(08) VALUE 0.
000950 01  WS-VF-DAYS                 PIC S9(09) VALUE 0.
000960 01  WS-VF-FOUND-SW             PIC X(01) VALUE "N".
000970     88  WS-VF-FOUND                      VALUE "Y".
000980 01  WS-VF-FLAGGED-SW           PIC X(01) VALUE "N".
000990     88  WS-VF-FLAGGED                    VALUE "Y".
001000 01  WS-VF-END-SW               PIC X(01) VALUE "N".
001010     88  WS-VF-AT-END                     VALUE "Y".
001020 01  WS-ENTRY-COUNT             PIC 9(07) VALUE 0.
001030 01  WS-INDEX-COUNT             PIC 9(07) VALUE 0.
001040 01  WS-FLAGGED-COUNT           PIC 9(07) VALUE 0.
001050 01  WS-DEPT-COUNT              PIC 9(07) VALUE 0.
001060 01  WS-STATUS-COUNT            PIC 9(07) VALUE 0.
001070 01  WS-DURATION-COUNT          PIC 9(07) VALUE 0.
001080 01  WS-NAMEIX-COUNT            PIC 9(07) VALUE 0.
001090 01  WS-DISCREP-COUNT           PIC 9(07) VALUE 0.
001100 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001110 01  WS-DISCREP-LINE.
001120     05  FILLER                 PIC X(01) VALUE SPACES.
001130     05  WS-DL-KIND             PIC X(10).
001140     05  FILLER                 PIC X(01) VALUE SPACES.
001150     05  WS-DL-EMPNO            PIC 9(06).
001160     05  FILLER                 PIC X(02) VALUE SPACES.
001170     05  WS-DL-NAME             PIC X(20).
001180     05  FILLER                 PIC X(01) VALUE SPACES.
001190     05  WS-DL-NOTE             PIC X(30).
001200     05  FILLER                 PIC X(09) VALUE SPACES.
001210 01  WS-DEPT-NOTE.
001220     05  FILLER                 PIC X(05) VALUE 'DEPT '.
001230     05  WS-DN-CODE             PIC X(04).
001240     05  WS-DN-TEXT             PIC X(21).
001250 01  WS-STATUS-NOTE.
001260     05  FILLER                 PIC X(07) VALUE 'STATUS '.
001270     05  WS-SN-STATUS           PIC X(01).
001280     05  FILLER                 PIC X(22)
001290             VALUE ' IS NOT A OR E'.
001300 01  WS-DURATION-NOTE.
001310     05  FILLER                 PIC X(05) VALUE 'HELD '.
001320     05  WS-DU-HELD             PIC 9(06).
001330     05  FILLER                 PIC X(11) VALUE ' SHOULD BE '.
001340     05  WS-DU-CALC             PIC 9(06).
001350     05  FILLER                 PIC X(02) VALUE SPACES.
001360 01  WS-COUNT-NOTE.
001370     05  FILLER                 PIC X(06) VALUE 'INDEX '.
001380     05  WS-CN-INDEX            PIC 9(07).
001390     05  FILLER                 PIC X(10) VALUE ' / MASTER '.
001400     05  WS-CN-MASTER           PIC 9(07).
001410     COPY RPTHDFT.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-VERIFY-RECORDS THRU 2000-EXIT.
001460     PERFORM 3000-VERIFY-NAME-INDEX THRU 3000-EXIT.
001470     COMPUTE WS-DISCREP-COUNT =
001480         WS-DEPT-COUNT + WS-STATUS-COUNT +
001490         WS-DURATION-COUNT + WS-NAMEIX-COUNT.
001500     IF WS-DISCREP-COUNT = 0
001510         MOVE ' NO DISCREPANCIES FOUND' TO WS-ANSWER-LINE
001520         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001530     CLOSE RPT-FILE.
001540     DISPLAY 'MDVERIFY: ' WS-ENTRY-COUNT ' RECORDS, '
001550         WS-DEPT-COUNT ' DEPT, ' WS-STATUS-COUNT ' STATUS, '
001560         WS-DURATION-COUNT ' DURATION, '
001570         WS-NAMEIX-COUNT ' NAME INDEX.'.
001580     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001590     IF WS-DISCREP-COUNT > 0
001600         MOVE 4 TO RETURN-CODE
001610     ELSE
001620         MOVE 0 TO RETURN-CODE.
001630     GOBACK.
001640*----------------------------------------------------------*
001650* 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE           *
001660* DEPARTMENT MASTER. WITHOUT MDDEPTS THE DEPARTMENT CHECK  *
001670* IS SKIPPED, AS MULTDCOB SKIPS ITS OWN, AND THE REPORT    *
001680* SAYS SO.                                                 *
001690*----------------------------------------------------------*
001700 1000-INITIALIZE.
001710     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001720     OPEN OUTPUT RPT-FILE.
001730     IF NOT WS-RPT-OK
001740         MOVE 'MDVRPT' TO WS-ERRH-FILE-NAME
001750         MOVE 'OPEN' TO WS-ERRH-OPERATION
001760         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001770             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001780             WS-RPT-STATUS WS-ERRH-SEVERITY
001790         GO TO 9999-ABEND.
001800     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001810     OPEN INPUT DEPT-FILE.
001820     IF NOT WS-DEPT-OK
001830         DISPLAY 'MDVERIFY: DEPARTMENT MASTER UNAVAILABLE '
001840             '- DEPARTMENT CHECK SKIPPED'
001850         MOVE ' DEPARTMENT MASTER UNAVAILABLE - DEPT CHECK '
001860             TO WS-ANSWER-LINE
001870         MOVE 'SKIPPED' TO WS-ANSWER-LINE (45:7)
001880         PERFORM 4900-PUT-LINE THRU 4900-EXIT
001890         GO TO 1000-EXIT.
001900     MOVE "Y" TO WS-VD-SW.
001910 1010-READ-NEXT.
001920     READ DEPT-FILE NEXT RECORD
001930         AT END
001940             GO TO 1090-LOAD-DONE.
001950     IF WS-VD-COUNT NOT < 100
001960         DISPLAY 'MDVERIFY: DEPARTMENT TABLE FULL - '
001970             DEPT-CODE ' IGNORED'
001980         GO TO 1010-READ-NEXT.
001990     ADD 1 TO WS-VD-COUNT.
002000     MOVE DEPT-CODE TO WS-VD-CODE (WS-VD-COUNT).
002010     MOVE DEPT-ACTIVE TO WS-VD-ACTIVE (WS-VD-COUNT).
002020     GO TO 1010-READ-NEXT.
002030 1090-LOAD-DONE.
002040     CLOSE DEPT-FILE.
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------*
002080* 2000-VERIFY-RECORDS - WALK THE MASTER IN EMPLOYEE NUMBER *
002090* ORDER AND PUT EVERY RECORD THROUGH THE FOUR CHECKS. THE  *
002100* NAME-INDEX PROBE MOVES THE FILE POSITION, SO EACH RECORD *
002110* ENDS BY RE-STARTING THE WALK JUST PAST ITS OWN EMPLOYEE  *
002120* NUMBER.                                                  *
002130*----------------------------------------------------------*
002140 2000-VERIFY-RECORDS.
002150     OPEN INPUT MASTER-FILE.
002160     IF NOT WS-MASTER-OK
002170         DISPLAY 'MDVERIFY: ROSTER MASTER UNAVAILABLE - '
002180             'STATUS ' WS-MASTER-STATUS
002190         MOVE ' NO MASTER TO VERIFY' TO WS-ANSWER-LINE
002200         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002210         GO TO 2000-EXIT.
002220     MOVE 0 TO MSTR-EMPNO.
002230     START MASTER-FILE KEY IS NOT LESS THAN MSTR-EMPNO
002240         INVALID KEY
002250             GO TO 2090-WALK-DONE
002260     END-START.
002270 2010-READ-NEXT.
002280     READ MASTER-FILE NEXT RECORD
002290         AT END
002300             GO TO 2090-WALK-DONE.
002310     ADD 1 TO WS-ENTRY-COUNT.
002320     MOVE "N" TO WS-VF-FLAGGED-SW.
002330     MOVE MSTR-EMPNO TO WS-VF-EMPNO.
002340     MOVE MSTR-NAME TO WS-VF-NAME.
002350     PERFORM 2100-CHECK-DEPT THRU 2100-EXIT.
002360     PERFORM 2200-CHECK-STATUS THRU 2200-EXIT.
002370     PERFORM 2300-CHECK-DURATION THRU 2300-EXIT.
002380     PERFORM 2400-CHECK-NAME-KEY THRU 2400-EXIT.
002390     IF WS-VF-FLAGGED
002400         ADD 1 TO WS-FLAGGED-COUNT.
002410     IF WS-VF-AT-END
002420         GO TO 2090-WALK-DONE.
002430     GO TO 2010-READ-NEXT.
002440 2090-WALK-DONE.
002450     CLOSE MASTER-FILE.
002460 2000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------*
002490* 2100-CHECK-DEPT - THE DEPARTMENT MUST BE ON MDDEPTS. AN  *
002500* INACTIVE DEPARTMENT IS ONLY A FINDING FOR AN ACTIVE      *
002510* EMPLOYEE - MDDEPTUP DEACTIVATES A DEPARTMENT ONCE ITS    *
002520* STAFF HAVE LEFT, AND THEIR ENDED RECORDS RIGHTLY KEEP    *
002530* THE OLD CODE.                                            *
002540*----------------------------------------------------------*
002550 2100-CHECK-DEPT.
002560     IF NOT WS-VD-LOADED
002570         GO TO 2100-EXIT.
002580     MOVE MSTR-DEPT TO WS-DN-CODE.
002590     IF MSTR-DEPT = SPACES
002600         MOVE 'NO DEPARTMENT ON THE RECORD' TO WS-DL-NOTE
002610         GO TO 2180-DEPT-FINDING.
002620     MOVE 0 TO WS-VD-FOUND-SUB.
002630     MOVE 1 TO WS-VD-SUB.
002640 2110-FIND-NEXT.
002650     IF WS-VD-SUB > WS-VD-COUNT
002660         GO TO 2120-FIND-DONE.
002670     IF WS-VD-CODE (WS-VD-SUB) = MSTR-DEPT
002680         MOVE WS-VD-SUB TO WS-VD-FOUND-SUB
002690         GO TO 2120-FIND-DONE.
002700     ADD 1 TO WS-VD-SUB.
002710     GO TO 2110-FIND-NEXT.
002720 2120-FIND-DONE.
002730     IF WS-VD-FOUND-SUB = 0
002740         MOVE ' NOT ON MDDEPTS' TO WS-DN-TEXT
002750         MOVE WS-DEPT-NOTE TO WS-DL-NOTE
002760         GO TO 2180-DEPT-FINDING.
002770     IF WS-VD-ACTIVE (WS-VD-FOUND-SUB) = 'A'
002780         OR NOT MSTR-IS-ACTIVE
002790         GO TO 2100-EXIT.
002800     MOVE ' IS INACTIVE' TO WS-DN-TEXT.
002810     MOVE WS-DEPT-NOTE TO WS-DL-NOTE.
002820 2180-DEPT-FINDING.
002830     ADD 1 TO WS-DEPT-COUNT.
002840     MOVE 'DEPT' TO WS-DL-KIND.
002850     PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
002860 2100-EXIT.
002870     EXIT.
002880*----------------------------------------------------------*
002890* 2200-CHECK-STATUS - STATUS AGAINST THE END DATE. EVERY   *
002900* RECORD CARRIES AN END DATE - FOR AN ACTIVE EMPLOYEE IT   *
002910* IS THE SCHEDULED END OF THE CURRENT SPAN - SO AN ACTIVE  *
002920* EMPLOYEE WHOSE END DATE HAS ALREADY PASSED IS CARRYING   *
002930* AN END THAT HAS HAPPENED, AND AN ENDED EMPLOYEE MUST     *
002940* HAVE ONE.                                                *
002950*----------------------------------------------------------*
002960 2200-CHECK-STATUS.
002970     MOVE 0 TO WS-VF-END-NUM.
002980     IF MSTR-END NUMERIC
002990         MOVE MSTR-END TO WS-VF-END-NUM.
003000     IF MSTR-IS-ACTIVE
003010         GO TO 2210-ACTIVE.
003020     IF MSTR-IS-ENDED
003030         GO TO 2220-ENDED.
003040     MOVE MSTR-STATUS TO WS-SN-STATUS.
003050     MOVE WS-STATUS-NOTE TO WS-DL-NOTE.
003060     GO TO 2280-STATUS-FINDING.
003070 2210-ACTIVE.
003080     IF WS-VF-END-NUM = 0
003090         OR WS-VF-END-NUM NOT < WS-RUN-DATE-NUM
003100         GO TO 2200-EXIT.
003110     MOVE 'ACTIVE BUT END DATE HAS PASSED' TO WS-DL-NOTE.
003120     GO TO 2280-STATUS-FINDING.
003130 2220-ENDED.
003140     IF WS-VF-END-NUM NOT = 0
003150         GO TO 2200-EXIT.
003160     MOVE 'ENDED WITHOUT AN END DATE' TO WS-DL-NOTE.
003170 2280-STATUS-FINDING.
003180     ADD 1 TO WS-STATUS-COUNT.
003190     MOVE 'STATUS' TO WS-DL-KIND.
003200     PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
003210 2200-EXIT.
003220     EXIT.
003230*----------------------------------------------------------*
003240* 2300-CHECK-DURATION - RECALCULATE THE DURATION THE WAY   *
003250* MULTDCOB 3400-COMPUTE-MSTR-DURATION DOES AND COMPARE IT  *
003260* WITH THE STORED VALUE. AN ENDED RECORD WITH NO END DATE  *
003270* WAS ALREADY REPORTED BY 2200; ANY OTHER DATE THAT CANNOT *
003280* BE USED IS REPORTED HERE.                                *
003290*----------------------------------------------------------*
003300 2300-CHECK-DURATION.
003310     IF MSTR-START NOT NUMERIC
003320         OR MSTR-END NOT NUMERIC
003330         GO TO 2370-BAD-DATES.
003340     IF MSTR-IS-ENDED
003350         AND WS-VF-END-NUM = 0
003360         GO TO 2300-EXIT.
003370     IF MSTR-START-CCYY < 1601
003380         OR MSTR-START-MM < 1 OR MSTR-START-MM > 12
003390         OR MSTR-START-DD < 1 OR MSTR-START-DD > 31
003400         OR MSTR-END-CCYY < 1601
003410         OR MSTR-END-MM < 1 OR MSTR-END-MM > 12
003420         OR MSTR-END-DD < 1 OR MSTR-END-DD > 31
003430         GO TO 2370-BAD-DATES.
003440     MOVE MSTR-START TO WS-VF-START-NUM.
003450     IF WS-VF-END-NUM < WS-VF-START-NUM
003460         MOVE 'END DATE BEFORE START DATE' TO WS-DL-NOTE
003470         GO TO 2380-DURATION-FINDING.
003480     COMPUTE WS-VF-DAYS =
003490         FUNCTION INTEGER-OF-DATE(
003500             MSTR-END-CCYY * 10000 +
003510             MSTR-END-MM * 100 +
003520             MSTR-END-DD)
003530       - FUNCTION INTEGER-OF-DATE(
003540             MSTR-START-CCYY * 10000 +
003550             MSTR-START-MM * 100 +
003560             MSTR-START-DD).
003570     IF MSTR-DURATION NUMERIC
003580         AND MSTR-DURATION = WS-VF-DAYS
003590         GO TO 2300-EXIT.
003600     MOVE 0 TO WS-DU-HELD.
003610     IF MSTR-DURATION NUMERIC
003620         MOVE MSTR-DURATION TO WS-DU-HELD.
003630     MOVE WS-VF-DAYS TO WS-DU-CALC.
003640     MOVE WS-DURATION-NOTE TO WS-DL-NOTE.
003650     GO TO 2380-DURATION-FINDING.
003660 2370-BAD-DATES.
003670     MOVE 'START OR END DATE NOT VALID' TO WS-DL-NOTE.
003680 2380-DURATION-FINDING.
003690     ADD 1 TO WS-DURATION-COUNT.
003700     MOVE 'DURATION' TO WS-DL-KIND.
003710     PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
003720 2300-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 2400-CHECK-NAME-KEY - THE RECORD MUST BE REACHABLE       *
003760* THROUGH THE ALTERNATE-KEY INDEX UNDER ITS OWN NAME:      *
003770* START ON THE NAME AND WALK ITS DUPLICATES UNTIL THE      *
003780* EMPLOYEE NUMBER TURNS UP OR THE NAME CHANGES. THE WALK   *
003790* BY EMPLOYEE NUMBER IS THEN PICKED UP AGAIN JUST PAST     *
003800* THIS RECORD.                                             *
003810*----------------------------------------------------------*
003820 2400-CHECK-NAME-KEY.
003830     MOVE "N" TO WS-VF-FOUND-SW.
003840     START MASTER-FILE KEY IS EQUAL TO MSTR-NAME
003850         INVALID KEY
003860             GO TO 2470-PROBE-DONE
003870     END-START.
003880 2410-NEXT-DUPLICATE.
003890     READ MASTER-FILE NEXT RECORD
003900         AT END
003910             GO TO 2470-PROBE-DONE.
003920     IF MSTR-NAME NOT = WS-VF-NAME
003930         GO TO 2470-PROBE-DONE.
003940     IF MSTR-EMPNO = WS-VF-EMPNO
003950         MOVE "Y" TO WS-VF-FOUND-SW
003960         GO TO 2470-PROBE-DONE.
003970     GO TO 2410-NEXT-DUPLICATE.
003980 2470-PROBE-DONE.
003990     IF WS-VF-FOUND
004000         GO TO 2480-REPOSITION.
004010     ADD 1 TO WS-NAMEIX-COUNT.
004020     MOVE 'NAME INDEX' TO WS-DL-KIND.
004030     MOVE 'NOT FOUND UNDER ITS OWN NAME' TO WS-DL-NOTE.
004040     PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
004050 2480-REPOSITION.
004060     MOVE WS-VF-EMPNO TO MSTR-EMPNO.
004070     START MASTER-FILE KEY IS GREATER THAN MSTR-EMPNO
004080         INVALID KEY
004090             MOVE "Y" TO WS-VF-END-SW
004100     END-START.
004110 2400-EXIT.
004120     EXIT.
004130*----------------------------------------------------------*
004140* 3000-VERIFY-NAME-INDEX - WALK THE WHOLE ALTERNATE-KEY    *
004150* INDEX IN NAME ORDER. A NAME LOWER THAN THE ONE BEFORE IT *
004160* MEANS THE INDEX NO LONGER MATCHES THE RECORDS IT POINTS  *
004170* AT, AND THE INDEX MUST HOLD EXACTLY AS MANY ENTRIES AS   *
004180* THE EMPLOYEE NUMBER WALK FOUND RECORDS.                  *
004190*----------------------------------------------------------*
004200 3000-VERIFY-NAME-INDEX.
004210     OPEN INPUT MASTER-FILE.
004220     IF NOT WS-MASTER-OK
004230         GO TO 3000-EXIT.
004240     MOVE LOW-VALUES TO MSTR-NAME.
004250     MOVE LOW-VALUES TO WS-VF-PREV-NAME.
004260     START MASTER-FILE KEY IS NOT LESS THAN MSTR-NAME
004270         INVALID KEY
004280             GO TO 3090-WALK-DONE
004290     END-START.
004300 3010-READ-NEXT.
004310     READ MASTER-FILE NEXT RECORD
004320         AT END
004330             GO TO 3090-WALK-DONE.
004340     ADD 1 TO WS-INDEX-COUNT.
004350     IF MSTR-NAME < WS-VF-PREV-NAME
004360         ADD 1 TO WS-NAMEIX-COUNT
004370         MOVE 'NAME INDEX' TO WS-DL-KIND
004380         MOVE MSTR-EMPNO TO WS-VF-EMPNO
004390         MOVE MSTR-NAME TO WS-VF-NAME
004400         MOVE 'OUT OF NAME ORDER IN THE INDEX' TO WS-DL-NOTE
004410         PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
004420     MOVE MSTR-NAME TO WS-VF-PREV-NAME.
004430     GO TO 3010-READ-NEXT.
004440 3090-WALK-DONE.
004450     CLOSE MASTER-FILE.
004460     IF WS-INDEX-COUNT = WS-ENTRY-COUNT
004470         GO TO 3000-EXIT.
004480     ADD 1 TO WS-NAMEIX-COUNT.
004490     MOVE 'NAME INDEX' TO WS-DL-KIND.
004500     MOVE 0 TO WS-VF-EMPNO.
004510     MOVE SPACES TO WS-VF-NAME.
004520     MOVE WS-INDEX-COUNT TO WS-CN-INDEX.
004530     MOVE WS-ENTRY-COUNT TO WS-CN-MASTER.
004540     MOVE WS-COUNT-NOTE TO WS-DL-NOTE.
004550     PERFORM 4800-PUT-FINDING THRU 4800-EXIT.
004560 3000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------*
004590* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN      *
004600* TITLES, REPEATED AT EVERY PAGE BREAK.                    *
004610*----------------------------------------------------------*
004620 0500-PRINT-HEADER.
004630     MOVE 'MDVERIFY' TO RPTHD-PROGRAM-NAME.
004640     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004650     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004660     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004670     WRITE RPT-RECORD.
004680     MOVE 'KIND       EMPNO   NAME                 FINDING'
004690         TO RPTTL-COLUMN-TITLES.
004700     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004710     WRITE RPT-RECORD.
004720     ADD 1 TO RPT-PAGE-NUMBER.
004730     MOVE 0 TO RPT-LINES-ON-PAGE.
004740 0500-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 4800-PUT-FINDING - ONE DISCREPANCY LINE FOR THE RECORD   *
004780* UNDER TEST, WITH THE KIND AND NOTE ALREADY SET BY THE    *
004790* CALLER.                                                  *
004800*----------------------------------------------------------*
004810 4800-PUT-FINDING.
004820     MOVE "Y" TO WS-VF-FLAGGED-SW.
004830     MOVE WS-VF-EMPNO TO WS-DL-EMPNO.
004840     MOVE WS-VF-NAME TO WS-DL-NAME.
004850     MOVE WS-DISCREP-LINE TO WS-ANSWER-LINE.
004860     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004870     DISPLAY 'MDVERIFY: *** ' WS-DL-KIND ' ' WS-VF-EMPNO
004880         ' ' WS-DL-NOTE.
004890 4800-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
004930* WRITE CHECK AND PAGE BREAK.                              *
004940*----------------------------------------------------------*
004950 4900-PUT-LINE.
004960     MOVE WS-ANSWER-LINE TO RPT-RECORD.
004970     WRITE RPT-RECORD.
004980     IF NOT WS-RPT-OK
004990         MOVE 'MDVRPT' TO WS-ERRH-FILE-NAME
005000         MOVE 'WRITE' TO WS-ERRH-OPERATION
005010         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005020             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005030             WS-RPT-STATUS WS-ERRH-SEVERITY
005040         IF WS-ERRH-SEVERE
005050             GO TO 9999-ABEND.
005060     ADD 1 TO RPT-LINES-ON-PAGE.
005070     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
005080         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
005090 4900-EXIT.
005100     EXIT.
005110*----------------------------------------------------------*
005120* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
005130* SHOP-WIDE AUDIT FILE. RECORDS WALKED BALANCE AGAINST     *
005140* CLEAN RECORDS PLUS RECORDS WITH AT LEAST ONE FINDING;    *
005150* ANY FINDING CARRIES THE WARNING COMPLETION STATUS.       *
005160*----------------------------------------------------------*
005170 9000-WRITE-AUDIT.
005180     MOVE SPACES TO AUDIT-RECORD.
005190     CALL 'GETRUNID' USING WS-RUN-ID.
005200     MOVE WS-RUN-ID TO AUD-RUN-ID.
005210     MOVE 'MDVERIFY' TO AUD-PROGRAM-ID.
005220     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005230     ACCEPT AUD-RUN-TIME FROM TIME.
005240     MOVE WS-ENTRY-COUNT TO AUD-RECORD-COUNT.
005250     MOVE WS-ENTRY-COUNT TO AUD-READ-COUNT.
005260     COMPUTE AUD-WRITTEN-COUNT =
005270         WS-ENTRY-COUNT - WS-FLAGGED-COUNT.
005280     MOVE WS-FLAGGED-COUNT TO AUD-REJECT-COUNT.
005290     IF WS-DISCREP-COUNT > 0
005300         SET AUD-STATUS-WARNING TO TRUE
005310     ELSE
005320         SET AUD-STATUS-OK TO TRUE.
005330     OPEN EXTEND AUDIT-FILE.
005340     IF NOT WS-AUDIT-OK
005350         CLOSE AUDIT-FILE
005360         OPEN OUTPUT AUDIT-FILE.
005370     WRITE AUDIT-RECORD.
005380     IF NOT WS-AUDIT-OK
005390         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
005400         MOVE 'WRITE' TO WS-ERRH-OPERATION
005410         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005420             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005430             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
005433     IF WS-AUDIT-OK
005436         CALL 'AUDXPOST' USING AUDIT-RECORD.
005440     CLOSE AUDIT-FILE.
005450 9000-EXIT.
005460     EXIT.
005470*----------------------------------------------------------*
005480* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS        *
005490* SEVERE.                                                  *
005500*----------------------------------------------------------*
005510 9999-ABEND.
005520     DISPLAY 'MDVERIFY: ABENDING - UNRECOVERABLE FILE ERROR.'.
005530     MOVE 16 TO RETURN-CODE.
005540     GOBACK.
