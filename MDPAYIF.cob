000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDPAYIF.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-02 AG  FIRST VERSION. NIGHTLY OUTBOUND PAYROLL   *
000110*                INTERFACE. EVERY ROSTER CHANGE MULTIDCOB  *
000120*                JOURNALED (MDJRNL) FOR THE BUSINESS DATE  *
000130*                BECOMES ONE FIXED-FORMAT 'CHG' RECORD ON  *
000140*                THE FILE SENT TO PAYROLL (MDPAYSND,       *
000150*                SHARED LAYOUT MDPIFREC) - ACTION,         *
000160*                EMPLOYEE NUMBER, BEFORE AND AFTER         *
000170*                DEPARTMENT AND STATUS, EFFECTIVE DATE -   *
000180*                UNDER A HEADER CARRYING A SEND SEQUENCE   *
000190*                NUMBER AND FOLLOWED BY THE STANDARD       *
000200*                FEEDTRLR TRAILER (COUNT OF CHANGES, HASH  *
000210*                OF THEIR EMPLOYEE NUMBERS). PAYROLL STOPS *
000220*                RE-KEYING CHANGES FROM THE MDJRNRPT       *
000230*                PRINTOUT. THE SEQUENCE IS KEPT ON THE     *
000240*                CONTROL RECORD MDPAYCTL; A RERUN FOR THE  *
000250*                SAME BUSINESS DATE RESENDS UNDER THE SAME *
000260*                NUMBER. EVERY FILE SENT IS ALSO KEPT ON   *
000270*                THE OUTSTANDING FILE MDPAYOUT UNTIL       *
000280*                MDPAYRCN MATCHES PAYROLL'S ACKNOWLEDGMENT *
000290*                AGAINST IT. AN OPTIONAL CARD (MDPIPARM)   *
000300*                NAMES A DIFFERENT BUSINESS DATE TO SEND,  *
000301*                FOR A NIGHT THE STEP DID NOT RUN.         *
000302* 2026-10-08 AG  A PURGE ENTRY (ACTION P - MDPURGE MOVING  *
000303*                A LONG-ENDED EMPLOYEE TO THE              *
000304*                INACTIVE-EMPLOYEE ARCHIVE) IS PASSED OVER *
000305*                WITHOUT BEING COUNTED. IT IS              *
000306*                HOUSEKEEPING, NOT A PAYROLL EVENT, AND    *
000307*                MUST NOT TURN EVERY PURGE NIGHT INTO A    *
000308*                WARNING.                                  *
000310* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000311*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000312*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000313*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000314*                KEY.                                      *
000315* 2026-10-15 AG  A RESTORE ENTRY (ACTION U - MULTIDCOB     *
000316*                BRINGING AN EMPLOYEE BACK OFF THE ARCHIVE *
000317*                FOR A REHIRE) IS SKIPPED LIKE A PURGE;    *
000318*                THE REHIRE'S OWN CHANGE ENTRY CARRIES THE *
000319*                RHIR TO PAYROLL.                          *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT JRNL-FILE ASSIGN TO "MDJRNL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-JRNL-STATUS.
000390     SELECT PARM-FILE ASSIGN TO "MDPIPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.
000420     SELECT CTL-FILE ASSIGN TO "MDPAYCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CTL-STATUS.
000450     SELECT PIF-FILE ASSIGN TO "MDPAYSND"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PIF-STATUS.
000480     SELECT OUT-FILE ASSIGN TO "MDPAYOUT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OUT-STATUS.
000510     SELECT WORK-FILE ASSIGN TO "MDPAYOWK"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-WORK-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  JRNL-FILE
000600     RECORD CONTAINS 180 CHARACTERS.
000610     COPY MDJRNREC.
000620 FD  PARM-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  PARM-RECORD.
000650     05  PI-CHANGE-DATE         PIC 9(08).
000660     05  FILLER                 PIC X(72).
000670 FD  CTL-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  CTL-RECORD.
000700     05  CTL-LAST-SEQ           PIC 9(06).
000710     05  CTL-LAST-CHANGE-DATE   PIC 9(08).
000720     05  CTL-LAST-SEND-DATE     PIC 9(08).
000730     05  FILLER                 PIC X(58).
000740 FD  PIF-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760     COPY MDPIFREC.
000770     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
000780         ==:PREFIX:== BY ==PIF-TRL==.
000790 FD  OUT-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  OUT-RECORD.
000820     05  OUT-TAG                PIC X(03).
000830     05  OUT-SEQ                PIC X(06).
000840     05  FILLER                 PIC X(71).
000850 FD  WORK-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  WORK-RECORD                PIC X(80).
000880 FD  AUDIT-FILE
000890     RECORD CONTAINS 100 CHARACTERS.
000900     COPY AUDITREC.
000910 WORKING-STORAGE SECTION.
000920 01  WS-JRNL-STATUS             PIC X(02) VALUE "00".
000930     88  WS-JRNL-OK                       VALUE "00".
000940 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000950     88  WS-PARM-OK                       VALUE "00".
000960 01  WS-CTL-STATUS              PIC X(02) VALUE "00".
000970     88  WS-CTL-OK                        VALUE "00".
000980 01  WS-PIF-STATUS              PIC X(02) VALUE "00".
000990     88  WS-PIF-OK                        VALUE "00".
001000 01  WS-OUT-STATUS              PIC X(02) VALUE "00".
001010     88  WS-OUT-OK                        VALUE "00".
001020 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
001030     88  WS-WORK-OK                       VALUE "00".
001040 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001050     88  WS-AUDIT-OK                      VALUE "00".
001060 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDPAYIF'.
001070 01  WS-ERRH-FILE-NAME          PIC X(08).
001080 01  WS-ERRH-OPERATION          PIC X(06).
001090 01  WS-ERRH-SEVERITY           PIC X(02).
001100     88  WS-ERRH-SEVERE                   VALUE "08".
001110 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001120 01  WS-CHANGE-DATE             PIC 9(08) VALUE 0.
001130 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001140 01  WS-SEND-SEQ                PIC 9(06) VALUE 0.
001150 01  WS-SEND-SEQ-X REDEFINES WS-SEND-SEQ
001160                                PIC X(06).
001170 01  WS-RESEND-SW               PIC X(01) VALUE "N".
001180     88  WS-RESEND                        VALUE "Y".
001190 01  WS-DROP-SW                 PIC X(01) VALUE "N".
001200     88  WS-DROPPING                      VALUE "Y".
001210 01  WS-ENTRY-COUNT             PIC 9(09) VALUE 0.
001220 01  WS-SENT-COUNT              PIC 9(09) VALUE 0.
001230 01  WS-SKIP-COUNT              PIC 9(09) VALUE 0.
001240 01  WS-DROPPED-COUNT           PIC 9(09) VALUE 0.
001250 01  WS-HASH-TOTAL              PIC 9(13) VALUE 0.
001260 01  WS-PAY-ACTION              PIC X(04) VALUE SPACES.
001270*    THE JOURNAL'S BEFORE/AFTER IMAGES DECODED THROUGH THE
001280*    MDMSTREC SHAPE, MIRRORED INLINE UNDER TWO PREFIXES THE
001290*    SAME WAY MDJRNRPT DOES IT.
001300 01  WS-BEF-IMAGE.
001310     05  WS-BEF-EMPNO           PIC 9(06).
001320     05  WS-BEF-NAME            PIC X(20).
001330     05  WS-BEF-START           PIC X(08).
001340     05  WS-BEF-END             PIC X(08).
001350     05  WS-BEF-DURATION        PIC X(06).
001360     05  WS-BEF-DEPT            PIC X(04).
001370     05  WS-BEF-STATUS          PIC X(01).
001380     05  FILLER                 PIC X(27).
001390 01  WS-AFT-IMAGE.
001400     05  WS-AFT-EMPNO           PIC 9(06).
001410     05  WS-AFT-NAME            PIC X(20).
001420     05  WS-AFT-START           PIC X(08).
001430     05  WS-AFT-END             PIC X(08).
001440     05  WS-AFT-DURATION        PIC X(06).
001450     05  WS-AFT-DEPT            PIC X(04).
001460     05  WS-AFT-STATUS          PIC X(01).
001470     05  FILLER                 PIC X(27).
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-DROP-RESENT THRU 2000-EXIT.
001520     PERFORM 3000-BUILD-INTERFACE THRU 3000-EXIT.
001530     PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT.
001540     DISPLAY 'MDPAYIF: SEQUENCE ' WS-SEND-SEQ ' FOR '
001550         WS-CHANGE-DATE ' - ' WS-SENT-COUNT ' CHANGE(S) SENT, '
001560         WS-SKIP-COUNT ' SKIPPED'.
001570     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001580     IF WS-SKIP-COUNT > 0
001590         MOVE 4 TO RETURN-CODE
001600     ELSE
001610         MOVE 0 TO RETURN-CODE.
001620     GOBACK.
001630*----------------------------------------------------------*
001640* 1000-INITIALIZE - WHICH BUSINESS DATE'S CHANGES TO SEND  *
001650* (TODAY UNLESS THE CARD NAMES ANOTHER) AND UNDER WHICH    *
001660* SEQUENCE NUMBER. THE SAME DATE AS THE LAST SEND IS A     *
001670* RERUN AND KEEPS ITS NUMBER, SO PAYROLL SEES A            *
001680* REPLACEMENT AND NOT A SECOND FILE.                       *
001690*----------------------------------------------------------*
001700 1000-INITIALIZE.
001710     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001720     MOVE WS-RUN-DATE-NUM TO WS-CHANGE-DATE.
001730     OPEN INPUT PARM-FILE.
001740     IF WS-PARM-OK
001750         READ PARM-FILE
001760         IF WS-PARM-OK
001770             IF PI-CHANGE-DATE NUMERIC AND PI-CHANGE-DATE > 0
001780                 MOVE PI-CHANGE-DATE TO WS-CHANGE-DATE
001790             END-IF
001800         END-IF
001810         CLOSE PARM-FILE.
001820     MOVE 0 TO WS-SEND-SEQ.
001830     OPEN INPUT CTL-FILE.
001840     IF NOT WS-CTL-OK
001850         GO TO 1050-NEXT-SEQ.
001860     READ CTL-FILE.
001870     IF WS-CTL-OK
001880         IF CTL-LAST-SEQ NUMERIC
001890             MOVE CTL-LAST-SEQ TO WS-SEND-SEQ
001900             IF CTL-LAST-CHANGE-DATE = WS-CHANGE-DATE
001910                 MOVE "Y" TO WS-RESEND-SW
001920             END-IF
001930         END-IF
001940     END-IF.
001950     CLOSE CTL-FILE.
001960 1050-NEXT-SEQ.
001970     IF WS-RESEND
001980         DISPLAY 'MDPAYIF: RESENDING SEQUENCE ' WS-SEND-SEQ
001990             ' FOR ' WS-CHANGE-DATE
002000         GO TO 1000-EXIT.
002010     IF WS-SEND-SEQ = 999999
002020         MOVE 0 TO WS-SEND-SEQ.
002030     ADD 1 TO WS-SEND-SEQ.
002040 1000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------*
002070* 2000-DROP-RESENT - A RESEND (OR A RERUN AFTER A FAILED   *
002080* SEND) REPLACES THE EARLIER COPY OF THE SAME SEQUENCE ON  *
002090* THE OUTSTANDING FILE, SO RECONCILIATION NEVER SEES IT    *
002100* TWICE. SPLIT THROUGH THE WORK FILE AND COPY BACK, THE    *
002110* SAME WAY AUDARCH TRIMS THE AUDIT LOG.                    *
002120*----------------------------------------------------------*
002130 2000-DROP-RESENT.
002140     OPEN INPUT OUT-FILE.
002150     IF NOT WS-OUT-OK
002160         GO TO 2000-EXIT.
002170     OPEN OUTPUT WORK-FILE.
002180     IF NOT WS-WORK-OK
002190         MOVE 'MDPAYOWK' TO WS-ERRH-FILE-NAME
002200         MOVE 'OPEN' TO WS-ERRH-OPERATION
002210         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002220             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002230             WS-WORK-STATUS WS-ERRH-SEVERITY
002240         CLOSE OUT-FILE
002250         GO TO 9999-ABEND.
002260 2010-SPLIT-NEXT.
002270     READ OUT-FILE
002280         AT END
002290             GO TO 2020-SPLIT-DONE.
002300*    A HEADER STARTS A NEW SEQUENCE; ITS DETAILS AND TRAILER
002310*    FOLLOW IT, SO THE HEADER DECIDES FOR THE WHOLE GROUP.
002320     IF OUT-TAG = 'HDR'
002330         IF OUT-SEQ = WS-SEND-SEQ-X
002340             MOVE "Y" TO WS-DROP-SW
002350         ELSE
002360             MOVE "N" TO WS-DROP-SW.
002370     IF WS-DROPPING
002380         ADD 1 TO WS-DROPPED-COUNT
002390         GO TO 2010-SPLIT-NEXT.
002400     MOVE OUT-RECORD TO WORK-RECORD.
002410     WRITE WORK-RECORD.
002420     GO TO 2010-SPLIT-NEXT.
002430 2020-SPLIT-DONE.
002440     CLOSE OUT-FILE.
002450     CLOSE WORK-FILE.
002460     OPEN INPUT WORK-FILE.
002470     OPEN OUTPUT OUT-FILE.
002480     IF NOT WS-OUT-OK
002490         MOVE 'MDPAYOUT' TO WS-ERRH-FILE-NAME
002500         MOVE 'OPEN' TO WS-ERRH-OPERATION
002510         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002520             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002530             WS-OUT-STATUS WS-ERRH-SEVERITY
002540         CLOSE WORK-FILE
002550         GO TO 9999-ABEND.
002560 2030-COPY-NEXT.
002570     READ WORK-FILE
002580         AT END
002590             GO TO 2090-COPY-DONE.
002600     MOVE WORK-RECORD TO OUT-RECORD.
002610     WRITE OUT-RECORD.
002620     GO TO 2030-COPY-NEXT.
002630 2090-COPY-DONE.
002640     CLOSE WORK-FILE.
002650     CLOSE OUT-FILE.
002660     DISPLAY 'MDPAYIF: ' WS-DROPPED-COUNT
002670         ' RECORD(S) OF THE EARLIER SEND REPLACED'.
002680 2000-EXIT.
002690     EXIT.
002700*----------------------------------------------------------*
002710* 3000-BUILD-INTERFACE - HEADER, ONE DETAIL PER JOURNAL    *
002720* ENTRY FOR THE BUSINESS DATE, TRAILER. A NIGHT WITH NO    *
002730* CHANGES STILL SENDS A HEADER AND A ZERO TRAILER, SO      *
002740* PAYROLL CAN TELL A QUIET NIGHT FROM A MISSING FILE.      *
002750*----------------------------------------------------------*
002760 3000-BUILD-INTERFACE.
002770     OPEN OUTPUT PIF-FILE.
002780     IF NOT WS-PIF-OK
002790         MOVE 'MDPAYSND' TO WS-ERRH-FILE-NAME
002800         MOVE 'OPEN' TO WS-ERRH-OPERATION
002810         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002820             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002830             WS-PIF-STATUS WS-ERRH-SEVERITY
002840         GO TO 9999-ABEND.
002850     OPEN EXTEND OUT-FILE.
002860     IF NOT WS-OUT-OK
002870         CLOSE OUT-FILE
002880         OPEN OUTPUT OUT-FILE.
002890     MOVE SPACES TO PIF-HEADER.
002900     MOVE 'HDR' TO PIF-HDR-TAG.
002910     MOVE WS-SEND-SEQ TO PIF-HDR-SEQ.
002920     MOVE WS-RUN-DATE-NUM TO PIF-HDR-SEND-DATE.
002930     MOVE WS-CHANGE-DATE TO PIF-HDR-CHANGE-DATE.
002940     MOVE 'MDROSTER' TO PIF-HDR-SOURCE.
002950     MOVE 'PAYROLL' TO PIF-HDR-DEST.
002960     PERFORM 3900-PUT-RECORD THRU 3900-EXIT.
002970     OPEN INPUT JRNL-FILE.
002980     IF NOT WS-JRNL-OK
002990         DISPLAY 'MDPAYIF: NO ROSTER JOURNAL ON FILE'
003000         GO TO 3090-WRITE-TRAILER.
003010 3010-READ-NEXT.
003020     READ JRNL-FILE
003030         AT END
003040             GO TO 3080-JOURNAL-DONE.
003050     IF JRNL-RUN-DATE NOT NUMERIC
003060         GO TO 3010-READ-NEXT.
003070     IF JRNL-RUN-DATE NOT = WS-CHANGE-DATE
003080         GO TO 3010-READ-NEXT.
003081*    A PURGE ONLY MOVES A LONG-ENDED EMPLOYEE TO THE ARCHIVE,
003082*    AND A RESTORE ONLY BRINGS ONE BACK FOR A REHIRE WHOSE OWN
003083*    CHANGE ENTRY FOLLOWS - NOTHING FOR PAYROLL.
003084     IF JRNL-ACTION = 'P' OR 'U'
003085         GO TO 3010-READ-NEXT.
003090     ADD 1 TO WS-ENTRY-COUNT.
003100     MOVE JRNL-BEFORE TO WS-BEF-IMAGE.
003110     MOVE JRNL-AFTER TO WS-AFT-IMAGE.
003120     PERFORM 3100-BUILD-DETAIL THRU 3100-EXIT.
003130     GO TO 3010-READ-NEXT.
003140 3080-JOURNAL-DONE.
003150     CLOSE JRNL-FILE.
003160 3090-WRITE-TRAILER.
003170     MOVE SPACES TO PIF-TRL.
003180     MOVE 'TRL' TO PIF-TRL-TAG.
003190     MOVE WS-SENT-COUNT TO PIF-TRL-RECORD-COUNT.
003200     MOVE WS-HASH-TOTAL TO PIF-TRL-HASH-TOTAL.
003210     MOVE 0 TO PIF-TRL-DELIVERY-SEQ.
003220     PERFORM 3900-PUT-RECORD THRU 3900-EXIT.
003230     CLOSE PIF-FILE.
003240     CLOSE OUT-FILE.
003250 3000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------*
003280* 3100-BUILD-DETAIL - ONE 'CHG' RECORD FROM ONE JOURNAL    *
003290* ENTRY. A CHANGE THAT MOVED THE STATUS IS NAMED FOR THE   *
003300* STATUS MOVE (TERM, RHIR, STAT) EVEN IF THE DEPARTMENT    *
003310* MOVED TOO - BOTH BEFORE AND AFTER VALUES RIDE ON THE     *
003320* RECORD EITHER WAY. AN ENTRY WITH AN ACTION CODE THIS     *
003330* PROGRAM DOES NOT KNOW IS SKIPPED AND COUNTED.            *
003340*----------------------------------------------------------*
003350 3100-BUILD-DETAIL.
003360     MOVE SPACES TO WS-PAY-ACTION.
003370     EVALUATE JRNL-ACTION
003380         WHEN 'A'
003390             MOVE 'HIRE' TO WS-PAY-ACTION
003400             MOVE SPACES TO WS-BEF-IMAGE
003410         WHEN 'D'
003420             MOVE 'DELT' TO WS-PAY-ACTION
003430             MOVE SPACES TO WS-AFT-IMAGE
003440         WHEN 'C'
003450             PERFORM 3150-CLASSIFY-CHANGE THRU 3150-EXIT
003460         WHEN OTHER
003470             DISPLAY 'MDPAYIF: JOURNAL ACTION ' JRNL-ACTION
003480                 ' NOT RECOGNISED - ENTRY NOT SENT'
003490             ADD 1 TO WS-SKIP-COUNT
003500             GO TO 3100-EXIT
003510     END-EVALUATE.
003520     ADD 1 TO WS-SENT-COUNT.
003530     MOVE SPACES TO PIF-DETAIL.
003540     MOVE 'CHG' TO PIF-DTL-TAG.
003550     MOVE WS-SEND-SEQ TO PIF-DTL-SEQ.
003560     MOVE WS-SENT-COUNT TO PIF-DTL-ITEM.
003570     MOVE WS-PAY-ACTION TO PIF-DTL-ACTION.
003580     IF JRNL-ACTION = 'D'
003590         MOVE WS-BEF-EMPNO TO PIF-DTL-EMPNO
003600         MOVE WS-BEF-NAME TO PIF-DTL-NAME
003610     ELSE
003620         MOVE WS-AFT-EMPNO TO PIF-DTL-EMPNO
003630         MOVE WS-AFT-NAME TO PIF-DTL-NAME.
003640     MOVE WS-BEF-DEPT TO PIF-DTL-DEPT-BEFORE.
003650     MOVE WS-AFT-DEPT TO PIF-DTL-DEPT-AFTER.
003660     MOVE WS-BEF-STATUS TO PIF-DTL-STATUS-BEFORE.
003670     MOVE WS-AFT-STATUS TO PIF-DTL-STATUS-AFTER.
003680*    ENTRIES WRITTEN BEFORE THE JOURNAL CARRIED AN EFFECTIVE
003690*    DATE TAKE EFFECT ON THE DATE THEY WERE APPLIED.
003700     IF JRNL-EFF-DATE NUMERIC AND JRNL-EFF-DATE > 0
003710         MOVE JRNL-EFF-DATE TO PIF-DTL-EFF-DATE
003720     ELSE
003730         MOVE JRNL-RUN-DATE TO PIF-DTL-EFF-DATE.
003740     MOVE JRNL-OPER-ID TO PIF-DTL-OPER-ID.
003750     ADD PIF-DTL-EMPNO TO WS-HASH-TOTAL.
003760     PERFORM 3900-PUT-RECORD THRU 3900-EXIT.
003770 3100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------*
003800* 3150-CLASSIFY-CHANGE - NAME A 'C' ENTRY FOR PAYROLL FROM *
003810* WHAT MOVED BETWEEN THE BEFORE AND AFTER IMAGES.          *
003820*----------------------------------------------------------*
003830 3150-CLASSIFY-CHANGE.
003840     IF WS-BEF-STATUS NOT = WS-AFT-STATUS
003850         IF WS-BEF-STATUS = 'A' AND WS-AFT-STATUS = 'E'
003860             MOVE 'TERM' TO WS-PAY-ACTION
003870         ELSE
003880             IF WS-BEF-STATUS = 'E' AND WS-AFT-STATUS = 'A'
003890                 MOVE 'RHIR' TO WS-PAY-ACTION
003900             ELSE
003910                 MOVE 'STAT' TO WS-PAY-ACTION
003920             END-IF
003930         END-IF
003940         GO TO 3150-EXIT.
003950     IF WS-BEF-DEPT NOT = WS-AFT-DEPT
003960         MOVE 'XFER' TO WS-PAY-ACTION
003970         GO TO 3150-EXIT.
003980     MOVE 'CHNG' TO WS-PAY-ACTION.
003990 3150-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020* 3900-PUT-RECORD - WRITE THE RECORD JUST BUILT TO THE     *
004030* INTERFACE FILE AND KEEP A COPY ON THE OUTSTANDING FILE.  *
004040* THE HEADER, DETAIL AND TRAILER LAYOUTS SHARE THE ONE     *
004050* 80-BYTE RECORD AREA, SO THE HEADER NAME CARRIES ALL      *
004060* THREE.                                                   *
004070*----------------------------------------------------------*
004080 3900-PUT-RECORD.
004090     MOVE PIF-HEADER TO OUT-RECORD.
004100     WRITE PIF-HEADER.
004110     IF NOT WS-PIF-OK
004120         MOVE 'MDPAYSND' TO WS-ERRH-FILE-NAME
004130         MOVE 'WRITE' TO WS-ERRH-OPERATION
004140         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004150             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004160             WS-PIF-STATUS WS-ERRH-SEVERITY
004170         IF WS-ERRH-SEVERE
004180             GO TO 9999-ABEND.
004190     WRITE OUT-RECORD.
004200     IF NOT WS-OUT-OK
004210         MOVE 'MDPAYOUT' TO WS-ERRH-FILE-NAME
004220         MOVE 'WRITE' TO WS-ERRH-OPERATION
004230         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004240             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004250             WS-OUT-STATUS WS-ERRH-SEVERITY
004260         IF WS-ERRH-SEVERE
004270             GO TO 9999-ABEND.
004280 3900-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 4000-UPDATE-CONTROL - REMEMBER THE SEQUENCE JUST SENT    *
004320* AND THE BUSINESS DATE IT COVERED.                        *
004330*----------------------------------------------------------*
004340 4000-UPDATE-CONTROL.
004350     OPEN OUTPUT CTL-FILE.
004360     IF NOT WS-CTL-OK
004370         MOVE 'MDPAYCTL' TO WS-ERRH-FILE-NAME
004380         MOVE 'OPEN' TO WS-ERRH-OPERATION
004390         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004400             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004410             WS-CTL-STATUS WS-ERRH-SEVERITY
004420         GO TO 9999-ABEND.
004430     MOVE SPACES TO CTL-RECORD.
004440     MOVE WS-SEND-SEQ TO CTL-LAST-SEQ.
004450     MOVE WS-CHANGE-DATE TO CTL-LAST-CHANGE-DATE.
004460     MOVE WS-RUN-DATE-NUM TO CTL-LAST-SEND-DATE.
004470     WRITE CTL-RECORD.
004480     CLOSE CTL-FILE.
004490 4000-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
004530* SHOP-WIDE AUDIT FILE. JOURNAL ENTRIES READ FOR THE DATE  *
004540* BALANCE AGAINST CHANGES SENT PLUS ENTRIES SKIPPED; A     *
004550* SKIP CARRIES THE WARNING STATUS.                         *
004560*----------------------------------------------------------*
004570 9000-WRITE-AUDIT.
004580     MOVE SPACES TO AUDIT-RECORD.
004590     CALL 'GETRUNID' USING WS-RUN-ID.
004600     MOVE WS-RUN-ID TO AUD-RUN-ID.
004610     MOVE 'MDPAYIF' TO AUD-PROGRAM-ID.
004620     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
004630     ACCEPT AUD-RUN-TIME FROM TIME.
004640     MOVE WS-SENT-COUNT TO AUD-RECORD-COUNT.
004650     IF WS-SKIP-COUNT = 0
004660         SET AUD-STATUS-OK TO TRUE
004670     ELSE
004680         SET AUD-STATUS-WARNING TO TRUE.
004690     MOVE WS-ENTRY-COUNT TO AUD-READ-COUNT.
004700     MOVE WS-SENT-COUNT TO AUD-WRITTEN-COUNT.
004710     MOVE WS-SKIP-COUNT TO AUD-REJECT-COUNT.
004720     OPEN EXTEND AUDIT-FILE.
004730     IF NOT WS-AUDIT-OK
004740         CLOSE AUDIT-FILE
004750         OPEN OUTPUT AUDIT-FILE.
004760     WRITE AUDIT-RECORD.
004770     IF NOT WS-AUDIT-OK
004780         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
004790         MOVE 'WRITE' TO WS-ERRH-OPERATION
004800         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004810             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004820             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
004823     IF WS-AUDIT-OK
004826         CALL 'AUDXPOST' USING AUDIT-RECORD.
004830     CLOSE AUDIT-FILE.
004840 9000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------*
004870* 9999-ABEND - A FILE ERROR ON THE INTERFACE, OUTSTANDING  *
004880* OR CONTROL FILE. END WITH A NONZERO RETURN-CODE SO THE   *
004890* CALLER SEES THE STEP AS FAILED; THE CONTROL RECORD IS    *
004900* NOT ADVANCED, SO A RERUN RESENDS THE SAME SEQUENCE.      *
004910*----------------------------------------------------------*
004920 9999-ABEND.
004930     DISPLAY 'MDPAYIF: ABENDING - UNRECOVERABLE FILE ERROR.'.
004940     MOVE 16 TO RETURN-CODE.
004950     GOBACK.
