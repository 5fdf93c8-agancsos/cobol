000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDPAYRCN.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-02 AG  FIRST VERSION. RECONCILES THE PAYROLL     *
000110*                INTERFACE FILES MDPAYIF HAS SENT (KEPT ON *
000120*                MDPAYOUT) AGAINST PAYROLL'S RETURNED      *
000130*                ACKNOWLEDGMENT FILE (MDPAYACK). A         *
000140*                SEQUENCE PAYROLL ACCEPTED IS CHECKED      *
000150*                CHANGE BY CHANGE FOR ITEMS IT REJECTED    *
000160*                AND FOR A RECEIVED COUNT THAT DISAGREES   *
000170*                WITH OUR TRAILER, THEN MOVES TO THE       *
000180*                RECONCILED FILE (MDPAYDON). A SEQUENCE    *
000190*                PAYROLL REJECTED OUTRIGHT HAS EVERY       *
000200*                CHANGE IN IT LISTED AS NOT TAKEN. A       *
000210*                SEQUENCE WITH NO ACKNOWLEDGMENT STAYS ON  *
000220*                MDPAYOUT - AWAITING ON THE NIGHT IT WAS   *
000230*                SENT, OVERDUE AFTER THAT. AN              *
000240*                ACKNOWLEDGMENT FOR A SEQUENCE NEVER SENT  *
000250*                IS REPORTED TOO. ANY OF THESE EXCEPTIONS  *
000260*                ENDS THE STEP WITH THE WARNING RETURN     *
000270*                CODE 4, SO NO CHANGE FALLS SILENTLY       *
000280*                BETWEEN THE ROSTER AND PAYROLL. REPORT ON *
000290*                MDPAYRPT.                                 *
000291* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000292*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000293*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000294*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000295*                KEY.                                      *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ACK-FILE ASSIGN TO "MDPAYACK"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ACK-STATUS.
000370     SELECT CTL-FILE ASSIGN TO "MDPAYCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CTL-STATUS.
000400     SELECT OUT-FILE ASSIGN TO "MDPAYOUT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OUT-STATUS.
000430     SELECT WORK-FILE ASSIGN TO "MDPAYOWK"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-WORK-STATUS.
000460     SELECT DONE-FILE ASSIGN TO "MDPAYDON"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-DONE-STATUS.
000490     SELECT RPT-FILE ASSIGN TO "MDPAYRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    PAYROLL'S RETURN FILE: ONE 'ACK' RECORD PER SEQUENCE RECEIVED
000580*    (STATUS A = ACCEPTED, R = WHOLE FILE REJECTED, WITH THE COUNT
000590*    OF CHANGES PAYROLL RECEIVED), AND ONE 'REJ' RECORD PER SINGLE
000600*    CHANGE PAYROLL WOULD NOT TAKE, BY SEQUENCE AND ITEM NUMBER.
000610 FD  ACK-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  ACK-RECORD.
000640     05  ACK-TAG                PIC X(03).
000650         88  ACK-IS-ACK                   VALUE "ACK".
000660         88  ACK-IS-REJECT                VALUE "REJ".
000670     05  ACK-SEQ                PIC 9(06).
000680     05  ACK-ITEM               PIC 9(06).
000690     05  ACK-STATUS             PIC X(01).
000700     05  ACK-COUNT              PIC 9(09).
000710     05  ACK-REASON             PIC X(30).
000720     05  FILLER                 PIC X(25).
000730 FD  CTL-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  CTL-RECORD.
000760     05  CTL-LAST-SEQ           PIC 9(06).
000770     05  CTL-LAST-CHANGE-DATE   PIC 9(08).
000780     05  CTL-LAST-SEND-DATE     PIC 9(08).
000790     05  FILLER                 PIC X(58).
000800 FD  OUT-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY MDPIFREC.
000830     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
000840         ==:PREFIX:== BY ==PIF-TRL==.
000850 FD  WORK-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  WORK-RECORD                PIC X(80).
000880 FD  DONE-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  DONE-RECORD                PIC X(80).
000910 FD  RPT-FILE
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  RPT-RECORD                 PIC X(80).
000940 FD  AUDIT-FILE
000950     RECORD CONTAINS 100 CHARACTERS.
000960     COPY AUDITREC.
000970 WORKING-STORAGE SECTION.
000980 01  WS-ACK-STATUS              PIC X(02) VALUE "00".
000990     88  WS-ACK-OK                        VALUE "00".
001000 01  WS-CTL-STATUS              PIC X(02) VALUE "00".
001010     88  WS-CTL-OK                        VALUE "00".
001020 01  WS-OUT-STATUS              PIC X(02) VALUE "00".
001030     88  WS-OUT-OK                        VALUE "00".
001040 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
001050     88  WS-WORK-OK                       VALUE "00".
001060 01  WS-DONE-STATUS             PIC X(02) VALUE "00".
001070     88  WS-DONE-OK                       VALUE "00".
001080 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001090     88  WS-RPT-OK                        VALUE "00".
001100 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001110     88  WS-AUDIT-OK                      VALUE "00".
001120 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDPAYRCN'.
001130 01  WS-ERRH-FILE-NAME          PIC X(08).
001140 01  WS-ERRH-OPERATION          PIC X(06).
001150 01  WS-ERRH-SEVERITY           PIC X(02).
001160     88  WS-ERRH-SEVERE                   VALUE "08".
001170 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001180 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001190 01  WS-LAST-SEQ                PIC 9(06) VALUE 0.
001200 01  WS-ACK-TABLE.
001210     05  WS-ACK-ENTRY OCCURS 500 TIMES.
001220         10  WS-ACK-TAG         PIC X(03).
001230         10  WS-ACK-SEQ         PIC 9(06).
001240         10  WS-ACK-ITEM        PIC 9(06).
001250         10  WS-ACK-STAT        PIC X(01).
001260         10  WS-ACK-RCVD        PIC 9(09).
001270         10  WS-ACK-REASON      PIC X(30).
001280         10  WS-ACK-USED        PIC X(01).
001290             88  WS-ACK-WAS-USED          VALUE "Y".
001300 01  WS-ACK-COUNT               PIC 9(03) VALUE 0.
001310 01  WS-ACK-SUB                 PIC 9(03) VALUE 0.
001320 01  WS-ACK-FOUND-SUB           PIC 9(03) VALUE 0.
001330*    THE SEQUENCE BEING WALKED ON MDPAYOUT AND WHAT PAYROLL SAID
001340*    ABOUT IT. THE HEADER SETS THE STATE FOR ITS WHOLE GROUP.
001350 01  WS-GRP-SEQ                 PIC 9(06) VALUE 0.
001360 01  WS-GRP-ACK-SUB             PIC 9(03) VALUE 0.
001370 01  WS-GRP-STATE               PIC X(01) VALUE "N".
001380     88  WS-GRP-UNACKED                   VALUE "N".
001390     88  WS-GRP-ACCEPTED                  VALUE "A".
001400     88  WS-GRP-REJECTED                  VALUE "R".
001410 01  WS-REASON-TEXT             PIC X(30) VALUE SPACES.
001420 01  WS-OUT-READ-COUNT          PIC 9(09) VALUE 0.
001430 01  WS-CARRIED-COUNT           PIC 9(09) VALUE 0.
001440 01  WS-DONE-COUNT              PIC 9(09) VALUE 0.
001450 01  WS-RECONCILED-COUNT        PIC 9(05) VALUE 0.
001460 01  WS-AWAITING-COUNT          PIC 9(05) VALUE 0.
001470 01  WS-OVERDUE-COUNT           PIC 9(05) VALUE 0.
001480 01  WS-FILE-REJ-COUNT          PIC 9(05) VALUE 0.
001490 01  WS-CHG-REJ-COUNT           PIC 9(05) VALUE 0.
001500 01  WS-MISMATCH-COUNT          PIC 9(05) VALUE 0.
001510 01  WS-UNKNOWN-COUNT           PIC 9(05) VALUE 0.
001520 01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
001530 01  WS-SEQ-LINE.
001540     05  FILLER                 PIC X(04) VALUE 'SEQ '.
001550     05  WS-SL-SEQ              PIC 9(06).
001560     05  FILLER                 PIC X(06) VALUE ' SENT '.
001570     05  WS-SL-SENT             PIC 9(08).
001580     05  FILLER                 PIC X(06) VALUE ' FOR  '.
001590     05  WS-SL-CHANGE           PIC 9(08).
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  WS-SL-TEXT             PIC X(40).
001620 01  WS-ITEM-LINE.
001630     05  FILLER                 PIC X(04) VALUE SPACES.
001640     05  WS-IL-ITEM             PIC 9(06).
001650     05  FILLER                 PIC X(01) VALUE SPACES.
001660     05  WS-IL-ACTION           PIC X(04).
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  WS-IL-EMPNO            PIC 9(06).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  WS-IL-NAME             PIC X(20).
001710     05  FILLER                 PIC X(01) VALUE SPACES.
001720     05  WS-IL-REASON           PIC X(30).
001730     05  FILLER                 PIC X(06) VALUE SPACES.
001740 01  WS-COUNT-LINE.
001750     05  FILLER                 PIC X(04) VALUE SPACES.
001760     05  FILLER                 PIC X(18)
001770             VALUE 'PAYROLL RECEIVED '.
001780     05  WS-CL-RCVD             PIC ZZZZZZZZ9.
001790     05  FILLER                 PIC X(12) VALUE ' CHANGES OF '.
001800     05  WS-CL-SENT             PIC ZZZZZZZZ9.
001810     05  FILLER                 PIC X(28) VALUE ' SENT'.
001820 01  WS-UNK-LINE.
001830     05  FILLER                 PIC X(04) VALUE SPACES.
001840     05  WS-UL-TAG              PIC X(03).
001850     05  FILLER                 PIC X(05) VALUE ' SEQ '.
001860     05  WS-UL-SEQ              PIC 9(06).
001870     05  FILLER                 PIC X(06) VALUE ' ITEM '.
001880     05  WS-UL-ITEM             PIC 9(06).
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  WS-UL-TEXT             PIC X(48).
001910 01  WS-TOTAL-LINE.
001920     05  WS-TL-LABEL            PIC X(40).
001930     05  WS-TL-COUNT            PIC ZZZZ9.
001940     05  FILLER                 PIC X(35) VALUE SPACES.
001950     COPY RPTHDFT.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 1100-LOAD-ACKS THRU 1100-EXIT.
002000     PERFORM 2000-SPLIT-OUTSTANDING THRU 2000-EXIT.
002010     PERFORM 3000-COPY-BACK THRU 3000-EXIT.
002020     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT.
002030     PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
002040     CLOSE RPT-FILE.
002050     COMPUTE WS-EXCEPTION-COUNT = WS-OVERDUE-COUNT
002060         + WS-FILE-REJ-COUNT + WS-CHG-REJ-COUNT
002070         + WS-MISMATCH-COUNT + WS-UNKNOWN-COUNT.
002080     DISPLAY 'MDPAYRCN: ' WS-RECONCILED-COUNT
002090         ' SEQUENCE(S) RECONCILED, ' WS-AWAITING-COUNT
002100         ' AWAITING, ' WS-EXCEPTION-COUNT ' EXCEPTION(S)'.
002110     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
002120     IF WS-EXCEPTION-COUNT > 0
002130         MOVE 4 TO RETURN-CODE
002140     ELSE
002150         MOVE 0 TO RETURN-CODE.
002160     GOBACK.
002170*----------------------------------------------------------*
002180* 1000-INITIALIZE - OPEN THE REPORT WITH THE SHOP-STANDARD *
002190* HEADER AND PICK UP THE LAST SEQUENCE MDPAYIF SENT, SO AN *
002200* ACKNOWLEDGMENT FOR A NUMBER NEVER ISSUED CAN BE TOLD     *
002210* FROM ONE ALREADY RECONCILED.                             *
002220*----------------------------------------------------------*
002230 1000-INITIALIZE.
002240     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002250     OPEN OUTPUT RPT-FILE.
002260     IF NOT WS-RPT-OK
002270         MOVE 'MDPAYRPT' TO WS-ERRH-FILE-NAME
002280         MOVE 'OPEN' TO WS-ERRH-OPERATION
002290         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002300             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002310             WS-RPT-STATUS WS-ERRH-SEVERITY
002320         GO TO 9999-ABEND.
002330     MOVE 'MDPAYRCN' TO RPTHD-PROGRAM-NAME.
002340     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002350     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
002360     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
002370     WRITE RPT-RECORD.
002380     MOVE 'PAYROLL INTERFACE ACKNOWLEDGMENT RECONCILIATION'
002390         TO RPTTL-COLUMN-TITLES.
002400     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
002410     WRITE RPT-RECORD.
002420     OPEN INPUT CTL-FILE.
002430     IF NOT WS-CTL-OK
002440         GO TO 1000-EXIT.
002450     READ CTL-FILE.
002460     IF WS-CTL-OK
002470         IF CTL-LAST-SEQ NUMERIC
002480             MOVE CTL-LAST-SEQ TO WS-LAST-SEQ.
002490     CLOSE CTL-FILE.
002500 1000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 1100-LOAD-ACKS - LOAD PAYROLL'S RETURN FILE. A RECORD    *
002540* WITH AN UNKNOWN TAG OR A NON-NUMERIC SEQUENCE IS NOT     *
002550* SOMETHING PAYROLL MEANT TO SEND - REPORTED AS AN         *
002560* EXCEPTION AND IGNORED.                                   *
002570*----------------------------------------------------------*
002580 1100-LOAD-ACKS.
002590     OPEN INPUT ACK-FILE.
002600     IF NOT WS-ACK-OK
002610         MOVE 'NO ACKNOWLEDGMENT FILE FROM PAYROLL' TO RPT-RECORD
002620         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002630         GO TO 1100-EXIT.
002640 1110-READ-NEXT.
002650     READ ACK-FILE
002660         AT END
002670             GO TO 1190-LOAD-DONE.
002680     IF (NOT ACK-IS-ACK AND NOT ACK-IS-REJECT)
002690         OR ACK-SEQ NOT NUMERIC
002700         MOVE ACK-TAG TO WS-UL-TAG
002710         MOVE 0 TO WS-UL-SEQ
002720         MOVE 0 TO WS-UL-ITEM
002730         MOVE 'UNREADABLE ACKNOWLEDGMENT RECORD - IGNORED'
002740             TO WS-UL-TEXT
002750         MOVE WS-UNK-LINE TO RPT-RECORD
002760         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002770         ADD 1 TO WS-UNKNOWN-COUNT
002780         GO TO 1110-READ-NEXT.
002790     IF WS-ACK-COUNT < 500
002800         ADD 1 TO WS-ACK-COUNT
002810         MOVE ACK-TAG TO WS-ACK-TAG (WS-ACK-COUNT)
002820         MOVE ACK-SEQ TO WS-ACK-SEQ (WS-ACK-COUNT)
002830         MOVE ACK-REASON TO WS-ACK-REASON (WS-ACK-COUNT)
002840         MOVE ACK-STATUS TO WS-ACK-STAT (WS-ACK-COUNT)
002850         MOVE 0 TO WS-ACK-ITEM (WS-ACK-COUNT)
002860         MOVE 0 TO WS-ACK-RCVD (WS-ACK-COUNT)
002870         MOVE "N" TO WS-ACK-USED (WS-ACK-COUNT)
002880     ELSE
002890         DISPLAY 'MDPAYRCN: ACKNOWLEDGMENT TABLE FULL - SEQ '
002900             ACK-SEQ ' IGNORED'
002910         ADD 1 TO WS-UNKNOWN-COUNT
002920         GO TO 1110-READ-NEXT.
002930     IF ACK-ITEM NUMERIC
002940         MOVE ACK-ITEM TO WS-ACK-ITEM (WS-ACK-COUNT).
002950     IF ACK-COUNT NUMERIC
002960         MOVE ACK-COUNT TO WS-ACK-RCVD (WS-ACK-COUNT).
002970     GO TO 1110-READ-NEXT.
002980 1190-LOAD-DONE.
002990     CLOSE ACK-FILE.
003000 1100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 2000-SPLIT-OUTSTANDING - ONE PASS OVER MDPAYOUT: A       *
003040* SEQUENCE PAYROLL HAS ANSWERED GOES TO THE RECONCILED     *
003050* FILE AFTER ITS CHANGES ARE CHECKED; AN UNANSWERED ONE    *
003060* STREAMS TO THE WORK FILE THAT BECOMES THE NEW MDPAYOUT.  *
003070*----------------------------------------------------------*
003080 2000-SPLIT-OUTSTANDING.
003090     OPEN INPUT OUT-FILE.
003100     IF NOT WS-OUT-OK
003110         MOVE 'NO PAYROLL SENDS OUTSTANDING' TO RPT-RECORD
003120         PERFORM 4900-PUT-LINE THRU 4900-EXIT
003130         GO TO 2000-EXIT.
003140     OPEN OUTPUT WORK-FILE.
003150     IF NOT WS-WORK-OK
003160         MOVE 'MDPAYOWK' TO WS-ERRH-FILE-NAME
003170         MOVE 'OPEN' TO WS-ERRH-OPERATION
003180         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003190             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003200             WS-WORK-STATUS WS-ERRH-SEVERITY
003210         CLOSE OUT-FILE
003220         GO TO 9999-ABEND.
003230     OPEN EXTEND DONE-FILE.
003240     IF NOT WS-DONE-OK
003250         CLOSE DONE-FILE
003260         OPEN OUTPUT DONE-FILE.
003270 2010-READ-NEXT.
003280     READ OUT-FILE
003290         AT END
003300             GO TO 2090-SPLIT-DONE.
003310     ADD 1 TO WS-OUT-READ-COUNT.
003320     IF PIF-IS-HEADER
003330         PERFORM 2100-START-GROUP THRU 2100-EXIT.
003340     IF PIF-IS-DETAIL
003350         PERFORM 2200-CHECK-CHANGE THRU 2200-EXIT.
003360     IF PIF-TRL-PRESENT
003370         PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT.
003380*    AN ANSWERED SEQUENCE IS FINISHED WITH; THE REST WAIT.
003390     IF WS-GRP-UNACKED
003400         MOVE PIF-HEADER TO WORK-RECORD
003410         WRITE WORK-RECORD
003420         ADD 1 TO WS-CARRIED-COUNT
003430     ELSE
003440         MOVE PIF-HEADER TO DONE-RECORD
003450         WRITE DONE-RECORD
003460         ADD 1 TO WS-DONE-COUNT.
003470     GO TO 2010-READ-NEXT.
003480 2090-SPLIT-DONE.
003490     CLOSE OUT-FILE.
003500     CLOSE WORK-FILE.
003510     CLOSE DONE-FILE.
003520 2000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550* 2100-START-GROUP - A HEADER OPENS A SEQUENCE. FIND       *
003560* PAYROLL'S 'ACK' FOR IT; FAILING THAT, A 'REJ' FOR ONE OF *
003570* ITS CHANGES STILL PROVES PAYROLL RECEIVED THE FILE.      *
003580* NEITHER MEANS IT IS STILL WAITING - OVERDUE ONCE THE     *
003590* NIGHT IT WAS SENT HAS PASSED.                            *
003600*----------------------------------------------------------*
003610 2100-START-GROUP.
003620     MOVE PIF-HDR-SEQ TO WS-GRP-SEQ.
003630     MOVE "N" TO WS-GRP-STATE.
003640     MOVE 0 TO WS-GRP-ACK-SUB.
003650     MOVE WS-GRP-SEQ TO WS-SL-SEQ.
003660     MOVE PIF-HDR-SEND-DATE TO WS-SL-SENT.
003670     MOVE PIF-HDR-CHANGE-DATE TO WS-SL-CHANGE.
003680     MOVE 1 TO WS-ACK-SUB.
003690 2110-CHECK-NEXT.
003700     IF WS-ACK-SUB > WS-ACK-COUNT
003710         GO TO 2150-NO-ACK.
003720     IF WS-ACK-TAG (WS-ACK-SUB) = 'ACK'
003730         AND WS-ACK-SEQ (WS-ACK-SUB) = WS-GRP-SEQ
003740         MOVE WS-ACK-SUB TO WS-GRP-ACK-SUB
003750         MOVE "Y" TO WS-ACK-USED (WS-ACK-SUB)
003760         GO TO 2160-ACKED.
003770     ADD 1 TO WS-ACK-SUB.
003780     GO TO 2110-CHECK-NEXT.
003790 2150-NO-ACK.
003800     MOVE 1 TO WS-ACK-SUB.
003810 2155-CHECK-REJ.
003820     IF WS-ACK-SUB > WS-ACK-COUNT
003830         GO TO 2170-UNACKED.
003840     IF WS-ACK-TAG (WS-ACK-SUB) = 'REJ'
003850         AND WS-ACK-SEQ (WS-ACK-SUB) = WS-GRP-SEQ
003860         MOVE "A" TO WS-GRP-STATE
003870         ADD 1 TO WS-RECONCILED-COUNT
003880         MOVE 'RECEIVED - NO ACK RECORD, REJECTS'
003890             TO WS-SL-TEXT
003900         GO TO 2190-PUT-SEQ.
003910     ADD 1 TO WS-ACK-SUB.
003920     GO TO 2155-CHECK-REJ.
003930 2160-ACKED.
003940     ADD 1 TO WS-RECONCILED-COUNT.
003950     IF WS-ACK-STAT (WS-GRP-ACK-SUB) = 'R'
003960         MOVE "R" TO WS-GRP-STATE
003970         ADD 1 TO WS-FILE-REJ-COUNT
003980         MOVE SPACES TO WS-SL-TEXT
003990         STRING '*** REJECTED: ' DELIMITED BY SIZE
004000             WS-ACK-REASON (WS-GRP-ACK-SUB) DELIMITED BY SIZE
004010             INTO WS-SL-TEXT
004020     ELSE
004030         MOVE "A" TO WS-GRP-STATE
004040         MOVE 'ACCEPTED BY PAYROLL' TO WS-SL-TEXT.
004050     GO TO 2190-PUT-SEQ.
004060 2170-UNACKED.
004070     IF PIF-HDR-SEND-DATE NUMERIC
004080         AND PIF-HDR-SEND-DATE < WS-RUN-DATE-NUM
004090         ADD 1 TO WS-OVERDUE-COUNT
004100         MOVE '*** OVERDUE - NO ACKNOWLEDGMENT' TO WS-SL-TEXT
004110     ELSE
004120         ADD 1 TO WS-AWAITING-COUNT
004130         MOVE 'AWAITING ACKNOWLEDGMENT' TO WS-SL-TEXT.
004140 2190-PUT-SEQ.
004150     MOVE WS-SEQ-LINE TO RPT-RECORD.
004160     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004170 2100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 2200-CHECK-CHANGE - ONE CHANGE OF AN ANSWERED SEQUENCE.  *
004210* IN A REJECTED FILE EVERY CHANGE IS LISTED; IN AN         *
004220* ACCEPTED ONE, ONLY THOSE PAYROLL RETURNED A 'REJ' FOR.   *
004230*----------------------------------------------------------*
004240 2200-CHECK-CHANGE.
004250     IF WS-GRP-UNACKED
004260         GO TO 2200-EXIT.
004270     IF WS-GRP-REJECTED
004280         MOVE 'NOT APPLIED - FILE REJECTED' TO WS-REASON-TEXT
004290         GO TO 2290-PUT-ITEM.
004300     MOVE 1 TO WS-ACK-SUB.
004310 2210-CHECK-NEXT.
004320     IF WS-ACK-SUB > WS-ACK-COUNT
004330         GO TO 2200-EXIT.
004340     IF WS-ACK-TAG (WS-ACK-SUB) = 'REJ'
004350         AND WS-ACK-SEQ (WS-ACK-SUB) = PIF-DTL-SEQ
004360         AND WS-ACK-ITEM (WS-ACK-SUB) = PIF-DTL-ITEM
004370         MOVE "Y" TO WS-ACK-USED (WS-ACK-SUB)
004380         MOVE WS-ACK-REASON (WS-ACK-SUB) TO WS-REASON-TEXT
004390         ADD 1 TO WS-CHG-REJ-COUNT
004400         GO TO 2290-PUT-ITEM.
004410     ADD 1 TO WS-ACK-SUB.
004420     GO TO 2210-CHECK-NEXT.
004430 2290-PUT-ITEM.
004440     MOVE PIF-DTL-ITEM TO WS-IL-ITEM.
004450     MOVE PIF-DTL-ACTION TO WS-IL-ACTION.
004460     MOVE PIF-DTL-EMPNO TO WS-IL-EMPNO.
004470     MOVE PIF-DTL-NAME TO WS-IL-NAME.
004480     MOVE WS-REASON-TEXT TO WS-IL-REASON.
004490     MOVE WS-ITEM-LINE TO RPT-RECORD.
004500     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004510 2200-EXIT.
004520     EXIT.
004530*----------------------------------------------------------*
004540* 2300-CHECK-TRAILER - PAYROLL'S RECEIVED COUNT AGAINST    *
004550* OUR TRAILER COUNT. A SHORT COUNT MEANS CHANGES WENT      *
004560* MISSING IN TRANSFER EVEN THOUGH THE FILE WAS ACCEPTED.   *
004570*----------------------------------------------------------*
004580 2300-CHECK-TRAILER.
004590     IF NOT WS-GRP-ACCEPTED
004600         GO TO 2300-EXIT.
004610     IF WS-GRP-ACK-SUB = 0
004620         GO TO 2300-EXIT.
004630     IF WS-ACK-RCVD (WS-GRP-ACK-SUB) = PIF-TRL-RECORD-COUNT
004640         GO TO 2300-EXIT.
004650     ADD 1 TO WS-MISMATCH-COUNT.
004660     MOVE WS-ACK-RCVD (WS-GRP-ACK-SUB) TO WS-CL-RCVD.
004670     MOVE PIF-TRL-RECORD-COUNT TO WS-CL-SENT.
004680     MOVE WS-COUNT-LINE TO RPT-RECORD.
004690     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004700 2300-EXIT.
004710     EXIT.
004720*----------------------------------------------------------*
004730* 3000-COPY-BACK - THE UNANSWERED SEQUENCES GO BACK OVER   *
004740* MDPAYOUT, THE SAME WAY NITEACK REWRITES NITEALRT.        *
004750*----------------------------------------------------------*
004760 3000-COPY-BACK.
004770     OPEN INPUT WORK-FILE.
004780     IF NOT WS-WORK-OK
004790         GO TO 3000-EXIT.
004800     OPEN OUTPUT OUT-FILE.
004810     IF NOT WS-OUT-OK
004820         MOVE 'MDPAYOUT' TO WS-ERRH-FILE-NAME
004830         MOVE 'OPEN' TO WS-ERRH-OPERATION
004840         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004850             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004860             WS-OUT-STATUS WS-ERRH-SEVERITY
004870         CLOSE WORK-FILE
004880         GO TO 9999-ABEND.
004890 3010-COPY-NEXT.
004900     READ WORK-FILE
004910         AT END
004920             GO TO 3090-COPY-DONE.
004930     MOVE WORK-RECORD TO PIF-HEADER.
004940     WRITE PIF-HEADER.
004950     IF NOT WS-OUT-OK
004960         MOVE 'MDPAYOUT' TO WS-ERRH-FILE-NAME
004970         MOVE 'WRITE' TO WS-ERRH-OPERATION
004980         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004990             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005000             WS-OUT-STATUS WS-ERRH-SEVERITY.
005010     GO TO 3010-COPY-NEXT.
005020 3090-COPY-DONE.
005030     CLOSE WORK-FILE.
005040     CLOSE OUT-FILE.
005050 3000-EXIT.
005060     EXIT.
005070*----------------------------------------------------------*
005080* 4000-REPORT-UNMATCHED - AN ACKNOWLEDGMENT THAT MATCHED   *
005090* NOTHING ON MDPAYOUT. ABOVE THE LAST SEQUENCE SENT IT IS  *
005100* FOR A FILE WE NEVER SENT; OTHERWISE THE SEQUENCE WAS     *
005110* RECONCILED ON AN EARLIER NIGHT AND THE RECORD IS A       *
005120* REPEAT, WHICH IS NOTED BUT NOT AN EXCEPTION. A 'REJ'     *
005130* WHOSE SEQUENCE WAS ANSWERED TONIGHT BUT NAMES NO ITEM IN *
005140* IT IS AN EXCEPTION.                                      *
005150*----------------------------------------------------------*
005160 4000-REPORT-UNMATCHED.
005170     MOVE 1 TO WS-ACK-SUB.
005180 4010-CHECK-NEXT.
005190     IF WS-ACK-SUB > WS-ACK-COUNT
005200         GO TO 4000-EXIT.
005210     IF WS-ACK-WAS-USED (WS-ACK-SUB)
005220         GO TO 4080-NEXT.
005230     MOVE WS-ACK-TAG (WS-ACK-SUB) TO WS-UL-TAG.
005240     MOVE WS-ACK-SEQ (WS-ACK-SUB) TO WS-UL-SEQ.
005250     MOVE WS-ACK-ITEM (WS-ACK-SUB) TO WS-UL-ITEM.
005260     PERFORM 4100-SEQ-ANSWERED THRU 4100-EXIT.
005270     IF WS-ACK-SEQ (WS-ACK-SUB) > WS-LAST-SEQ
005280         MOVE '*** NO SUCH SEQUENCE WAS EVER SENT' TO WS-UL-TEXT
005290         ADD 1 TO WS-UNKNOWN-COUNT
005300     ELSE
005310         IF WS-ACK-FOUND-SUB > 0
005320             IF WS-ACK-TAG (WS-ACK-SUB) = 'ACK'
005330                 MOVE 'DUPLICATE ACKNOWLEDGMENT - IGNORED'
005340                     TO WS-UL-TEXT
005350             ELSE
005360                 MOVE '*** NO SUCH ITEM IN THE SEQUENCE'
005370                     TO WS-UL-TEXT
005380                 ADD 1 TO WS-UNKNOWN-COUNT
005390             END-IF
005400         ELSE
005410             MOVE 'ALREADY RECONCILED - REPEAT IGNORED'
005420                 TO WS-UL-TEXT
005430         END-IF
005440     END-IF.
005450     MOVE WS-UNK-LINE TO RPT-RECORD.
005460     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005470 4080-NEXT.
005480     ADD 1 TO WS-ACK-SUB.
005490     GO TO 4010-CHECK-NEXT.
005500 4000-EXIT.
005510     EXIT.
005520*----------------------------------------------------------*
005530* 4100-SEQ-ANSWERED - WAS THE SEQUENCE OF THIS UNMATCHED   *
005540* RECORD RECONCILED TONIGHT? ANOTHER RECORD FOR THE SAME   *
005550* SEQUENCE THAT WAS USED SAYS SO.                          *
005560*----------------------------------------------------------*
005570 4100-SEQ-ANSWERED.
005580     MOVE 0 TO WS-ACK-FOUND-SUB.
005590     MOVE 1 TO WS-GRP-ACK-SUB.
005600 4110-CHECK-NEXT.
005610     IF WS-GRP-ACK-SUB > WS-ACK-COUNT
005620         GO TO 4100-EXIT.
005630     IF WS-ACK-SEQ (WS-GRP-ACK-SUB) = WS-ACK-SEQ (WS-ACK-SUB)
005640         AND WS-ACK-WAS-USED (WS-GRP-ACK-SUB)
005650         MOVE WS-GRP-ACK-SUB TO WS-ACK-FOUND-SUB
005660         GO TO 4100-EXIT.
005670     ADD 1 TO WS-GRP-ACK-SUB.
005680     GO TO 4110-CHECK-NEXT.
005690 4100-EXIT.
005700     EXIT.
005710*----------------------------------------------------------*
005720* 4500-PRINT-TOTALS - ONE LINE PER OUTCOME.                *
005730*----------------------------------------------------------*
005740 4500-PRINT-TOTALS.
005750     MOVE SPACES TO RPT-RECORD.
005760     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005770     MOVE 'SEQUENCES RECONCILED' TO WS-TL-LABEL.
005780     MOVE WS-RECONCILED-COUNT TO WS-TL-COUNT.
005790     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005800     MOVE 'SEQUENCES AWAITING ACKNOWLEDGMENT' TO WS-TL-LABEL.
005810     MOVE WS-AWAITING-COUNT TO WS-TL-COUNT.
005820     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005830     MOVE 'SEQUENCES OVERDUE' TO WS-TL-LABEL.
005840     MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
005850     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005860     MOVE 'SEQUENCES REJECTED BY PAYROLL' TO WS-TL-LABEL.
005870     MOVE WS-FILE-REJ-COUNT TO WS-TL-COUNT.
005880     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005890     MOVE 'CHANGES REJECTED BY PAYROLL' TO WS-TL-LABEL.
005900     MOVE WS-CHG-REJ-COUNT TO WS-TL-COUNT.
005910     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005920     MOVE 'RECEIVED-COUNT MISMATCHES' TO WS-TL-LABEL.
005930     MOVE WS-MISMATCH-COUNT TO WS-TL-COUNT.
005940     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005950     MOVE 'UNMATCHED OR UNREADABLE ACKNOWLEDGMENTS'
005960         TO WS-TL-LABEL.
005970     MOVE WS-UNKNOWN-COUNT TO WS-TL-COUNT.
005980     PERFORM 4600-PUT-TOTAL THRU 4600-EXIT.
005990 4500-EXIT.
006000     EXIT.
006010 4600-PUT-TOTAL.
006020     MOVE WS-TOTAL-LINE TO RPT-RECORD.
006030     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
006040 4600-EXIT.
006050     EXIT.
006060*----------------------------------------------------------*
006070* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
006080* WRITE CHECK AND PAGE-BREAK HANDLING.                     *
006090*----------------------------------------------------------*
006100 4900-PUT-LINE.
006110     WRITE RPT-RECORD.
006120     IF NOT WS-RPT-OK
006130         MOVE 'MDPAYRPT' TO WS-ERRH-FILE-NAME
006140         MOVE 'WRITE' TO WS-ERRH-OPERATION
006150         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006160             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006170             WS-RPT-STATUS WS-ERRH-SEVERITY
006180         IF WS-ERRH-SEVERE
006190             GO TO 9999-ABEND.
006200     ADD 1 TO RPT-LINES-ON-PAGE.
006210     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
006220         MOVE 'MDPAYRCN' TO RPTHD-PROGRAM-NAME
006230         MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE
006240         MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER
006250         MOVE RPT-HEADER-RECORD TO RPT-RECORD
006260         WRITE RPT-RECORD
006270         ADD 1 TO RPT-PAGE-NUMBER
006280         MOVE 0 TO RPT-LINES-ON-PAGE.
006290 4900-EXIT.
006300     EXIT.
006310*----------------------------------------------------------*
006320* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
006330* SHOP-WIDE AUDIT FILE. EVERY OUTSTANDING RECORD READ IS   *
006340* WRITTEN ONCE - TO THE RECONCILED FILE OR BACK TO         *
006350* MDPAYOUT; ANY EXCEPTION CARRIES THE WARNING STATUS.      *
006360*----------------------------------------------------------*
006370 9000-WRITE-AUDIT.
006380     MOVE SPACES TO AUDIT-RECORD.
006390     CALL 'GETRUNID' USING WS-RUN-ID.
006400     MOVE WS-RUN-ID TO AUD-RUN-ID.
006410     MOVE 'MDPAYRCN' TO AUD-PROGRAM-ID.
006420     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006430     ACCEPT AUD-RUN-TIME FROM TIME.
006440     MOVE WS-DONE-COUNT TO AUD-RECORD-COUNT.
006450     IF WS-EXCEPTION-COUNT = 0
006460         SET AUD-STATUS-OK TO TRUE
006470     ELSE
006480         SET AUD-STATUS-WARNING TO TRUE.
006490     MOVE WS-OUT-READ-COUNT TO AUD-READ-COUNT.
006500     COMPUTE AUD-WRITTEN-COUNT =
006510         WS-DONE-COUNT + WS-CARRIED-COUNT.
006520     MOVE 0 TO AUD-REJECT-COUNT.
006530     OPEN EXTEND AUDIT-FILE.
006540     IF NOT WS-AUDIT-OK
006550         CLOSE AUDIT-FILE
006560         OPEN OUTPUT AUDIT-FILE.
006570     WRITE AUDIT-RECORD.
006580     IF NOT WS-AUDIT-OK
006590         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
006600         MOVE 'WRITE' TO WS-ERRH-OPERATION
006610         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006620             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006630             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
006633     IF WS-AUDIT-OK
006636         CALL 'AUDXPOST' USING AUDIT-RECORD.
006640     CLOSE AUDIT-FILE.
006650 9000-EXIT.
006660     EXIT.
006670*----------------------------------------------------------*
006680* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
006690* WAS HIT. END THE RUN WITH A NONZERO RETURN-CODE SO THE   *
006700* CALLER SEES THE STEP AS FAILED.                          *
006710*----------------------------------------------------------*
006720 9999-ABEND.
006730     DISPLAY 'MDPAYRCN: ABENDING - UNRECOVERABLE FILE ERROR.'.
006740     CLOSE RPT-FILE.
006750     MOVE 16 TO RETURN-CODE.
006760     GOBACK.
