000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SLACARD.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. MONTHLY OPERATIONS         *
000110*                SERVICE-LEVEL SCORECARD. THE TARGETS CARD *
000120*                (SLATARG) GIVES THE BATCH COMPLETION      *
000130*                DEADLINE, THE MAXIMUM TEMPCVT (TMPREJ)    *
000140*                AND MINMAX (MMREJ) REJECT RATES, THE      *
000150*                MAXIMUM AGE OF AN UNACKNOWLEDGED NITEALRT *
000160*                ALERT, THE MAXIMUM BALANCE BREAKS A       *
000170*                NIGHT, AND THE GREEN AND AMBER            *
000180*                PERCENTAGES. EVERY NIGHT OF THE MONTH THE *
000190*                BATCH RAN (NITETIMS) IS MEASURED AGAINST  *
000200*                EACH TARGET FROM AUDITLOG AND ITS         *
000210*                ARCHIVES (OR THE AUDINDEX STORE), THE     *
000220*                NITEACKF ACKNOWLEDGMENTS PLUS WHAT IS     *
000230*                STILL ON NITEALRT, AND THE                *
000240*                BALRPT.CCYYMMDD HISTORY BALCHECK KEEPS.   *
000250*                EACH TARGET GETS ITS MET / MISSED /       *
000260*                NOT-MEASURED NIGHTS, THE PERCENTAGE MET   *
000270*                AND A RED / AMBER / GREEN STATUS, WITH    *
000280*                THE NIGHTS THAT MISSED LISTED UNDERNEATH  *
000290*                (SLARPT). THE MONTH IS THE ONE CONTAINING *
000300*                THE BUSINESS DATE, TO DATE, UNLESS A      *
000310*                SLAPARM CARD (CCYYMM IN COLUMNS 1-6)      *
000320*                NAMES ANOTHER. LIKE WEEKOPS THIS IS A     *
000330*                REPORTER ONLY.                            *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TARG-FILE ASSIGN TO "SLATARG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TARG-STATUS.
000410     SELECT PARM-FILE ASSIGN TO "SLAPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT TIMS-FILE ASSIGN TO "NITETIMS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TIMS-STATUS.
000470     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUDX-KEY
000540         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-AUDX-STATUS.
000570     SELECT ARCH-FILE ASSIGN USING WS-ARCHIVE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCH-STATUS.
000600     SELECT ACKED-FILE ASSIGN TO "NITEACKF"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACKED-STATUS.
000630     SELECT ALERT-FILE ASSIGN TO "NITEALRT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ALERT-STATUS.
000660     SELECT BALH-FILE ASSIGN USING WS-BALH-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BALH-STATUS.
000690     SELECT RPT-FILE ASSIGN TO "SLARPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TARG-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  TARG-RECORD.
000770     05  TG-DEADLINE            PIC 9(04).
000780     05  TG-TMPREJ-PCT          PIC 9(02)V9(01).
000790     05  TG-MMREJ-PCT           PIC 9(02)V9(01).
000800     05  TG-ALERT-DAYS          PIC 9(03).
000810     05  TG-BAL-BREAKS          PIC 9(03).
000820     05  TG-GREEN-PCT           PIC 9(03).
000830     05  TG-AMBER-PCT           PIC 9(03).
000840     05  FILLER                 PIC X(58).
000850 FD  PARM-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  PARM-RECORD.
000880     05  PARM-MONTH             PIC 9(06).
000890     05  FILLER                 PIC X(74).
000900 FD  TIMS-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  TIMS-RECORD.
000930     05  TIMS-RUN-DATE          PIC 9(08).
000940     05  TIMS-STEP-NAME         PIC X(10).
000950     05  TIMS-ELAPSED           PIC 9(07).
000960     05  FILLER                 PIC X(55).
000970 FD  AUDIT-FILE
000980     RECORD CONTAINS 100 CHARACTERS.
000990     COPY AUDITREC.
001000 FD  AUDX-FILE
001010     RECORD CONTAINS 150 CHARACTERS.
001020     COPY AUDXREC.
001030 FD  ARCH-FILE
001040     RECORD CONTAINS 100 CHARACTERS.
001050 01  ARCH-RECORD                PIC X(100).
001060 FD  ACKED-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  ACKED-RECORD.
001090     05  ACKD-STEP-NAME         PIC X(10).
001100     05  ACKD-RETURN-CODE       PIC 9(04).
001110     05  ACKD-ALERT-DATE        PIC 9(08).
001120     05  ACKD-ALERT-TIME        PIC 9(08).
001130     05  ACKD-OPERATOR          PIC X(03).
001140     05  ACKD-ACK-DATE          PIC 9(08).
001150     05  ACKD-NOTE              PIC X(30).
001160     05  FILLER                 PIC X(09).
001170 FD  ALERT-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  ALERT-RECORD.
001200     05  ALRT-STEP-NAME         PIC X(10).
001210     05  ALRT-RETURN-CODE       PIC 9(04).
001220     05  ALRT-RUN-DATE          PIC 9(08).
001230     05  ALRT-RUN-TIME          PIC 9(08).
001240     05  ALRT-STEPS-DONE        PIC 9(02).
001250     05  FILLER                 PIC X(48).
001260 FD  BALH-FILE
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  BALH-RECORD                PIC X(80).
001290 FD  RPT-FILE
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  RPT-RECORD                 PIC X(80).
001320 WORKING-STORAGE SECTION.
001330 01  WS-TARG-STATUS             PIC X(02) VALUE "00".
001340     88  WS-TARG-OK                       VALUE "00".
001350 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
001360     88  WS-PARM-OK                       VALUE "00".
001370 01  WS-TIMS-STATUS             PIC X(02) VALUE "00".
001380     88  WS-TIMS-OK                       VALUE "00".
001390 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001400     88  WS-AUDIT-OK                      VALUE "00".
001410 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
001420     88  WS-AUDX-OK                       VALUE "00" "02".
001430 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
001440     88  WS-USE-INDEX                     VALUE "Y".
001450 01  WS-ARCH-STATUS             PIC X(02) VALUE "00".
001460     88  WS-ARCH-OK                       VALUE "00".
001470 01  WS-ACKED-STATUS            PIC X(02) VALUE "00".
001480     88  WS-ACKED-OK                      VALUE "00".
001490 01  WS-ALERT-STATUS            PIC X(02) VALUE "00".
001500     88  WS-ALERT-OK                      VALUE "00".
001510 01  WS-BALH-STATUS             PIC X(02) VALUE "00".
001520     88  WS-BALH-OK                       VALUE "00".
001530 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001540     88  WS-RPT-OK                        VALUE "00".
001550 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'SLACARD'.
001560 01  WS-ERRH-FILE-NAME          PIC X(08).
001570 01  WS-ERRH-OPERATION          PIC X(06).
001580 01  WS-ERRH-SEVERITY           PIC X(02).
001590     88  WS-ERRH-SEVERE                   VALUE "08".
001600 01  WS-ARCHIVE-NAME            PIC X(16)
001610         VALUE 'AUDARCH.00000000'.
001620 01  WS-ARCHIVE-NAME-R REDEFINES WS-ARCHIVE-NAME.
001630     05  FILLER                 PIC X(08).
001640     05  WS-ARCHIVE-DATE        PIC 9(08).
001650 01  WS-BALH-NAME               PIC X(15)
001660         VALUE 'BALRPT.00000000'.
001670 01  WS-BALH-NAME-R REDEFINES WS-BALH-NAME.
001680     05  FILLER                 PIC X(07).
001690     05  WS-BALH-DATE           PIC 9(08).
001700 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001710 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
001720 01  WS-FROM-NUM                PIC 9(08) VALUE 0.
001730 01  WS-FROM-R REDEFINES WS-FROM-NUM.
001740     05  WS-FROM-CCYYMM         PIC 9(06).
001750     05  WS-FROM-DD             PIC 9(02).
001760 01  WS-FROM-INT                PIC 9(08) VALUE 0.
001770 01  WS-THRU-NUM                PIC 9(08) VALUE 0.
001780 01  WS-THRU-INT                PIC 9(08) VALUE 0.
001790 01  WS-NEXT-MONTH-NUM          PIC 9(08) VALUE 0.
001800 01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-NUM.
001810     05  WS-NM-CCYY             PIC 9(04).
001820     05  WS-NM-MM               PIC 9(02).
001830     05  WS-NM-DD               PIC 9(02).
001840 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001850 01  WS-ENTRY-INT               PIC 9(08) VALUE 0.
001860 01  WS-SLOT                    PIC 9(02) VALUE 0.
001870 01  WS-NT-SUB                  PIC 9(02) VALUE 0.
001880 01  WS-NIGHT-COUNT             PIC 9(02) VALUE 0.
001890 01  WS-HHMM                    PIC 9(04) VALUE 0.
001900 01  WS-SHIFTED                 PIC 9(04) VALUE 0.
001910 01  WS-DEADLINE-SHIFTED        PIC 9(04) VALUE 0.
001920 01  WS-RATE                    PIC 9(03)V9(01) VALUE 0.
001930 01  WS-AGE                     PIC 9(05) VALUE 0.
001940 01  WS-LEAK-TALLY              PIC 9(03) VALUE 0.
001950*    THE TARGETS, COMPILED-IN GREEN AND AMBER THRESHOLDS AND
001960*    THE SWITCHES THAT SAY WHICH TARGETS THE CARD ACTUALLY SET.
001970 01  WS-DEADLINE                PIC 9(04) VALUE 0.
001980 01  WS-TMPREJ-MAX              PIC 9(02)V9(01) VALUE 0.
001990 01  WS-MMREJ-MAX               PIC 9(02)V9(01) VALUE 0.
002000 01  WS-ALERT-DAYS-MAX          PIC 9(03) VALUE 0.
002010 01  WS-BAL-BREAKS-MAX          PIC 9(03) VALUE 0.
002020 01  WS-GREEN-PCT               PIC 9(03) VALUE 95.
002030 01  WS-AMBER-PCT               PIC 9(03) VALUE 80.
002040*    ONE SLOT PER CALENDAR DAY OF THE MONTH. A DAY IS A NIGHT
002050*    ON THE SCORECARD WHEN THE BATCH LEFT TIMING HISTORY OR AN
002060*    AUDIT ENTRY FOR IT.
002070 01  WS-NIGHT-TABLE.
002080     05  WS-NT-ENTRY OCCURS 31 TIMES.
002090         10  WS-NT-USED         PIC X(01).
002100             88  WS-NT-IS-NIGHT           VALUE "Y".
002110         10  WS-NT-DATE         PIC 9(08).
002120         10  WS-NT-AUD-SEEN     PIC X(01).
002130         10  WS-NT-LAST-SHIFT   PIC 9(04).
002140         10  WS-NT-ELAPSED      PIC 9(07).
002150         10  WS-NT-TC-READ      PIC 9(09).
002160         10  WS-NT-TC-REJ       PIC 9(09).
002170         10  WS-NT-MM-READ      PIC 9(09).
002180         10  WS-NT-MM-REJ       PIC 9(09).
002190         10  WS-NT-ALERT-AGE    PIC 9(05).
002200         10  WS-NT-BAL-SEEN     PIC X(01).
002210         10  WS-NT-BREAKS       PIC 9(05).
002220*    EVERY ALERT EVER RAISED THAT THE FILES STILL KNOW OF: THE
002230*    DAY IT WAS RAISED AND THE DAY IT WAS ACKNOWLEDGED (ALL
002240*    NINES WHILE IT IS STILL ON NITEALRT).
002250 01  WS-AL-COUNT                PIC 9(03) VALUE 0.
002260 01  WS-AL-SUB                  PIC 9(03) VALUE 0.
002270 01  WS-ALERT-TABLE.
002280     05  WS-AL-ENTRY OCCURS 300 TIMES.
002290         10  WS-AL-RAISED-INT   PIC 9(08).
002300         10  WS-AL-ACKED-INT    PIC 9(08).
002310*    THE FIVE TARGETS AND THEIR SCORES.
002320 01  WS-TG-SUB                  PIC 9(01) VALUE 0.
002330 01  WS-TARGET-TABLE.
002340     05  WS-TG-ENTRY OCCURS 5 TIMES.
002350         10  WS-TG-NAME         PIC X(28).
002360         10  WS-TG-SET-SW       PIC X(01).
002370             88  WS-TG-IS-SET             VALUE "Y".
002380         10  WS-TG-LIMIT-TEXT   PIC X(08).
002390         10  WS-TG-MET          PIC 9(03).
002400         10  WS-TG-MISSED       PIC 9(03).
002410         10  WS-TG-NOT-MEASURED PIC 9(03).
002420 01  WS-NIGHT-STATE             PIC X(01) VALUE SPACE.
002430     88  WS-NIGHT-MET                     VALUE "M".
002440     88  WS-NIGHT-MISSED                  VALUE "X".
002450     88  WS-NIGHT-NOT-MEASURED            VALUE "N".
002460 01  WS-VALUE-TEXT              PIC X(30) VALUE SPACES.
002470 01  WS-PCT                     PIC 9(03)V9(01) VALUE 0.
002480 01  WS-SCORED                  PIC 9(03) VALUE 0.
002490 01  WS-RED-COUNT               PIC 9(01) VALUE 0.
002500 01  WS-ED-TIME.
002510     05  WS-ED-HH               PIC 9(02).
002520     05  FILLER                 PIC X(01) VALUE ':'.
002530     05  WS-ED-MM               PIC 9(02).
002540 01  WS-ED-HHMM-R.
002550     05  WS-ED-HHMM-HH          PIC 9(02).
002560     05  WS-ED-HHMM-MM          PIC 9(02).
002570 01  WS-ED-HHMM REDEFINES WS-ED-HHMM-R
002580                                PIC 9(04).
002590 01  WS-ED-RATE                 PIC ZZ9.9.
002600 01  WS-ED-COUNT                PIC ZZZZ9.
002610 01  WS-ED-SECS                 PIC Z,ZZZ,ZZ9.
002620 01  WS-PERIOD-LINE.
002630     05  FILLER                 PIC X(08) VALUE ' PERIOD '.
002640     05  WS-PL-FROM             PIC 9(08).
002650     05  FILLER                 PIC X(04) VALUE ' TO '.
002660     05  WS-PL-THRU             PIC 9(08).
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  WS-PL-NIGHTS           PIC Z9.
002690     05  FILLER                 PIC X(48)
002700         VALUE ' NIGHT(S) THE BATCH RAN'.
002710 01  WS-COLUMN-LINE.
002720     05  FILLER                 PIC X(40)
002730         VALUE ' TARGET                       LIMIT     '.
002740     05  FILLER                 PIC X(40)
002750         VALUE 'MET MISSED N/A    PCT STATUS'.
002760 01  WS-TARGET-LINE.
002770     05  FILLER                 PIC X(01) VALUE SPACES.
002780     05  WS-TL-NAME             PIC X(28).
002790     05  FILLER                 PIC X(01) VALUE SPACES.
002800     05  WS-TL-LIMIT            PIC X(08).
002810     05  FILLER                 PIC X(01) VALUE SPACES.
002820     05  WS-TL-MET              PIC ZZ9.
002830     05  FILLER                 PIC X(01) VALUE SPACES.
002840     05  WS-TL-MISSED           PIC ZZZZZ9.
002850     05  FILLER                 PIC X(01) VALUE SPACES.
002860     05  WS-TL-NA               PIC ZZ9.
002870     05  FILLER                 PIC X(01) VALUE SPACES.
002880     05  WS-TL-PCT              PIC ZZ9.9.
002890     05  FILLER                 PIC X(01) VALUE SPACES.
002900     05  WS-TL-STATUS           PIC X(13).
002910     05  FILLER                 PIC X(07) VALUE SPACES.
002920 01  WS-MISS-LINE.
002930     05  FILLER                 PIC X(06) VALUE SPACES.
002940     05  FILLER                 PIC X(07) VALUE 'MISSED '.
002950     05  WS-ML-DATE             PIC 9(08).
002960     05  FILLER                 PIC X(02) VALUE SPACES.
002970     05  WS-ML-VALUE            PIC X(30).
002980     05  FILLER                 PIC X(27) VALUE SPACES.
002990     COPY RPTHDFT.
003000 PROCEDURE DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 2000-LOAD-TIMINGS THRU 2000-EXIT.
003040     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
003050     PERFORM 3500-SCAN-ARCHIVES THRU 3500-EXIT.
003060     PERFORM 4000-LOAD-ALERTS THRU 4000-EXIT.
003070     PERFORM 4500-ALERT-AGES THRU 4500-EXIT.
003080     PERFORM 4700-BALANCE-HISTORY THRU 4700-EXIT.
003090     PERFORM 5000-PRINT-SCORECARD THRU 5000-EXIT.
003100     CLOSE RPT-FILE.
003110     DISPLAY 'SLACARD: ' WS-NIGHT-COUNT ' NIGHT(S) SCORED FROM '
003120         WS-FROM-NUM ' TO ' WS-THRU-NUM ', ' WS-RED-COUNT
003130         ' TARGET(S) RED.'.
003140     MOVE 0 TO RETURN-CODE.
003150     GOBACK.
003160*----------------------------------------------------------*
003170* 1000-INITIALIZE - THE TARGETS, THE MONTH AND THE REPORT. *
003180* THE MONTH RUNS FROM ITS FIRST DAY TO ITS LAST, OR TO THE *
003190* BUSINESS DATE WHEN THAT COMES FIRST. A TARGET LEFT BLANK *
003200* OR NON-NUMERIC ON SLATARG IS NOT SCORED.                 *
003210*----------------------------------------------------------*
003220 1000-INITIALIZE.
003230     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
003240     COMPUTE WS-RUN-DATE-INT =
003250         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
003260     MOVE 'BATCH COMPLETE BY (HH:MM)'   TO WS-TG-NAME (1).
003270     MOVE 'TMPREJ REJECT RATE MAX (%)'  TO WS-TG-NAME (2).
003280     MOVE 'MMREJ REJECT RATE MAX (%)'   TO WS-TG-NAME (3).
003290     MOVE 'UNACKED ALERT AGE MAX (DAYS)' TO WS-TG-NAME (4).
003300     MOVE 'BALANCE BREAKS MAX'          TO WS-TG-NAME (5).
003310     MOVE 1 TO WS-TG-SUB.
003320 1010-CLEAR-TARGET.
003330     IF WS-TG-SUB > 5
003340         GO TO 1020-READ-TARGETS.
003350     MOVE "N" TO WS-TG-SET-SW (WS-TG-SUB).
003360     MOVE SPACES TO WS-TG-LIMIT-TEXT (WS-TG-SUB).
003370     MOVE 0 TO WS-TG-MET (WS-TG-SUB).
003380     MOVE 0 TO WS-TG-MISSED (WS-TG-SUB).
003390     MOVE 0 TO WS-TG-NOT-MEASURED (WS-TG-SUB).
003400     ADD 1 TO WS-TG-SUB.
003410     GO TO 1010-CLEAR-TARGET.
003420 1020-READ-TARGETS.
003430     OPEN INPUT TARG-FILE.
003440     IF NOT WS-TARG-OK
003450         DISPLAY 'SLACARD: NO TARGETS CARD (SLATARG) - NOTHING '
003460             'WILL BE SCORED'
003470         GO TO 1030-MONTH.
003480     READ TARG-FILE.
003490     IF NOT WS-TARG-OK
003500         CLOSE TARG-FILE
003510         GO TO 1030-MONTH.
003520     PERFORM 1100-TAKE-TARGETS THRU 1100-EXIT.
003530     CLOSE TARG-FILE.
003540 1030-MONTH.
003550     MOVE WS-RUN-DATE-NUM TO WS-FROM-NUM.
003560     OPEN INPUT PARM-FILE.
003570     IF WS-PARM-OK
003580         READ PARM-FILE
003590         IF WS-PARM-OK AND PARM-MONTH NUMERIC
003600             MOVE PARM-MONTH TO WS-FROM-CCYYMM
003610         END-IF
003620         CLOSE PARM-FILE.
003630     MOVE 1 TO WS-FROM-DD.
003640     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM).
003650     MOVE WS-FROM-NUM TO WS-NEXT-MONTH-NUM.
003660     IF WS-NM-MM = 12
003670         ADD 1 TO WS-NM-CCYY
003680         MOVE 1 TO WS-NM-MM
003690     ELSE
003700         ADD 1 TO WS-NM-MM.
003710     COMPUTE WS-THRU-INT =
003720         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1.
003730     IF WS-THRU-INT > WS-RUN-DATE-INT
003740         MOVE WS-RUN-DATE-INT TO WS-THRU-INT.
003750     COMPUTE WS-THRU-NUM = FUNCTION DATE-OF-INTEGER(WS-THRU-INT).
003760     MOVE 1 TO WS-NT-SUB.
003770 1040-CLEAR-NIGHT.
003780     IF WS-NT-SUB > 31
003790         GO TO 1050-OPEN-REPORT.
003800     INITIALIZE WS-NT-ENTRY (WS-NT-SUB).
003810     MOVE "N" TO WS-NT-USED (WS-NT-SUB).
003820     MOVE "N" TO WS-NT-AUD-SEEN (WS-NT-SUB).
003830     MOVE "N" TO WS-NT-BAL-SEEN (WS-NT-SUB).
003840     COMPUTE WS-NT-DATE (WS-NT-SUB) =
003850         FUNCTION DATE-OF-INTEGER(WS-FROM-INT + WS-NT-SUB - 1).
003860     ADD 1 TO WS-NT-SUB.
003870     GO TO 1040-CLEAR-NIGHT.
003880 1050-OPEN-REPORT.
003890     OPEN OUTPUT RPT-FILE.
003900     IF NOT WS-RPT-OK
003910         MOVE 'SLARPT' TO WS-ERRH-FILE-NAME
003920         MOVE 'OPEN' TO WS-ERRH-OPERATION
003930         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003940             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003950             WS-RPT-STATUS WS-ERRH-SEVERITY
003960         GO TO 9999-ABEND.
003970     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
003980 1000-EXIT.
003990     EXIT.
004000*----------------------------------------------------------*
004010* 1100-TAKE-TARGETS - EACH NUMERIC COLUMN OF THE TARGETS   *
004020* CARD SETS ITS TARGET AND THE LIMIT SHOWN ON THE REPORT.  *
004030* THE GREEN AND AMBER PERCENTAGES KEEP THEIR DEFAULTS (95  *
004040* AND 80) WHEN BLANK.                                      *
004050*----------------------------------------------------------*
004060 1100-TAKE-TARGETS.
004070     IF TG-DEADLINE NUMERIC
004080         MOVE TG-DEADLINE TO WS-DEADLINE
004090         MOVE "Y" TO WS-TG-SET-SW (1)
004100         MOVE TG-DEADLINE TO WS-ED-HHMM
004110         MOVE WS-ED-HHMM-HH TO WS-ED-HH
004120         MOVE WS-ED-HHMM-MM TO WS-ED-MM
004130         MOVE WS-ED-TIME TO WS-TG-LIMIT-TEXT (1)
004140         MOVE WS-DEADLINE TO WS-HHMM
004150         PERFORM 8100-SHIFT-TIME THRU 8100-EXIT
004160         MOVE WS-SHIFTED TO WS-DEADLINE-SHIFTED.
004170     IF TG-TMPREJ-PCT NUMERIC
004180         MOVE TG-TMPREJ-PCT TO WS-TMPREJ-MAX
004190         MOVE "Y" TO WS-TG-SET-SW (2)
004200         MOVE WS-TMPREJ-MAX TO WS-ED-RATE
004210         MOVE WS-ED-RATE TO WS-TG-LIMIT-TEXT (2).
004220     IF TG-MMREJ-PCT NUMERIC
004230         MOVE TG-MMREJ-PCT TO WS-MMREJ-MAX
004240         MOVE "Y" TO WS-TG-SET-SW (3)
004250         MOVE WS-MMREJ-MAX TO WS-ED-RATE
004260         MOVE WS-ED-RATE TO WS-TG-LIMIT-TEXT (3).
004270     IF TG-ALERT-DAYS NUMERIC
004280         MOVE TG-ALERT-DAYS TO WS-ALERT-DAYS-MAX
004290         MOVE "Y" TO WS-TG-SET-SW (4)
004300         MOVE WS-ALERT-DAYS-MAX TO WS-ED-COUNT
004310         MOVE WS-ED-COUNT TO WS-TG-LIMIT-TEXT (4).
004320     IF TG-BAL-BREAKS NUMERIC
004330         MOVE TG-BAL-BREAKS TO WS-BAL-BREAKS-MAX
004340         MOVE "Y" TO WS-TG-SET-SW (5)
004350         MOVE WS-BAL-BREAKS-MAX TO WS-ED-COUNT
004360         MOVE WS-ED-COUNT TO WS-TG-LIMIT-TEXT (5).
004370     IF TG-GREEN-PCT NUMERIC AND TG-GREEN-PCT > 0
004380         MOVE TG-GREEN-PCT TO WS-GREEN-PCT.
004390     IF TG-AMBER-PCT NUMERIC AND TG-AMBER-PCT > 0
004400         MOVE TG-AMBER-PCT TO WS-AMBER-PCT.
004410     IF WS-AMBER-PCT > WS-GREEN-PCT
004420         MOVE WS-GREEN-PCT TO WS-AMBER-PCT.
004430 1100-EXIT.
004440     EXIT.
004450*----------------------------------------------------------*
004460* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND TITLE,      *
004470* REPEATED AT EVERY PAGE BREAK.                            *
004480*----------------------------------------------------------*
004490 0500-PRINT-HEADER.
004500     MOVE 'SLACARD' TO RPTHD-PROGRAM-NAME.
004510     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004520     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004530     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004540     WRITE RPT-RECORD.
004550     MOVE 'OPERATIONS SERVICE-LEVEL SCORECARD' TO
004560         RPTTL-COLUMN-TITLES.
004570     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004580     WRITE RPT-RECORD.
004590     ADD 1 TO RPT-PAGE-NUMBER.
004600     MOVE 2 TO RPT-LINES-ON-PAGE.
004610 0500-EXIT.
004620     EXIT.
004630*----------------------------------------------------------*
004640* 2000-LOAD-TIMINGS - EVERY NITETIMS RECORD DATED IN THE   *
004650* MONTH MARKS ITS DAY AS A BATCH NIGHT AND ADDS TO THAT    *
004660* NIGHT'S ELAPSED SECONDS, SHOWN AGAINST A MISSED          *
004670* DEADLINE.                                                *
004680*----------------------------------------------------------*
004690 2000-LOAD-TIMINGS.
004700     OPEN INPUT TIMS-FILE.
004710     IF NOT WS-TIMS-OK
004720         GO TO 2000-EXIT.
004730 2010-READ-NEXT.
004740     READ TIMS-FILE
004750         AT END
004760             GO TO 2090-LOAD-DONE.
004770     IF TIMS-RUN-DATE NOT NUMERIC OR TIMS-ELAPSED NOT NUMERIC
004780         GO TO 2010-READ-NEXT.
004790     IF TIMS-RUN-DATE < WS-FROM-NUM OR TIMS-RUN-DATE > WS-THRU-NUM
004800         GO TO 2010-READ-NEXT.
004810     COMPUTE WS-ENTRY-INT =
004820         FUNCTION INTEGER-OF-DATE(TIMS-RUN-DATE).
004830     COMPUTE WS-SLOT = WS-ENTRY-INT - WS-FROM-INT + 1.
004840     MOVE "Y" TO WS-NT-USED (WS-SLOT).
004850     ADD TIMS-ELAPSED TO WS-NT-ELAPSED (WS-SLOT).
004860     GO TO 2010-READ-NEXT.
004870 2090-LOAD-DONE.
004880     CLOSE TIMS-FILE.
004890 2000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 3000-SCAN-AUDIT - THE MONTH'S AUDIT ENTRIES, BY KEY FROM *
004930* THE INDEXED AUDIT STORE WHEN IT IS THERE (IT HOLDS HOT   *
004940* AND ARCHIVED ENTRIES ALIKE), OTHERWISE A PASS OVER THE   *
004950* HOT AUDITLOG.                                            *
004960*----------------------------------------------------------*
004970 3000-SCAN-AUDIT.
004980     MOVE "N" TO WS-USE-INDEX-SW.
004990     OPEN INPUT AUDX-FILE.
005000     IF WS-AUDX-OK
005010         MOVE "Y" TO WS-USE-INDEX-SW
005020         PERFORM 3100-INDEX-SCAN THRU 3100-EXIT
005030         GO TO 3000-EXIT.
005040     OPEN INPUT AUDIT-FILE.
005050     IF NOT WS-AUDIT-OK
005060         GO TO 3000-EXIT.
005070 3010-READ-NEXT.
005080     READ AUDIT-FILE
005090         AT END
005100             GO TO 3090-SCAN-DONE.
005110     PERFORM 3200-TAKE-ENTRY THRU 3200-EXIT.
005120     GO TO 3010-READ-NEXT.
005130 3090-SCAN-DONE.
005140     CLOSE AUDIT-FILE.
005150 3000-EXIT.
005160     EXIT.
005170*----------------------------------------------------------*
005180* 3100-INDEX-SCAN - START THE INDEX AT THE MONTH'S FIRST   *
005190* DAY ON ITS DATE KEY AND TAKE EVERY ENTRY UP TO THE       *
005200* MONTH'S LAST.                                            *
005210*----------------------------------------------------------*
005220 3100-INDEX-SCAN.
005230     MOVE WS-FROM-NUM TO AUDX-DK-RUN-DATE.
005240     MOVE 0 TO AUDX-DK-RUN-ID.
005250     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
005260         INVALID KEY
005270             GO TO 3190-INDEX-DONE
005280     END-START.
005290 3110-READ-NEXT.
005300     READ AUDX-FILE NEXT RECORD
005310         AT END
005320             GO TO 3190-INDEX-DONE.
005330     IF AUDX-DK-RUN-DATE > WS-THRU-NUM
005340         GO TO 3190-INDEX-DONE.
005350     MOVE AUDX-ENTRY TO AUDIT-RECORD.
005360     PERFORM 3200-TAKE-ENTRY THRU 3200-EXIT.
005370     GO TO 3110-READ-NEXT.
005380 3190-INDEX-DONE.
005390     CLOSE AUDX-FILE.
005400 3100-EXIT.
005410     EXIT.
005420*----------------------------------------------------------*
005430* 3200-TAKE-ENTRY - ONE AUDIT ENTRY DATED IN THE MONTH:    *
005440* ITS NIGHT IS A BATCH NIGHT, ITS COMPLETION TIME MAY BE   *
005450* THE NIGHT'S LATEST, AND TEMPCVT'S AND MINMAX'S READ AND  *
005460* REJECT COUNTS ADD TO THE NIGHT'S REJECT RATES.           *
005470*----------------------------------------------------------*
005480 3200-TAKE-ENTRY.
005490     IF AUD-RUN-DATE NOT NUMERIC
005500         GO TO 3200-EXIT.
005510     IF AUD-RUN-DATE < WS-FROM-NUM OR AUD-RUN-DATE > WS-THRU-NUM
005520         GO TO 3200-EXIT.
005530     COMPUTE WS-ENTRY-INT =
005540         FUNCTION INTEGER-OF-DATE(AUD-RUN-DATE).
005550     COMPUTE WS-SLOT = WS-ENTRY-INT - WS-FROM-INT + 1.
005560     MOVE "Y" TO WS-NT-USED (WS-SLOT).
005570     IF AUD-RUN-TIME NUMERIC
005580         MOVE "Y" TO WS-NT-AUD-SEEN (WS-SLOT)
005590         COMPUTE WS-HHMM = AUD-RUN-TIME / 10000
005600         PERFORM 8100-SHIFT-TIME THRU 8100-EXIT
005610         IF WS-SHIFTED > WS-NT-LAST-SHIFT (WS-SLOT)
005620             MOVE WS-SHIFTED TO WS-NT-LAST-SHIFT (WS-SLOT).
005630     IF AUD-READ-COUNT NOT NUMERIC OR AUD-REJECT-COUNT NOT NUMERIC
005640         GO TO 3200-EXIT.
005650     IF AUD-PROGRAM-ID = 'TEMPCVT'
005660         ADD AUD-READ-COUNT TO WS-NT-TC-READ (WS-SLOT)
005670         ADD AUD-REJECT-COUNT TO WS-NT-TC-REJ (WS-SLOT).
005680     IF AUD-PROGRAM-ID = 'MINMAX'
005690         ADD AUD-READ-COUNT TO WS-NT-MM-READ (WS-SLOT)
005700         ADD AUD-REJECT-COUNT TO WS-NT-MM-REJ (WS-SLOT).
005710 3200-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 3500-SCAN-ARCHIVES - WITHOUT THE INDEX, ENTRIES THE      *
005750* RETENTION WINDOW HAS ROLLED OUT OF AUDITLOG ARE IN THE   *
005760* DATED AUDARCH ARCHIVES. ANY ARCHIVE WRITTEN FROM THE     *
005770* MONTH'S FIRST DAY TO THE BUSINESS DATE MAY HOLD SOME;    *
005780* THE DATE FILTER IN 3200-TAKE-ENTRY KEEPS THE REST OUT.   *
005790*----------------------------------------------------------*
005800 3500-SCAN-ARCHIVES.
005810     IF WS-USE-INDEX
005820         GO TO 3500-EXIT.
005830     MOVE WS-FROM-INT TO WS-SCAN-INT.
005840 3510-NEXT-DAY.
005850     IF WS-SCAN-INT > WS-RUN-DATE-INT
005860         GO TO 3500-EXIT.
005870     COMPUTE WS-ARCHIVE-DATE =
005880         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
005890     OPEN INPUT ARCH-FILE.
005900     IF NOT WS-ARCH-OK
005910         GO TO 3580-BUMP-DAY.
005920 3520-READ-NEXT.
005930     READ ARCH-FILE
005940         AT END
005950             GO TO 3570-ARCH-DONE.
005960     MOVE ARCH-RECORD TO AUDIT-RECORD.
005970     PERFORM 3200-TAKE-ENTRY THRU 3200-EXIT.
005980     GO TO 3520-READ-NEXT.
005990 3570-ARCH-DONE.
006000     CLOSE ARCH-FILE.
006010 3580-BUMP-DAY.
006020     ADD 1 TO WS-SCAN-INT.
006030     GO TO 3510-NEXT-DAY.
006040 3500-EXIT.
006050     EXIT.
006060*----------------------------------------------------------*
006070* 4000-LOAD-ALERTS - EVERY ACKNOWLEDGED ALERT ON NITEACKF  *
006080* WITH THE DAY IT WAS RAISED AND THE DAY IT WAS WORKED,    *
006090* AND EVERY ALERT STILL ON NITEALRT AS NOT YET WORKED.     *
006100*----------------------------------------------------------*
006110 4000-LOAD-ALERTS.
006120     MOVE 0 TO WS-AL-COUNT.
006130     OPEN INPUT ACKED-FILE.
006140     IF NOT WS-ACKED-OK
006150         GO TO 4040-OPEN-ALERTS.
006160 4010-READ-ACKED.
006170     READ ACKED-FILE
006180         AT END
006190             GO TO 4030-ACKED-DONE.
006200     IF ACKD-ALERT-DATE NOT NUMERIC OR ACKD-ACK-DATE NOT NUMERIC
006210         GO TO 4010-READ-ACKED.
006220     IF WS-AL-COUNT NOT < 300
006230         GO TO 4010-READ-ACKED.
006240     ADD 1 TO WS-AL-COUNT.
006250     COMPUTE WS-AL-RAISED-INT (WS-AL-COUNT) =
006260         FUNCTION INTEGER-OF-DATE(ACKD-ALERT-DATE).
006270     COMPUTE WS-AL-ACKED-INT (WS-AL-COUNT) =
006280         FUNCTION INTEGER-OF-DATE(ACKD-ACK-DATE).
006290     GO TO 4010-READ-ACKED.
006300 4030-ACKED-DONE.
006310     CLOSE ACKED-FILE.
006320 4040-OPEN-ALERTS.
006330     OPEN INPUT ALERT-FILE.
006340     IF NOT WS-ALERT-OK
006350         GO TO 4000-EXIT.
006360 4050-READ-ALERT.
006370     READ ALERT-FILE
006380         AT END
006390             GO TO 4090-ALERTS-DONE.
006400     IF ALRT-RUN-DATE NOT NUMERIC
006410         GO TO 4050-READ-ALERT.
006420     IF WS-AL-COUNT NOT < 300
006430         GO TO 4050-READ-ALERT.
006440     ADD 1 TO WS-AL-COUNT.
006450     COMPUTE WS-AL-RAISED-INT (WS-AL-COUNT) =
006460         FUNCTION INTEGER-OF-DATE(ALRT-RUN-DATE).
006470     MOVE 99999999 TO WS-AL-ACKED-INT (WS-AL-COUNT).
006480     GO TO 4050-READ-ALERT.
006490 4090-ALERTS-DONE.
006500     CLOSE ALERT-FILE.
006510 4000-EXIT.
006520     EXIT.
006530*----------------------------------------------------------*
006540* 4500-ALERT-AGES - FOR EACH NIGHT, THE AGE IN DAYS OF THE *
006550* OLDEST ALERT RAISED BY THEN AND NOT YET WORKED BY THEN.  *
006560* AN ALERT WORKED ON A NIGHT'S OWN DAY NO LONGER COUNTS    *
006570* AGAINST IT.                                              *
006580*----------------------------------------------------------*
006590 4500-ALERT-AGES.
006600     MOVE 1 TO WS-NT-SUB.
006610 4510-NEXT-NIGHT.
006620     IF WS-NT-SUB > 31
006630         GO TO 4500-EXIT.
006640     IF NOT WS-NT-IS-NIGHT (WS-NT-SUB)
006650         GO TO 4580-BUMP-NIGHT.
006660     COMPUTE WS-SCAN-INT = WS-FROM-INT + WS-NT-SUB - 1.
006670     MOVE 1 TO WS-AL-SUB.
006680 4520-NEXT-ALERT.
006690     IF WS-AL-SUB > WS-AL-COUNT
006700         GO TO 4580-BUMP-NIGHT.
006710     IF WS-AL-RAISED-INT (WS-AL-SUB) NOT > WS-SCAN-INT
006720         AND WS-AL-ACKED-INT (WS-AL-SUB) > WS-SCAN-INT
006730         COMPUTE WS-AGE =
006740             WS-SCAN-INT - WS-AL-RAISED-INT (WS-AL-SUB)
006750         IF WS-AGE > WS-NT-ALERT-AGE (WS-NT-SUB)
006760             MOVE WS-AGE TO WS-NT-ALERT-AGE (WS-NT-SUB).
006770     ADD 1 TO WS-AL-SUB.
006780     GO TO 4520-NEXT-ALERT.
006790 4580-BUMP-NIGHT.
006800     ADD 1 TO WS-NT-SUB.
006810     GO TO 4510-NEXT-NIGHT.
006820 4500-EXIT.
006830     EXIT.
006840*----------------------------------------------------------*
006850* 4700-BALANCE-HISTORY - EACH NIGHT'S BALRPT GENERATION,   *
006860* WHEN BALCHECK KEPT ONE: EVERY FLAGGED LEAK AND EVERY     *
006870* PHYSICAL-COUNT MISMATCH ON IT IS ONE BALANCE BREAK.      *
006880*----------------------------------------------------------*
006890 4700-BALANCE-HISTORY.
006900     MOVE 1 TO WS-NT-SUB.
006910 4710-NEXT-NIGHT.
006920     IF WS-NT-SUB > 31
006930         GO TO 4700-EXIT.
006940     IF NOT WS-NT-IS-NIGHT (WS-NT-SUB)
006950         GO TO 4780-BUMP-NIGHT.
006960     MOVE WS-NT-DATE (WS-NT-SUB) TO WS-BALH-DATE.
006970     OPEN INPUT BALH-FILE.
006980     IF NOT WS-BALH-OK
006990         GO TO 4780-BUMP-NIGHT.
007000     MOVE "Y" TO WS-NT-BAL-SEEN (WS-NT-SUB).
007010 4720-READ-NEXT.
007020     READ BALH-FILE
007030         AT END
007040             GO TO 4770-BALH-DONE.
007050     MOVE 0 TO WS-LEAK-TALLY.
007060     INSPECT BALH-RECORD TALLYING WS-LEAK-TALLY
007070         FOR ALL '** LEAK **' ALL '** MISMATCH **'.
007080     ADD WS-LEAK-TALLY TO WS-NT-BREAKS (WS-NT-SUB).
007090     GO TO 4720-READ-NEXT.
007100 4770-BALH-DONE.
007110     CLOSE BALH-FILE.
007120 4780-BUMP-NIGHT.
007130     ADD 1 TO WS-NT-SUB.
007140     GO TO 4710-NEXT-NIGHT.
007150 4700-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 5000-PRINT-SCORECARD - THE PERIOD LINE, THEN FOR EACH    *
007190* TARGET ITS SCORE LINE AND THE NIGHTS THAT MISSED IT.     *
007200*----------------------------------------------------------*
007210 5000-PRINT-SCORECARD.
007220     MOVE 0 TO WS-NIGHT-COUNT.
007230     MOVE 1 TO WS-NT-SUB.
007240 5010-COUNT-NIGHTS.
007250     IF WS-NT-SUB > 31
007260         GO TO 5020-PERIOD-LINE.
007270     IF WS-NT-IS-NIGHT (WS-NT-SUB)
007280         ADD 1 TO WS-NIGHT-COUNT.
007290     ADD 1 TO WS-NT-SUB.
007300     GO TO 5010-COUNT-NIGHTS.
007310 5020-PERIOD-LINE.
007320     MOVE WS-FROM-NUM TO WS-PL-FROM.
007330     MOVE WS-THRU-NUM TO WS-PL-THRU.
007340     MOVE WS-NIGHT-COUNT TO WS-PL-NIGHTS.
007350     MOVE WS-PERIOD-LINE TO RPT-RECORD.
007360     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007370     MOVE SPACES TO RPT-RECORD.
007380     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007390     MOVE WS-COLUMN-LINE TO RPT-RECORD.
007400     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
007410     MOVE 1 TO WS-TG-SUB.
007420 5030-NEXT-TARGET.
007430     IF WS-TG-SUB > 5
007440         GO TO 5000-EXIT.
007450     PERFORM 5100-SCORE-TARGET THRU 5100-EXIT.
007460     ADD 1 TO WS-TG-SUB.
007470     GO TO 5030-NEXT-TARGET.
007480 5000-EXIT.
007490     EXIT.
007500*----------------------------------------------------------*
007510* 5100-SCORE-TARGET - COUNT THE TARGET'S MET, MISSED AND   *
007520* UNMEASURED NIGHTS, PRINT ITS SCORE LINE WITH THE         *
007530* PERCENTAGE OF MEASURED NIGHTS MET AND ITS STATUS, THEN   *
007540* LIST THE MISSED NIGHTS.                                  *
007550*----------------------------------------------------------*
007560 5100-SCORE-TARGET.
007570     MOVE SPACES TO WS-TARGET-LINE.
007580     MOVE WS-TG-NAME (WS-TG-SUB) TO WS-TL-NAME.
007590     IF NOT WS-TG-IS-SET (WS-TG-SUB)
007600         MOVE 'NO TARGET SET' TO WS-TL-STATUS
007610         MOVE WS-TARGET-LINE TO RPT-RECORD
007620         PERFORM 4900-PUT-LINE THRU 4900-EXIT
007630         GO TO 5100-EXIT.
007640     MOVE 1 TO WS-NT-SUB.
007650 5110-COUNT-NEXT.
007660     IF WS-NT-SUB > 31
007670         GO TO 5120-SCORE-LINE.
007680     IF WS-NT-IS-NIGHT (WS-NT-SUB)
007690         PERFORM 5200-MEASURE-NIGHT THRU 5200-EXIT
007700         IF WS-NIGHT-MET
007710             ADD 1 TO WS-TG-MET (WS-TG-SUB)
007720         END-IF
007730         IF WS-NIGHT-MISSED
007740             ADD 1 TO WS-TG-MISSED (WS-TG-SUB)
007750         END-IF
007760         IF WS-NIGHT-NOT-MEASURED
007770             ADD 1 TO WS-TG-NOT-MEASURED (WS-TG-SUB)
007780         END-IF.
007790     ADD 1 TO WS-NT-SUB.
007800     GO TO 5110-COUNT-NEXT.
007810 5120-SCORE-LINE.
007820     MOVE WS-TG-LIMIT-TEXT (WS-TG-SUB) TO WS-TL-LIMIT.
007830     MOVE WS-TG-MET (WS-TG-SUB) TO WS-TL-MET.
007840     MOVE WS-TG-MISSED (WS-TG-SUB) TO WS-TL-MISSED.
007850     MOVE WS-TG-NOT-MEASURED (WS-TG-SUB) TO WS-TL-NA.
007860     COMPUTE WS-SCORED = WS-TG-MET (WS-TG-SUB)
007870         + WS-TG-MISSED (WS-TG-SUB).
007880     IF WS-SCORED = 0
007890         MOVE 'NOT MEASURED' TO WS-TL-STATUS
007900         MOVE WS-TARGET-LINE TO RPT-RECORD
007910         PERFORM 4900-PUT-LINE THRU 4900-EXIT
007920         GO TO 5100-EXIT.
007930     COMPUTE WS-PCT ROUNDED =
007940         WS-TG-MET (WS-TG-SUB) * 100 / WS-SCORED.
007950     MOVE WS-PCT TO WS-TL-PCT.
007960     IF WS-PCT NOT < WS-GREEN-PCT
007970         MOVE 'GREEN' TO WS-TL-STATUS
007980     ELSE
007990         IF WS-PCT NOT < WS-AMBER-PCT
008000             MOVE 'AMBER' TO WS-TL-STATUS
008010         ELSE
008020             MOVE 'RED' TO WS-TL-STATUS
008030             ADD 1 TO WS-RED-COUNT.
008040     MOVE WS-TARGET-LINE TO RPT-RECORD.
008050     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
008060     MOVE 1 TO WS-NT-SUB.
008070 5130-LIST-NEXT.
008080     IF WS-NT-SUB > 31
008090         GO TO 5100-EXIT.
008100     IF WS-NT-IS-NIGHT (WS-NT-SUB)
008110         PERFORM 5200-MEASURE-NIGHT THRU 5200-EXIT
008120         IF WS-NIGHT-MISSED
008130             MOVE WS-NT-DATE (WS-NT-SUB) TO WS-ML-DATE
008140             MOVE WS-VALUE-TEXT TO WS-ML-VALUE
008150             MOVE WS-MISS-LINE TO RPT-RECORD
008160             PERFORM 4900-PUT-LINE THRU 4900-EXIT.
008170     ADD 1 TO WS-NT-SUB.
008180     GO TO 5130-LIST-NEXT.
008190 5100-EXIT.
008200     EXIT.
008210*----------------------------------------------------------*
008220* 5200-MEASURE-NIGHT - THE NIGHT IN WS-NT-SUB AGAINST THE  *
008230* TARGET IN WS-TG-SUB: MET, MISSED OR NOT MEASURED (NO     *
008240* EVIDENCE THAT NIGHT - NO AUDIT ENTRIES, NO TEMPCVT OR    *
008250* MINMAX INPUT, NO BALRPT GENERATION), WITH THE NIGHT'S    *
008260* ACTUAL FIGURE IN WS-VALUE-TEXT.                          *
008270*----------------------------------------------------------*
008280 5200-MEASURE-NIGHT.
008290     MOVE "N" TO WS-NIGHT-STATE.
008300     MOVE SPACES TO WS-VALUE-TEXT.
008310     IF WS-TG-SUB = 1
008320         GO TO 5210-DEADLINE.
008330     IF WS-TG-SUB = 2
008340         GO TO 5220-TMPREJ.
008350     IF WS-TG-SUB = 3
008360         GO TO 5230-MMREJ.
008370     IF WS-TG-SUB = 4
008380         GO TO 5240-ALERT-AGE.
008390     GO TO 5250-BREAKS.
008400 5210-DEADLINE.
008410     IF WS-NT-AUD-SEEN (WS-NT-SUB) NOT = "Y"
008420         GO TO 5200-EXIT.
008430     MOVE WS-NT-LAST-SHIFT (WS-NT-SUB) TO WS-HHMM.
008440     IF WS-HHMM NOT < 2400
008450         SUBTRACT 2400 FROM WS-HHMM.
008460     MOVE WS-HHMM TO WS-ED-HHMM.
008470     MOVE WS-ED-HHMM-HH TO WS-ED-HH.
008480     MOVE WS-ED-HHMM-MM TO WS-ED-MM.
008490     MOVE WS-NT-ELAPSED (WS-NT-SUB) TO WS-ED-SECS.
008500     STRING 'ENDED ' DELIMITED BY SIZE
008510         WS-ED-TIME DELIMITED BY SIZE
008520         ' RUN ' DELIMITED BY SIZE
008530         WS-ED-SECS DELIMITED BY SIZE
008540         ' SEC' DELIMITED BY SIZE
008550         INTO WS-VALUE-TEXT.
008560     IF WS-NT-LAST-SHIFT (WS-NT-SUB) > WS-DEADLINE-SHIFTED
008570         MOVE "X" TO WS-NIGHT-STATE
008580     ELSE
008590         MOVE "M" TO WS-NIGHT-STATE.
008600     GO TO 5200-EXIT.
008610 5220-TMPREJ.
008620     IF WS-NT-TC-READ (WS-NT-SUB) = 0
008630         GO TO 5200-EXIT.
008640     COMPUTE WS-RATE ROUNDED = WS-NT-TC-REJ (WS-NT-SUB) * 100
008650         / WS-NT-TC-READ (WS-NT-SUB).
008660     IF WS-RATE > WS-TMPREJ-MAX
008670         MOVE "X" TO WS-NIGHT-STATE
008680     ELSE
008690         MOVE "M" TO WS-NIGHT-STATE.
008700     GO TO 5260-RATE-TEXT.
008710 5230-MMREJ.
008720     IF WS-NT-MM-READ (WS-NT-SUB) = 0
008730         GO TO 5200-EXIT.
008740     COMPUTE WS-RATE ROUNDED = WS-NT-MM-REJ (WS-NT-SUB) * 100
008750         / WS-NT-MM-READ (WS-NT-SUB).
008760     IF WS-RATE > WS-MMREJ-MAX
008770         MOVE "X" TO WS-NIGHT-STATE
008780     ELSE
008790         MOVE "M" TO WS-NIGHT-STATE.
008800     GO TO 5260-RATE-TEXT.
008810 5240-ALERT-AGE.
008820     MOVE WS-NT-ALERT-AGE (WS-NT-SUB) TO WS-ED-COUNT.
008830     STRING 'OLDEST UNACKED ' DELIMITED BY SIZE
008840         WS-ED-COUNT DELIMITED BY SIZE
008850         ' DAY(S)' DELIMITED BY SIZE
008860         INTO WS-VALUE-TEXT.
008870     IF WS-NT-ALERT-AGE (WS-NT-SUB) > WS-ALERT-DAYS-MAX
008880         MOVE "X" TO WS-NIGHT-STATE
008890     ELSE
008900         MOVE "M" TO WS-NIGHT-STATE.
008910     GO TO 5200-EXIT.
008920 5250-BREAKS.
008930     IF WS-NT-BAL-SEEN (WS-NT-SUB) NOT = "Y"
008940         GO TO 5200-EXIT.
008950     MOVE WS-NT-BREAKS (WS-NT-SUB) TO WS-ED-COUNT.
008960     STRING WS-ED-COUNT DELIMITED BY SIZE
008970         ' BALANCE BREAK(S)' DELIMITED BY SIZE
008980         INTO WS-VALUE-TEXT.
008990     IF WS-NT-BREAKS (WS-NT-SUB) > WS-BAL-BREAKS-MAX
009000         MOVE "X" TO WS-NIGHT-STATE
009010     ELSE
009020         MOVE "M" TO WS-NIGHT-STATE.
009030     GO TO 5200-EXIT.
009040 5260-RATE-TEXT.
009050     MOVE WS-RATE TO WS-ED-RATE.
009060     STRING 'REJECT RATE ' DELIMITED BY SIZE
009070         WS-ED-RATE DELIMITED BY SIZE
009080         '%' DELIMITED BY SIZE
009090         INTO WS-VALUE-TEXT.
009100 5200-EXIT.
009110     EXIT.
009120*----------------------------------------------------------*
009130* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
009140* WRITE CHECK AND PAGE-BREAK HANDLING.                     *
009150*----------------------------------------------------------*
009160 4900-PUT-LINE.
009170     WRITE RPT-RECORD.
009180     IF NOT WS-RPT-OK
009190         MOVE 'SLARPT' TO WS-ERRH-FILE-NAME
009200         MOVE 'WRITE' TO WS-ERRH-OPERATION
009210         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
009220             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
009230             WS-RPT-STATUS WS-ERRH-SEVERITY
009240         IF WS-ERRH-SEVERE
009250             GO TO 9999-ABEND.
009260     ADD 1 TO RPT-LINES-ON-PAGE.
009270     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
009280         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
009290 4900-EXIT.
009300     EXIT.
009310*----------------------------------------------------------*
009320* 8100-SHIFT-TIME - PUT THE HHMM IN WS-HHMM ON THE NIGHT'S *
009330* CLOCK: NOON TO MIDNIGHT IS THE EVENING OF THE BUSINESS   *
009340* DATE, MIDNIGHT TO NOON THE MORNING AFTER (2400 ADDED),   *
009350* SO A 02:00 FINISH COMPARES LATER THAN A 23:00 ONE.       *
009360*----------------------------------------------------------*
009370 8100-SHIFT-TIME.
009380     IF WS-HHMM < 1200
009390         COMPUTE WS-SHIFTED = WS-HHMM + 2400
009400     ELSE
009410         MOVE WS-HHMM TO WS-SHIFTED.
009420 8100-EXIT.
009430     EXIT.
009440*----------------------------------------------------------*
009450* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
009460* WAS HIT ON THE REPORT FILE. END THE RUN WITH A NONZERO   *
009470* RETURN-CODE.                                             *
009480*----------------------------------------------------------*
009490 9999-ABEND.
009500     DISPLAY 'SLACARD: ABENDING - UNRECOVERABLE FILE ERROR.'.
009510     CLOSE RPT-FILE.
009520     MOVE 16 TO RETURN-CODE.
009530     GOBACK.
