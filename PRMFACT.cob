000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRMFACT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-11.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-11 AG  FIRST VERSION. PRIME FACTORIZATION        *
000110*                SERVICE, IN THE ADDBDAYS STYLE, FOR ANY   *
000120*                PROGRAM THAT NEEDS A NUMBER BROKEN INTO   *
000130*                ITS PRIME FACTORS (PRMINQ FOR COMPOSITE   *
000140*                INQUIRIES, FOOBAR FOR ITS CONTROL         *
000150*                NUMBERS). TRIAL DIVISION USES ONLY THE    *
000160*                PRIMES ALREADY STORED ON THE PRIME MASTER *
000170*                (PRMMAST), READ IN KEY ORDER, SO ANY      *
000180*                NUMBER UP TO THE SQUARE OF THE PRMHIWTR   *
000190*                HIGH-WATER MARK CAN BE FACTORED           *
000200*                COMPLETELY - WHATEVER IS LEFT ONCE THE    *
000210*                DIVISOR SQUARED PASSES IT IS ITSELF       *
000220*                PRIME. A LARGER NUMBER IS REFUSED RATHER  *
000230*                THAN GIVEN A FACTORIZATION THAT MIGHT NOT *
000240*                BE PRIME. THE MASTER AND THE MARK ARE     *
000250*                OPENED ON THE FIRST CALL OF THE RUN AND   *
000260*                STAY OPEN UNTIL THE CALLER ASKS FOR A     *
000270*                CLOSE, SO A CALLER FACTORING A WHOLE FILE *
000280*                DOES NOT REOPEN THE MASTER PER NUMBER.    *
000290*                THE CALLER MUST CLOSE BEFORE ENDING SO A  *
000300*                LATER STEP IN THE SAME BATCH RUN (PRIMES) *
000310*                CAN OPEN THE MASTER FOR UPDATE.           *
000311* 2026-10-11 AG  READS THROUGH WHICHEVER ORGANIZATION OF   *
000312*                THE PRIME MASTER THE HIGH-WATER MARK      *
000313*                RECORD SAYS IS IN FORCE - THE PER-PRIME   *
000314*                PRMMAST OR THE BLOCK MASTER PRMBLOK       *
000315*                (PRMBKREC), WHERE THE PRIMES ARE THE      *
000316*                FLAGS SET IN EACH BLOCK IN TURN. THE      *
000317*                FACTORING ITSELF IS UNCHANGED.            *
000320*----------------------------------------------------------*
000330* CALLED AS:  CALL 'PRMFACT' USING <PIC X(01) FUNCTION>    *
000340*                 <PIC 9(18) NUMBER> <PIC X(02) RESULT>    *
000350*                 <PIC 9(02) FACTOR COUNT>                 *
000360*                 <PIC X(100) TEXT>.                       *
000370* FUNCTION F FACTORS THE NUMBER; C CLOSES THE MASTER.      *
000380* RESULT 00 COMPOSITE, 01 PRIME, 02 BELOW 2 (NO PRIME      *
000390* FACTORS), 04 ABOVE THE HIGH-WATER MARK SQUARED, 08 NO    *
000400* PRIME MASTER. TEXT IS THE FACTORIZATION (2^3 X 5) FOR    *
000410* 00 AND 01, OTHERWISE THE REASON IT COULD NOT BE GIVEN.   *
000420*----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MASTER-FILE ASSIGN TO "PRMMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PM-PRIME
000500         FILE STATUS IS WS-MASTER-STATUS.
000501     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS PB-BLOCK-NO
000505         FILE STATUS IS WS-BLOCK-STATUS.
000510     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HIWATER-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MASTER-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  MASTER-RECORD.
000590     05  PM-PRIME               PIC 9(10).
000600     05  FILLER                 PIC X(70).
000602 FD  BLOCK-FILE
000604     RECORD CONTAINS 1024 CHARACTERS.
000606     COPY PRMBKREC.
000610 FD  HIWATER-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  HIWATER-RECORD.
000640     05  HW-LAST-SCANNED        PIC 9(10).
000650     05  HW-MASTER-ORG          PIC X(01).
000655     05  FILLER                 PIC X(69).
000660 WORKING-STORAGE SECTION.
000670 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000680     88  WS-MASTER-OK                     VALUE "00".
000690     88  WS-MASTER-EOF                    VALUE "10".
000700 01  WS-HIWATER-STATUS          PIC X(02) VALUE "00".
000710     88  WS-HIWATER-OK                    VALUE "00".
000711 01  WS-BLOCK-STATUS            PIC X(02) VALUE "00".
000712     88  WS-BLOCK-OK                      VALUE "00".
000713 01  WS-FC-ORG                  PIC X(01) VALUE SPACE.
000714     88  WS-FC-BLOCK-ORG                  VALUE "B".
000715 01  WS-FC-END-SW               PIC X(01) VALUE "N".
000716     88  WS-FC-NO-MORE                    VALUE "Y".
000717 01  WS-FC-FIRST-NUM            PIC 9(10) VALUE 0.
000718 01  WS-FC-SUB                  PIC 9(04) VALUE 0.
000720 01  WS-FC-OPENED-SW            PIC X(01) VALUE "N".
000730     88  WS-FC-OPENED                     VALUE "Y".
000740 01  WS-FC-MAST-OPEN-SW         PIC X(01) VALUE "N".
000750     88  WS-FC-MAST-OPEN                  VALUE "Y".
000760 01  WS-FC-HIWATER              PIC 9(10) VALUE 0.
000770 01  WS-FC-LIMIT                PIC 9(20) VALUE 0.
000780 01  WS-FC-REMAINING            PIC 9(18) VALUE 0.
000790 01  WS-FC-PRIME                PIC 9(10) VALUE 0.
000800 01  WS-FC-QUOT                 PIC 9(18) VALUE 0.
000810 01  WS-FC-REM                  PIC 9(10) VALUE 0.
000820 01  WS-FC-POWER                PIC 9(02) VALUE 0.
000830 01  WS-FC-PTR                  PIC 9(03) VALUE 1.
000840 01  WS-FC-LEAD                 PIC 9(02) VALUE 0.
000850 01  WS-FC-EDIT                 PIC Z(17)9.
000860 01  WS-FC-POWER-EDIT           PIC Z9.
000870 01  WS-FC-POWER-LEAD           PIC 9(01) VALUE 0.
000880 LINKAGE SECTION.
000890 01  FACT-FUNCTION              PIC X(01).
000900     88  FACT-DO-FACTOR                   VALUE "F".
000910     88  FACT-DO-CLOSE                    VALUE "C".
000920 01  FACT-NUMBER                PIC 9(18).
000930 01  FACT-RESULT                PIC X(02).
000940     88  FACT-IS-COMPOSITE                VALUE "00".
000950     88  FACT-IS-PRIME                    VALUE "01".
000960     88  FACT-BELOW-TWO                   VALUE "02".
000970     88  FACT-OUT-OF-RANGE                VALUE "04".
000980     88  FACT-NO-MASTER                   VALUE "08".
000990 01  FACT-COUNT                 PIC 9(02).
001000 01  FACT-TEXT                  PIC X(100).
001010 PROCEDURE DIVISION USING FACT-FUNCTION FACT-NUMBER
001020     FACT-RESULT FACT-COUNT FACT-TEXT.
001030 0000-PRMFACT-MAIN.
001040     IF FACT-DO-CLOSE
001050         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
001060         GO TO 0000-EXIT.
001070     MOVE 0 TO FACT-COUNT.
001080     MOVE SPACES TO FACT-TEXT.
001090     IF NOT WS-FC-OPENED
001100         PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
001110     IF FACT-NUMBER NOT NUMERIC OR FACT-NUMBER < 2
001120         MOVE "02" TO FACT-RESULT
001130         MOVE 'NO PRIME FACTORS' TO FACT-TEXT
001140         GO TO 0000-EXIT.
001150     IF NOT WS-FC-MAST-OPEN
001160         MOVE "08" TO FACT-RESULT
001170         MOVE 'PRIME MASTER UNAVAILABLE' TO FACT-TEXT
001180         GO TO 0000-EXIT.
001190     IF FACT-NUMBER > WS-FC-LIMIT
001200         MOVE "04" TO FACT-RESULT
001210         MOVE 'BEYOND PRIME MASTER RANGE' TO FACT-TEXT
001220         GO TO 0000-EXIT.
001230     PERFORM 2000-FACTOR-NUMBER THRU 2000-EXIT.
001240     IF FACT-COUNT = 1
001250         MOVE "01" TO FACT-RESULT
001260     ELSE
001270         MOVE "00" TO FACT-RESULT.
001280 0000-EXIT.
001290     EXIT PROGRAM.
001300*----------------------------------------------------------*
001310* 1000-OPEN-MASTER - ONCE PER RUN (OR AGAIN AFTER A        *
001320* CLOSE): PICK UP THE HIGH-WATER MARK AND OPEN THE PRIME   *
001330* MASTER. THE SQUARE OF THE MARK IS THE LARGEST NUMBER THE *
001340* STORED PRIMES CAN FACTOR. NO MARK MEANS NOTHING HAS BEEN *
001350* SCANNED AND EVERY NUMBER IS OUT OF RANGE.                *
001360*----------------------------------------------------------*
001370 1000-OPEN-MASTER.
001380     MOVE "Y" TO WS-FC-OPENED-SW.
001390     MOVE 0 TO WS-FC-HIWATER.
001395     MOVE SPACE TO WS-FC-ORG.
001400     OPEN INPUT HIWATER-FILE.
001410     IF WS-HIWATER-OK
001420         READ HIWATER-FILE
001430         IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
001440             MOVE HW-LAST-SCANNED TO WS-FC-HIWATER
001445             MOVE HW-MASTER-ORG TO WS-FC-ORG
001450         END-IF
001460         CLOSE HIWATER-FILE
001470     END-IF.
001480     COMPUTE WS-FC-LIMIT = WS-FC-HIWATER * WS-FC-HIWATER.
001490     IF WS-FC-BLOCK-ORG
001496         OPEN INPUT BLOCK-FILE
001502         MOVE WS-BLOCK-STATUS TO WS-MASTER-STATUS
001508     ELSE
001514         OPEN INPUT MASTER-FILE.
001520     IF WS-MASTER-OK
001526         MOVE "Y" TO WS-FC-MAST-OPEN-SW
001532     ELSE
001538         DISPLAY 'PRMFACT: PRIME MASTER UNAVAILABLE - STATUS '
001544             WS-MASTER-STATUS.
001550 1000-EXIT.
001560     EXIT.
001570*----------------------------------------------------------*
001580* 2000-FACTOR-NUMBER - DIVIDE OUT EACH STORED PRIME IN     *
001590* ASCENDING ORDER UNTIL ITS SQUARE PASSES WHAT IS LEFT OF  *
001600* THE NUMBER. WHAT IS LEFT ABOVE 1 AT THAT POINT (OR WHEN  *
001610* THE MASTER RUNS OUT, WHICH THE RANGE CHECK ALREADY MAKES *
001620* SAFE) IS THE LAST PRIME FACTOR. FACT-COUNT COUNTS PRIME  *
001630* FACTORS WITH MULTIPLICITY, SO A COUNT OF 1 MEANS THE     *
001640* NUMBER IS ITSELF PRIME.                                  *
001650*----------------------------------------------------------*
001660 2000-FACTOR-NUMBER.
001670     MOVE FACT-NUMBER TO WS-FC-REMAINING.
001680     MOVE 1 TO WS-FC-PTR.
001690     PERFORM 2500-FIRST-PRIME THRU 2500-EXIT.
001714 2010-READ-NEXT.
001738     PERFORM 2600-NEXT-PRIME THRU 2600-EXIT.
001762     IF WS-FC-NO-MORE
001786         GO TO 2080-LAST-FACTOR.
001810     IF WS-FC-PRIME * WS-FC-PRIME > WS-FC-REMAINING
001820         GO TO 2080-LAST-FACTOR.
001830     MOVE 0 TO WS-FC-POWER.
001840 2020-DIVIDE-AGAIN.
001850     DIVIDE WS-FC-REMAINING BY WS-FC-PRIME
001860         GIVING WS-FC-QUOT REMAINDER WS-FC-REM.
001870     IF WS-FC-REM = 0
001880         MOVE WS-FC-QUOT TO WS-FC-REMAINING
001890         ADD 1 TO WS-FC-POWER
001900         GO TO 2020-DIVIDE-AGAIN.
001910     IF WS-FC-POWER > 0
001920         PERFORM 3000-APPEND-FACTOR THRU 3000-EXIT.
001930     IF WS-FC-REMAINING = 1
001940         GO TO 2000-EXIT.
001950     GO TO 2010-READ-NEXT.
001960 2080-LAST-FACTOR.
001970     IF WS-FC-REMAINING > 1
001980         MOVE WS-FC-REMAINING TO WS-FC-PRIME
001990         MOVE 1 TO WS-FC-POWER
002000         PERFORM 3000-APPEND-FACTOR THRU 3000-EXIT.
002010 2000-EXIT.
002015     EXIT.
002020*----------------------------------------------------------*
002021* 2500-FIRST-PRIME - POSITION AT THE START OF THE MASTER IN *
002022* WHICHEVER ORGANIZATION IS IN FORCE. ON THE BLOCK MASTER   *
002023* THE FLAG POSITION STARTS PAST THE END OF A BLOCK SO THE   *
002024* FIRST CALL FOR A PRIME READS BLOCK 0.                     *
002025*----------------------------------------------------------*
002026 2500-FIRST-PRIME.
002027     MOVE "N" TO WS-FC-END-SW.
002028     IF WS-FC-BLOCK-ORG
002029         MOVE 0 TO PB-BLOCK-NO
002030         MOVE 1000 TO WS-FC-SUB
002031         START BLOCK-FILE
002032             KEY IS NOT LESS THAN PB-BLOCK-NO
002033             INVALID KEY
002034                 MOVE "Y" TO WS-FC-END-SW
002035         END-START
002036     ELSE
002037         MOVE 0 TO PM-PRIME
002038         START MASTER-FILE
002039             KEY IS NOT LESS THAN PM-PRIME
002040             INVALID KEY
002041                 MOVE "Y" TO WS-FC-END-SW
002042         END-START.
002043 2500-EXIT.
002044     EXIT.
002045*----------------------------------------------------------*
002046* 2600-NEXT-PRIME - THE NEXT STORED PRIME INTO WS-FC-PRIME, *
002047* OR WS-FC-NO-MORE WHEN THE MASTER IS EXHAUSTED. ON THE     *
002048* BLOCK MASTER THIS IS THE NEXT FLAG SET, READING ON TO THE *
002049* NEXT BLOCK WITH ANY PRIMES WHEN THE CURRENT ONE RUNS OUT. *
002050*----------------------------------------------------------*
002051 2600-NEXT-PRIME.
002052     IF WS-FC-NO-MORE
002053         GO TO 2600-EXIT.
002054     IF WS-FC-BLOCK-ORG
002055         GO TO 2610-NEXT-FLAG.
002056     READ MASTER-FILE NEXT RECORD
002057         AT END
002058             MOVE "Y" TO WS-FC-END-SW
002059             GO TO 2600-EXIT.
002060     MOVE PM-PRIME TO WS-FC-PRIME.
002061     IF WS-FC-PRIME < 2
002062         GO TO 2600-NEXT-PRIME.
002063     GO TO 2600-EXIT.
002064 2610-NEXT-FLAG.
002065     IF WS-FC-SUB NOT < 1000
002066         GO TO 2620-NEXT-BLOCK.
002067     ADD 1 TO WS-FC-SUB.
002068     IF PB-FLAG (WS-FC-SUB) = '1'
002069         COMPUTE WS-FC-PRIME = WS-FC-FIRST-NUM + WS-FC-SUB - 1
002070         GO TO 2600-EXIT.
002071     GO TO 2610-NEXT-FLAG.
002072 2620-NEXT-BLOCK.
002073     READ BLOCK-FILE NEXT RECORD
002074         AT END
002075             MOVE "Y" TO WS-FC-END-SW
002076             GO TO 2600-EXIT.
002077     IF PB-PRIME-COUNT = 0
002078         GO TO 2620-NEXT-BLOCK.
002079     COMPUTE WS-FC-FIRST-NUM = PB-BLOCK-NO * 1000.
002080     MOVE 0 TO WS-FC-SUB.
002081     GO TO 2610-NEXT-FLAG.
002082 2600-EXIT.
002083     EXIT.
002084*----------------------------------------------------------*
002085* 3000-APPEND-FACTOR - ADD ONE PRIME AND ITS POWER TO THE  *
002086* FACTORIZATION TEXT IN THE FORM 2^3 X 5 X 7, AND TO THE   *
002087* FACTOR COUNT.                                            *
002088*----------------------------------------------------------*
002089 3000-APPEND-FACTOR.
002090     ADD WS-FC-POWER TO FACT-COUNT.
002100     IF WS-FC-PTR > 1
002110         STRING ' X ' DELIMITED BY SIZE
002120             INTO FACT-TEXT WITH POINTER WS-FC-PTR.
002130     MOVE WS-FC-PRIME TO WS-FC-EDIT.
002140     MOVE 0 TO WS-FC-LEAD.
002150     INSPECT WS-FC-EDIT TALLYING WS-FC-LEAD FOR LEADING SPACES.
002160     STRING WS-FC-EDIT (WS-FC-LEAD + 1:) DELIMITED BY SIZE
002170         INTO FACT-TEXT WITH POINTER WS-FC-PTR.
002180     IF WS-FC-POWER > 1
002190         MOVE WS-FC-POWER TO WS-FC-POWER-EDIT
002200         MOVE 0 TO WS-FC-POWER-LEAD
002210         INSPECT WS-FC-POWER-EDIT TALLYING WS-FC-POWER-LEAD
002220             FOR LEADING SPACES
002230         STRING '^' DELIMITED BY SIZE
002240             WS-FC-POWER-EDIT (WS-FC-POWER-LEAD + 1:)
002250             DELIMITED BY SIZE
002260             INTO FACT-TEXT WITH POINTER WS-FC-PTR.
002270 3000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------*
002300* 9000-CLOSE-MASTER - THE CALLER IS FINISHED. CLOSE THE    *
002310* MASTER SO ANOTHER PROGRAM IN THE SAME RUN CAN OPEN IT,   *
002320* AND FORGET THE MARK SO A LATER CALL REOPENS AND PICKS UP *
002330* ANY NEW HIGH-WATER MARK.                                 *
002340*----------------------------------------------------------*
002350 9000-CLOSE-MASTER.
002360     IF WS-FC-MAST-OPEN
002370         IF WS-FC-BLOCK-ORG
002372             CLOSE BLOCK-FILE
002374         ELSE
002376             CLOSE MASTER-FILE.
002380     MOVE "N" TO WS-FC-MAST-OPEN-SW.
002390     MOVE "N" TO WS-FC-OPENED-SW.
002400 9000-EXIT.
002410     EXIT.
