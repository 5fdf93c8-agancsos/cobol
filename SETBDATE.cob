000150*                DATE ON THE CARD IS REFUSED (RETURN CODE 8) *
000160*                AND THE CONTROL FILE IS LEFT UNTOUCHED, SO  *
000170*                A KEYING ERROR CANNOT POISON EVERY DATE     *
000171*                STAMP IN THE NIGHT'S RUN.                   *
000172* 2026-10-15 AG  A MOVE OF THE BUSINESS DATE IS NOW          *
000173*                CONTROLLED. A KEYED CARD MUST CARRY AN      *
000174*                OPERATOR ID ON THE AUTHORIZED LIST          *
000175*                (BDOPERS) AND A REASON CODE; A MOVE         *
000176*                BACKWARDS, OR PAST THE NEXT BUSINESS DAY    *
000180*                (ADDBDAYS), NEEDS THE CARD'S OVERRIDE FLAG; *
000181*                AND NO MOVE IS MADE WHILE NITELOCK SHOWS A  *
000182*                RUN. NO CARD STILL MEANS THE NIGHTLY ROLL   *
000183*                TO THE SYSTEM DATE, UNDER THE SAME MOVE AND *
000184*                LOCK RULES. EVERY ATTEMPT, ACCEPTED OR      *
000185*                REFUSED, IS APPENDED TO THE BUSINESS-DATE   *
000186*                CHANGE REGISTER (BDATEREG), WHICH BDREGRPT  *
000187*                LISTS FOR THE MORNING PACK; AN ACCEPTED     *
000188*                MOVE THAT CANNOT BE REGISTERED IS NOT MADE. *
000189*                A REFUSAL STILL ENDS WITH RETURN CODE 8.    *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000260     SELECT BDATE-FILE ASSIGN TO "BUSNDATE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-BDATE-STATUS.
000281     SELECT OPER-FILE ASSIGN TO "BDOPERS"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS WS-OPER-STATUS.
000284     SELECT LOCK-FILE ASSIGN TO "NITELOCK"
000285         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS WS-LOCK-STATUS.
000287     SELECT BDR-FILE ASSIGN TO "BDATEREG"
000288         ORGANIZATION IS LINE SEQUENTIAL
000289         FILE STATUS IS WS-BDR-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CARD-FILE
000320     RECORD CONTAINS 80 CHARACTERS.
000330 01  CARD-RECORD.
000340     05  CARD-DATE              PIC 9(08).
000341     05  CARD-OPERATOR          PIC X(03).
000342     05  CARD-REASON            PIC X(04).
000343     05  CARD-OVERRIDE          PIC X(01).
000344         88  CARD-OVERRIDE-GIVEN          VALUE "Y".
000345     05  CARD-NOTE              PIC X(30).
000350     05  FILLER                 PIC X(34).
000360 FD  BDATE-FILE
000370     RECORD CONTAINS 80 CHARACTERS.
000380 01  BDATE-RECORD.
000390     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000400         ==:PREFIX:== BY ==BD-DATE==.
000401     05  FILLER                 PIC X(72).
000402 FD  OPER-FILE
000403     RECORD CONTAINS 80 CHARACTERS.
000404 01  OPER-RECORD.
000405     05  OPR-ID                 PIC X(03).
000406     05  OPR-NAME               PIC X(20).
000410     05  FILLER                 PIC X(57).
000411 FD  LOCK-FILE
000412     RECORD CONTAINS 80 CHARACTERS.
000413 01  LOCK-RECORD.
000414     05  LOCK-RUN-DATE          PIC 9(08).
000415     05  LOCK-RUN-TIME          PIC 9(08).
000416     05  FILLER                 PIC X(64).
000417 FD  BDR-FILE
000418     RECORD CONTAINS 120 CHARACTERS.
000419     COPY BDREGREC.
000420 WORKING-STORAGE SECTION.
000430 01  WS-CARD-STATUS             PIC X(02) VALUE "00".
000440     88  WS-CARD-OK                       VALUE "00".
000450 01  WS-BDATE-STATUS            PIC X(02) VALUE "00".
000460     88  WS-BDATE-OK                      VALUE "00".
000461 01  WS-OPER-STATUS             PIC X(02) VALUE "00".
000462     88  WS-OPER-OK                       VALUE "00".
000463 01  WS-LOCK-STATUS             PIC X(02) VALUE "00".
000464     88  WS-LOCK-OK                       VALUE "00".
000465 01  WS-BDR-STATUS              PIC X(02) VALUE "00".
000466     88  WS-BDR-OK                        VALUE "00".
000470 01  WS-SET-DATE                PIC 9(08) VALUE 0.
000480 01  WS-SET-DATE-R REDEFINES WS-SET-DATE.
000490     05  WS-SET-CCYY            PIC 9(04).
000500     05  WS-SET-MM              PIC 9(02).
000502     05  WS-SET-DD              PIC 9(02).
000504 01  WS-OLD-DATE                PIC 9(08) VALUE 0.
000506 01  WS-NEXT-BDAY               PIC 9(08) VALUE 0.
000510 01  WS-BD-OFFSET               PIC S9(04) VALUE +1.
000511 01  WS-KEYED-SW                PIC X(01) VALUE "N".
000512     88  WS-CARD-KEYED                    VALUE "Y".
000513 01  WS-REFUSED-SW              PIC X(01) VALUE "N".
000514     88  WS-REFUSED                       VALUE "Y".
000515 01  WS-LOGGED-SW               PIC X(01) VALUE "N".
000516     88  WS-LOGGED                        VALUE "Y".
000517 01  WS-OPER-FOUND-SW           PIC X(01) VALUE "N".
000518     88  WS-OPER-FOUND                    VALUE "Y".
000519 01  WS-MESSAGE                 PIC X(30) VALUE SPACES.
000520 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000540     PERFORM 1000-READ-CARD THRU 1000-EXIT.
000545     PERFORM 1100-READ-CURRENT THRU 1100-EXIT.
000550     IF WS-SET-DATE = 0
000560         ACCEPT WS-SET-DATE FROM DATE YYYYMMDD.
000565     PERFORM 2000-CHECK-CHANGE THRU 2000-EXIT.
000570     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
000575     IF NOT WS-REFUSED AND NOT WS-LOGGED
000580         MOVE "Y" TO WS-REFUSED-SW
000585         MOVE 'CHANGE REGISTER UNAVAILABLE' TO WS-MESSAGE.
000590     IF WS-REFUSED
000595         DISPLAY 'SETBDATE: *** ' WS-SET-DATE ' REFUSED - '
000600             WS-MESSAGE
000605         DISPLAY 'SETBDATE: BUSINESS DATE NOT CHANGED'
000610         MOVE 8 TO RETURN-CODE
000620         GOBACK.
000630     OPEN OUTPUT BDATE-FILE.
000740* 1000-READ-CARD - PICK UP THE REQUESTED DATE, IF A CARD     *
000750* WAS SUPPLIED. NO CARD OR A NON-NUMERIC FIELD LEAVES        *
000760* WS-SET-DATE ZERO AND TODAY'S SYSTEM DATE IS USED.          *
000762* A CARD WITH ANYTHING ON IT WAS KEYED BY AN OPERATOR AND    *
000764* MUST CARRY THE OPERATOR ID AND REASON CODE; NO CARD, OR A  *
000766* BLANK ONE, IS THE SCHEDULED NIGHTLY ROLL.                  *
000770*----------------------------------------------------------*
000780 1000-READ-CARD.
000790     OPEN INPUT CARD-FILE.
000820     READ CARD-FILE.
000830     IF WS-CARD-OK AND CARD-DATE NUMERIC
000840         MOVE CARD-DATE TO WS-SET-DATE.
000843     IF WS-CARD-OK AND CARD-RECORD NOT = SPACES
000846         MOVE "Y" TO WS-KEYED-SW.
000850     CLOSE CARD-FILE.
000860 1000-EXIT.
000870     EXIT.
000880*----------------------------------------------------------*
000890* 1100-READ-CURRENT - THE BUSINESS DATE IN FORCE BEFORE THIS *
000900* RUN. NO CONTROL FILE, OR NO USABLE DATE ON IT, LEAVES IT   *
000910* ZERO AND THE DATE IS BEING SET FOR THE FIRST TIME.         *
000920*----------------------------------------------------------*
000930 1100-READ-CURRENT.
000940     MOVE 0 TO WS-OLD-DATE.
000950     OPEN INPUT BDATE-FILE.
000960     IF NOT WS-BDATE-OK
000970         GO TO 1100-EXIT.
000980     READ BDATE-FILE.
000990     IF WS-BDATE-OK AND BD-DATE NUMERIC
001000         MOVE BD-DATE TO WS-OLD-DATE.
001010     CLOSE BDATE-FILE.
001020 1100-EXIT.
001030     EXIT.
001040*----------------------------------------------------------*
001050* 2000-CHECK-CHANGE - EVERY REASON TO REFUSE THE MOVE, FIRST *
001060* ONE FOUND WINS: AN INVALID DATE; A LIVE NITEBATCH RUN (ANY *
001070* ENTRY ON NITELOCK - A STALE LOCK IS CLEARED BY HAND FIRST, *
001080* AS FOR NITEBATCH ITSELF); ON A KEYED CARD, A MISSING OR    *
001090* UNAUTHORIZED OPERATOR OR A MISSING REASON CODE; AND,       *
001100* UNLESS THE CARD CARRIES THE OVERRIDE FLAG (COLUMN 16 = Y), *
001110* A MOVE BACKWARDS OR BEYOND THE NEXT BUSINESS DAY.          *
001120*----------------------------------------------------------*
001130 2000-CHECK-CHANGE.
001140     MOVE "N" TO WS-REFUSED-SW.
001150     MOVE SPACES TO WS-MESSAGE.
001160     IF WS-SET-MM = 0 OR WS-SET-MM > 12
001170         OR WS-SET-DD = 0 OR WS-SET-DD > 31
001180         MOVE 'INVALID DATE' TO WS-MESSAGE
001190         GO TO 2090-REFUSE.
001200     OPEN INPUT LOCK-FILE.
001210     IF WS-LOCK-OK
001220         READ LOCK-FILE
001230         IF WS-LOCK-OK
001240             MOVE 'NITEBATCH RUN LOCK (NITELOCK) HELD'
001250                 TO WS-MESSAGE
001260         END-IF
001270         CLOSE LOCK-FILE.
001280     IF WS-MESSAGE NOT = SPACES
001290         GO TO 2090-REFUSE.
001300     IF NOT WS-CARD-KEYED
001310         GO TO 2050-CHECK-MOVE.
001320     IF CARD-OPERATOR = SPACES
001330         MOVE 'NO OPERATOR ID' TO WS-MESSAGE
001340         GO TO 2090-REFUSE.
001350     PERFORM 2100-CHECK-OPERATOR THRU 2100-EXIT.
001360     IF WS-MESSAGE NOT = SPACES
001370         GO TO 2090-REFUSE.
001380     IF CARD-REASON = SPACES
001390         MOVE 'NO REASON CODE' TO WS-MESSAGE
001400         GO TO 2090-REFUSE.
001410 2050-CHECK-MOVE.
001420     IF WS-OLD-DATE = 0
001430         GO TO 2000-EXIT.
001440     CALL 'ADDBDAYS' USING WS-OLD-DATE WS-BD-OFFSET WS-NEXT-BDAY.
001450     IF WS-SET-DATE NOT < WS-OLD-DATE
001460         AND WS-SET-DATE NOT > WS-NEXT-BDAY
001470         GO TO 2000-EXIT.
001480     IF WS-CARD-KEYED AND CARD-OVERRIDE-GIVEN
001490         MOVE 'ACCEPTED ON OVERRIDE' TO WS-MESSAGE
001500         GO TO 2000-EXIT.
001510     IF WS-SET-DATE < WS-OLD-DATE
001520         MOVE 'BACKWARD MOVE - NO OVERRIDE' TO WS-MESSAGE
001530     ELSE
001540         MOVE 'PAST NEXT BUSINESS DAY' TO WS-MESSAGE.
001550 2090-REFUSE.
001560     MOVE "Y" TO WS-REFUSED-SW.
001570 2000-EXIT.
001580     EXIT.
001590*----------------------------------------------------------*
001600* 2100-CHECK-OPERATOR - THE CARD'S OPERATOR ID MUST BE ON    *
001610* THE AUTHORIZED LIST (BDOPERS, SAME LAYOUT AS MDOPERS).     *
001620* UNLIKE THE ROSTER LISTS, NO LIST MEANS NOBODY IS           *
001630* AUTHORIZED - THE BUSINESS DATE IS NEVER MOVED UNCHECKED.   *
001640*----------------------------------------------------------*
001650 2100-CHECK-OPERATOR.
001660     MOVE "N" TO WS-OPER-FOUND-SW.
001670     OPEN INPUT OPER-FILE.
001680     IF NOT WS-OPER-OK
001690         MOVE 'NO AUTHORIZED-OPERATORS FILE' TO WS-MESSAGE
001700         GO TO 2100-EXIT.
001710 2110-READ-NEXT.
001720     READ OPER-FILE
001730         AT END
001740             GO TO 2120-READ-DONE.
001750     IF OPR-ID = CARD-OPERATOR
001760         MOVE "Y" TO WS-OPER-FOUND-SW
001770         GO TO 2120-READ-DONE.
001780     GO TO 2110-READ-NEXT.
001790 2120-READ-DONE.
001800     CLOSE OPER-FILE.
001810     IF NOT WS-OPER-FOUND
001820         STRING 'OPERATOR ' CARD-OPERATOR ' NOT AUTHORIZED'
001830             DELIMITED BY SIZE INTO WS-MESSAGE.
001840 2100-EXIT.
001850     EXIT.
001860*----------------------------------------------------------*
001870* 8000-LOG-CHANGE - APPEND THE ATTEMPT TO THE BUSINESS-DATE  *
001880* CHANGE REGISTER (BDATEREG), SAME EXTEND-WITH-OUTPUT-       *
001890* FALLBACK OPEN THE AUDITLOG WRITERS USE. THE SCHEDULED ROLL *
001900* IS LOGGED WITH REASON ROLL AND NO OPERATOR. WS-LOGGED SAYS *
001910* WHETHER IT GOT THERE - AN ACCEPTED MOVE THAT CANNOT BE     *
001920* LOGGED IS NOT MADE.                                        *
001930*----------------------------------------------------------*
001940 8000-LOG-CHANGE.
001950     MOVE "N" TO WS-LOGGED-SW.
001960     OPEN EXTEND BDR-FILE.
001970     IF NOT WS-BDR-OK
001980         CLOSE BDR-FILE
001990         OPEN OUTPUT BDR-FILE.
002000     IF NOT WS-BDR-OK
002010         DISPLAY 'SETBDATE: *** CANNOT OPEN BDATEREG - STATUS '
002020             WS-BDR-STATUS
002030         GO TO 8000-EXIT.
002040     MOVE SPACES TO BDR-RECORD.
002050     ACCEPT BDR-LOG-DATE FROM DATE YYYYMMDD.
002060     ACCEPT BDR-LOG-TIME FROM TIME.
002070     MOVE 'SETBDATE' TO BDR-PROGRAM.
002080     MOVE WS-OLD-DATE TO BDR-OLD-DATE.
002090     MOVE WS-SET-DATE TO BDR-NEW-DATE.
002100     IF WS-CARD-KEYED
002110         MOVE CARD-OPERATOR TO BDR-OPERATOR
002120         MOVE CARD-REASON TO BDR-REASON
002130         MOVE CARD-OVERRIDE TO BDR-OVERRIDE
002140         MOVE CARD-NOTE TO BDR-NOTE
002150     ELSE
002160         MOVE 'ROLL' TO BDR-REASON.
002170     IF WS-REFUSED
002180         SET BDR-REFUSED TO TRUE
002190     ELSE
002200         SET BDR-ACCEPTED TO TRUE.
002210     MOVE WS-MESSAGE TO BDR-MESSAGE.
002220     WRITE BDR-RECORD.
002230     IF WS-BDR-OK
002240         MOVE "Y" TO WS-LOGGED-SW
002250     ELSE
002260         DISPLAY 'SETBDATE: *** CANNOT WRITE BDATEREG - STATUS '
002270             WS-BDR-STATUS.
002280     CLOSE BDR-FILE.
002290 8000-EXIT.
002300     EXIT.
