000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TMPCALMT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-08 AG  FIRST VERSION. ADDS NEW SENSOR CALIBRATION  *
000110*                FACTORS TO THE INDEXED CALIBRATION MASTER   *
000120*                (TMPCALIB, SHARED TMPCLREC LAYOUT) FROM THE *
000130*                LAB'S CARD FILE (TMPCALIN - STATION, DATE   *
000140*                THE FACTOR TAKES EFFECT, OFFSET,            *
000150*                MULTIPLIER, CERTIFICATE REFERENCE). UNLIKE  *
000160*                THE STATION MASTER THIS ONE IS NEVER        *
000170*                REBUILT: IT IS THE HISTORY AN AUDITOR WILL  *
000180*                ASK FOR, SO A CARD ONLY EVER ADDS AN ENTRY  *
000190*                AND A CARD FOR A STATION/DATE ALREADY ON    *
000200*                FILE IS REFUSED. A FACTOR IS CORRECTED BY   *
000210*                A NEW CARD EFFECTIVE THE NEXT DAY. THE      *
000220*                STATION MUST BE ON TMPSTNS (WHEN THE MASTER *
000230*                IS AVAILABLE); A BLANK OFFSET MEANS ZERO    *
000240*                AND A BLANK MULTIPLIER MEANS 1.0000. ANY    *
000250*                REFUSED CARD ENDS THE RUN WITH THE WARNING  *
000260*                RETURN CODE 4.                              *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CARD-FILE ASSIGN TO "TMPCALIN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CARD-STATUS.
000340     SELECT CALIB-FILE ASSIGN TO "TMPCALIB"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CAL-KEY
000380         FILE STATUS IS WS-CALIB-STATUS.
000390     SELECT STATION-FILE ASSIGN TO "TMPSTNS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS STN-CODE
000430         FILE STATUS IS WS-STATION-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CARD-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  CARD-RECORD.
000490     05  CC-STATION             PIC X(04).
000500     05  CC-EFF-DATE            PIC 9(08).
000510     05  CC-EFF-DATE-R REDEFINES CC-EFF-DATE.
000520         10  CC-EFF-CCYY        PIC 9(04).
000530         10  CC-EFF-MM          PIC 9(02).
000540         10  CC-EFF-DD          PIC 9(02).
000550     05  CC-OFFSET              PIC S9(3)V9(3)
000560                                SIGN LEADING SEPARATE.
000570     05  CC-OFFSET-X REDEFINES CC-OFFSET
000580                                PIC X(07).
000590     05  CC-MULTIPLIER          PIC 9(1)V9(4).
000600     05  CC-MULTIPLIER-X REDEFINES CC-MULTIPLIER
000610                                PIC X(05).
000620     05  CC-REFERENCE           PIC X(20).
000630     05  FILLER                 PIC X(36).
000640 FD  CALIB-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660     COPY TMPCLREC.
000670 FD  STATION-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690     COPY TMPSNREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-CARD-STATUS             PIC X(02) VALUE "00".
000720     88  WS-CARD-OK                       VALUE "00".
000730     88  WS-CARD-EOF                      VALUE "10".
000740 01  WS-CALIB-STATUS            PIC X(02) VALUE "00".
000750     88  WS-CALIB-OK                      VALUE "00".
000760 01  WS-STATION-STATUS          PIC X(02) VALUE "00".
000770     88  WS-STATION-OK                    VALUE "00".
000780 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000790 01  WS-ADDED-COUNT             PIC 9(05) VALUE 0.
000800 01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.
000810 01  WS-REFUSE-REASON           PIC X(30) VALUE SPACES.
000820 01  WS-STN-OPEN-SW             PIC X(01) VALUE "N".
000830     88  WS-STN-MASTER-OPEN               VALUE "Y".
000840 01  WS-CARD-VALID-SW           PIC X(01) VALUE "Y".
000850     88  WS-CARD-IS-VALID                 VALUE "Y".
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
000890     OPEN INPUT CARD-FILE.
000900     IF NOT WS-CARD-OK
000910         DISPLAY 'TMPCALMT: NO CALIBRATION CARDS (TMPCALIN) - '
000920             'NOTHING TO ADD'
000930         MOVE 0 TO RETURN-CODE
000940         GOBACK.
000950     PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
000960     IF NOT WS-CALIB-OK
000970         DISPLAY 'TMPCALMT: CALIBRATION MASTER UNAVAILABLE - '
000980             'STATUS ' WS-CALIB-STATUS
000990         CLOSE CARD-FILE
001000         MOVE 16 TO RETURN-CODE
001010         GOBACK.
001020     OPEN INPUT STATION-FILE.
001030     IF WS-STATION-OK
001040         MOVE "Y" TO WS-STN-OPEN-SW
001050     ELSE
001060         DISPLAY 'TMPCALMT: STATION MASTER UNAVAILABLE - '
001070             'STATION CODES NOT CHECKED'.
001080 0010-NEXT-CARD.
001090     READ CARD-FILE
001100         AT END
001110             GO TO 0090-CARDS-DONE.
001120     IF CARD-RECORD = SPACES
001130         GO TO 0010-NEXT-CARD.
001140     PERFORM 2000-VALIDATE-CARD THRU 2000-EXIT.
001150     IF NOT WS-CARD-IS-VALID
001160         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
001170         GO TO 0010-NEXT-CARD.
001180     PERFORM 3000-ADD-FACTOR THRU 3000-EXIT.
001190     GO TO 0010-NEXT-CARD.
001200 0090-CARDS-DONE.
001210     CLOSE CARD-FILE.
001220     CLOSE CALIB-FILE.
001230     IF WS-STN-MASTER-OPEN
001240         CLOSE STATION-FILE.
001250     DISPLAY 'TMPCALMT: ' WS-ADDED-COUNT ' FACTOR(S) ADDED, '
001260         WS-REFUSED-COUNT ' CARD(S) REFUSED.'.
001270     IF WS-REFUSED-COUNT > 0
001280         MOVE 4 TO RETURN-CODE
001290     ELSE
001300         MOVE 0 TO RETURN-CODE.
001310     GOBACK.
001320*----------------------------------------------------------*
001330* 1000-OPEN-MASTER - OPEN THE CALIBRATION MASTER FOR        *
001340* UPDATE, CREATING IT ON THE FIRST EVER RUN THE WAY PRIMES  *
001350* TREATS ITS OWN MASTER FILE.                               *
001360*----------------------------------------------------------*
001370 1000-OPEN-MASTER.
001380     OPEN I-O CALIB-FILE.
001390     IF WS-CALIB-OK
001400         GO TO 1000-EXIT.
001410     OPEN OUTPUT CALIB-FILE.
001420     IF WS-CALIB-OK
001430         CLOSE CALIB-FILE
001440         OPEN I-O CALIB-FILE.
001450 1000-EXIT.
001460     EXIT.
001470*----------------------------------------------------------*
001480* 2000-VALIDATE-CARD - A KNOWN STATION, A REAL CALENDAR     *
001490* DATE, AND NUMERIC FACTORS. BLANK FACTORS TAKE THEIR       *
001500* NEUTRAL VALUES; A ZERO MULTIPLIER WOULD FLATTEN EVERY     *
001510* READING TO THE OFFSET AND IS REFUSED.                     *
001520*----------------------------------------------------------*
001530 2000-VALIDATE-CARD.
001540     MOVE "N" TO WS-CARD-VALID-SW.
001550     IF CC-STATION = SPACES
001560         MOVE 'BLANK STATION CODE' TO WS-REFUSE-REASON
001570         GO TO 2000-EXIT.
001580     IF CC-EFF-DATE NOT NUMERIC
001590         OR CC-EFF-MM < 1 OR CC-EFF-MM > 12
001600         OR CC-EFF-DD < 1 OR CC-EFF-DD > 31
001610         MOVE 'BAD EFFECTIVE DATE' TO WS-REFUSE-REASON
001620         GO TO 2000-EXIT.
001630     IF CC-OFFSET-X = SPACES
001640         MOVE ZERO TO CC-OFFSET.
001650     IF CC-OFFSET NOT NUMERIC
001660         MOVE 'BAD OFFSET' TO WS-REFUSE-REASON
001670         GO TO 2000-EXIT.
001680     IF CC-MULTIPLIER-X = SPACES
001690         MOVE 1 TO CC-MULTIPLIER.
001700     IF CC-MULTIPLIER NOT NUMERIC OR CC-MULTIPLIER = 0
001710         MOVE 'BAD MULTIPLIER' TO WS-REFUSE-REASON
001720         GO TO 2000-EXIT.
001730     IF WS-STN-MASTER-OPEN
001740         MOVE CC-STATION TO STN-CODE
001750         READ STATION-FILE
001760             KEY IS STN-CODE
001770             INVALID KEY
001780                 MOVE 'STATION NOT ON MASTER'
001790                     TO WS-REFUSE-REASON
001800                 GO TO 2000-EXIT
001810         END-READ.
001820     MOVE "Y" TO WS-CARD-VALID-SW.
001830 2000-EXIT.
001840     EXIT.
001850*----------------------------------------------------------*
001860* 2900-REFUSE-CARD - SAY WHICH CARD AND WHY.                *
001870*----------------------------------------------------------*
001880 2900-REFUSE-CARD.
001890     ADD 1 TO WS-REFUSED-COUNT.
001900     DISPLAY 'TMPCALMT: CARD "' CC-STATION ' ' CC-EFF-DATE
001910         '" REFUSED - ' WS-REFUSE-REASON.
001920 2900-EXIT.
001930     EXIT.
001940*----------------------------------------------------------*
001950* 3000-ADD-FACTOR - ONE NEW ENTRY, STAMPED WITH THE         *
001960* BUSINESS DATE IT WAS ENTERED. AN ENTRY ALREADY ON FILE    *
001970* FOR THE SAME STATION AND DATE IS NEVER OVERWRITTEN.       *
001980*----------------------------------------------------------*
001990 3000-ADD-FACTOR.
002000     MOVE SPACES TO CALIB-RECORD.
002010     MOVE CC-STATION TO CAL-STATION.
002020     MOVE CC-EFF-CCYY TO CAL-EFF-DATE-CCYY.
002030     MOVE CC-EFF-MM TO CAL-EFF-DATE-MM.
002040     MOVE CC-EFF-DD TO CAL-EFF-DATE-DD.
002050     MOVE CC-OFFSET TO CAL-OFFSET.
002060     MOVE CC-MULTIPLIER TO CAL-MULTIPLIER.
002070     MOVE WS-RUN-DATE-NUM TO CAL-ENTERED-DATE.
002080     MOVE CC-REFERENCE TO CAL-REFERENCE.
002090     WRITE CALIB-RECORD
002100         INVALID KEY
002110             MOVE 'ALREADY ON FILE FOR THAT DATE'
002120                 TO WS-REFUSE-REASON
002130             PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002140         NOT INVALID KEY
002150             ADD 1 TO WS-ADDED-COUNT
002160             DISPLAY 'TMPCALMT: ' CC-STATION ' FROM '
002170                 CC-EFF-DATE ' OFFSET ' CAL-OFFSET
002180                 ' MULTIPLIER ' CAL-MULTIPLIER ' ADDED'
002190     END-WRITE.
002200 3000-EXIT.
002210     EXIT.
