000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GETFPER.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. SHOP-WIDE FISCAL CALENDAR  *
000110*                SERVICE, IN THE GETBDATE/ADDBDAYS STYLE,  *
000120*                FOR WORK THAT FOLLOWS THE FISCAL PERIODS  *
000130*                RATHER THAN CALENDAR MONTHS. GIVEN A      *
000140*                CCYYMMDD DATE, RETURNS THE FISCAL YEAR,   *
000150*                PERIOD AND QUARTER IT FALLS IN FROM THE   *
000160*                FISCAL CALENDAR (FISCCAL), THE PERIOD'S   *
000170*                FIRST AND LAST DATES, THE FIRST DATES OF  *
000180*                ITS QUARTER AND YEAR, AND WHETHER THE     *
000190*                DATE IS A PERIOD, QUARTER OR YEAR END     *
000200*                (FPERLNK). THE CALENDAR LOADS ON THE      *
000210*                FIRST CALL OF THE RUN; A MISSING          *
000220*                CALENDAR, OR A DATE IT DOES NOT COVER,    *
000230*                RETURNS NOT FOUND AND THE CALLER FALLS    *
000240*                BACK TO CALENDAR MONTHS. CARDS THAT ARE   *
000250*                NOT NUMERIC OR END BEFORE THEY START ARE  *
000260*                IGNORED.                                  *
000270*----------------------------------------------------------*
000280* CALLED AS:  CALL 'GETFPER' USING <PIC 9(08) CCYYMMDD>      *
000290*                 <FPER-RESULT FROM FPERLNK>.              *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FSC-FILE ASSIGN TO "FISCCAL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FSC-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  FSC-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410     COPY FISCREC.
000420 WORKING-STORAGE SECTION.
000430 01  WS-FSC-STATUS              PIC X(02) VALUE "00".
000440     88  WS-FSC-OK                        VALUE "00".
000450 01  WS-FSC-LOADED-SW           PIC X(01) VALUE "N".
000460     88  WS-FSC-LOADED                    VALUE "Y".
000470 01  WS-FSC-TABLE.
000480     05  WS-FSC-ENTRY OCCURS 120 TIMES.
000490         10  WS-FSC-YEAR        PIC 9(04).
000500         10  WS-FSC-PERIOD      PIC 9(02).
000510         10  WS-FSC-QUARTER     PIC 9(01).
000520         10  WS-FSC-START-NUM   PIC 9(08).
000530         10  WS-FSC-END-NUM     PIC 9(08).
000540 01  WS-FSC-COUNT               PIC 9(03) VALUE 0.
000550 01  WS-FSC-SUB                 PIC 9(03) VALUE 0.
000560 01  WS-FSC-FOUND-SUB           PIC 9(03) VALUE 0.
000570 01  WS-START-WORK              PIC 9(08) VALUE 0.
000580 01  WS-END-WORK                PIC 9(08) VALUE 0.
000590 01  WS-QTR-END-NUM             PIC 9(08) VALUE 0.
000600 01  WS-YEAR-END-NUM            PIC 9(08) VALUE 0.
000610 LINKAGE SECTION.
000620 01  FPER-IN-DATE               PIC 9(08).
000630     COPY FPERLNK.
000640 PROCEDURE DIVISION USING FPER-IN-DATE FPER-RESULT.
000650 0000-GETFPER-MAIN.
000660     IF NOT WS-FSC-LOADED
000670         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
000680     MOVE "N" TO FPER-FOUND-SW FPER-PERIOD-END-SW
000690         FPER-QTR-END-SW FPER-YEAR-END-SW.
000700     MOVE 0 TO FPER-YEAR FPER-PERIOD FPER-QUARTER
000710         FPER-START-DATE FPER-END-DATE
000720         FPER-QTR-START-DATE FPER-YEAR-START-DATE.
000730     IF FPER-IN-DATE NOT NUMERIC
000740         GO TO 0000-EXIT.
000750     MOVE 0 TO WS-FSC-FOUND-SUB.
000760     MOVE 1 TO WS-FSC-SUB.
000770 0010-FIND-PERIOD.
000780     IF WS-FSC-SUB > WS-FSC-COUNT
000790         GO TO 0020-FIND-DONE.
000800     IF FPER-IN-DATE NOT < WS-FSC-START-NUM (WS-FSC-SUB)
000810         AND FPER-IN-DATE NOT > WS-FSC-END-NUM (WS-FSC-SUB)
000820         MOVE WS-FSC-SUB TO WS-FSC-FOUND-SUB
000830         GO TO 0020-FIND-DONE.
000840     ADD 1 TO WS-FSC-SUB.
000850     GO TO 0010-FIND-PERIOD.
000860 0020-FIND-DONE.
000870     IF WS-FSC-FOUND-SUB = 0
000880         GO TO 0000-EXIT.
000890     MOVE "Y" TO FPER-FOUND-SW.
000900     MOVE WS-FSC-YEAR (WS-FSC-FOUND-SUB) TO FPER-YEAR.
000910     MOVE WS-FSC-PERIOD (WS-FSC-FOUND-SUB) TO FPER-PERIOD.
000920     MOVE WS-FSC-QUARTER (WS-FSC-FOUND-SUB) TO FPER-QUARTER.
000930     MOVE WS-FSC-START-NUM (WS-FSC-FOUND-SUB) TO FPER-START-DATE.
000940     MOVE WS-FSC-END-NUM (WS-FSC-FOUND-SUB) TO FPER-END-DATE.
000950     PERFORM 2000-FIND-BOUNDS THRU 2000-EXIT.
000960     IF FPER-IN-DATE = FPER-END-DATE
000970         MOVE "Y" TO FPER-PERIOD-END-SW.
000980     IF FPER-IN-DATE = WS-QTR-END-NUM
000990         MOVE "Y" TO FPER-QTR-END-SW.
001000     IF FPER-IN-DATE = WS-YEAR-END-NUM
001010         MOVE "Y" TO FPER-YEAR-END-SW.
001020 0000-EXIT.
001030     EXIT PROGRAM.
001040*----------------------------------------------------------*
001050* 1000-LOAD-CALENDAR - THE FISCCAL CARDS, LOADED ONCE PER  *
001060* RUN THE WAY ADDBDAYS LOADS NITEHOL. A MISSING OR         *
001070* MALFORMED CARD IS IGNORED, NEVER ALLOWED TO ABEND A      *
001080* CALLER.                                                  *
001090*----------------------------------------------------------*
001100 1000-LOAD-CALENDAR.
001110     MOVE "Y" TO WS-FSC-LOADED-SW.
001120     OPEN INPUT FSC-FILE.
001130     IF NOT WS-FSC-OK
001140         GO TO 1000-EXIT.
001150 1010-READ-NEXT.
001160     READ FSC-FILE
001170         AT END
001180             GO TO 1090-LOAD-DONE.
001190     IF FSC-YEAR NOT NUMERIC
001200         OR FSC-PERIOD NOT NUMERIC
001210         OR FSC-QUARTER NOT NUMERIC
001220         OR FSC-START NOT NUMERIC
001230         OR FSC-END NOT NUMERIC
001240         GO TO 1010-READ-NEXT.
001250     COMPUTE WS-START-WORK =
001260         FSC-START-CCYY * 10000 +
001270         FSC-START-MM * 100 + FSC-START-DD.
001280     COMPUTE WS-END-WORK =
001290         FSC-END-CCYY * 10000 +
001300         FSC-END-MM * 100 + FSC-END-DD.
001310     IF WS-END-WORK < WS-START-WORK
001320         GO TO 1010-READ-NEXT.
001330     IF WS-FSC-COUNT < 120
001340         ADD 1 TO WS-FSC-COUNT
001350         MOVE FSC-YEAR TO WS-FSC-YEAR (WS-FSC-COUNT)
001360         MOVE FSC-PERIOD TO WS-FSC-PERIOD (WS-FSC-COUNT)
001370         MOVE FSC-QUARTER TO WS-FSC-QUARTER (WS-FSC-COUNT)
001380         MOVE WS-START-WORK TO WS-FSC-START-NUM (WS-FSC-COUNT)
001390         MOVE WS-END-WORK TO WS-FSC-END-NUM (WS-FSC-COUNT).
001400     GO TO 1010-READ-NEXT.
001410 1090-LOAD-DONE.
001420     CLOSE FSC-FILE.
001430 1000-EXIT.
001440     EXIT.
001450*----------------------------------------------------------*
001460* 2000-FIND-BOUNDS - THE FIRST AND LAST DATES OF THE FOUND *
001470* PERIOD'S QUARTER AND YEAR: THE EARLIEST START AND LATEST *
001480* END OVER EVERY PERIOD OF THE SAME QUARTER, AND OF THE    *
001490* SAME YEAR.                                               *
001500*----------------------------------------------------------*
001510 2000-FIND-BOUNDS.
001520     MOVE FPER-START-DATE TO FPER-QTR-START-DATE
001530         FPER-YEAR-START-DATE.
001540     MOVE FPER-END-DATE TO WS-QTR-END-NUM WS-YEAR-END-NUM.
001550     MOVE 1 TO WS-FSC-SUB.
001560 2010-NEXT-PERIOD.
001570     IF WS-FSC-SUB > WS-FSC-COUNT
001580         GO TO 2000-EXIT.
001590     IF WS-FSC-YEAR (WS-FSC-SUB) NOT = FPER-YEAR
001600         GO TO 2080-BUMP-PERIOD.
001610     IF WS-FSC-START-NUM (WS-FSC-SUB) < FPER-YEAR-START-DATE
001620         MOVE WS-FSC-START-NUM (WS-FSC-SUB)
001630             TO FPER-YEAR-START-DATE.
001640     IF WS-FSC-END-NUM (WS-FSC-SUB) > WS-YEAR-END-NUM
001650         MOVE WS-FSC-END-NUM (WS-FSC-SUB) TO WS-YEAR-END-NUM.
001660     IF WS-FSC-QUARTER (WS-FSC-SUB) NOT = FPER-QUARTER
001670         GO TO 2080-BUMP-PERIOD.
001680     IF WS-FSC-START-NUM (WS-FSC-SUB) < FPER-QTR-START-DATE
001690         MOVE WS-FSC-START-NUM (WS-FSC-SUB)
001700             TO FPER-QTR-START-DATE.
001710     IF WS-FSC-END-NUM (WS-FSC-SUB) > WS-QTR-END-NUM
001720         MOVE WS-FSC-END-NUM (WS-FSC-SUB) TO WS-QTR-END-NUM.
001730 2080-BUMP-PERIOD.
001740     ADD 1 TO WS-FSC-SUB.
001750     GO TO 2010-NEXT-PERIOD.
001760 2000-EXIT.
001770     EXIT.
