000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TMPCALLK.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-08 AG  FIRST VERSION. SENSOR CALIBRATION LOOKUP,   *
000110*                IN THE ADDBDAYS STYLE, SHARED BY EVERY      *
000120*                PROGRAM THAT WRITES TMPHIST (TEMPCVT AND    *
000130*                TMPREPRO) SO A READING IS ADJUSTED THE SAME *
000140*                WAY WHICHEVER PATH CONVERTS IT. GIVEN A     *
000150*                STATION, THE DATE THE READING WAS TAKEN AND *
000160*                THE RAW TEMPERATURE, RETURNS THE CALIBRATED *
000170*                TEMPERATURE (RAW * MULTIPLIER + OFFSET)     *
000180*                USING THE TMPCALIB ENTRY IN FORCE ON THAT   *
000190*                DATE - THE LATEST ONE EFFECTIVE AT OR       *
000200*                BEFORE IT - TOGETHER WITH THE FACTORS AND   *
000210*                THE EFFECTIVE DATE USED. NO ENTRY IN FORCE  *
000220*                (OR NO MASTER) RETURNS THE RAW VALUE WITH   *
000230*                OFFSET 0, MULTIPLIER 1 AND EFFECTIVE DATE   *
000240*                ZERO. A RESULT TOO LARGE FOR THE FIELD IS   *
000250*                NOT APPLIED. THE MASTER LOADS ON THE FIRST  *
000260*                CALL OF THE RUN.                            *
000270*----------------------------------------------------------*
000280* CALLED AS:  CALL 'TMPCALLK' USING <PIC X(04) STATION>      *
000290*                 <PIC 9(08) READING DATE CCYYMMDD>          *
000300*                 <PIC S9(4)V9(3) RAW TEMPERATURE>           *
000310*                 <PIC S9(4)V9(3) CALIBRATED TEMPERATURE>    *
000320*                 <PIC S9(3)V9(3) OFFSET USED>               *
000330*                 <PIC 9(1)V9(4) MULTIPLIER USED>            *
000340*                 <PIC 9(08) EFFECTIVE DATE USED>.           *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALIB-FILE ASSIGN TO "TMPCALIB"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CAL-KEY
000430         FILE STATUS IS WS-CALIB-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CALIB-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480     COPY TMPCLREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-CALIB-STATUS            PIC X(02) VALUE "00".
000510     88  WS-CALIB-OK                      VALUE "00".
000520     88  WS-CALIB-EOF                     VALUE "10".
000530 01  WS-CL-LOADED-SW            PIC X(01) VALUE "N".
000540     88  WS-CL-LOADED                     VALUE "Y".
000550*    THE WHOLE CALIBRATION HISTORY, IN KEY ORDER (STATION,
000560*    THEN EFFECTIVE DATE), SO THE ENTRY IN FORCE FOR A
000570*    STATION IS THE LAST ONE NOT AFTER THE READING DATE.
000580 01  WS-CL-TABLE.
000590     05  WS-CL-ENTRY OCCURS 500 TIMES.
000600         10  WS-CL-STATION      PIC X(04).
000610         10  WS-CL-EFF-DATE     PIC 9(08).
000620         10  WS-CL-OFFSET       PIC S9(3)V9(3).
000630         10  WS-CL-MULTIPLIER   PIC 9(1)V9(4).
000640 01  WS-CL-COUNT                PIC 9(03) VALUE 0.
000650 01  WS-CL-SUB                  PIC 9(03) VALUE 0.
000660 01  WS-CL-FOUND-SUB            PIC 9(03) VALUE 0.
000670 01  WS-CL-EFF-WORK             PIC 9(08) VALUE 0.
000680 LINKAGE SECTION.
000690 01  CALK-STATION               PIC X(04).
000700 01  CALK-READING-DATE          PIC 9(08).
000710 01  CALK-RAW-TEMP              PIC S9(4)V9(3).
000720 01  CALK-CAL-TEMP              PIC S9(4)V9(3).
000730 01  CALK-OFFSET                PIC S9(3)V9(3).
000740 01  CALK-MULTIPLIER            PIC 9(1)V9(4).
000750 01  CALK-EFF-DATE              PIC 9(08).
000760 PROCEDURE DIVISION USING CALK-STATION CALK-READING-DATE
000770     CALK-RAW-TEMP CALK-CAL-TEMP CALK-OFFSET CALK-MULTIPLIER
000780     CALK-EFF-DATE.
000790 0000-TMPCALLK-MAIN.
000800     IF NOT WS-CL-LOADED
000810         PERFORM 1000-LOAD-CALIBRATION THRU 1000-EXIT.
000820     MOVE CALK-RAW-TEMP TO CALK-CAL-TEMP.
000830     MOVE 0 TO CALK-OFFSET.
000840     MOVE 1 TO CALK-MULTIPLIER.
000850     MOVE 0 TO CALK-EFF-DATE.
000860     IF WS-CL-COUNT = 0 OR CALK-READING-DATE NOT NUMERIC
000870         GO TO 0000-EXIT.
000880     PERFORM 2000-FIND-IN-FORCE THRU 2000-EXIT.
000890     IF WS-CL-FOUND-SUB = 0
000900         GO TO 0000-EXIT.
000910     COMPUTE CALK-CAL-TEMP ROUNDED =
000920         (CALK-RAW-TEMP * WS-CL-MULTIPLIER (WS-CL-FOUND-SUB))
000930         + WS-CL-OFFSET (WS-CL-FOUND-SUB)
000940         ON SIZE ERROR
000950             MOVE CALK-RAW-TEMP TO CALK-CAL-TEMP
000960             GO TO 0000-EXIT
000970     END-COMPUTE.
000980     MOVE WS-CL-OFFSET (WS-CL-FOUND-SUB) TO CALK-OFFSET.
000990     MOVE WS-CL-MULTIPLIER (WS-CL-FOUND-SUB) TO CALK-MULTIPLIER.
001000     MOVE WS-CL-EFF-DATE (WS-CL-FOUND-SUB) TO CALK-EFF-DATE.
001010 0000-EXIT.
001020     EXIT PROGRAM.
001030*----------------------------------------------------------*
001040* 1000-LOAD-CALIBRATION - THE TMPCALIB MASTER, LOADED ONCE  *
001050* PER RUN. A MISSING MASTER MEANS NOTHING IS CALIBRATED -   *
001060* NEVER ALLOWED TO ABEND A CALLER.                          *
001070*----------------------------------------------------------*
001080 1000-LOAD-CALIBRATION.
001090     MOVE "Y" TO WS-CL-LOADED-SW.
001100     OPEN INPUT CALIB-FILE.
001110     IF NOT WS-CALIB-OK
001120         GO TO 1000-EXIT.
001130 1010-READ-NEXT.
001140     READ CALIB-FILE NEXT RECORD
001150         AT END
001160             GO TO 1090-LOAD-DONE.
001170     IF CAL-EFF-DATE NOT NUMERIC
001180         OR CAL-OFFSET NOT NUMERIC
001190         OR CAL-MULTIPLIER NOT NUMERIC
001200         GO TO 1010-READ-NEXT.
001210     IF WS-CL-COUNT < 500
001220         ADD 1 TO WS-CL-COUNT
001230         MOVE CAL-STATION TO WS-CL-STATION (WS-CL-COUNT)
001240         MOVE CAL-EFF-DATE TO WS-CL-EFF-DATE (WS-CL-COUNT)
001250         MOVE CAL-OFFSET TO WS-CL-OFFSET (WS-CL-COUNT)
001260         MOVE CAL-MULTIPLIER TO WS-CL-MULTIPLIER (WS-CL-COUNT)
001270     ELSE
001280         DISPLAY 'TMPCALLK: CALIBRATION TABLE FULL - '
001290             CAL-STATION ' ' CAL-EFF-DATE ' IGNORED'.
001300     GO TO 1010-READ-NEXT.
001310 1090-LOAD-DONE.
001320     CLOSE CALIB-FILE.
001330 1000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------*
001360* 2000-FIND-IN-FORCE - THE STATION'S LATEST ENTRY WHOSE     *
001370* EFFECTIVE DATE IS NOT AFTER THE READING DATE. ZERO WHEN   *
001380* THE STATION HAS NONE IN FORCE YET.                        *
001390*----------------------------------------------------------*
001400 2000-FIND-IN-FORCE.
001410     MOVE 0 TO WS-CL-FOUND-SUB.
001420     MOVE 0 TO WS-CL-EFF-WORK.
001430     MOVE 1 TO WS-CL-SUB.
001440 2010-CHECK-NEXT.
001450     IF WS-CL-SUB > WS-CL-COUNT
001460         GO TO 2000-EXIT.
001470     IF WS-CL-STATION (WS-CL-SUB) = CALK-STATION
001480         AND WS-CL-EFF-DATE (WS-CL-SUB) NOT > CALK-READING-DATE
001490         AND WS-CL-EFF-DATE (WS-CL-SUB) NOT < WS-CL-EFF-WORK
001500         MOVE WS-CL-SUB TO WS-CL-FOUND-SUB
001510         MOVE WS-CL-EFF-DATE (WS-CL-SUB) TO WS-CL-EFF-WORK.
001520     ADD 1 TO WS-CL-SUB.
001530     GO TO 2010-CHECK-NEXT.
001540 2000-EXIT.
001550     EXIT.
