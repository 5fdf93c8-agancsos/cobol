000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TMPCALHS.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-09-08 AG  FIRST VERSION. CALIBRATION HISTORY LISTING  *
000110*                OVER THE TMPCALIB MASTER (SHARED TMPCLREC   *
000120*                LAYOUT), SO THE LAB CAN PROVE WHICH FACTOR  *
000130*                WAS LIVE FOR A STATION ON ANY PAST DATE.    *
000140*                EVERY ENTRY IS LISTED IN STATION AND DATE   *
000150*                ORDER WITH THE PERIOD IT WAS IN FORCE (FROM *
000160*                ITS EFFECTIVE DATE TO THE DAY BEFORE THE    *
000170*                STATION'S NEXT ENTRY, OR CURRENT), ITS      *
000180*                OFFSET, MULTIPLIER, ENTRY DATE AND          *
000190*                CERTIFICATE REFERENCE. AN OPTIONAL CARD     *
000200*                (TMPCLPRM) GIVES AN AS-OF DATE AND A        *
000210*                STATION; THE ENTRY IN FORCE ON THE AS-OF    *
000220*                DATE IS MARKED, AND A BLANK STATION LISTS   *
000230*                THEM ALL. NO CARD MEANS EVERY STATION AS OF *
000240*                THE BUSINESS DATE. OUTPUT IS THE TMPCALRP   *
000250*                REPORT WITH THE SHOP-STANDARD HEADER.       *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CALIB-FILE ASSIGN TO "TMPCALIB"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CAL-KEY
000340         FILE STATUS IS WS-CALIB-STATUS.
000350     SELECT PARM-FILE ASSIGN TO "TMPCLPRM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380     SELECT RPT-FILE ASSIGN TO "TMPCALRP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CALIB-FILE
000440     RECORD CONTAINS 80 CHARACTERS.
000450     COPY TMPCLREC.
000460 FD  PARM-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  PARM-RECORD.
000490     05  PARM-AS-OF-DATE        PIC 9(08).
000500     05  PARM-STATION           PIC X(04).
000510     05  FILLER                 PIC X(68).
000520 FD  RPT-FILE
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  RPT-RECORD                 PIC X(80).
000550 WORKING-STORAGE SECTION.
000560 01  WS-CALIB-STATUS            PIC X(02) VALUE "00".
000570     88  WS-CALIB-OK                      VALUE "00".
000580     88  WS-CALIB-EOF                     VALUE "10".
000590 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000600     88  WS-PARM-OK                       VALUE "00".
000610 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000620     88  WS-RPT-OK                        VALUE "00".
000630 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'TMPCALHS'.
000640 01  WS-ERRH-FILE-NAME          PIC X(08).
000650 01  WS-ERRH-OPERATION          PIC X(06).
000660 01  WS-ERRH-SEVERITY           PIC X(02).
000670 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000680 01  WS-AS-OF-DATE              PIC 9(08) VALUE 0.
000690 01  WS-SEL-STATION             PIC X(04) VALUE SPACES.
000700 01  WS-LISTED-COUNT            PIC 9(07) VALUE 0.
000710 01  WS-IN-FORCE-COUNT          PIC 9(07) VALUE 0.
000720 01  WS-NEXT-INT                PIC 9(08) VALUE 0.
000725 01  WS-EFF-WORK                PIC 9(08) VALUE 0.
000730*    ONE ENTRY IS HELD BACK UNTIL THE NEXT IS READ - ITS
000740*    IN-FORCE PERIOD ENDS THE DAY BEFORE THE STATION'S NEXT
000750*    EFFECTIVE DATE.
000760 01  WS-HELD-SW                 PIC X(01) VALUE "N".
000770     88  WS-ENTRY-HELD                    VALUE "Y".
000780 01  WS-HELD-ENTRY.
000790     05  WS-HLD-STATION         PIC X(04).
000800     05  WS-HLD-EFF-DATE        PIC 9(08).
000810     05  WS-HLD-OFFSET          PIC S9(3)V9(3).
000820     05  WS-HLD-MULTIPLIER      PIC 9(1)V9(4).
000830     05  WS-HLD-ENTERED         PIC 9(08).
000840     05  WS-HLD-REFERENCE       PIC X(20).
000850 01  WS-HLD-THROUGH             PIC 9(08) VALUE 0.
000860 01  WS-DETAIL-LINE.
000870     05  FILLER                 PIC X(01) VALUE SPACES.
000880     05  WS-DET-STATION         PIC X(04).
000890     05  FILLER                 PIC X(01) VALUE SPACES.
000900     05  WS-DET-FROM            PIC 9999/99/99.
000910     05  FILLER                 PIC X(01) VALUE SPACES.
000920     05  WS-DET-THROUGH         PIC X(10).
000930     05  FILLER                 PIC X(01) VALUE SPACES.
000940     05  WS-DET-OFFSET          PIC +ZZ9.999.
000950     05  FILLER                 PIC X(01) VALUE SPACES.
000960     05  WS-DET-MULTIPLIER      PIC 9.9999.
000970     05  FILLER                 PIC X(01) VALUE SPACES.
000980     05  WS-DET-ENTERED         PIC 9(08).
000990     05  FILLER                 PIC X(01) VALUE SPACES.
001000     05  WS-DET-REFERENCE       PIC X(20).
001010     05  FILLER                 PIC X(01) VALUE SPACES.
001020     05  WS-DET-LIVE            PIC X(05).
001030 01  WS-THROUGH-EDIT            PIC 9999/99/99.
001040 01  WS-SUMMARY-LINE.
001050     05  FILLER                 PIC X(01) VALUE SPACES.
001060     05  WS-SUM-LISTED          PIC ZZZZZZ9.
001070     05  FILLER                 PIC X(21)
001080         VALUE ' ENTRIES LISTED, '.
001090     05  WS-SUM-IN-FORCE        PIC ZZZZZZ9.
001100     05  FILLER                 PIC X(14) VALUE ' IN FORCE ON '.
001110     05  WS-SUM-AS-OF           PIC 9999/99/99.
001120     05  FILLER                 PIC X(20) VALUE SPACES.
001130     COPY RPTHDFT.
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-LIST-HISTORY THRU 2000-EXIT.
001180     MOVE WS-LISTED-COUNT TO WS-SUM-LISTED.
001190     MOVE WS-IN-FORCE-COUNT TO WS-SUM-IN-FORCE.
001200     MOVE WS-AS-OF-DATE TO WS-SUM-AS-OF.
001210     MOVE WS-SUMMARY-LINE TO RPT-RECORD.
001220     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001230     CLOSE RPT-FILE.
001240     DISPLAY 'TMPCALHS: ' WS-LISTED-COUNT ' CALIBRATION '
001250         'ENTRIES LISTED, ' WS-IN-FORCE-COUNT ' IN FORCE ON '
001260         WS-AS-OF-DATE.
001270     MOVE 0 TO RETURN-CODE.
001280     GOBACK.
001290*----------------------------------------------------------*
001300* 1000-INITIALIZE - READ THE OPTIONAL AS-OF CARD AND OPEN   *
001310* THE REPORT. A MISSING CARD OR A BAD DATE MEANS THE        *
001320* BUSINESS DATE; A BLANK STATION MEANS EVERY STATION.       *
001330*----------------------------------------------------------*
001340 1000-INITIALIZE.
001350     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001360     MOVE WS-RUN-DATE-NUM TO WS-AS-OF-DATE.
001370     OPEN INPUT PARM-FILE.
001380     IF WS-PARM-OK
001390         READ PARM-FILE
001400         IF WS-PARM-OK
001410             IF PARM-AS-OF-DATE NUMERIC AND PARM-AS-OF-DATE > 0
001420                 MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
001430             END-IF
001440             MOVE PARM-STATION TO WS-SEL-STATION
001450         END-IF
001460         CLOSE PARM-FILE
001470     END-IF.
001480     OPEN OUTPUT RPT-FILE.
001490     IF NOT WS-RPT-OK
001500         MOVE 'TMPCALRP' TO WS-ERRH-FILE-NAME
001510         MOVE 'OPEN' TO WS-ERRH-OPERATION
001520         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001530             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001540             WS-RPT-STATUS WS-ERRH-SEVERITY
001550         MOVE 16 TO RETURN-CODE
001560         GOBACK.
001570     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001580 1000-EXIT.
001590     EXIT.
001600*----------------------------------------------------------*
001610* 0500-PRINT-HEADER - WRITE THE SHOP-STANDARD HEADER AND     *
001620* COLUMN-TITLE LINES AND RESET THE PAGE LINE COUNT. CALLED   *
001630* ONCE AT OPEN AND AGAIN EVERY TIME THE PAGE FILLS.          *
001640*----------------------------------------------------------*
001650 0500-PRINT-HEADER.
001660     MOVE 'TMPCALHS' TO RPTHD-PROGRAM-NAME.
001670     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
001680     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001690     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001700     WRITE RPT-RECORD.
001710     MOVE 'STN  IN FORCE FROM/THROUGH   OFFSET  MULT   ENTERED  RE
001720-        'FERENCE            LIVE' TO RPTTL-COLUMN-TITLES.
001730     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001740     WRITE RPT-RECORD.
001750     ADD 1 TO RPT-PAGE-NUMBER.
001760     MOVE 0 TO RPT-LINES-ON-PAGE.
001770 0500-EXIT.
001780     EXIT.
001790*----------------------------------------------------------*
001800* 2000-LIST-HISTORY - PASS THE MASTER IN KEY ORDER. EACH     *
001810* ENTRY IS PRINTED WHEN ITS SUCCESSOR IS SEEN (OR THE FILE   *
001820* ENDS), BECAUSE THE SUCCESSOR FIXES WHERE ITS PERIOD ENDS.  *
001830*----------------------------------------------------------*
001840 2000-LIST-HISTORY.
001850     OPEN INPUT CALIB-FILE.
001860     IF NOT WS-CALIB-OK
001870         MOVE ' NO CALIBRATION MASTER ON FILE' TO RPT-RECORD
001880         PERFORM 4900-PUT-LINE THRU 4900-EXIT
001890         GO TO 2000-EXIT.
001900     IF WS-SEL-STATION NOT = SPACES
001910         MOVE WS-SEL-STATION TO CAL-STATION
001920         MOVE ZEROS TO CAL-EFF-DATE
001930         START CALIB-FILE
001940             KEY IS NOT LESS THAN CAL-KEY
001950             INVALID KEY
001960                 GO TO 2090-LIST-DONE
001970         END-START.
001980 2010-READ-NEXT.
001990     READ CALIB-FILE NEXT RECORD
002000         AT END
002010             GO TO 2090-LIST-DONE.
002020     IF WS-SEL-STATION NOT = SPACES
002030         AND CAL-STATION NOT = WS-SEL-STATION
002040         GO TO 2090-LIST-DONE.
002050     IF CAL-EFF-DATE NOT NUMERIC
002060         GO TO 2010-READ-NEXT.
002070     IF WS-ENTRY-HELD
002080         IF WS-HLD-STATION = CAL-STATION
002090             MOVE CAL-EFF-DATE TO WS-EFF-WORK
002095             COMPUTE WS-NEXT-INT =
002100                 FUNCTION INTEGER-OF-DATE(WS-EFF-WORK) - 1
002110             COMPUTE WS-HLD-THROUGH =
002120                 FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
002130         ELSE
002140             MOVE 0 TO WS-HLD-THROUGH
002150         END-IF
002160         PERFORM 3000-PRINT-HELD THRU 3000-EXIT.
002170     MOVE CAL-STATION TO WS-HLD-STATION.
002180     MOVE CAL-EFF-DATE TO WS-HLD-EFF-DATE.
002190     MOVE CAL-OFFSET TO WS-HLD-OFFSET.
002200     MOVE CAL-MULTIPLIER TO WS-HLD-MULTIPLIER.
002210     MOVE CAL-ENTERED-DATE TO WS-HLD-ENTERED.
002220     MOVE CAL-REFERENCE TO WS-HLD-REFERENCE.
002230     MOVE "Y" TO WS-HELD-SW.
002240     GO TO 2010-READ-NEXT.
002250 2090-LIST-DONE.
002260     IF WS-ENTRY-HELD
002270         MOVE 0 TO WS-HLD-THROUGH
002280         PERFORM 3000-PRINT-HELD THRU 3000-EXIT.
002290     CLOSE CALIB-FILE.
002300     IF WS-LISTED-COUNT = 0
002310         MOVE ' NO CALIBRATION ENTRIES MATCHED THE SELECTION'
002320             TO RPT-RECORD
002330         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------*
002370* 3000-PRINT-HELD - ONE LINE FOR THE HELD ENTRY. A THROUGH   *
002380* DATE OF ZERO MEANS IT IS THE STATION'S CURRENT FACTOR. THE *
002390* ENTRY WHOSE PERIOD SPANS THE AS-OF DATE IS MARKED LIVE.    *
002400*----------------------------------------------------------*
002410 3000-PRINT-HELD.
002420     MOVE WS-HLD-STATION TO WS-DET-STATION.
002430     MOVE WS-HLD-EFF-DATE TO WS-DET-FROM.
002440     IF WS-HLD-THROUGH = 0
002450         MOVE 'CURRENT' TO WS-DET-THROUGH
002460     ELSE
002470         MOVE WS-HLD-THROUGH TO WS-THROUGH-EDIT
002480         MOVE WS-THROUGH-EDIT TO WS-DET-THROUGH.
002490     MOVE WS-HLD-OFFSET TO WS-DET-OFFSET.
002500     MOVE WS-HLD-MULTIPLIER TO WS-DET-MULTIPLIER.
002510     MOVE WS-HLD-ENTERED TO WS-DET-ENTERED.
002520     MOVE WS-HLD-REFERENCE TO WS-DET-REFERENCE.
002530     MOVE SPACES TO WS-DET-LIVE.
002540     IF WS-HLD-EFF-DATE NOT > WS-AS-OF-DATE
002550         AND (WS-HLD-THROUGH = 0
002560             OR WS-HLD-THROUGH NOT < WS-AS-OF-DATE)
002570         MOVE '*LIVE' TO WS-DET-LIVE
002580         ADD 1 TO WS-IN-FORCE-COUNT.
002590     MOVE WS-DETAIL-LINE TO RPT-RECORD.
002600     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002610     ADD 1 TO WS-LISTED-COUNT.
002620     MOVE "N" TO WS-HELD-SW.
002630 3000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------*
002660* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD   *
002670* WRITE CHECK AND PAGE-BREAK HANDLING.                       *
002680*----------------------------------------------------------*
002690 4900-PUT-LINE.
002700     WRITE RPT-RECORD.
002710     IF NOT WS-RPT-OK
002720         MOVE 'TMPCALRP' TO WS-ERRH-FILE-NAME
002730         MOVE 'WRITE' TO WS-ERRH-OPERATION
002740         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002750             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002760             WS-RPT-STATUS WS-ERRH-SEVERITY.
002770     ADD 1 TO RPT-LINES-ON-PAGE.
002780     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
002790         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
002800 4900-EXIT.
002810     EXIT.
