000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BDREGRPT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. LISTING OF THE             *
000110*                BUSINESS-DATE CHANGE REGISTER (BDATEREG)  *
000120*                FOR THE MORNING PACK, CALLED BY NITEBATCH *
000130*                AT THE END OF THE RUN LIKE RQSTRPT. EVERY *
000140*                ATTEMPT TO MOVE BUSNDATE LOGGED IN THE    *
000150*                LAST SEVEN DAYS (BDRGPARM, COLUMNS 1-3,   *
000160*                FOR ANOTHER WINDOW) IS LISTED OLDEST      *
000170*                FIRST WITH THE DATE BEFORE AND THE DATE   *
000180*                ASKED FOR, THE OPERATOR, REASON CODE AND  *
000190*                OVERRIDE FLAG, AND WHETHER IT WAS         *
000200*                ACCEPTED OR REFUSED AND WHY, WITH THE     *
000210*                OPERATOR'S NOTE UNDERNEATH. REFUSALS,     *
000220*                BACKWARD MOVES AND OVERRIDES ARE FLAGGED, *
000230*                AND COUNTED AT THE FOOT. THE WINDOW RUNS  *
000240*                ON THE SYSTEM DATE, NOT THE BUSINESS DATE *
000250*                THE REGISTER IS WATCHING.                 *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BDR-FILE ASSIGN TO "BDATEREG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BDR-STATUS.
000330     SELECT PARM-FILE ASSIGN TO "BDRGPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-STATUS.
000360     SELECT RPT-FILE ASSIGN TO "BDREGRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  BDR-FILE
000420     RECORD CONTAINS 120 CHARACTERS.
000430     COPY BDREGREC.
000440 FD  PARM-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  PARM-RECORD.
000470     05  PARM-WINDOW-DAYS       PIC 9(03).
000480     05  FILLER                 PIC X(77).
000490 FD  RPT-FILE
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  RPT-RECORD                 PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  WS-BDR-STATUS              PIC X(02) VALUE "00".
000540     88  WS-BDR-OK                        VALUE "00".
000550 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000560     88  WS-PARM-OK                       VALUE "00".
000570 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000580     88  WS-RPT-OK                        VALUE "00".
000590 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'BDREGRPT'.
000600 01  WS-ERRH-FILE-NAME          PIC X(08).
000610 01  WS-ERRH-OPERATION          PIC X(06).
000620 01  WS-ERRH-SEVERITY           PIC X(02).
000630     88  WS-ERRH-SEVERE                   VALUE "08".
000640 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000650 01  WS-TODAY-NUM               PIC 9(08) VALUE 0.
000660 01  WS-WINDOW-DAYS             PIC 9(03) VALUE 7.
000670 01  WS-CUTOFF-NUM              PIC 9(08) VALUE 0.
000680 01  WS-LISTED-COUNT            PIC 9(05) VALUE 0.
000690 01  WS-ACCEPTED-COUNT          PIC 9(05) VALUE 0.
000700 01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.
000710 01  WS-BACKWARD-COUNT          PIC 9(05) VALUE 0.
000720 01  WS-OVERRIDE-COUNT          PIC 9(05) VALUE 0.
000730 01  WS-WINDOW-LINE.
000740     05  FILLER                 PIC X(29)
000750         VALUE ' CHANGES LOGGED IN THE LAST '.
000760     05  WS-WL-DAYS             PIC ZZ9.
000770     05  FILLER                 PIC X(13) VALUE ' DAY(S), FROM'.
000780     05  FILLER                 PIC X(01) VALUE SPACES.
000790     05  WS-WL-FROM             PIC 9999/99/99.
000800     05  FILLER                 PIC X(24) VALUE SPACES.
000810 01  WS-COLUMN-LINE.
000820     05  FILLER                 PIC X(40)
000830         VALUE ' LOGGED   AT    PROGRAM  FROM     TO    '.
000840     05  FILLER                 PIC X(40)
000850         VALUE '   OPR RSN  O OUTCOME '.
000860 01  WS-DETAIL-LINE.
000870     05  FILLER                 PIC X(01) VALUE SPACES.
000880     05  WS-DL-LOG-DATE         PIC 9(08).
000890     05  FILLER                 PIC X(01) VALUE SPACES.
000900     05  WS-DL-LOG-HH           PIC 9(02).
000910     05  FILLER                 PIC X(01) VALUE ':'.
000920     05  WS-DL-LOG-MM           PIC 9(02).
000930     05  FILLER                 PIC X(01) VALUE SPACES.
000940     05  WS-DL-PROGRAM          PIC X(08).
000950     05  FILLER                 PIC X(01) VALUE SPACES.
000960     05  WS-DL-OLD-DATE         PIC 9(08).
000970     05  FILLER                 PIC X(01) VALUE SPACES.
000980     05  WS-DL-NEW-DATE         PIC 9(08).
000990     05  FILLER                 PIC X(01) VALUE SPACES.
001000     05  WS-DL-OPERATOR         PIC X(03).
001010     05  FILLER                 PIC X(01) VALUE SPACES.
001020     05  WS-DL-REASON           PIC X(04).
001030     05  FILLER                 PIC X(01) VALUE SPACES.
001040     05  WS-DL-OVERRIDE         PIC X(01).
001050     05  FILLER                 PIC X(01) VALUE SPACES.
001060     05  WS-DL-OUTCOME          PIC X(08).
001070     05  FILLER                 PIC X(01) VALUE SPACES.
001080     05  WS-DL-FLAG             PIC X(12).
001090     05  FILLER                 PIC X(05) VALUE SPACES.
001100 01  WS-NOTE-LINE.
001110     05  FILLER                 PIC X(10) VALUE SPACES.
001120     05  WS-NL-MESSAGE          PIC X(30).
001130     05  FILLER                 PIC X(01) VALUE SPACES.
001140     05  WS-NL-NOTE             PIC X(30).
001150     05  FILLER                 PIC X(09) VALUE SPACES.
001160 01  WS-TOTAL-LINE.
001170     05  FILLER                 PIC X(01) VALUE SPACES.
001180     05  WS-TL-LISTED           PIC ZZZZ9.
001190     05  FILLER                 PIC X(10) VALUE ' ATTEMPTS,'.
001200     05  WS-TL-ACCEPTED         PIC ZZZZ9.
001210     05  FILLER                 PIC X(10) VALUE ' ACCEPTED,'.
001220     05  WS-TL-REFUSED          PIC ZZZZ9.
001230     05  FILLER                 PIC X(09) VALUE ' REFUSED,'.
001240     05  WS-TL-BACKWARD         PIC ZZZZ9.
001250     05  FILLER                 PIC X(10) VALUE ' BACKWARD,'.
001260     05  WS-TL-OVERRIDE         PIC ZZZZ9.
001270     05  FILLER                 PIC X(15) VALUE ' ON OVERRIDE'.
001280     COPY RPTHDFT.
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-LIST-REGISTER THRU 2000-EXIT.
001330     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001340     CLOSE RPT-FILE.
001350     DISPLAY 'BDREGRPT: ' WS-LISTED-COUNT
001360         ' BUSINESS-DATE CHANGE(S) LISTED, '
001370         WS-REFUSED-COUNT ' REFUSED.'.
001380     MOVE 0 TO RETURN-CODE.
001390     GOBACK.
001400*----------------------------------------------------------*
001410* 1000-INITIALIZE - THE WINDOW AND THE REPORT. THE         *
001420* COUNTERS ARE CLEARED HERE, NOT BY VALUE CLAUSES ALONE,   *
001430* BECAUSE NITEBATCH CALLS THIS PROGRAM AGAIN ON EACH       *
001440* CAUGHT-UP DATE UNDER NITECTCH.                           *
001450*----------------------------------------------------------*
001460 1000-INITIALIZE.
001470     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001480     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
001490     MOVE 0 TO WS-LISTED-COUNT WS-ACCEPTED-COUNT WS-REFUSED-COUNT
001500         WS-BACKWARD-COUNT WS-OVERRIDE-COUNT.
001510     MOVE 1 TO RPT-PAGE-NUMBER.
001520     MOVE 7 TO WS-WINDOW-DAYS.
001530     OPEN INPUT PARM-FILE.
001540     IF WS-PARM-OK
001550         READ PARM-FILE
001560         IF WS-PARM-OK AND PARM-WINDOW-DAYS NUMERIC
001570             AND PARM-WINDOW-DAYS > 0
001580             MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
001590         END-IF
001600         CLOSE PARM-FILE.
001610     COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
001620         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
001630         - WS-WINDOW-DAYS + 1).
001640     OPEN OUTPUT RPT-FILE.
001650     IF NOT WS-RPT-OK
001660         MOVE 'BDREGRPT' TO WS-ERRH-FILE-NAME
001670         MOVE 'OPEN' TO WS-ERRH-OPERATION
001680         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001690             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001700             WS-RPT-STATUS WS-ERRH-SEVERITY
001710         GO TO 9999-ABEND.
001720     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001730     MOVE WS-WINDOW-DAYS TO WS-WL-DAYS.
001740     MOVE WS-CUTOFF-NUM TO WS-WL-FROM.
001750     MOVE WS-WINDOW-LINE TO RPT-RECORD.
001760     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001770     MOVE SPACES TO RPT-RECORD.
001780     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001790     MOVE WS-COLUMN-LINE TO RPT-RECORD.
001800     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------*
001840* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND TITLE,      *
001850* REPEATED AT EVERY PAGE BREAK.                            *
001860*----------------------------------------------------------*
001870 0500-PRINT-HEADER.
001880     MOVE 'BDREGRPT' TO RPTHD-PROGRAM-NAME.
001890     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
001900     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001910     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001920     WRITE RPT-RECORD.
001930     MOVE 'BUSINESS-DATE CHANGE REGISTER' TO RPTTL-COLUMN-TITLES.
001940     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001950     WRITE RPT-RECORD.
001960     ADD 1 TO RPT-PAGE-NUMBER.
001970     MOVE 2 TO RPT-LINES-ON-PAGE.
001980 0500-EXIT.
001990     EXIT.
002000*----------------------------------------------------------*
002010* 2000-LIST-REGISTER - ONE PASS OVER THE REGISTER. IT IS   *
002020* APPENDED IN TIME ORDER, SO THE LISTING COMES OUT OLDEST  *
002030* FIRST. NO REGISTER MEANS NO CHANGE HAS EVER BEEN LOGGED. *
002040*----------------------------------------------------------*
002050 2000-LIST-REGISTER.
002060     OPEN INPUT BDR-FILE.
002070     IF NOT WS-BDR-OK
002080         GO TO 2000-EXIT.
002090 2010-READ-NEXT.
002100     READ BDR-FILE
002110         AT END
002120             GO TO 2090-LIST-DONE.
002130     IF BDR-LOG-DATE NOT NUMERIC
002140         GO TO 2010-READ-NEXT.
002150     IF BDR-LOG-DATE < WS-CUTOFF-NUM
002160         GO TO 2010-READ-NEXT.
002170     PERFORM 2100-LIST-ENTRY THRU 2100-EXIT.
002180     GO TO 2010-READ-NEXT.
002190 2090-LIST-DONE.
002200     CLOSE BDR-FILE.
002210 2000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------*
002240* 2100-LIST-ENTRY - THE ENTRY'S LINE, FLAGGED WHEN IT WAS  *
002250* REFUSED, MOVED THE DATE BACKWARDS OR WENT THROUGH ON     *
002260* OVERRIDE, AND ITS REASON AND NOTE LINE WHEN THERE IS     *
002270* EITHER.                                                  *
002280*----------------------------------------------------------*
002290 2100-LIST-ENTRY.
002300     ADD 1 TO WS-LISTED-COUNT.
002310     MOVE BDR-LOG-DATE TO WS-DL-LOG-DATE.
002320     MOVE BDR-LOG-TIME (1:2) TO WS-DL-LOG-HH.
002330     MOVE BDR-LOG-TIME (3:2) TO WS-DL-LOG-MM.
002340     MOVE BDR-PROGRAM TO WS-DL-PROGRAM.
002350     MOVE BDR-OLD-DATE TO WS-DL-OLD-DATE.
002360     MOVE BDR-NEW-DATE TO WS-DL-NEW-DATE.
002370     MOVE BDR-OPERATOR TO WS-DL-OPERATOR.
002380     MOVE BDR-REASON TO WS-DL-REASON.
002390     MOVE BDR-OVERRIDE TO WS-DL-OVERRIDE.
002400     MOVE SPACES TO WS-DL-FLAG.
002410     IF BDR-REFUSED
002420         MOVE 'REFUSED' TO WS-DL-OUTCOME
002430         MOVE '** REFUSED' TO WS-DL-FLAG
002440         ADD 1 TO WS-REFUSED-COUNT
002450     ELSE
002460         MOVE 'ACCEPTED' TO WS-DL-OUTCOME
002470         ADD 1 TO WS-ACCEPTED-COUNT
002480         IF BDR-OVERRIDE = "Y"
002490             MOVE '** OVERRIDE' TO WS-DL-FLAG
002500             ADD 1 TO WS-OVERRIDE-COUNT
002510         END-IF
002520         IF BDR-NEW-DATE < BDR-OLD-DATE
002530             MOVE '** BACKWARD' TO WS-DL-FLAG
002540             ADD 1 TO WS-BACKWARD-COUNT
002550         END-IF.
002560     MOVE WS-DETAIL-LINE TO RPT-RECORD.
002570     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002580     IF BDR-MESSAGE = SPACES AND BDR-NOTE = SPACES
002590         GO TO 2100-EXIT.
002600     MOVE BDR-MESSAGE TO WS-NL-MESSAGE.
002610     MOVE BDR-NOTE TO WS-NL-NOTE.
002620     MOVE WS-NOTE-LINE TO RPT-RECORD.
002630     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002640 2100-EXIT.
002650     EXIT.
002660*----------------------------------------------------------*
002670* 3000-PRINT-TOTALS - THE WINDOW'S COUNTS, OR A LINE       *
002680* SAYING NOTHING WAS LOGGED.                               *
002690*----------------------------------------------------------*
002700 3000-PRINT-TOTALS.
002710     MOVE SPACES TO RPT-RECORD.
002720     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002730     IF WS-LISTED-COUNT = 0
002740         MOVE ' NO BUSINESS-DATE CHANGES LOGGED IN THE WINDOW'
002750             TO RPT-RECORD
002760         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002770         GO TO 3000-EXIT.
002780     MOVE WS-LISTED-COUNT TO WS-TL-LISTED.
002790     MOVE WS-ACCEPTED-COUNT TO WS-TL-ACCEPTED.
002800     MOVE WS-REFUSED-COUNT TO WS-TL-REFUSED.
002810     MOVE WS-BACKWARD-COUNT TO WS-TL-BACKWARD.
002820     MOVE WS-OVERRIDE-COUNT TO WS-TL-OVERRIDE.
002830     MOVE WS-TOTAL-LINE TO RPT-RECORD.
002840     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002850 3000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------*
002880* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
002890* WRITE CHECK AND PAGE-BREAK HANDLING.                     *
002900*----------------------------------------------------------*
002910 4900-PUT-LINE.
002920     WRITE RPT-RECORD.
002930     IF NOT WS-RPT-OK
002940         MOVE 'BDREGRPT' TO WS-ERRH-FILE-NAME
002950         MOVE 'WRITE' TO WS-ERRH-OPERATION
002960         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002970             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002980             WS-RPT-STATUS WS-ERRH-SEVERITY
002990         IF WS-ERRH-SEVERE
003000             GO TO 9999-ABEND.
003010     ADD 1 TO RPT-LINES-ON-PAGE.
003020     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
003030         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
003040 4900-EXIT.
003050     EXIT.
003060*----------------------------------------------------------*
003070* 9999-ABEND - THE LISTING COULD NOT BE OPENED OR WRITTEN. *
003080* END THE RUN WITH A NONZERO RETURN-CODE.                  *
003090*----------------------------------------------------------*
003100 9999-ABEND.
003110     DISPLAY 'BDREGRPT: ABENDING - UNRECOVERABLE FILE ERROR.'.
003120     CLOSE RPT-FILE.
003130     MOVE 16 TO RETURN-CODE.
003140     GOBACK.
