000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RQSTRPT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. ON-REQUEST JOB STATUS      *
000110*                REPORT (RQSTRPT) FOR THE MORNING PACK.    *
000120*                LISTS EVERY RQSTSTAT RECORD FOR THE       *
000130*                BUSINESS DATE IN THE ORDER NITEBATCH TOOK *
000140*                THE REQUESTS UP - REQUEST NUMBER,         *
000150*                PROGRAM, REQUESTER, PRIORITY, OUTCOME,    *
000160*                RETURN CODE AND, WHERE IT DID NOT RUN     *
000170*                CLEAN, THE REASON - THEN TOTALS BY        *
000180*                OUTCOME AND THE NUMBER OF REQUESTS STILL  *
000190*                WAITING ON THE QUEUE (RQSTQUE). CALLED BY *
000200*                NITEBATCH AFTER THE NIGHT'S REQUESTS; MAY *
000210*                ALSO BE RUN ON ITS OWN.                   *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT RQSS-FILE ASSIGN TO "RQSTSTAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-RQSS-STATUS.
000290     SELECT RQST-FILE ASSIGN TO "RQSTQUE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RQST-STATUS.
000320     SELECT RPT-FILE ASSIGN TO "RQSTRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RPT-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RQSS-FILE
000380     RECORD CONTAINS 120 CHARACTERS.
000390     COPY RQSSREC.
000400 FD  RQST-FILE
000410     RECORD CONTAINS 120 CHARACTERS.
000420     COPY RQSTREC.
000430 FD  RPT-FILE
000440     RECORD CONTAINS 80 CHARACTERS.
000450 01  RPT-RECORD                 PIC X(80).
000460 WORKING-STORAGE SECTION.
000470 01  WS-RQSS-STATUS             PIC X(02) VALUE "00".
000480     88  WS-RQSS-OK                       VALUE "00".
000490 01  WS-RQST-STATUS             PIC X(02) VALUE "00".
000500     88  WS-RQST-OK                       VALUE "00".
000510 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000520     88  WS-RPT-OK                        VALUE "00".
000530 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'RQSTRPT'.
000540 01  WS-ERRH-FILE-NAME          PIC X(08).
000550 01  WS-ERRH-OPERATION          PIC X(06).
000560 01  WS-ERRH-SEVERITY           PIC X(02).
000570     88  WS-ERRH-SEVERE                   VALUE "08".
000580 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000590 01  WS-ENTRY-COUNT             PIC 9(05) VALUE 0.
000600 01  WS-DONE-COUNT              PIC 9(05) VALUE 0.
000610 01  WS-FAIL-COUNT              PIC 9(05) VALUE 0.
000620 01  WS-DEFER-COUNT             PIC 9(05) VALUE 0.
000630 01  WS-REJECT-COUNT            PIC 9(05) VALUE 0.
000640 01  WS-QUEUED-COUNT            PIC 9(05) VALUE 0.
000650 01  WS-ENTRY-LINE.
000660     05  FILLER                 PIC X(01) VALUE SPACES.
000670     05  WS-EL-REQUEST-ID       PIC 9(08).
000680     05  FILLER                 PIC X(01) VALUE SPACES.
000690     05  WS-EL-PROGRAM          PIC X(08).
000700     05  FILLER                 PIC X(01) VALUE SPACES.
000710     05  WS-EL-REQUESTER        PIC X(10).
000720     05  FILLER                 PIC X(01) VALUE SPACES.
000730     05  WS-EL-PRIORITY         PIC 9(01).
000740     05  FILLER                 PIC X(01) VALUE SPACES.
000750     05  WS-EL-OUTCOME          PIC X(08).
000760     05  FILLER                 PIC X(01) VALUE SPACES.
000770     05  WS-EL-RC               PIC ZZZ9.
000780     05  FILLER                 PIC X(01) VALUE SPACES.
000790     05  WS-EL-REASON           PIC X(30).
000800     05  FILLER                 PIC X(04) VALUE SPACES.
000810 01  WS-TOTAL-LINE.
000820     05  FILLER                 PIC X(10) VALUE 'COMPLETED '.
000830     05  WS-TL-DONE             PIC ZZZZ9.
000840     05  FILLER                 PIC X(08) VALUE '  FAILED'.
000850     05  WS-TL-FAIL             PIC ZZZZ9.
000860     05  FILLER                 PIC X(10) VALUE '  DEFERRED'.
000870     05  WS-TL-DEFER            PIC ZZZZ9.
000880     05  FILLER                 PIC X(10) VALUE '  REJECTED'.
000890     05  WS-TL-REJECT           PIC ZZZZ9.
000900     05  FILLER                 PIC X(22) VALUE SPACES.
000910 01  WS-QUEUE-LINE.
000920     05  FILLER                 PIC X(30)
000930             VALUE 'REQUESTS STILL ON THE QUEUE: '.
000940     05  WS-QL-QUEUED           PIC ZZZZ9.
000950     05  FILLER                 PIC X(45) VALUE SPACES.
000960     COPY RPTHDFT.
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-REPORT-REQUESTS THRU 2000-EXIT.
001010     PERFORM 3000-COUNT-QUEUED THRU 3000-EXIT.
001020     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001030     CLOSE RPT-FILE.
001040     MOVE 0 TO RETURN-CODE.
001050     GOBACK.
001060*----------------------------------------------------------*
001070* 1000-INITIALIZE - OPEN THE REPORT WITH THE SHOP-STANDARD *
001080* HEADER.                                                  *
001090*----------------------------------------------------------*
001100 1000-INITIALIZE.
001110     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001120     OPEN OUTPUT RPT-FILE.
001130     IF NOT WS-RPT-OK
001140         MOVE 'RQSTRPT' TO WS-ERRH-FILE-NAME
001150         MOVE 'OPEN' TO WS-ERRH-OPERATION
001160         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001170             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001180             WS-RPT-STATUS WS-ERRH-SEVERITY
001190         GO TO 9999-ABEND.
001200     MOVE 'RQSTRPT' TO RPTHD-PROGRAM-NAME.
001210     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
001220     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001230     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001240     WRITE RPT-RECORD.
001250     MOVE 'ON-REQUEST JOBS TAKEN UP FOR THE BUSINESS DATE'
001260         TO RPTTL-COLUMN-TITLES.
001270     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001280     WRITE RPT-RECORD.
001290     MOVE 'REQUEST  PROGRAM  REQUESTER  P OUTCOME   RC  REASON'
001300         TO RPTTL-COLUMN-TITLES.
001310     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001320     WRITE RPT-RECORD.
001330     MOVE 3 TO RPT-LINES-ON-PAGE.
001340 1000-EXIT.
001350     EXIT.
001360*----------------------------------------------------------*
001370* 2000-REPORT-REQUESTS - ONE LINE PER RQSTSTAT RECORD      *
001380* DATED TODAY. NO STATUS FILE, OR NOTHING DATED TODAY,     *
001390* MEANS NO REQUEST WAS TAKEN UP TONIGHT.                   *
001400*----------------------------------------------------------*
001410 2000-REPORT-REQUESTS.
001420     OPEN INPUT RQSS-FILE.
001430     IF NOT WS-RQSS-OK
001440         GO TO 2090-REPORT-DONE.
001450 2010-READ-NEXT.
001460     READ RQSS-FILE
001470         AT END
001480             GO TO 2080-CLOSE-STATUS.
001490     IF RQSS-RUN-DATE NOT NUMERIC
001500         GO TO 2010-READ-NEXT.
001510     IF RQSS-RUN-DATE NOT = WS-RUN-DATE-NUM
001520         GO TO 2010-READ-NEXT.
001530     ADD 1 TO WS-ENTRY-COUNT.
001540     PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT.
001550     GO TO 2010-READ-NEXT.
001560 2080-CLOSE-STATUS.
001570     CLOSE RQSS-FILE.
001580 2090-REPORT-DONE.
001590     IF WS-ENTRY-COUNT = 0
001600         MOVE 'NO ON-REQUEST JOBS TONIGHT' TO RPT-RECORD
001610         PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001620 2000-EXIT.
001630     EXIT.
001640*----------------------------------------------------------*
001650* 2100-PRINT-ENTRY - DECODE THE OUTCOME AND PRINT THE      *
001660* REQUEST'S LINE. A REQUEST THAT RAN CLEAN SHOWS NO        *
001670* REASON.                                                  *
001680*----------------------------------------------------------*
001690 2100-PRINT-ENTRY.
001700     MOVE RQSS-REQUEST-ID TO WS-EL-REQUEST-ID.
001710     MOVE RQSS-PROGRAM TO WS-EL-PROGRAM.
001720     MOVE RQSS-REQUESTER TO WS-EL-REQUESTER.
001730     MOVE RQSS-PRIORITY TO WS-EL-PRIORITY.
001740     MOVE RQSS-RETURN-CODE TO WS-EL-RC.
001750     MOVE RQSS-REASON TO WS-EL-REASON.
001760     EVALUATE TRUE
001770         WHEN RQSS-COMPLETED
001780             MOVE 'COMPLETE' TO WS-EL-OUTCOME
001790             ADD 1 TO WS-DONE-COUNT
001800         WHEN RQSS-FAILED
001810             MOVE 'FAILED' TO WS-EL-OUTCOME
001820             ADD 1 TO WS-FAIL-COUNT
001830         WHEN RQSS-DEFERRED
001840             MOVE 'DEFERRED' TO WS-EL-OUTCOME
001850             ADD 1 TO WS-DEFER-COUNT
001860         WHEN RQSS-REJECTED
001870             MOVE 'REJECTED' TO WS-EL-OUTCOME
001880             ADD 1 TO WS-REJECT-COUNT
001890         WHEN OTHER
001900             MOVE '????????' TO WS-EL-OUTCOME
001910     END-EVALUATE.
001920     MOVE WS-ENTRY-LINE TO RPT-RECORD.
001930     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001940 2100-EXIT.
001950     EXIT.
001960*----------------------------------------------------------*
001970* 3000-COUNT-QUEUED - REQUESTS LEFT ON THE QUEUE AFTER     *
001980* TONIGHT'S RUN: DEFERRED ONES AND ANY FILED SINCE. NO     *
001990* QUEUE FILE MEANS NONE.                                   *
002000*----------------------------------------------------------*
002010 3000-COUNT-QUEUED.
002020     OPEN INPUT RQST-FILE.
002030     IF NOT WS-RQST-OK
002040         GO TO 3000-EXIT.
002050 3010-READ-NEXT.
002060     READ RQST-FILE
002070         AT END
002080             GO TO 3090-COUNT-DONE.
002090     IF RQST-RECORD NOT = SPACES
002100         ADD 1 TO WS-QUEUED-COUNT.
002110     GO TO 3010-READ-NEXT.
002120 3090-COUNT-DONE.
002130     CLOSE RQST-FILE.
002140 3000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------*
002170* 4000-PRINT-TOTALS - REQUEST TOTALS BY OUTCOME AND THE    *
002180* QUEUE LEFT WAITING.                                      *
002190*----------------------------------------------------------*
002200 4000-PRINT-TOTALS.
002210     MOVE SPACES TO RPT-RECORD.
002220     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002230     MOVE WS-DONE-COUNT TO WS-TL-DONE.
002240     MOVE WS-FAIL-COUNT TO WS-TL-FAIL.
002250     MOVE WS-DEFER-COUNT TO WS-TL-DEFER.
002260     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
002270     MOVE WS-TOTAL-LINE TO RPT-RECORD.
002280     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002290     MOVE WS-QUEUED-COUNT TO WS-QL-QUEUED.
002300     MOVE WS-QUEUE-LINE TO RPT-RECORD.
002310     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002320     DISPLAY 'RQSTRPT: ' WS-ENTRY-COUNT
002330         ' ON-REQUEST JOB(S) REPORTED, ' WS-QUEUED-COUNT
002340         ' STILL QUEUED.'.
002350 4000-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
002390* WRITE CHECK AND PAGE-BREAK HANDLING.                     *
002400*----------------------------------------------------------*
002410 4900-PUT-LINE.
002420     WRITE RPT-RECORD.
002430     IF NOT WS-RPT-OK
002440         MOVE 'RQSTRPT' TO WS-ERRH-FILE-NAME
002450         MOVE 'WRITE' TO WS-ERRH-OPERATION
002460         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002470             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002480             WS-RPT-STATUS WS-ERRH-SEVERITY
002490         IF WS-ERRH-SEVERE
002500             GO TO 9999-ABEND.
002510     ADD 1 TO RPT-LINES-ON-PAGE.
002520     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
002530         ADD 1 TO RPT-PAGE-NUMBER
002540         MOVE 'RQSTRPT' TO RPTHD-PROGRAM-NAME
002550         MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE
002560         MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER
002570         MOVE RPT-HEADER-RECORD TO RPT-RECORD
002580         WRITE RPT-RECORD
002590         MOVE 1 TO RPT-LINES-ON-PAGE.
002600 4900-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
002640* WAS HIT ON THE REPORT FILE. END WITH A NONZERO           *
002650* RETURN-CODE SO THE CALLER SEES IT.                       *
002660*----------------------------------------------------------*
002670 9999-ABEND.
002680     DISPLAY 'RQSTRPT: ABENDING - UNRECOVERABLE FILE ERROR.'.
002690     CLOSE RPT-FILE.
002700     MOVE 16 TO RETURN-CODE.
002710     GOBACK.
