000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RQSTADD.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. FILES ON-REQUEST JOBS ON   *
000110*                THE REQUEST QUEUE (RQSTQUE, RQSTREC       *
000120*                LAYOUT) FOR NITEBATCH TO RUN AFTER        *
000130*                TONIGHT'S SCHEDULED STEPS, INSTEAD OF     *
000140*                STARTING THE PROGRAM BY HAND WITH         *
000150*                WHATEVER CARD IS LYING AROUND. ONE INPUT  *
000160*                CARD (RQSTIN) PER REQUEST - COLUMNS 1-8   *
000170*                THE PROGRAM, 9-18 THE REQUESTER, 19 THE   *
000180*                PRIORITY (1 RUNS FIRST, 9 LAST, BLANK     *
000190*                MEANS 5), 20-99 THE PROGRAM'S SELECTION   *
000200*                CARD EXACTLY AS IT SHOULD BE STAGED. THE  *
000210*                PROGRAM MUST BE ON THE RQSTPGM LIST AND   *
000220*                THE REQUESTER MUST BE GIVEN; ANYTHING     *
000230*                ELSE IS REJECTED ON SYSOUT AND NOT FILED. *
000240*                EACH FILED REQUEST IS NUMBERED WITH ITS   *
000250*                FILING TIME AND DATED WITH THE BUSINESS   *
000260*                DATE. RETURN CODE 4 WHEN ANY CARD WAS     *
000270*                REJECTED, 8 WHEN THERE WAS NOTHING TO     *
000280*                FILE.                                     *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT IN-FILE ASSIGN TO "RQSTIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-IN-STATUS.
000360     SELECT RQST-FILE ASSIGN TO "RQSTQUE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RQST-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  IN-FILE
000420     RECORD CONTAINS 99 CHARACTERS.
000430 01  IN-RECORD.
000440     05  IN-PROGRAM             PIC X(08).
000450     05  IN-REQUESTER           PIC X(10).
000460     05  IN-PRIORITY            PIC X(01).
000470     05  IN-CARD                PIC X(80).
000480 FD  RQST-FILE
000490     RECORD CONTAINS 120 CHARACTERS.
000500     COPY RQSTREC.
000510 WORKING-STORAGE SECTION.
000520 01  WS-IN-STATUS               PIC X(02) VALUE "00".
000530     88  WS-IN-OK                         VALUE "00".
000540     88  WS-IN-EOF                        VALUE "10".
000550 01  WS-RQST-STATUS             PIC X(02) VALUE "00".
000560     88  WS-RQST-OK                       VALUE "00".
000570 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'RQSTADD'.
000580 01  WS-ERRH-FILE-NAME          PIC X(08).
000590 01  WS-ERRH-OPERATION          PIC X(06).
000600 01  WS-ERRH-SEVERITY           PIC X(02).
000610     88  WS-ERRH-SEVERE                   VALUE "08".
000620 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000630 01  WS-FILE-TIME               PIC 9(08) VALUE 0.
000640 01  WS-LAST-ID                 PIC 9(08) VALUE 0.
000650 01  WS-READ-COUNT              PIC 9(05) VALUE 0.
000660 01  WS-FILED-COUNT             PIC 9(05) VALUE 0.
000670 01  WS-REJECT-COUNT            PIC 9(05) VALUE 0.
000680 01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
000690 01  WS-PG-SUB                  PIC 9(02) VALUE 0.
000700 01  WS-PG-FOUND-SW             PIC X(01) VALUE "N".
000710     88  WS-PG-FOUND                      VALUE "Y".
000720     COPY RQSTPGM.
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000760     PERFORM 2000-FILE-REQUESTS THRU 2000-EXIT.
000770     CLOSE IN-FILE RQST-FILE.
000780     DISPLAY 'RQSTADD: ' WS-READ-COUNT ' REQUEST CARD(S) READ, '
000790         WS-FILED-COUNT ' FILED, ' WS-REJECT-COUNT ' REJECTED.'.
000800     IF WS-FILED-COUNT = 0 AND WS-REJECT-COUNT = 0
000810         MOVE 8 TO RETURN-CODE
000820     ELSE
000830         IF WS-REJECT-COUNT > 0
000840             MOVE 4 TO RETURN-CODE
000850         ELSE
000860             MOVE 0 TO RETURN-CODE.
000870     GOBACK.
000880*----------------------------------------------------------*
000890* 1000-INITIALIZE - THE REQUEST CARDS AND THE QUEUE,       *
000900* OPENED FOR APPEND WITH THE SAME FALLBACK THE AUDITLOG    *
000910* WRITERS USE SO THE FIRST REQUEST CREATES THE QUEUE. NO   *
000920* REQUEST CARDS ENDS THE RUN WITH RETURN CODE 8.           *
000930*----------------------------------------------------------*
000940 1000-INITIALIZE.
000950     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
000960     OPEN INPUT IN-FILE.
000970     IF NOT WS-IN-OK
000980         DISPLAY 'RQSTADD: NO REQUEST CARDS (RQSTIN) - NOTHING '
000990             'FILED'
001000         MOVE 8 TO RETURN-CODE
001010         GOBACK.
001020     OPEN EXTEND RQST-FILE.
001030     IF NOT WS-RQST-OK
001040         CLOSE RQST-FILE
001050         OPEN OUTPUT RQST-FILE.
001060     IF NOT WS-RQST-OK
001070         MOVE 'RQSTQUE' TO WS-ERRH-FILE-NAME
001080         MOVE 'OPEN' TO WS-ERRH-OPERATION
001090         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001100             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001110             WS-RQST-STATUS WS-ERRH-SEVERITY
001120         GO TO 9999-ABEND.
001130 1000-EXIT.
001140     EXIT.
001150*----------------------------------------------------------*
001160* 2000-FILE-REQUESTS - CHECK EACH REQUEST CARD AND APPEND  *
001170* THE GOOD ONES TO THE QUEUE.                              *
001180*----------------------------------------------------------*
001190 2000-FILE-REQUESTS.
001200 2010-READ-NEXT.
001210     READ IN-FILE
001220         AT END
001230             GO TO 2000-EXIT.
001240     ADD 1 TO WS-READ-COUNT.
001250     PERFORM 2100-CHECK-REQUEST THRU 2100-EXIT.
001260     IF WS-REJECT-REASON NOT = SPACES
001270         ADD 1 TO WS-REJECT-COUNT
001280         DISPLAY 'RQSTADD: *** CARD ' WS-READ-COUNT ' ('
001290             IN-PROGRAM ') REJECTED - ' WS-REJECT-REASON
001300         GO TO 2010-READ-NEXT.
001310     PERFORM 2200-WRITE-REQUEST THRU 2200-EXIT.
001320     GO TO 2010-READ-NEXT.
001330 2000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------*
001360* 2100-CHECK-REQUEST - THE PROGRAM MUST BE ONE THAT MAY BE *
001370* QUEUED, THE REQUESTER MUST BE NAMED, AND A PRIORITY,     *
001380* WHEN GIVEN, MUST BE 1 TO 9. WS-REJECT-REASON IS LEFT     *
001390* BLANK FOR A GOOD CARD.                                   *
001400*----------------------------------------------------------*
001410 2100-CHECK-REQUEST.
001420     MOVE SPACES TO WS-REJECT-REASON.
001430     MOVE "N" TO WS-PG-FOUND-SW.
001440     MOVE 1 TO WS-PG-SUB.
001450 2110-FIND-NEXT.
001460     IF WS-PG-SUB > RQPG-COUNT
001470         GO TO 2120-FIND-DONE.
001480     IF RQPG-PROGRAM (WS-PG-SUB) = IN-PROGRAM
001490         MOVE "Y" TO WS-PG-FOUND-SW
001500         GO TO 2120-FIND-DONE.
001510     ADD 1 TO WS-PG-SUB.
001520     GO TO 2110-FIND-NEXT.
001530 2120-FIND-DONE.
001540     IF NOT WS-PG-FOUND
001550         MOVE 'PROGRAM NOT RUN ON REQUEST' TO WS-REJECT-REASON
001560         GO TO 2100-EXIT.
001570     IF IN-REQUESTER = SPACES
001580         MOVE 'NO REQUESTER NAMED' TO WS-REJECT-REASON
001590         GO TO 2100-EXIT.
001600     IF IN-PRIORITY NOT = SPACE
001610         AND (IN-PRIORITY NOT NUMERIC OR IN-PRIORITY = '0')
001620         MOVE 'PRIORITY NOT 1 TO 9' TO WS-REJECT-REASON.
001630 2100-EXIT.
001640     EXIT.
001650*----------------------------------------------------------*
001660* 2200-WRITE-REQUEST - NUMBER THE REQUEST WITH ITS FILING  *
001670* TIME (BUMPED PAST THE LAST NUMBER WHEN TWO CARDS FILE IN *
001680* THE SAME HUNDREDTH OF A SECOND) AND APPEND IT TO THE     *
001690* QUEUE.                                                   *
001700*----------------------------------------------------------*
001710 2200-WRITE-REQUEST.
001720     ACCEPT WS-FILE-TIME FROM TIME.
001730     IF WS-FILE-TIME NOT > WS-LAST-ID
001740         COMPUTE WS-FILE-TIME = WS-LAST-ID + 1.
001750     MOVE WS-FILE-TIME TO WS-LAST-ID.
001760     MOVE SPACES TO RQST-RECORD.
001770     MOVE WS-FILE-TIME TO RQST-ID.
001780     MOVE WS-RUN-DATE-NUM TO RQST-FILED-DATE.
001790     MOVE IN-PROGRAM TO RQST-PROGRAM.
001800     MOVE IN-REQUESTER TO RQST-REQUESTER.
001810     IF IN-PRIORITY = SPACE
001820         MOVE 5 TO RQST-PRIORITY
001830     ELSE
001840         MOVE IN-PRIORITY TO RQST-PRIORITY.
001850     MOVE IN-CARD TO RQST-CARD.
001860     WRITE RQST-RECORD.
001870     IF NOT WS-RQST-OK
001880         MOVE 'RQSTQUE' TO WS-ERRH-FILE-NAME
001890         MOVE 'WRITE' TO WS-ERRH-OPERATION
001900         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001910             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001920             WS-RQST-STATUS WS-ERRH-SEVERITY
001930         GO TO 9999-ABEND.
001940     ADD 1 TO WS-FILED-COUNT.
001950     DISPLAY 'RQSTADD: REQUEST ' RQST-ID ' FILED - '
001960         RQST-PROGRAM ' FOR ' RQST-REQUESTER ' PRIORITY '
001970         RQST-PRIORITY.
001980 2200-EXIT.
001990     EXIT.
002000*----------------------------------------------------------*
002010* 9999-ABEND - THE QUEUE COULD NOT BE OPENED OR WRITTEN.   *
002020*----------------------------------------------------------*
002030 9999-ABEND.
002040     DISPLAY 'RQSTADD: *** ABENDING - REQUEST QUEUE UNAVAILABLE'.
002050     MOVE 16 TO RETURN-CODE.
002060     GOBACK.
