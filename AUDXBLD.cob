000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDXBLD.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. REBUILDS THE INDEXED AUDIT *
000110*                STORE (AUDINDEX, AUDXREC LAYOUT) FROM THE *
000120*                SYSTEM OF RECORD - EVERY DATED            *
000130*                AUDARCH.CCYYMMDD ARCHIVE IN THE WINDOW,   *
000140*                OLDEST FIRST, THEN THE HOT AUDITLOG - AND *
000150*                PROVES THE TWO AGREE. THE PROOF IS A      *
000160*                SEPARATE PASS OVER THE SAME SEQUENTIAL    *
000170*                FILES: EVERY ENTRY MUST BE FOUND IN THE   *
000180*                INDEX UNDER ITS OWN KEY, BYTE FOR BYTE,   *
000190*                AND THE INDEX MUST HOLD NO MORE ENTRIES   *
000200*                THAN THE FILES DO. MODE CARD AUDXCTL:     *
000210*                COLUMN 1 'V' ONLY PROVES THE INDEX AS IT  *
000220*                STANDS (A CHECK ON AUDXPOST'S WORK, RUN   *
000230*                ON DEMAND), ANYTHING ELSE REBUILDS FIRST; *
000240*                COLUMNS 2-9 THE OLDEST ARCHIVE DATE TO    *
000250*                LOOK FOR (DEFAULT 366 DAYS BEFORE THE     *
000260*                BUSINESS DATE). A DAY WITHOUT AN ARCHIVE  *
000270*                IS SKIPPED, AS IN WEEKOPS. DISAGREEMENT   *
000280*                IS LISTED ENTRY BY ENTRY AND ENDS THE RUN *
000290*                WITH RETURN CODE 8.                       *
000291* 2026-10-15 AG  VERIFY MODE NO LONGER FAILS ON INDEX      *
000292*                ENTRIES POSTED BEFORE THE ARCHIVE WINDOW: *
000293*                ENTRIES DATED BEFORE THE WINDOW ARE LEFT  *
000294*                OUT OF THE PROOF ON BOTH THE INDEX AND    *
000295*                THE SEQUENTIAL SIDE, AND THE INDEXED ONES *
000296*                ARE COUNTED. AN ENTRY WITH NO RUN DATE IS *
000297*                ALWAYS PROVED.                            *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-STATUS.
000370     SELECT ARCH-FILE ASSIGN USING WS-ARCHIVE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ARCH-STATUS.
000400     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AUDX-KEY
000440         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-AUDX-STATUS.
000470     SELECT CTL-FILE ASSIGN TO "AUDXCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-FILE
000530     RECORD CONTAINS 100 CHARACTERS.
000540     COPY AUDITREC.
000550 FD  ARCH-FILE
000560     RECORD CONTAINS 100 CHARACTERS.
000570 01  ARCH-RECORD                PIC X(100).
000580 FD  AUDX-FILE
000590     RECORD CONTAINS 150 CHARACTERS.
000600     COPY AUDXREC.
000610 FD  CTL-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  CTL-RECORD.
000640     05  CTL-MODE               PIC X(01).
000650         88  CTL-VERIFY-ONLY            VALUE "V".
000660     05  CTL-FROM-DATE          PIC 9(08).
000670     05  FILLER                 PIC X(71).
000680 WORKING-STORAGE SECTION.
000690 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000700     88  WS-AUDIT-OK                      VALUE "00".
000710 01  WS-ARCH-STATUS             PIC X(02) VALUE "00".
000720     88  WS-ARCH-OK                       VALUE "00".
000730 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000740     88  WS-AUDX-OK                       VALUE "00" "02".
000750     88  WS-AUDX-DUPLICATE                VALUE "22".
000760 01  WS-CTL-STATUS              PIC X(02) VALUE "00".
000770     88  WS-CTL-OK                        VALUE "00".
000780 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'AUDXBLD'.
000790 01  WS-ERRH-FILE-NAME          PIC X(08).
000800 01  WS-ERRH-OPERATION          PIC X(06).
000810 01  WS-ERRH-SEVERITY           PIC X(02).
000820     88  WS-ERRH-SEVERE                   VALUE "08".
000830 01  WS-ARCHIVE-NAME            PIC X(16)
000840         VALUE 'AUDARCH.00000000'.
000850 01  WS-ARCHIVE-NAME-R REDEFINES WS-ARCHIVE-NAME.
000860     05  FILLER                 PIC X(08).
000870     05  WS-ARCHIVE-DATE        PIC 9(08).
000880 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000890 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000900 01  WS-FROM-NUM                PIC 9(08) VALUE 0.
000910 01  WS-END-INT                 PIC 9(08) VALUE 0.
000920 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
000930 01  WS-MODE-SW                 PIC X(01) VALUE "R".
000940     88  WS-REBUILDING                    VALUE "R".
000950     88  WS-VERIFYING-ONLY                VALUE "V".
000960 01  WS-PASS-SW                 PIC X(01) VALUE "L".
000970     88  WS-LOAD-PASS                     VALUE "L".
000980     88  WS-PROVE-PASS                    VALUE "P".
000990 01  WS-FOUND-SW                PIC X(01) VALUE "N".
001000     88  WS-FOUND                         VALUE "Y".
001010*    THE KEY AN ENTRY IS FILED UNDER, LESS ITS SEQUENCE NUMBER.
001020 01  WS-ENTRY-KEY.
001030     05  WS-EK-PROGRAM-ID       PIC X(10).
001040     05  WS-EK-RUN-DATE         PIC 9(08).
001050     05  WS-EK-RUN-ID           PIC 9(04).
001060 01  WS-ARCHIVE-FILES           PIC 9(05) VALUE 0.
001070 01  WS-SOURCE-COUNT            PIC 9(09) VALUE 0.
001080 01  WS-LOADED-COUNT            PIC 9(09) VALUE 0.
001090 01  WS-FAILED-COUNT            PIC 9(09) VALUE 0.
001100 01  WS-INDEX-COUNT             PIC 9(09) VALUE 0.
001110 01  WS-MATCHED-COUNT           PIC 9(09) VALUE 0.
001120 01  WS-MISSING-COUNT           PIC 9(09) VALUE 0.
001130 01  WS-EXTRA-COUNT             PIC 9(09) VALUE 0.
001135 01  WS-OUTSIDE-COUNT           PIC 9(09) VALUE 0.
001140 01  WS-LISTED-COUNT            PIC 9(03) VALUE 0.
001150 01  WS-INDEX-OPEN-SW           PIC X(01) VALUE "N".
001160     88  WS-INDEX-OPENED                  VALUE "Y".
001170 01  WS-AGREE-SW                PIC X(01) VALUE "N".
001180     88  WS-AGREE                         VALUE "Y".
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     IF WS-REBUILDING
001230         PERFORM 2000-REBUILD-INDEX THRU 2000-EXIT.
001240     PERFORM 3000-PROVE-INDEX THRU 3000-EXIT.
001250     PERFORM 4000-REPORT-RESULT THRU 4000-EXIT.
001260     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001270     IF WS-AGREE
001280         MOVE 0 TO RETURN-CODE
001290     ELSE
001300         MOVE 8 TO RETURN-CODE.
001310     GOBACK.
001320*----------------------------------------------------------*
001330* 1000-INITIALIZE - READ THE MODE CARD AND FIX THE ARCHIVE *
001340* WINDOW. NO CARD MEANS A FULL REBUILD OVER THE LAST 366   *
001350* DAYS OF ARCHIVES.                                        *
001360*----------------------------------------------------------*
001370 1000-INITIALIZE.
001380     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001390     COMPUTE WS-END-INT =
001400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
001410     COMPUTE WS-FROM-NUM =
001420         FUNCTION DATE-OF-INTEGER(WS-END-INT - 366).
001430     OPEN INPUT CTL-FILE.
001440     IF WS-CTL-OK
001450         READ CTL-FILE
001460         IF WS-CTL-OK
001470             IF CTL-VERIFY-ONLY
001480                 MOVE "V" TO WS-MODE-SW
001490             END-IF
001500             IF CTL-FROM-DATE NUMERIC AND CTL-FROM-DATE > 0
001510                 AND CTL-FROM-DATE NOT > WS-RUN-DATE-NUM
001520                 MOVE CTL-FROM-DATE TO WS-FROM-NUM
001530             END-IF
001540         END-IF
001550         CLOSE CTL-FILE
001560     END-IF.
001570     IF WS-REBUILDING
001580         DISPLAY 'AUDXBLD: REBUILDING AUDINDEX FROM ARCHIVES '
001590             'DATED '
001600             WS-FROM-NUM ' ONWARD AND AUDITLOG'
001610     ELSE
001620         DISPLAY 'AUDXBLD: PROVING AUDINDEX AGAINST ARCHIVES '
001630             'DATED '
001640             WS-FROM-NUM ' ONWARD AND AUDITLOG'.
001650 1000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001680* 2000-REBUILD-INDEX - START THE INDEX EMPTY AND FILE      *
001690* EVERY SEQUENTIAL ENTRY INTO IT, IN THE ORDER THE ENTRIES *
001700* WERE WRITTEN, SO ONE ATTEMPT'S ENTRIES COME BACK OFF THE *
001710* ALTERNATE KEY IN RUN ORDER.                              *
001720*----------------------------------------------------------*
001730 2000-REBUILD-INDEX.
001740     OPEN OUTPUT AUDX-FILE.
001750     IF NOT WS-AUDX-OK
001760         MOVE 'AUDINDEX' TO WS-ERRH-FILE-NAME
001770         MOVE 'OPEN' TO WS-ERRH-OPERATION
001780         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001790             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001800             WS-AUDX-STATUS WS-ERRH-SEVERITY
001810         GO TO 9999-ABEND.
001820     MOVE "L" TO WS-PASS-SW.
001830     PERFORM 5000-WALK-SOURCES THRU 5000-EXIT.
001840     CLOSE AUDX-FILE.
001850     DISPLAY 'AUDXBLD: ' WS-LOADED-COUNT ' ENTRIES LOADED FROM '
001860         WS-ARCHIVE-FILES ' ARCHIVE(S) AND AUDITLOG, '
001870         WS-FAILED-COUNT ' FAILED.'.
001880 2000-EXIT.
001890     EXIT.
001900*----------------------------------------------------------*
001910* 3000-PROVE-INDEX - COUNT WHAT THE INDEX HOLDS, THEN WALK *
001920* THE SEQUENTIAL FILES AGAIN AND LOOK EACH ENTRY UP BY ITS *
001930* KEY. A MISSING INDEX PROVES NOTHING AND IS A             *
001940* DISAGREEMENT.                                            *
001942* WHEN ONLY PROVING, THE INDEX STILL HOLDS ENTRIES POSTED  *
001944* BEFORE THE WINDOW OPENED; THOSE (AND THE SEQUENTIAL ONES *
001946* DATED BEFORE IT) ARE LEFT OUT ON BOTH SIDES AND COUNTED. *
001950*----------------------------------------------------------*
001960 3000-PROVE-INDEX.
001970     MOVE 0 TO WS-SOURCE-COUNT.
001980     MOVE 0 TO WS-ARCHIVE-FILES.
001990     OPEN INPUT AUDX-FILE.
002000     IF NOT WS-AUDX-OK
002010         DISPLAY 'AUDXBLD: *** AUDINDEX CANNOT BE OPENED - '
002020             'STATUS '
002030             WS-AUDX-STATUS
002040         GO TO 3000-EXIT.
002050     MOVE "Y" TO WS-INDEX-OPEN-SW.
002060 3010-COUNT-NEXT.
002070     READ AUDX-FILE NEXT RECORD
002080         AT END
002090             GO TO 3020-COUNT-DONE.
002092     IF WS-VERIFYING-ONLY
002094         AND AUDX-RUN-DATE > 0 AND AUDX-RUN-DATE < WS-FROM-NUM
002096         ADD 1 TO WS-OUTSIDE-COUNT
002098         GO TO 3010-COUNT-NEXT.
002100     ADD 1 TO WS-INDEX-COUNT.
002110     GO TO 3010-COUNT-NEXT.
002120 3020-COUNT-DONE.
002122     IF WS-OUTSIDE-COUNT > 0
002124         DISPLAY 'AUDXBLD: ' WS-OUTSIDE-COUNT ' INDEXED ENTRIES '
002126             'DATED BEFORE ' WS-FROM-NUM
002128             ' LEFT OUT OF THE PROOF.'.
002130     MOVE "P" TO WS-PASS-SW.
002140     PERFORM 5000-WALK-SOURCES THRU 5000-EXIT.
002150     CLOSE AUDX-FILE.
002160 3000-EXIT.
002170     EXIT.
002180*----------------------------------------------------------*
002190* 4000-REPORT-RESULT - THE TWO AGREE WHEN EVERY SEQUENTIAL *
002200* ENTRY WAS FOUND AND THE INDEX HOLDS EXACTLY AS MANY      *
002210* ENTRIES.                                                 *
002220*----------------------------------------------------------*
002230 4000-REPORT-RESULT.
002240     IF WS-INDEX-COUNT > WS-MATCHED-COUNT
002250         COMPUTE WS-EXTRA-COUNT =
002260             WS-INDEX-COUNT - WS-MATCHED-COUNT.
002270     DISPLAY 'AUDXBLD: ' WS-SOURCE-COUNT ' SEQUENTIAL ENTRIES, '
002280         WS-INDEX-COUNT ' INDEXED, ' WS-MATCHED-COUNT ' MATCHED.'.
002290     IF WS-INDEX-OPENED
002300         AND WS-MISSING-COUNT = 0 AND WS-EXTRA-COUNT = 0
002310         AND WS-INDEX-COUNT = WS-SOURCE-COUNT
002320         MOVE "Y" TO WS-AGREE-SW
002330         DISPLAY 'AUDXBLD: AUDINDEX AGREES WITH AUDITLOG AND '
002340             'THE ARCHIVES.'
002350     ELSE
002360         DISPLAY 'AUDXBLD: *** AUDINDEX DISAGREES - '
002370             WS-MISSING-COUNT ' MISSING, ' WS-EXTRA-COUNT
002380             ' NOT ON AUDITLOG OR THE ARCHIVES.'.
002390 4000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------*
002420* 5000-WALK-SOURCES - EVERY ENTRY OF THE SYSTEM OF RECORD, *
002430* OLDEST FIRST: EACH DAY'S ARCHIVE FROM THE START OF THE   *
002440* WINDOW TO THE BUSINESS DATE, THEN THE HOT FILE. EACH     *
002450* ENTRY IS LOADED OR PROVED ACCORDING TO THE PASS.         *
002460*----------------------------------------------------------*
002470 5000-WALK-SOURCES.
002480     COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM).
002490 5010-NEXT-DAY.
002500     IF WS-SCAN-INT > WS-END-INT
002510         GO TO 5050-HOT-FILE.
002520     COMPUTE WS-ARCHIVE-DATE =
002530         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
002540     OPEN INPUT ARCH-FILE.
002550     IF NOT WS-ARCH-OK
002560         GO TO 5040-BUMP-DAY.
002570     ADD 1 TO WS-ARCHIVE-FILES.
002580 5020-READ-ARCHIVE.
002590     READ ARCH-FILE
002600         AT END
002610             GO TO 5030-ARCHIVE-DONE.
002620     MOVE ARCH-RECORD TO AUDIT-RECORD.
002630     PERFORM 5500-TAKE-ENTRY THRU 5500-EXIT.
002640     GO TO 5020-READ-ARCHIVE.
002650 5030-ARCHIVE-DONE.
002660     CLOSE ARCH-FILE.
002670 5040-BUMP-DAY.
002680     ADD 1 TO WS-SCAN-INT.
002690     GO TO 5010-NEXT-DAY.
002700 5050-HOT-FILE.
002710     OPEN INPUT AUDIT-FILE.
002720     IF NOT WS-AUDIT-OK
002730         GO TO 5000-EXIT.
002740 5060-READ-HOT.
002750     READ AUDIT-FILE
002760         AT END
002770             GO TO 5070-HOT-DONE.
002780     PERFORM 5500-TAKE-ENTRY THRU 5500-EXIT.
002790     GO TO 5060-READ-HOT.
002800 5070-HOT-DONE.
002810     CLOSE AUDIT-FILE.
002820 5000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------*
002850* 5500-TAKE-ENTRY - THE KEY AN ENTRY IS FILED UNDER, BUILT *
002860* THE WAY AUDXPOST BUILDS IT (A MISSING RUN DATE OR RUN    *
002865* IDENTIFIER IS ZERO), THEN THE LOAD OR THE LOOK-UP. WHEN  *
002870* ONLY PROVING, AN ENTRY DATED BEFORE THE WINDOW IS        *
002875* PASSED OVER.                                             *
002880*----------------------------------------------------------*
002890 5500-TAKE-ENTRY.
002910     MOVE AUD-PROGRAM-ID TO WS-EK-PROGRAM-ID.
002920     IF AUD-RUN-DATE NUMERIC
002930         MOVE AUD-RUN-DATE TO WS-EK-RUN-DATE
002940     ELSE
002950         MOVE 0 TO WS-EK-RUN-DATE.
002960     IF AUD-RUN-ID NUMERIC
002970         MOVE AUD-RUN-ID TO WS-EK-RUN-ID
002980     ELSE
002990         MOVE 0 TO WS-EK-RUN-ID.
002992     IF WS-VERIFYING-ONLY
002994         AND WS-EK-RUN-DATE > 0 AND WS-EK-RUN-DATE < WS-FROM-NUM
002996         GO TO 5500-EXIT.
002998     ADD 1 TO WS-SOURCE-COUNT.
003000     IF WS-LOAD-PASS
003010         PERFORM 6000-LOAD-ENTRY THRU 6000-EXIT
003020     ELSE
003030         PERFORM 7000-PROVE-ENTRY THRU 7000-EXIT.
003040 5500-EXIT.
003050     EXIT.
003060*----------------------------------------------------------*
003070* 6000-LOAD-ENTRY - FILE ONE ENTRY, TAKING THE NEXT FREE   *
003080* SEQUENCE NUMBER UNDER ITS PROGRAM, DATE AND RUN.         *
003090*----------------------------------------------------------*
003100 6000-LOAD-ENTRY.
003110     MOVE SPACES TO AUDX-RECORD.
003120     MOVE WS-EK-PROGRAM-ID TO AUDX-PROGRAM-ID.
003130     MOVE WS-EK-RUN-DATE TO AUDX-RUN-DATE.
003140     MOVE WS-EK-RUN-ID TO AUDX-RUN-ID.
003150     MOVE 1 TO AUDX-SEQ.
003160     MOVE WS-EK-RUN-DATE TO AUDX-DK-RUN-DATE.
003170     MOVE WS-EK-RUN-ID TO AUDX-DK-RUN-ID.
003180     MOVE AUDIT-RECORD TO AUDX-ENTRY.
003190 6010-WRITE-ENTRY.
003200     WRITE AUDX-RECORD
003210         INVALID KEY
003220             IF WS-AUDX-DUPLICATE AND AUDX-SEQ < 9999
003230                 ADD 1 TO AUDX-SEQ
003240                 GO TO 6010-WRITE-ENTRY
003250             END-IF
003260     END-WRITE.
003270     IF WS-AUDX-OK
003280         ADD 1 TO WS-LOADED-COUNT
003290         GO TO 6000-EXIT.
003300     ADD 1 TO WS-FAILED-COUNT.
003310     MOVE 'AUDINDEX' TO WS-ERRH-FILE-NAME.
003320     MOVE 'WRITE' TO WS-ERRH-OPERATION.
003330     CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003340         WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003350         WS-AUDX-STATUS WS-ERRH-SEVERITY.
003360     IF WS-ERRH-SEVERE
003370         GO TO 9999-ABEND.
003380 6000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------*
003410* 7000-PROVE-ENTRY - LOOK THE ENTRY UP UNDER ITS PROGRAM,  *
003420* DATE AND RUN AND COMPARE IT WITH EACH INDEXED ENTRY      *
003430* FILED THERE. ONE THAT IS NOT FOUND IS LISTED (THE FIRST  *
003440* 50) AND COUNTED MISSING.                                 *
003450*----------------------------------------------------------*
003460 7000-PROVE-ENTRY.
003470     MOVE "N" TO WS-FOUND-SW.
003480     MOVE WS-EK-PROGRAM-ID TO AUDX-PROGRAM-ID.
003490     MOVE WS-EK-RUN-DATE TO AUDX-RUN-DATE.
003500     MOVE WS-EK-RUN-ID TO AUDX-RUN-ID.
003510     MOVE 0 TO AUDX-SEQ.
003520     START AUDX-FILE KEY IS NOT LESS THAN AUDX-KEY
003530         INVALID KEY
003540             GO TO 7090-PROVED
003550     END-START.
003560 7010-READ-NEXT.
003570     READ AUDX-FILE NEXT RECORD
003580         AT END
003590             GO TO 7090-PROVED.
003600     IF AUDX-PROGRAM-ID NOT = WS-EK-PROGRAM-ID
003610         OR AUDX-RUN-DATE NOT = WS-EK-RUN-DATE
003620         OR AUDX-RUN-ID NOT = WS-EK-RUN-ID
003630         GO TO 7090-PROVED.
003640     IF AUDX-ENTRY = AUDIT-RECORD
003650         MOVE "Y" TO WS-FOUND-SW
003660         GO TO 7090-PROVED.
003670     GO TO 7010-READ-NEXT.
003680 7090-PROVED.
003690     IF WS-FOUND
003700         ADD 1 TO WS-MATCHED-COUNT
003710         GO TO 7000-EXIT.
003720     ADD 1 TO WS-MISSING-COUNT.
003730     IF WS-LISTED-COUNT < 50
003740         ADD 1 TO WS-LISTED-COUNT
003750         DISPLAY 'AUDXBLD: *** NOT IN AUDINDEX - ' AUD-PROGRAM-ID
003760             ' DATE ' WS-EK-RUN-DATE ' RUN ' WS-EK-RUN-ID
003770             ' TIME ' AUD-RUN-TIME.
003780 7000-EXIT.
003790     EXIT.
003800*----------------------------------------------------------*
003810* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
003820* SHOP-WIDE AUDIT FILE: ENTRIES READ FROM THE SEQUENTIAL   *
003830* FILES, ENTRIES FOUND IN THE INDEX AS WRITTEN, AND        *
003840* ENTRIES MISSING FROM IT AS REJECTED. DISAGREEMENT IS AN  *
003850* ERROR. THE ENTRY IS POSTED TO THE INDEX LIKE ANY OTHER,  *
003860* AFTER THE PROOF.                                         *
003870*----------------------------------------------------------*
003880 9000-WRITE-AUDIT.
003890     MOVE SPACES TO AUDIT-RECORD.
003900     CALL 'GETRUNID' USING WS-RUN-ID.
003910     MOVE WS-RUN-ID TO AUD-RUN-ID.
003920     MOVE 'AUDXBLD' TO AUD-PROGRAM-ID.
003930     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
003940     ACCEPT AUD-RUN-TIME FROM TIME.
003950     MOVE WS-INDEX-COUNT TO AUD-RECORD-COUNT.
003960     MOVE WS-SOURCE-COUNT TO AUD-READ-COUNT.
003970     MOVE WS-MATCHED-COUNT TO AUD-WRITTEN-COUNT.
003980     MOVE WS-MISSING-COUNT TO AUD-REJECT-COUNT.
003990     IF WS-AGREE
004000         SET AUD-STATUS-OK TO TRUE
004010     ELSE
004020         SET AUD-STATUS-ERROR TO TRUE.
004030     OPEN EXTEND AUDIT-FILE.
004040     IF NOT WS-AUDIT-OK
004050         CLOSE AUDIT-FILE
004060         OPEN OUTPUT AUDIT-FILE.
004070     WRITE AUDIT-RECORD.
004080     IF NOT WS-AUDIT-OK
004090         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
004100         MOVE 'WRITE' TO WS-ERRH-OPERATION
004110         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004120             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004130             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
004140     IF WS-AUDIT-OK
004150         CALL 'AUDXPOST' USING AUDIT-RECORD.
004160     CLOSE AUDIT-FILE.
004170 9000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 9999-ABEND - THE INDEX COULD NOT BE CREATED OR WRITTEN.  *
004210* END THE RUN WITH A NONZERO RETURN-CODE SO THE CALLER     *
004220* SEES THE STEP AS FAILED; AUDITLOG ITSELF IS UNTOUCHED.   *
004230*----------------------------------------------------------*
004240 9999-ABEND.
004250     DISPLAY 'AUDXBLD: ABENDING - UNRECOVERABLE FILE ERROR.'.
004260     MOVE 16 TO RETURN-CODE.
004270     GOBACK.
