000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRMCONV.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-11.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-11 AG  FIRST VERSION. ONE-TIME CONVERSION OF THE *
000110*                PER-PRIME MASTER (PRMMAST, ONE RECORD PER *
000120*                PRIME) TO THE BLOCK ORGANIZATION          *
000130*                (PRMBLOK, ONE RECORD OF PRIMALITY FLAGS   *
000140*                PER 1,000 INTEGERS - SEE PRMBKREC). EVERY *
000150*                BLOCK FROM 0 THROUGH THE ONE HOLDING THE  *
000160*                PRMHIWTR HIGH-WATER MARK IS WRITTEN,      *
000170*                EMPTY OR NOT, SO A MISSING BLOCK IS       *
000180*                ALWAYS A FINDING. THE NEW FILE IS THEN    *
000190*                READ BACK AND THE RECORD COUNTS PROVED -  *
000200*                PRIMES READ FROM PRMMAST, PRIMES COUNTED  *
000210*                ON THE BLOCKS AND PRIME FLAGS ACTUALLY    *
000220*                SET MUST ALL AGREE, AND SO MUST BLOCKS    *
000230*                WRITTEN AND READ BACK. ONLY A PROVED      *
000240*                CONVERSION SWITCHES THE ORGANIZATION FLAG *
000250*                ON PRMHIWTR TO 'B', WHICH MOVES PRIMES,   *
000260*                PRMINQ, PRMVERIFY AND PRMFACT OVER TO THE *
000270*                BLOCKS. A RUN AGAINST A MASTER ALREADY    *
000280*                CONVERTED, WITH NO HIGH-WATER MARK, OR    *
000290*                WITH NO PRMMAST IS REFUSED WITH RETURN    *
000300*                CODE 8 AND NOTHING IS CHANGED; A FAILED   *
000310*                PROOF ALSO ENDS WITH 8 AND LEAVES PRMMAST *
000320*                IN FORCE. PRMMAST ITSELF IS LEFT IN PLACE *
000330*                FOR FALLBACK. THE COUNTS GO TO PRMCVRPT   *
000333*                AND THE AUDIT ENTRY.                      *
000336* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000340*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000341*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000342*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000343*                KEY.                                      *
000344* 2026-10-15 AG  4000-SWITCH-ORGANIZATION NOW CHECKS THE   *
000345*                OPEN AND WRITE OF PRMHIWTR. A FAILURE     *
000346*                GOES TO ERRHANDLE, UNDOES THE PROOF SO    *
000347*                THE RUN ENDS WITH RETURN CODE 8 AND AN    *
000348*                ERROR AUDIT ENTRY, AND IS NAMED ON        *
000349*                PRMCVRPT.                                 *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MASTER-FILE ASSIGN TO "PRMMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PM-PRIME
000430         FILE STATUS IS WS-MASTER-STATUS.
000440     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PB-BLOCK-NO
000480         FILE STATUS IS WS-BLOCK-STATUS.
000490     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HIWATER-STATUS.
000520     SELECT RPT-FILE ASSIGN TO "PRMCVRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  MASTER-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  MASTER-RECORD.
000630     05  PM-PRIME               PIC 9(10).
000640     05  FILLER                 PIC X(70).
000650 FD  BLOCK-FILE
000660     RECORD CONTAINS 1024 CHARACTERS.
000670     COPY PRMBKREC.
000680 FD  HIWATER-FILE
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  HIWATER-RECORD.
000710     05  HW-LAST-SCANNED        PIC 9(10).
000720     05  HW-MASTER-ORG          PIC X(01).
000730         88  HW-BLOCK-ORG                 VALUE "B".
000740     05  FILLER                 PIC X(69).
000750 FD  RPT-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  RPT-RECORD                 PIC X(80).
000780 FD  AUDIT-FILE
000790     RECORD CONTAINS 100 CHARACTERS.
000800     COPY AUDITREC.
000810 WORKING-STORAGE SECTION.
000820 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000830     88  WS-MASTER-OK                     VALUE "00".
000840 01  WS-BLOCK-STATUS            PIC X(02) VALUE "00".
000850     88  WS-BLOCK-OK                      VALUE "00".
000860 01  WS-HIWATER-STATUS          PIC X(02) VALUE "00".
000870     88  WS-HIWATER-OK                    VALUE "00".
000880 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000890     88  WS-RPT-OK                        VALUE "00".
000900 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000910     88  WS-AUDIT-OK                      VALUE "00".
000920 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'PRMCONV'.
000930 01  WS-ERRH-FILE-NAME          PIC X(08).
000940 01  WS-ERRH-OPERATION          PIC X(06).
000950 01  WS-ERRH-SEVERITY           PIC X(02).
000960     88  WS-ERRH-SEVERE                   VALUE "08".
000970 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000980 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000990 01  WS-HIWATER                 PIC 9(10) VALUE 0.
001000 01  WS-HIWATER-ORG             PIC X(01) VALUE SPACE.
001010     88  WS-ALREADY-BLOCKS                VALUE "B".
001020 01  WS-REFUSE-SW               PIC X(01) VALUE "N".
001030     88  WS-REFUSED                       VALUE "Y".
001040 01  WS-PROVED-SW               PIC X(01) VALUE "N".
001050     88  WS-PROVED                        VALUE "Y".
001053 01  WS-SWITCH-FAIL-SW          PIC X(01) VALUE "N".
001056     88  WS-SWITCH-FAILED                 VALUE "Y".
001060 01  WS-CV-CUR-BLOCK            PIC 9(08) VALUE 0.
001070 01  WS-CV-LAST-BLOCK           PIC 9(08) VALUE 0.
001080 01  WS-CV-PRIME-BLOCK          PIC 9(08) VALUE 0.
001090 01  WS-CV-FLAG-SUB             PIC 9(04) VALUE 0.
001100 01  WS-CV-TALLY                PIC 9(04) VALUE 0.
001110 01  WS-CV-PRIMES-READ          PIC 9(09) VALUE 0.
001120 01  WS-CV-ABOVE-MARK           PIC 9(09) VALUE 0.
001130 01  WS-CV-BLOCKS-WRITTEN       PIC 9(09) VALUE 0.
001140 01  WS-CV-WRITE-ERRORS         PIC 9(09) VALUE 0.
001150 01  WS-CV-BLOCKS-READ          PIC 9(09) VALUE 0.
001160 01  WS-CV-COUNTED              PIC 9(09) VALUE 0.
001170 01  WS-CV-FLAGGED              PIC 9(09) VALUE 0.
001180 01  WS-COUNT-LINE.
001190     05  FILLER                 PIC X(01) VALUE SPACES.
001200     05  WS-CL-LABEL            PIC X(40).
001210     05  WS-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001220     05  FILLER                 PIC X(28) VALUE SPACES.
001230     COPY RPTHDFT.
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     IF WS-REFUSED
001280         GO TO 0900-FINISH.
001290     PERFORM 2000-BUILD-BLOCKS THRU 2000-EXIT.
001300     PERFORM 3000-PROVE-COUNTS THRU 3000-EXIT.
001310     IF WS-PROVED
001320         PERFORM 4000-SWITCH-ORGANIZATION THRU 4000-EXIT.
001330 0900-FINISH.
001340     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
001350     CLOSE RPT-FILE.
001360     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001370     IF WS-PROVED
001380         MOVE 0 TO RETURN-CODE
001390     ELSE
001400         MOVE 8 TO RETURN-CODE.
001410     GOBACK.
001420*----------------------------------------------------------*
001430* 1000-INITIALIZE - OPEN THE REPORT, PICK UP THE           *
001440* HIGH-WATER MARK AND THE ORGANIZATION IN FORCE, AND       *
001450* REFUSE THE RUN WHEN THERE IS NOTHING TO CONVERT OR IT    *
001460* HAS ALREADY BEEN DONE. THE BLOCK FILE IS CREATED EMPTY   *
001470* ONLY ONCE EVERY CHECK HAS PASSED.                        *
001480*----------------------------------------------------------*
001490 1000-INITIALIZE.
001500     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001510     OPEN OUTPUT RPT-FILE.
001520     IF NOT WS-RPT-OK
001530         MOVE 'PRMCVRPT' TO WS-ERRH-FILE-NAME
001540         MOVE 'OPEN' TO WS-ERRH-OPERATION
001550         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001560             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001570             WS-RPT-STATUS WS-ERRH-SEVERITY
001580         MOVE 16 TO RETURN-CODE
001590         GOBACK.
001600     MOVE 'PRMCONV' TO RPTHD-PROGRAM-NAME.
001610     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
001620     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001630     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
001640     WRITE RPT-RECORD.
001650     MOVE 'PRIME MASTER CONVERSION TO BLOCK ORGANIZATION' TO
001660         RPTTL-COLUMN-TITLES.
001670     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001680     WRITE RPT-RECORD.
001690     OPEN INPUT HIWATER-FILE.
001700     IF WS-HIWATER-OK
001710         READ HIWATER-FILE
001720         IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
001730             MOVE HW-LAST-SCANNED TO WS-HIWATER
001740             MOVE HW-MASTER-ORG TO WS-HIWATER-ORG
001750         END-IF
001760         CLOSE HIWATER-FILE
001770     END-IF.
001780     IF WS-ALREADY-BLOCKS
001790         MOVE 'REFUSED - MASTER IS ALREADY IN BLOCKS'
001800             TO RPT-RECORD
001810         GO TO 1080-REFUSE.
001820     IF WS-HIWATER = 0
001830         MOVE 'REFUSED - NO HIGH-WATER MARK, NOTHING SCANNED'
001840             TO RPT-RECORD
001850         GO TO 1080-REFUSE.
001860     OPEN INPUT MASTER-FILE.
001870     IF NOT WS-MASTER-OK
001880         MOVE 'REFUSED - PER-PRIME MASTER PRMMAST UNAVAILABLE'
001890             TO RPT-RECORD
001900         GO TO 1080-REFUSE.
001910     OPEN OUTPUT BLOCK-FILE.
001920     IF NOT WS-BLOCK-OK
001930         CLOSE MASTER-FILE
001940         MOVE 'REFUSED - BLOCK MASTER PRMBLOK CANNOT BE CREATED'
001950             TO RPT-RECORD
001960         GO TO 1080-REFUSE.
001970     DIVIDE WS-HIWATER BY 1000 GIVING WS-CV-LAST-BLOCK.
001980     GO TO 1000-EXIT.
001990 1080-REFUSE.
002000     DISPLAY 'PRMCONV: ' RPT-RECORD.
002010     WRITE RPT-RECORD.
002020     MOVE "Y" TO WS-REFUSE-SW.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------*
002060* 2000-BUILD-BLOCKS - READ THE PER-PRIME MASTER IN KEY     *
002070* ORDER AND SET EACH PRIME'S FLAG IN ITS BLOCK. A BLOCK IS *
002080* WRITTEN WHEN THE NEXT PRIME FALLS IN A LATER ONE, AND    *
002090* THE EMPTY BLOCKS BETWEEN ARE WRITTEN TOO, THROUGH THE    *
002100* BLOCK THAT HOLDS THE HIGH-WATER MARK. A PRIME ABOVE THE  *
002110* MARK SHOULD NOT EXIST; IT IS COUNTED AND LEFT OUT, AND   *
002120* THE PROOF THEN FAILS.                                    *
002130*----------------------------------------------------------*
002140 2000-BUILD-BLOCKS.
002150     MOVE 0 TO WS-CV-CUR-BLOCK.
002160     PERFORM 2500-CLEAR-BLOCK THRU 2500-EXIT.
002170 2010-READ-NEXT.
002180     READ MASTER-FILE NEXT RECORD
002190         AT END
002200             GO TO 2080-FLUSH-REST.
002210     ADD 1 TO WS-CV-PRIMES-READ.
002220     IF PM-PRIME > WS-HIWATER
002230         ADD 1 TO WS-CV-ABOVE-MARK
002240         DISPLAY 'PRMCONV: *** PRIME ' PM-PRIME
002250             ' IS ABOVE THE HIGH-WATER MARK - LEFT OUT'
002260         GO TO 2010-READ-NEXT.
002270     DIVIDE PM-PRIME BY 1000 GIVING WS-CV-PRIME-BLOCK.
002280 2020-CATCH-UP.
002290     IF WS-CV-PRIME-BLOCK > WS-CV-CUR-BLOCK
002300         PERFORM 2600-WRITE-BLOCK THRU 2600-EXIT
002310         ADD 1 TO WS-CV-CUR-BLOCK
002320         PERFORM 2500-CLEAR-BLOCK THRU 2500-EXIT
002330         GO TO 2020-CATCH-UP.
002340     COMPUTE WS-CV-FLAG-SUB =
002350         PM-PRIME - WS-CV-CUR-BLOCK * 1000 + 1.
002360     IF PB-FLAG (WS-CV-FLAG-SUB) NOT = '1'
002370         MOVE '1' TO PB-FLAG (WS-CV-FLAG-SUB)
002380         ADD 1 TO PB-PRIME-COUNT.
002390     GO TO 2010-READ-NEXT.
002400 2080-FLUSH-REST.
002410     PERFORM 2600-WRITE-BLOCK THRU 2600-EXIT.
002420     IF WS-CV-CUR-BLOCK < WS-CV-LAST-BLOCK
002430         ADD 1 TO WS-CV-CUR-BLOCK
002440         PERFORM 2500-CLEAR-BLOCK THRU 2500-EXIT
002450         GO TO 2080-FLUSH-REST.
002460     CLOSE MASTER-FILE.
002470     CLOSE BLOCK-FILE.
002480 2000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------*
002510* 2500-CLEAR-BLOCK - START A FRESH BLOCK RECORD FOR        *
002520* WS-CV-CUR-BLOCK WITH EVERY FLAG OFF.                     *
002530*----------------------------------------------------------*
002540 2500-CLEAR-BLOCK.
002550     MOVE SPACES TO PRMBLOK-RECORD.
002560     MOVE WS-CV-CUR-BLOCK TO PB-BLOCK-NO.
002570     MOVE 0 TO PB-PRIME-COUNT.
002580     MOVE ALL '0' TO PB-FLAGS.
002590 2500-EXIT.
002600     EXIT.
002610*----------------------------------------------------------*
002620* 2600-WRITE-BLOCK - WRITE THE CURRENT BLOCK WITH THE      *
002630* SHOP'S STANDARD WRITE CHECK. A FAILED WRITE IS COUNTED   *
002640* SO THE PROOF CANNOT PASS.                                *
002650*----------------------------------------------------------*
002660 2600-WRITE-BLOCK.
002670     WRITE PRMBLOK-RECORD
002680         INVALID KEY
002690             ADD 1 TO WS-CV-WRITE-ERRORS
002700         NOT INVALID KEY
002710             ADD 1 TO WS-CV-BLOCKS-WRITTEN
002720     END-WRITE.
002730     IF NOT WS-BLOCK-OK
002740         MOVE 'PRMBLOK' TO WS-ERRH-FILE-NAME
002750         MOVE 'WRITE' TO WS-ERRH-OPERATION
002760         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002770             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002780             WS-BLOCK-STATUS WS-ERRH-SEVERITY.
002790 2600-EXIT.
002800     EXIT.
002810*----------------------------------------------------------*
002820* 3000-PROVE-COUNTS - READ THE NEW BLOCK FILE BACK FROM    *
002830* THE START. THE STORED PRIME COUNTS AND A FRESH TALLY OF  *
002840* THE '1' FLAGS MUST BOTH EQUAL THE PRIMES READ FROM       *
002850* PRMMAST, EVERY BLOCK WRITTEN MUST READ BACK, AND NO      *
002860* WRITE MAY HAVE FAILED.                                   *
002870*----------------------------------------------------------*
002880 3000-PROVE-COUNTS.
002890     OPEN INPUT BLOCK-FILE.
002900     IF NOT WS-BLOCK-OK
002910         DISPLAY 'PRMCONV: BLOCK MASTER WILL NOT REOPEN - STATUS '
002920             WS-BLOCK-STATUS
002930         GO TO 3000-EXIT.
002940 3010-READ-NEXT.
002950     READ BLOCK-FILE NEXT RECORD
002960         AT END
002970             GO TO 3080-COMPARE.
002980     ADD 1 TO WS-CV-BLOCKS-READ.
002990     ADD PB-PRIME-COUNT TO WS-CV-COUNTED.
003000     MOVE 0 TO WS-CV-TALLY.
003010     INSPECT PB-FLAGS TALLYING WS-CV-TALLY FOR ALL '1'.
003020     ADD WS-CV-TALLY TO WS-CV-FLAGGED.
003030     GO TO 3010-READ-NEXT.
003040 3080-COMPARE.
003050     CLOSE BLOCK-FILE.
003060     IF WS-CV-COUNTED = WS-CV-PRIMES-READ
003070         AND WS-CV-FLAGGED = WS-CV-PRIMES-READ
003080         AND WS-CV-BLOCKS-READ = WS-CV-BLOCKS-WRITTEN
003090         AND WS-CV-BLOCKS-WRITTEN = WS-CV-LAST-BLOCK + 1
003100         AND WS-CV-WRITE-ERRORS = 0
003110         AND WS-CV-ABOVE-MARK = 0
003120         MOVE "Y" TO WS-PROVED-SW.
003130 3000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------*
003160* 4000-SWITCH-ORGANIZATION - THE CONVERSION IS PROVED:     *
003170* REWRITE THE HIGH-WATER MARK WITH THE BLOCK ORGANIZATION  *
003180* FLAG SO EVERY PRIME PROGRAM MOVES TO PRMBLOK FROM ITS    *
003190* NEXT RUN.                                                *
003192* A HIGH-WATER FILE THAT WILL NOT OPEN OR TAKE THE RECORD  *
003194* LEAVES THE SWITCH UNMADE - THE RUN IS THEN UNPROVED AND  *
003196* ENDS WITH RETURN CODE 8 AND AN ERROR AUDIT ENTRY.        *
003200*----------------------------------------------------------*
003210 4000-SWITCH-ORGANIZATION.
003220     OPEN OUTPUT HIWATER-FILE.
003222     IF NOT WS-HIWATER-OK
003224         MOVE 'OPEN' TO WS-ERRH-OPERATION
003226         GO TO 4080-SWITCH-FAILED.
003230     MOVE SPACES TO HIWATER-RECORD.
003240     MOVE WS-HIWATER TO HW-LAST-SCANNED.
003250     MOVE "B" TO HW-MASTER-ORG.
003260     WRITE HIWATER-RECORD.
003262     IF WS-HIWATER-OK
003264         CLOSE HIWATER-FILE
003266         GO TO 4000-EXIT.
003268     MOVE 'WRITE' TO WS-ERRH-OPERATION.
003270     CLOSE HIWATER-FILE.
003271 4080-SWITCH-FAILED.
003272     MOVE 'PRMHIWTR' TO WS-ERRH-FILE-NAME.
003273     CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003274         WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003275         WS-HIWATER-STATUS WS-ERRH-SEVERITY.
003276     MOVE "N" TO WS-PROVED-SW.
003277     MOVE "Y" TO WS-SWITCH-FAIL-SW.
003280 4000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------*
003310* 5000-PRINT-COUNTS - THE RECORD COUNTS THAT PROVE NOTHING *
003320* WAS LOST, AND THE OUTCOME.                               *
003330*----------------------------------------------------------*
003340 5000-PRINT-COUNTS.
003350     IF WS-REFUSED
003360         GO TO 5000-EXIT.
003370     MOVE 'PRIMES READ FROM PRMMAST' TO WS-CL-LABEL.
003380     MOVE WS-CV-PRIMES-READ TO WS-CL-COUNT.
003390     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003400     MOVE 'PRIMES ABOVE THE HIGH-WATER MARK' TO WS-CL-LABEL.
003410     MOVE WS-CV-ABOVE-MARK TO WS-CL-COUNT.
003420     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003430     MOVE 'BLOCKS WRITTEN TO PRMBLOK' TO WS-CL-LABEL.
003440     MOVE WS-CV-BLOCKS-WRITTEN TO WS-CL-COUNT.
003450     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003460     MOVE 'BLOCK WRITES FAILED' TO WS-CL-LABEL.
003470     MOVE WS-CV-WRITE-ERRORS TO WS-CL-COUNT.
003480     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003490     MOVE 'BLOCKS READ BACK' TO WS-CL-LABEL.
003500     MOVE WS-CV-BLOCKS-READ TO WS-CL-COUNT.
003510     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003520     MOVE 'PRIMES COUNTED ON THE BLOCKS' TO WS-CL-LABEL.
003530     MOVE WS-CV-COUNTED TO WS-CL-COUNT.
003540     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003550     MOVE 'PRIME FLAGS SET ON THE BLOCKS' TO WS-CL-LABEL.
003560     MOVE WS-CV-FLAGGED TO WS-CL-COUNT.
003570     PERFORM 5100-PUT-COUNT THRU 5100-EXIT.
003580     IF WS-PROVED
003590         MOVE 'COUNTS AGREE - BLOCK ORGANIZATION NOW IN FORCE'
003600             TO RPT-RECORD
003610     ELSE
003620         MOVE 'COUNTS DISAGREE - PRMMAST REMAINS IN FORCE'
003622             TO RPT-RECORD.
003624     IF WS-SWITCH-FAILED
003626         MOVE 'COUNTS AGREE - PRMHIWTR NOT UPDATED, SEE ERRHANDLE'
003630             TO RPT-RECORD.
003640     DISPLAY 'PRMCONV: ' RPT-RECORD.
003650     WRITE RPT-RECORD.
003660 5000-EXIT.
003670     EXIT.
003680*----------------------------------------------------------*
003690* 5100-PUT-COUNT - ONE COUNT LINE TO SYSOUT AND THE REPORT *
003700* WITH THE SHOP'S STANDARD WRITE CHECK.                    *
003710*----------------------------------------------------------*
003720 5100-PUT-COUNT.
003730     DISPLAY 'PRMCONV: ' WS-CL-LABEL WS-CL-COUNT.
003740     MOVE WS-COUNT-LINE TO RPT-RECORD.
003750     WRITE RPT-RECORD.
003760     IF NOT WS-RPT-OK
003770         MOVE 'PRMCVRPT' TO WS-ERRH-FILE-NAME
003780         MOVE 'WRITE' TO WS-ERRH-OPERATION
003790         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003800             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003810             WS-RPT-STATUS WS-ERRH-SEVERITY.
003820 5100-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
003860* SHOP-WIDE AUDIT FILE. PRIMES READ BALANCE AGAINST PRIME  *
003870* FLAGS WRITTEN; THE BLOCK COUNT IS THE RECORD COUNT. A    *
003880* REFUSED OR UNPROVED RUN CARRIES THE ERROR STATUS.        *
003890*----------------------------------------------------------*
003900 9000-WRITE-AUDIT.
003910     MOVE SPACES TO AUDIT-RECORD.
003920     CALL 'GETRUNID' USING WS-RUN-ID.
003930     MOVE WS-RUN-ID TO AUD-RUN-ID.
003940     MOVE 'PRMCONV' TO AUD-PROGRAM-ID.
003950     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
003960     ACCEPT AUD-RUN-TIME FROM TIME.
003970     MOVE WS-CV-BLOCKS-WRITTEN TO AUD-RECORD-COUNT.
003980     MOVE WS-CV-PRIMES-READ TO AUD-READ-COUNT.
003990     MOVE WS-CV-FLAGGED TO AUD-WRITTEN-COUNT.
004000     MOVE WS-CV-ABOVE-MARK TO AUD-REJECT-COUNT.
004010     IF WS-PROVED
004020         SET AUD-STATUS-OK TO TRUE
004030     ELSE
004040         SET AUD-STATUS-ERROR TO TRUE.
004050     OPEN EXTEND AUDIT-FILE.
004060     IF NOT WS-AUDIT-OK
004070         CLOSE AUDIT-FILE
004080         OPEN OUTPUT AUDIT-FILE.
004090     WRITE AUDIT-RECORD.
004100     IF NOT WS-AUDIT-OK
004110         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
004120         MOVE 'WRITE' TO WS-ERRH-OPERATION
004130         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004140             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004150             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
004153     IF WS-AUDIT-OK
004156         CALL 'AUDXPOST' USING AUDIT-RECORD.
004160     CLOSE AUDIT-FILE.
004170 9000-EXIT.
004180     EXIT.
