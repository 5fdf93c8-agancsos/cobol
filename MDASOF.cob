000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDASOF.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-09-23.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* 2026-09-23 AG  FIRST VERSION. POINT-IN-TIME ROSTER        *
000110*                RECONSTRUCTION FOR HR AND AUDIT ("WHO WAS  *
000120*                ON THE ROSTER AT QUARTER-END"). THE CARD   *
000130*                (MDASPARM) NAMES THE AS-OF DATE. THE       *
000140*                NEWEST MDBACKUP UNLOAD (MDROSTBK.CCYYMMDD) *
000150*                DATED ON OR BEFORE IT IS LOADED INTO A     *
000160*                PRIVATE INDEXED WORK COPY (MDASOFWK) AND   *
000170*                THE MDJRNL AFTER-IMAGES FROM THE BACKUP'S  *
000180*                DATE THROUGH THE AS-OF DATE ARE ROLLED     *
000190*                FORWARD OVER IT, IN JOURNAL ORDER. THE     *
000200*                BACKUP IS TAKEN AHEAD OF THAT NIGHT'S      *
000210*                MAINTENANCE, SO ITS OWN DATE'S ENTRIES ARE *
000220*                APPLIED; AFTER-IMAGES ARE WHOLE RECORDS,   *
000230*                SO AN ENTRY ALREADY IN THE BACKUP APPLIES  *
000240*                HARMLESSLY. THE RESULT IS THE ROSTER AS IT *
000250*                STOOD AT THE END OF THE AS-OF DATE: A FULL *
000260*                LISTING (MDASOFRP) THAT NAMES THE BACKUP   *
000270*                GENERATION AND THE NUMBER OF JOURNAL       *
000280*                ENTRIES USED, AND A FLAT EXTRACT IN THE    *
000290*                MDXOUT SHAPE (MDASOFXT). THE LIVE MDROSTER *
000300*                IS NEVER OPENED.                           *
000301* 2026-10-08 AG  A PURGE ENTRY (ACTION P, AN EMPLOYEE MOVED *
000302*                TO THE INACTIVE-EMPLOYEE ARCHIVE BY        *
000303*                MDPURGE) TAKES THE EMPLOYEE OFF THE        *
000304*                RECONSTRUCTED ROSTER THE SAME WAY A DELETE *
000305*                DOES, INSTEAD OF BEING SKIPPED AS UNKNOWN. *
000306* 2026-10-15 AG  A RESTORE ENTRY (ACTION U, AN EMPLOYEE     *
000307*                BROUGHT BACK OFF THE ARCHIVE FOR A REHIRE) *
000308*                NOW APPLIES ITS AFTER-IMAGE LIKE AN ADD    *
000309*                INSTEAD OF BEING SKIPPED AS UNKNOWN.       *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE ASSIGN TO "MDASPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380     SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BACKUP-STATUS.
000410     SELECT JRNL-FILE ASSIGN TO "MDJRNL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-JRNL-STATUS.
000440     SELECT WORK-FILE ASSIGN TO "MDASOFWK"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS WK-EMPNO
000480         FILE STATUS IS WS-WORK-STATUS.
000490     SELECT RPT-FILE ASSIGN TO "MDASOFRP"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520     SELECT EXTRACT-FILE ASSIGN TO "MDASOFXT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EXTRACT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  PARM-RECORD.
000600     05  PARM-ASOF-DATE         PIC 9(08).
000610     05  FILLER                 PIC X(72).
000620 FD  BACKUP-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  BACKUP-RECORD              PIC X(80).
000650 FD  JRNL-FILE
000660     RECORD CONTAINS 180 CHARACTERS.
000670     COPY MDJRNREC.
000680 FD  WORK-FILE
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  WORK-RECORD.
000710     05  WK-EMPNO               PIC 9(06).
000720     05  FILLER                 PIC X(74).
000730 FD  RPT-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  RPT-RECORD                 PIC X(80).
000760 FD  EXTRACT-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  EXTRACT-RECORD             PIC X(80).
000790 WORKING-STORAGE SECTION.
000800 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000810     88  WS-PARM-OK                       VALUE "00".
000820 01  WS-BACKUP-STATUS           PIC X(02) VALUE "00".
000830     88  WS-BACKUP-OK                     VALUE "00".
000840     88  WS-BACKUP-EOF                    VALUE "10".
000850 01  WS-JRNL-STATUS             PIC X(02) VALUE "00".
000860     88  WS-JRNL-OK                       VALUE "00".
000870     88  WS-JRNL-EOF                      VALUE "10".
000880 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
000890     88  WS-WORK-OK                       VALUE "00".
000900 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000910     88  WS-RPT-OK                        VALUE "00".
000920 01  WS-EXTRACT-STATUS          PIC X(02) VALUE "00".
000930     88  WS-EXTRACT-OK                    VALUE "00".
000940 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDASOF'.
000950 01  WS-ERRH-FILE-NAME          PIC X(08).
000960 01  WS-ERRH-OPERATION          PIC X(06).
000970 01  WS-ERRH-SEVERITY           PIC X(02).
000980     88  WS-ERRH-SEVERE                   VALUE "08".
000990 01  WS-BACKUP-NAME             PIC X(17)
001000         VALUE 'MDROSTBK.00000000'.
001010 01  WS-BACKUP-NAME-R REDEFINES WS-BACKUP-NAME.
001020     05  FILLER                 PIC X(09).
001030     05  WS-BACKUP-DATE         PIC 9(08).
001040 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001050 01  WS-ASOF-DATE               PIC 9(08) VALUE 0.
001060 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001070 01  WS-SCAN-DAYS               PIC 9(03) VALUE 0.
001080 01  WS-BACKUP-FOUND-SW         PIC X(01) VALUE "N".
001090     88  WS-BACKUP-FOUND                  VALUE "Y".
001100 01  WS-BACKUP-COUNT            PIC 9(07) VALUE 0.
001110 01  WS-JRNL-APPLIED            PIC 9(07) VALUE 0.
001120 01  WS-JRNL-ADDS               PIC 9(07) VALUE 0.
001130 01  WS-JRNL-CHANGES            PIC 9(07) VALUE 0.
001140 01  WS-JRNL-DELETES            PIC 9(07) VALUE 0.
001150 01  WS-JRNL-UNMATCHED          PIC 9(07) VALUE 0.
001160 01  WS-LISTED-COUNT            PIC 9(07) VALUE 0.
001170 01  WS-ACTIVE-COUNT            PIC 9(07) VALUE 0.
001180 01  WS-MSTR-START-NUM          PIC 9(08) VALUE 0.
001190 01  WS-MSTR-END-NUM            PIC 9(08) VALUE 0.
001200*    THE RECONSTRUCTED RECORD BEING APPLIED OR LISTED.
001210     COPY MDMSTREC.
001220 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001230 01  WS-SOURCE-LINE.
001240     05  FILLER                 PIC X(16) VALUE
001250             ' ROSTER AS OF   '.
001260     05  WS-SRC-ASOF            PIC 9999/99/99.
001270     05  FILLER                 PIC X(13) VALUE
001280             ' FROM BACKUP '.
001290     05  WS-SRC-BACKUP          PIC X(17).
001300     05  FILLER                 PIC X(02) VALUE ' ('.
001310     05  WS-SRC-BACKUP-COUNT    PIC ZZZZZZ9.
001320     05  FILLER                 PIC X(09) VALUE ' RECORDS)'.
001330     05  FILLER                 PIC X(06) VALUE SPACES.
001340 01  WS-JOURNAL-LINE.
001350     05  FILLER                 PIC X(16) VALUE
001360             ' JOURNAL USED   '.
001370     05  WS-JL-APPLIED          PIC ZZZZZZ9.
001380     05  FILLER                 PIC X(16) VALUE
001390             ' ENTRIES FROM   '.
001400     05  WS-JL-FROM             PIC 9999/99/99.
001410     05  FILLER                 PIC X(09) VALUE ' THROUGH '.
001420     05  WS-JL-TO               PIC 9999/99/99.
001430     05  FILLER                 PIC X(12) VALUE SPACES.
001440 01  WS-ACTION-LINE.
001450     05  FILLER                 PIC X(16) VALUE
001460             '   ADDS         '.
001470     05  WS-AL-ADDS             PIC ZZZZZZ9.
001480     05  FILLER                 PIC X(10) VALUE
001490             '  CHANGES '.
001500     05  WS-AL-CHANGES          PIC ZZZZZZ9.
001510     05  FILLER                 PIC X(10) VALUE
001520             '  DELETES '.
001530     05  WS-AL-DELETES          PIC ZZZZZZ9.
001540     05  FILLER                 PIC X(12) VALUE
001550             '  UNMATCHED '.
001560     05  WS-AL-UNMATCHED        PIC ZZZZZZ9.
001570     05  FILLER                 PIC X(04) VALUE SPACES.
001580 01  WS-TOTAL-LINE.
001590     05  FILLER                 PIC X(16) VALUE
001600             ' EMPLOYEES      '.
001610     05  WS-TL-LISTED           PIC ZZZZZZ9.
001620     05  FILLER                 PIC X(10) VALUE
001630             '  ACTIVE  '.
001640     05  WS-TL-ACTIVE           PIC ZZZZZZ9.
001650     05  FILLER                 PIC X(40) VALUE SPACES.
001660 01  WS-DETAIL-LINE.
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  WS-DET-EMPNO           PIC 9(06).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  WS-DET-NAME            PIC X(20).
001710     05  FILLER                 PIC X(01) VALUE SPACES.
001720     05  WS-DET-DEPT            PIC X(04).
001730     05  FILLER                 PIC X(01) VALUE SPACES.
001740     05  WS-DET-STATUS          PIC X(01).
001750     05  FILLER                 PIC X(01) VALUE SPACES.
001760     05  WS-DET-START           PIC 9999/99/99.
001770     05  FILLER                 PIC X(01) VALUE '-'.
001780     05  WS-DET-END             PIC 9999/99/99.
001790     05  FILLER                 PIC X(01) VALUE SPACES.
001800     05  WS-DET-DURATION        PIC ZZZZZ9.
001810     05  FILLER                 PIC X(17) VALUE SPACES.
001820     COPY RPTHDFT.
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001860     PERFORM 1000-READ-PARM THRU 1000-EXIT.
001870     IF WS-ASOF-DATE = 0
001880         DISPLAY 'MDASOF: NO AS-OF DATE SUPPLIED - NOTHING DONE'
001890         MOVE 8 TO RETURN-CODE
001900         GOBACK.
001910     IF WS-ASOF-DATE > WS-RUN-DATE-NUM
001920         DISPLAY 'MDASOF: AS-OF DATE ' WS-ASOF-DATE
001930             ' IS AFTER THE BUSINESS DATE - NOTHING DONE'
001940         MOVE 8 TO RETURN-CODE
001950         GOBACK.
001960     PERFORM 2000-FIND-BACKUP THRU 2000-EXIT.
001970     IF NOT WS-BACKUP-FOUND
001980         DISPLAY 'MDASOF: NO MDBACKUP GENERATION ON OR BEFORE '
001990             WS-ASOF-DATE ' - CANNOT RECONSTRUCT'
002000         MOVE 8 TO RETURN-CODE
002010         GOBACK.
002020     PERFORM 3000-LOAD-BACKUP THRU 3000-EXIT.
002030     PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT.
002040     PERFORM 5000-LIST-ROSTER THRU 5000-EXIT.
002050     DISPLAY 'MDASOF: ROSTER AS OF ' WS-ASOF-DATE ' FROM '
002060         WS-BACKUP-NAME ' PLUS ' WS-JRNL-APPLIED
002070         ' JOURNAL ENTRIES - ' WS-LISTED-COUNT ' EMPLOYEES.'.
002080     IF WS-JRNL-UNMATCHED > 0
002090         DISPLAY 'MDASOF: ' WS-JRNL-UNMATCHED
002100             ' JOURNAL DELETE(S) FOUND NOTHING TO DELETE'
002110         MOVE 4 TO RETURN-CODE
002120     ELSE
002130         MOVE 0 TO RETURN-CODE.
002140     GOBACK.
002150*----------------------------------------------------------*
002160* 1000-READ-PARM - THE DAY TO RECONSTRUCT. AS WITH          *
002170* MDBACKOUT, REFUSING TO GUESS A DATE IS THE POINT.         *
002180*----------------------------------------------------------*
002190 1000-READ-PARM.
002200     OPEN INPUT PARM-FILE.
002210     IF NOT WS-PARM-OK
002220         GO TO 1000-EXIT.
002230     READ PARM-FILE.
002240     IF WS-PARM-OK AND PARM-ASOF-DATE NUMERIC
002250         MOVE PARM-ASOF-DATE TO WS-ASOF-DATE.
002260     CLOSE PARM-FILE.
002270 1000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------*
002300* 2000-FIND-BACKUP - WALK BACK DAY BY DAY FROM THE AS-OF    *
002310* DATE, GENMAINT-STYLE, OVER AT MOST A YEAR, FOR THE NEWEST *
002320* MDROSTBK GENERATION STILL ON FILE.                        *
002330*----------------------------------------------------------*
002340 2000-FIND-BACKUP.
002350     COMPUTE WS-SCAN-INT =
002360         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
002370     MOVE 0 TO WS-SCAN-DAYS.
002380 2010-SCAN-NEXT.
002390     IF WS-SCAN-DAYS > 366
002400         GO TO 2000-EXIT.
002410     COMPUTE WS-BACKUP-DATE =
002420         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
002430     OPEN INPUT BACKUP-FILE.
002440     IF WS-BACKUP-OK
002450         CLOSE BACKUP-FILE
002460         MOVE "Y" TO WS-BACKUP-FOUND-SW
002470         GO TO 2000-EXIT.
002480     SUBTRACT 1 FROM WS-SCAN-INT.
002490     ADD 1 TO WS-SCAN-DAYS.
002500     GO TO 2010-SCAN-NEXT.
002510 2000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------*
002540* 3000-LOAD-BACKUP - THE CHOSEN UNLOAD BECOMES THE PRIVATE  *
002550* INDEXED WORK COPY THE JOURNAL IS ROLLED OVER.             *
002560*----------------------------------------------------------*
002570 3000-LOAD-BACKUP.
002580     OPEN OUTPUT WORK-FILE.
002590     IF NOT WS-WORK-OK
002600         MOVE 'MDASOFWK' TO WS-ERRH-FILE-NAME
002610         MOVE 'OPEN' TO WS-ERRH-OPERATION
002620         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002630             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002640             WS-WORK-STATUS WS-ERRH-SEVERITY
002650         GO TO 9999-ABEND.
002660     OPEN INPUT BACKUP-FILE.
002670 3010-READ-NEXT.
002680     READ BACKUP-FILE
002690         AT END
002700             GO TO 3090-LOAD-DONE.
002710     MOVE BACKUP-RECORD TO WORK-RECORD.
002720     WRITE WORK-RECORD
002730         INVALID KEY
002740             DISPLAY 'MDASOF: DUPLICATE KEY ON BACKUP - '
002750                 WK-EMPNO
002760         NOT INVALID KEY
002770             ADD 1 TO WS-BACKUP-COUNT
002780     END-WRITE.
002790     GO TO 3010-READ-NEXT.
002800 3090-LOAD-DONE.
002810     CLOSE BACKUP-FILE.
002820     CLOSE WORK-FILE.
002830 3000-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860* 4000-ROLL-FORWARD - EVERY JOURNAL ENTRY DATED FROM THE    *
002870* BACKUP'S DATE THROUGH THE AS-OF DATE, OLDEST FIRST: AN    *
002880* ADD OR CHANGE PUTS ITS AFTER-IMAGE IN PLACE (WRITTEN OR   *
002890* REWRITTEN, WHICHEVER THE KEY NEEDS), A DELETE REMOVES THE *
002900* KEY ITS BEFORE-IMAGE NAMES.                               *
002910*----------------------------------------------------------*
002920 4000-ROLL-FORWARD.
002930     OPEN INPUT JRNL-FILE.
002940     IF NOT WS-JRNL-OK
002950         DISPLAY 'MDASOF: NO JOURNAL (MDJRNL) - BACKUP USED AS IS'
002960         GO TO 4000-EXIT.
002970     OPEN I-O WORK-FILE.
002980 4010-READ-NEXT.
002990     READ JRNL-FILE
003000         AT END
003010             GO TO 4090-ROLL-DONE.
003020     IF JRNL-RUN-DATE NOT NUMERIC
003030         GO TO 4010-READ-NEXT.
003040     IF JRNL-RUN-DATE < WS-BACKUP-DATE
003050         OR JRNL-RUN-DATE > WS-ASOF-DATE
003060         GO TO 4010-READ-NEXT.
003070     EVALUATE JRNL-ACTION
003080         WHEN 'A'
003085         WHEN 'U'
003090             ADD 1 TO WS-JRNL-ADDS
003100             PERFORM 4100-APPLY-AFTER THRU 4100-EXIT
003110         WHEN 'C'
003120             ADD 1 TO WS-JRNL-CHANGES
003130             PERFORM 4100-APPLY-AFTER THRU 4100-EXIT
003140         WHEN 'D'
003145         WHEN 'P'
003150             ADD 1 TO WS-JRNL-DELETES
003160             PERFORM 4200-APPLY-DELETE THRU 4200-EXIT
003170         WHEN OTHER
003180             DISPLAY 'MDASOF: UNKNOWN JOURNAL ACTION '
003190                 JRNL-ACTION ' - SKIPPED'
003200             GO TO 4010-READ-NEXT
003210     END-EVALUATE.
003220     ADD 1 TO WS-JRNL-APPLIED.
003230     GO TO 4010-READ-NEXT.
003240 4090-ROLL-DONE.
003250     CLOSE JRNL-FILE.
003260     CLOSE WORK-FILE.
003270 4000-EXIT.
003280     EXIT.
003290*----------------------------------------------------------*
003300* 4100-APPLY-AFTER - THE AFTER-IMAGE IS THE WHOLE RECORD AS *
003310* IT STOOD ONCE THE ENTRY WAS APPLIED.                      *
003320*----------------------------------------------------------*
003330 4100-APPLY-AFTER.
003340     MOVE JRNL-AFTER TO WORK-RECORD.
003350     WRITE WORK-RECORD
003360         INVALID KEY
003370             REWRITE WORK-RECORD
003380     END-WRITE.
003390 4100-EXIT.
003400     EXIT.
003410*----------------------------------------------------------*
003420* 4200-APPLY-DELETE - A DELETE CARRIES NO AFTER-IMAGE; THE  *
003430* BEFORE-IMAGE NAMES THE KEY.                               *
003440*----------------------------------------------------------*
003450 4200-APPLY-DELETE.
003460     MOVE JRNL-BEFORE TO WORK-RECORD.
003470     DELETE WORK-FILE
003480         INVALID KEY
003490             ADD 1 TO WS-JRNL-UNMATCHED
003500     END-DELETE.
003510 4200-EXIT.
003520     EXIT.
003530*----------------------------------------------------------*
003540* 5000-LIST-ROSTER - THE SOURCE OF THE ANSWER FIRST (WHICH  *
003550* BACKUP, HOW MANY JOURNAL ENTRIES OF EACH KIND), THEN      *
003560* EVERY EMPLOYEE ON THE RECONSTRUCTED ROSTER IN KEY ORDER,  *
003570* TO THE LISTING AND THE FLAT EXTRACT.                      *
003580*----------------------------------------------------------*
003590 5000-LIST-ROSTER.
003600     OPEN OUTPUT RPT-FILE.
003610     IF NOT WS-RPT-OK
003620         MOVE 'MDASOFRP' TO WS-ERRH-FILE-NAME
003630         MOVE 'OPEN' TO WS-ERRH-OPERATION
003640         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003650             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003660             WS-RPT-STATUS WS-ERRH-SEVERITY
003670         GO TO 9999-ABEND.
003680     OPEN OUTPUT EXTRACT-FILE.
003690     IF NOT WS-EXTRACT-OK
003700         MOVE 'MDASOFXT' TO WS-ERRH-FILE-NAME
003710         MOVE 'OPEN' TO WS-ERRH-OPERATION
003720         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003730             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003740             WS-EXTRACT-STATUS WS-ERRH-SEVERITY
003750         GO TO 9999-ABEND.
003760     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
003770     MOVE WS-ASOF-DATE TO WS-SRC-ASOF.
003780     MOVE WS-BACKUP-NAME TO WS-SRC-BACKUP.
003790     MOVE WS-BACKUP-COUNT TO WS-SRC-BACKUP-COUNT.
003800     MOVE WS-SOURCE-LINE TO WS-ANSWER-LINE.
003810     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003820     MOVE WS-JRNL-APPLIED TO WS-JL-APPLIED.
003830     MOVE WS-BACKUP-DATE TO WS-JL-FROM.
003840     MOVE WS-ASOF-DATE TO WS-JL-TO.
003850     MOVE WS-JOURNAL-LINE TO WS-ANSWER-LINE.
003860     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003870     MOVE WS-JRNL-ADDS TO WS-AL-ADDS.
003880     MOVE WS-JRNL-CHANGES TO WS-AL-CHANGES.
003890     MOVE WS-JRNL-DELETES TO WS-AL-DELETES.
003900     MOVE WS-JRNL-UNMATCHED TO WS-AL-UNMATCHED.
003910     MOVE WS-ACTION-LINE TO WS-ANSWER-LINE.
003920     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003930     MOVE SPACES TO WS-ANSWER-LINE.
003940     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003950     OPEN INPUT WORK-FILE.
003960     IF NOT WS-WORK-OK
003970         GO TO 5080-LIST-DONE.
003980 5010-READ-NEXT.
003990     READ WORK-FILE NEXT RECORD
004000         AT END
004010             GO TO 5070-WALK-DONE.
004020     MOVE WORK-RECORD TO MASTER-RECORD.
004030     PERFORM 5100-WRITE-EMPLOYEE THRU 5100-EXIT.
004040     GO TO 5010-READ-NEXT.
004050 5070-WALK-DONE.
004060     CLOSE WORK-FILE.
004070 5080-LIST-DONE.
004080     MOVE SPACES TO WS-ANSWER-LINE.
004090     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004100     MOVE WS-LISTED-COUNT TO WS-TL-LISTED.
004110     MOVE WS-ACTIVE-COUNT TO WS-TL-ACTIVE.
004120     MOVE WS-TOTAL-LINE TO WS-ANSWER-LINE.
004130     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004140     CLOSE RPT-FILE.
004150     CLOSE EXTRACT-FILE.
004160 5000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------*
004190* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN       *
004200* TITLES, REPEATED AT EVERY PAGE BREAK.                     *
004210*----------------------------------------------------------*
004220 0500-PRINT-HEADER.
004230     MOVE 'MDASOF' TO RPTHD-PROGRAM-NAME.
004240     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004250     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004260     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004270     WRITE RPT-RECORD.
004280     MOVE 'EMPNO  NAME                 DEPT S START-END TENURE'
004290         TO RPTTL-COLUMN-TITLES.
004300     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004310     WRITE RPT-RECORD.
004320     ADD 1 TO RPT-PAGE-NUMBER.
004330     MOVE 0 TO RPT-LINES-ON-PAGE.
004340 0500-EXIT.
004350     EXIT.
004360*----------------------------------------------------------*
004370* 5100-WRITE-EMPLOYEE - ONE LISTING LINE AND ONE FLAT       *
004380* EXTRACT RECORD FOR THE RECONSTRUCTED EMPLOYEE.            *
004390*----------------------------------------------------------*
004400 5100-WRITE-EMPLOYEE.
004410     ADD 1 TO WS-LISTED-COUNT.
004420     IF MSTR-IS-ACTIVE
004430         ADD 1 TO WS-ACTIVE-COUNT.
004440     COMPUTE WS-MSTR-START-NUM =
004450         MSTR-START-CCYY * 10000 +
004460         MSTR-START-MM * 100 + MSTR-START-DD.
004470     COMPUTE WS-MSTR-END-NUM =
004480         MSTR-END-CCYY * 10000 +
004490         MSTR-END-MM * 100 + MSTR-END-DD.
004500     MOVE MSTR-EMPNO TO WS-DET-EMPNO.
004510     MOVE MSTR-NAME TO WS-DET-NAME.
004520     MOVE MSTR-DEPT TO WS-DET-DEPT.
004530     MOVE MSTR-STATUS TO WS-DET-STATUS.
004540     MOVE WS-MSTR-START-NUM TO WS-DET-START.
004550     MOVE WS-MSTR-END-NUM TO WS-DET-END.
004560     MOVE MSTR-DURATION TO WS-DET-DURATION.
004570     MOVE WS-DETAIL-LINE TO WS-ANSWER-LINE.
004580     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004590     MOVE MASTER-RECORD TO EXTRACT-RECORD.
004600     WRITE EXTRACT-RECORD.
004610     IF NOT WS-EXTRACT-OK
004620         MOVE 'MDASOFXT' TO WS-ERRH-FILE-NAME
004630         MOVE 'WRITE' TO WS-ERRH-OPERATION
004640         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004650             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004660             WS-EXTRACT-STATUS WS-ERRH-SEVERITY
004670         IF WS-ERRH-SEVERE
004680             GO TO 9999-ABEND.
004690 5100-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 5900-PUT-LINE - ONE LISTING LINE WITH THE SHOP'S STANDARD *
004730* WRITE CHECK AND PAGE BREAK.                               *
004740*----------------------------------------------------------*
004750 5900-PUT-LINE.
004760     MOVE WS-ANSWER-LINE TO RPT-RECORD.
004770     WRITE RPT-RECORD.
004780     IF NOT WS-RPT-OK
004790         MOVE 'MDASOFRP' TO WS-ERRH-FILE-NAME
004800         MOVE 'WRITE' TO WS-ERRH-OPERATION
004810         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004820             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004830             WS-RPT-STATUS WS-ERRH-SEVERITY
004840         IF WS-ERRH-SEVERE
004850             GO TO 9999-ABEND.
004860     ADD 1 TO RPT-LINES-ON-PAGE.
004870     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
004880         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004890 5900-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE  *
004930* WAS HIT, OR THE WORK COPY COULD NOT BE BUILT. THE LIVE    *
004940* ROSTER WAS NEVER OPENED, SO THERE IS NOTHING TO UNDO.     *
004950*----------------------------------------------------------*
004960 9999-ABEND.
004970     DISPLAY 'MDASOF: ABENDING - UNRECOVERABLE FILE ERROR.'.
004980     MOVE 16 TO RETURN-CODE.
004990     GOBACK.
