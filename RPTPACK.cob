000200*                NAME REAL PAGE NUMBERS, THE SECOND COPIES   *
000210*                THE SECTIONS THROUGH. A MISSING SOURCE      *
000220*                REPORT IS LISTED AS NOT PRODUCED, NOT AN    *
000221*                ERROR. ONE FILE TO PRINT, ONE TO ARCHIVE.   *
000222* 2026-10-15 AG  THE ON-REQUEST JOB STATUS REPORT (RQSTRPT,  *
000223*                WRITTEN BY NITEBATCH AFTER THE NIGHT'S      *
000224*                REQUESTS) IS NOW A SIXTH SECTION OF THE     *
000225*                PACK.                                       *
000226* 2026-10-15 AG  THE BUSINESS-DATE CHANGE REGISTER LISTING   *
000227*                (BDREGRPT, WRITTEN BY NITEBATCH AT THE END  *
000228*                OF THE RUN) IS NOW A SEVENTH SECTION OF THE *
000230*                PACK.                                       *
000231* 2026-10-15 AG  THE PACK CAN NOW BE SPLIT BY RECIPIENT. A   *
000232*                DISTRIBUTION LIST (RPTDIST) MAPS REPORT     *
000233*                SECTIONS TO RECIPIENTS, ONE CARD PER        *
000234*                SECTION PER RECIPIENT: COLUMNS 1-6 THE      *
000235*                RECIPIENT, 8-15 THE SECTION'S REPORT FILE,  *
000236*                17 S FOR SUMMARY ONLY (THE SECTION'S FIRST  *
000237*                PAGE) OR F/BLANK FOR THE FULL SECTION,      *
000238*                19-48 A TITLE FOR A REPORT THAT IS NOT ONE  *
000239*                OF THE STANDING SECTIONS (SUCH A REPORT     *
000240*                JOINS MORNPACK TOO). EACH RECIPIENT GETS    *
000241*                ITS OWN PACK, MP FOLLOWED BY THE RECIPIENT, *
000242*                WITH ITS OWN COVER AND CONTENTS IN CARD     *
000243*                ORDER; A SECTION DUE TO THE RECIPIENT BUT   *
000244*                NOT PRODUCED THAT NIGHT IS FLAGGED ON ITS   *
000245*                COVER. THE DISTRIBUTION LOG (RPTDLOG) LISTS *
000246*                WHICH SECTIONS WENT TO WHOM WITH THEIR LINE *
000247*                COUNTS. WITHOUT RPTDIST ONLY MORNPACK IS    *
000248*                WRITTEN, AS BEFORE.                         *
000249*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SRC-FILE ASSIGN USING WS-SRC-NAME
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-SRC-STATUS.
000310     SELECT PACK-FILE ASSIGN USING WS-PACK-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PACK-STATUS.
000331     SELECT DIST-FILE ASSIGN TO "RPTDIST"
000332         ORGANIZATION IS LINE SEQUENTIAL
000333         FILE STATUS IS WS-DIST-STATUS.
000334     SELECT LOG-FILE ASSIGN TO "RPTDLOG"
000335         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-LOG-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  SRC-FILE
000380 01  SRC-RECORD                 PIC X(80).
000390 FD  PACK-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000401 01  PACK-RECORD                PIC X(80).
000402 FD  DIST-FILE
000403     RECORD CONTAINS 80 CHARACTERS.
000404 01  DIST-RECORD.
000405     05  DIST-RECIPIENT         PIC X(06).
000406     05  FILLER                 PIC X(01).
000410     05  DIST-SECTION           PIC X(08).
000411     05  FILLER                 PIC X(01).
000412     05  DIST-MODE              PIC X(01).
000413         88  DIST-SUMMARY-ONLY          VALUE "S".
000414     05  FILLER                 PIC X(01).
000415     05  DIST-TITLE             PIC X(30).
000416     05  FILLER                 PIC X(32).
000417 FD  LOG-FILE
000418     RECORD CONTAINS 80 CHARACTERS.
000419 01  LOG-RECORD                 PIC X(80).
000420 WORKING-STORAGE SECTION.
000430 01  WS-SRC-STATUS              PIC X(02) VALUE "00".
000440     88  WS-SRC-OK                        VALUE "00".
000450     88  WS-SRC-EOF                       VALUE "10".
000460 01  WS-PACK-STATUS             PIC X(02) VALUE "00".
000470     88  WS-PACK-OK                       VALUE "00".
000472 01  WS-DIST-STATUS             PIC X(02) VALUE "00".
000474     88  WS-DIST-OK                       VALUE "00".
000476 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
000478     88  WS-LOG-OK                        VALUE "00".
000480 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'RPTPACK'.
000490 01  WS-ERRH-FILE-NAME          PIC X(08).
000500 01  WS-ERRH-OPERATION          PIC X(06).
000510 01  WS-ERRH-SEVERITY           PIC X(02).
000520     88  WS-ERRH-SEVERE                   VALUE "08".
000530 01  WS-SRC-NAME                PIC X(08) VALUE SPACES.
000535 01  WS-PACK-NAME               PIC X(08) VALUE "MORNPACK".
000540 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000550*    THE PACK'S STANDING SECTIONS, IN PRINT ORDER, THEN ANY
000555*    REPORT NAMED ONLY ON THE DISTRIBUTION LIST.
000560 01  WS-SECTION-TABLE.
000570     05  WS-SEC-ENTRY OCCURS 20 TIMES.
000580         10  WS-SEC-FILE        PIC X(08).
000590         10  WS-SEC-TITLE       PIC X(30).
000600         10  WS-SEC-LINES       PIC 9(05).
000610         10  WS-SEC-PAGE        PIC 9(03).
000620         10  WS-SEC-PRESENT     PIC X(01).
000630             88  WS-SEC-IS-PRESENT      VALUE "Y".
000640 01  WS-SEC-SUB                 PIC 9(02) VALUE 0.
000645 01  WS-SEC-COUNT               PIC 9(02) VALUE 7.
000650 01  WS-NEXT-PAGE               PIC 9(03) VALUE 0.
000660 01  WS-SEC-PAGES               PIC 9(03) VALUE 0.
000661 01  WS-COPIED-LINES            PIC 9(06) VALUE 0.
000662 01  WS-COPY-LIMIT              PIC 9(05) VALUE 0.
000663 01  WS-SENT-LINES              PIC 9(05) VALUE 0.
000664 01  WS-SUMMARY-LIMIT           PIC 9(05) VALUE 0.
000665 01  WS-DIST-SW                 PIC X(01) VALUE "N".
000670     88  WS-DISTRIBUTING                  VALUE "Y".
000671*    RECIPIENTS IN ORDER OF THEIR FIRST RPTDIST CARD, AND THE
000672*    CARDS THEMSELVES: WHICH SECTION GOES TO WHICH RECIPIENT,
000673*    FULL OR SUMMARY, AND WHERE IT FALLS IN THAT RECIPIENT'S
000674*    PACK.
000675 01  WS-RCP-TABLE.
000676     05  WS-RCP-ID OCCURS 20 TIMES
000677                                PIC X(06).
000678 01  WS-RCP-COUNT               PIC 9(02) VALUE 0.
000679 01  WS-RCP-SUB                 PIC 9(02) VALUE 0.
000680 01  WS-DST-TABLE.
000681     05  WS-DST-ENTRY OCCURS 100 TIMES.
000682         10  WS-DST-RCP         PIC 9(02).
000683         10  WS-DST-SEC         PIC 9(02).
000684         10  WS-DST-MODE        PIC X(01).
000685             88  WS-DST-SUMMARY         VALUE "S".
000686         10  WS-DST-PAGE        PIC 9(03).
000687 01  WS-DST-COUNT               PIC 9(03) VALUE 0.
000688 01  WS-DST-SUB                 PIC 9(03) VALUE 0.
000689 01  WS-FIND-SUB                PIC 9(03) VALUE 0.
000690 01  WS-FOUND-SUB               PIC 9(03) VALUE 0.
000691 01  WS-FOUND-RCP               PIC 9(02) VALUE 0.
000692 01  WS-MISSING-HERE            PIC 9(02) VALUE 0.
000693 01  WS-PACKS-WRITTEN           PIC 9(02) VALUE 0.
000694 01  WS-SECTIONS-SENT           PIC 9(03) VALUE 0.
000695 01  WS-SECTIONS-MISSING        PIC 9(03) VALUE 0.
000696 01  WS-LOG-PAGE                PIC 9(05) VALUE 1.
000697 01  WS-LOG-LINES               PIC 9(03) VALUE 0.
000698 01  WS-TOC-LINE.
000699     05  FILLER                 PIC X(03) VALUE SPACES.
000700     05  WS-TOC-TITLE           PIC X(30).
000710     05  FILLER                 PIC X(06) VALUE ' PAGE '.
000720     05  WS-TOC-PAGE            PIC ZZ9.
000770     05  FILLER                 PIC X(29)
000780         VALUE 'MORNING REPORT PACK FOR '.
000790     05  WS-CV-DATE             PIC 9999/99/99.
000791     05  FILLER                 PIC X(40) VALUE SPACES.
000792 01  WS-RCP-LINE.
000793     05  FILLER                 PIC X(14)
000794         VALUE ' PREPARED FOR '.
000795     05  WS-RL-RCP              PIC X(06).
000796     05  FILLER                 PIC X(13) VALUE '   PACK FILE '.
000797     05  WS-RL-PACK             PIC X(08).
000800     05  FILLER                 PIC X(39) VALUE SPACES.
000801 01  WS-MISSING-LINE.
000802     05  FILLER                 PIC X(05) VALUE ' *** '.
000803     05  WS-ML-COUNT            PIC Z9.
000804     05  FILLER                 PIC X(52) VALUE
000805         ' SECTION(S) DUE TONIGHT NOT PRODUCED - SEE BELOW ***'.
000806     05  FILLER                 PIC X(21) VALUE SPACES.
000807 01  WS-SUMMARY-LINE.
000808     05  FILLER                 PIC X(26)
000809         VALUE ' *** SUMMARY ONLY - FIRST '.
000810     05  WS-SL-SENT             PIC ZZZZ9.
000811     05  FILLER                 PIC X(04) VALUE ' OF '.
000812     05  WS-SL-TOTAL            PIC ZZZZ9.
000813     05  FILLER                 PIC X(10) VALUE ' LINES ***'.
000814     05  FILLER                 PIC X(30) VALUE SPACES.
000815 01  WS-LOG-TITLES.
000816     05  FILLER                 PIC X(56)
000817         VALUE 'RECIP  PACK     SECTION  TITLE'.
000818     05  FILLER                 PIC X(23)
000819         VALUE 'MODE    LINES STATUS'.
000820 01  WS-LOG-LINE.
000821     05  FILLER                 PIC X(01) VALUE SPACES.
000822     05  WS-LG-RCP              PIC X(06).
000823     05  FILLER                 PIC X(01) VALUE SPACES.
000824     05  WS-LG-PACK             PIC X(08).
000825     05  FILLER                 PIC X(01) VALUE SPACES.
000826     05  WS-LG-SECTION          PIC X(08).
000827     05  FILLER                 PIC X(01) VALUE SPACES.
000828     05  WS-LG-TITLE            PIC X(30).
000829     05  FILLER                 PIC X(01) VALUE SPACES.
000830     05  WS-LG-MODE             PIC X(07).
000831     05  FILLER                 PIC X(01) VALUE SPACES.
000832     05  WS-LG-LINES            PIC ZZZZ9.
000833     05  FILLER                 PIC X(01) VALUE SPACES.
000834     05  WS-LG-STATUS           PIC X(09).
000835 01  WS-LOG-TOTAL-LINE.
000836     05  FILLER                 PIC X(18)
000837         VALUE ' RECIPIENT PACKS: '.
000838     05  WS-LT-PACKS            PIC Z9.
000839     05  FILLER                 PIC X(17)
000840         VALUE '  SECTIONS SENT: '.
000841     05  WS-LT-SENT             PIC ZZ9.
000842     05  FILLER                 PIC X(24)
000843         VALUE '  DUE BUT NOT PRODUCED: '.
000844     05  WS-LT-MISSING          PIC ZZ9.
000845     05  FILLER                 PIC X(13) VALUE SPACES.
000846     COPY RPTHDFT.
000847 PROCEDURE DIVISION.
000848 0000-MAINLINE.
000849     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000850     PERFORM 2000-COUNT-SECTIONS THRU 2000-EXIT.
000860     PERFORM 3000-WRITE-COVER THRU 3000-EXIT.
000870     PERFORM 4000-COPY-SECTIONS THRU 4000-EXIT.
000880     CLOSE PACK-FILE.
000890     DISPLAY 'RPTPACK: ' WS-COPIED-LINES
000900         ' REPORT LINE(S) PACKED INTO MORNPACK.'.
000903     IF WS-DISTRIBUTING
000906         PERFORM 5000-DISTRIBUTE THRU 5000-EXIT.
000910     MOVE 0 TO RETURN-CODE.
000920     GOBACK.
000930*----------------------------------------------------------*
000940* 1000-INITIALIZE - THE STANDING SECTION LIST, THE         *
000950* DISTRIBUTION LIST IF THERE IS ONE, AND THE PACK FILE.    *
000960*----------------------------------------------------------*
000970 1000-INITIALIZE.
000980     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001110     MOVE 'TMPSTNRP' TO WS-SEC-FILE (5).
001120     MOVE 'TEMPCVT STATION SUMMARY'
001130         TO WS-SEC-TITLE (5).
001131     MOVE 'RQSTRPT'  TO WS-SEC-FILE (6).
001132     MOVE 'ON-REQUEST JOB STATUS'
001133         TO WS-SEC-TITLE (6).
001134     MOVE 'BDREGRPT' TO WS-SEC-FILE (7).
001135     MOVE 'BUSINESS-DATE CHANGE REGISTER'
001136         TO WS-SEC-TITLE (7).
001137     COMPUTE WS-SUMMARY-LIMIT = RPT-LINES-PER-PAGE - 1.
001138     PERFORM 1100-LOAD-DISTRIBUTION THRU 1100-EXIT.
001140     OPEN OUTPUT PACK-FILE.
001150     IF NOT WS-PACK-OK
001160         MOVE 'MORNPACK' TO WS-ERRH-FILE-NAME
001210         MOVE 16 TO RETURN-CODE
001220         GOBACK.
001230 1000-EXIT.
001231     EXIT.
001232*----------------------------------------------------------*
001233* 1100-LOAD-DISTRIBUTION - THE RPTDIST CARDS, IF ANY. A    *
001234* CARD WITHOUT A RECIPIENT OR A SECTION IS IGNORED, AS IS  *
001235* A REPEAT OF A RECIPIENT AND SECTION ALREADY LOADED. NO   *
001236* CARDS, NO DISTRIBUTION.                                  *
001237*----------------------------------------------------------*
001238 1100-LOAD-DISTRIBUTION.
001239     OPEN INPUT DIST-FILE.
001240     IF NOT WS-DIST-OK
001241         GO TO 1100-EXIT.
001242 1110-READ-NEXT.
001243     READ DIST-FILE
001244         AT END
001245             GO TO 1190-LOAD-DONE.
001246     IF DIST-RECIPIENT = SPACES
001247         OR DIST-SECTION = SPACES
001248         GO TO 1110-READ-NEXT.
001249     PERFORM 1200-FIND-SECTION THRU 1200-EXIT.
001250     IF WS-FOUND-SUB = 0
001251         GO TO 1110-READ-NEXT.
001252     PERFORM 1300-FIND-RECIPIENT THRU 1300-EXIT.
001253     IF WS-FOUND-RCP = 0
001254         GO TO 1110-READ-NEXT.
001255     MOVE 1 TO WS-DST-SUB.
001256 1120-CHECK-DUPLICATE.
001257     IF WS-DST-SUB > WS-DST-COUNT
001258         GO TO 1130-ADD-CARD.
001259     IF WS-DST-RCP (WS-DST-SUB) = WS-FOUND-RCP
001260         AND WS-DST-SEC (WS-DST-SUB) = WS-FOUND-SUB
001261         GO TO 1110-READ-NEXT.
001262     ADD 1 TO WS-DST-SUB.
001263     GO TO 1120-CHECK-DUPLICATE.
001264 1130-ADD-CARD.
001265     IF WS-DST-COUNT NOT < 100
001266         DISPLAY 'RPTPACK: RPTDIST HAS MORE THAN 100 CARDS - '
001267             DIST-RECIPIENT ' ' DIST-SECTION ' IGNORED.'
001268         GO TO 1110-READ-NEXT.
001269     ADD 1 TO WS-DST-COUNT.
001270     MOVE WS-FOUND-RCP TO WS-DST-RCP (WS-DST-COUNT).
001271     MOVE WS-FOUND-SUB TO WS-DST-SEC (WS-DST-COUNT).
001272     MOVE 0 TO WS-DST-PAGE (WS-DST-COUNT).
001273     IF DIST-SUMMARY-ONLY
001274         MOVE "S" TO WS-DST-MODE (WS-DST-COUNT)
001275     ELSE
001276         MOVE "F" TO WS-DST-MODE (WS-DST-COUNT).
001277     GO TO 1110-READ-NEXT.
001278 1190-LOAD-DONE.
001279     CLOSE DIST-FILE.
001280     IF WS-DST-COUNT > 0
001281         MOVE "Y" TO WS-DIST-SW.
001282 1100-EXIT.
001283     EXIT.
001284*----------------------------------------------------------*
001285* 1200-FIND-SECTION - THE CARD'S SECTION IN THE SECTION    *
001286* TABLE. A REPORT THAT IS NOT A STANDING SECTION IS ADDED  *
001287* AFTER THEM UNDER THE CARD'S TITLE, OR ITS FILE NAME IF   *
001288* THE CARD HAS NONE.                                       *
001289*----------------------------------------------------------*
001290 1200-FIND-SECTION.
001291     MOVE 0 TO WS-FOUND-SUB.
001292     MOVE 1 TO WS-FIND-SUB.
001293 1210-NEXT-SECTION.
001294     IF WS-FIND-SUB > WS-SEC-COUNT
001295         GO TO 1220-ADD-SECTION.
001296     IF WS-SEC-FILE (WS-FIND-SUB) = DIST-SECTION
001297         MOVE WS-FIND-SUB TO WS-FOUND-SUB
001298         GO TO 1200-EXIT.
001299     ADD 1 TO WS-FIND-SUB.
001300     GO TO 1210-NEXT-SECTION.
001301 1220-ADD-SECTION.
001302     IF WS-SEC-COUNT NOT < 20
001303         DISPLAY 'RPTPACK: TOO MANY SECTIONS ON RPTDIST - '
001304             DIST-SECTION ' IGNORED.'
001305         GO TO 1200-EXIT.
001306     ADD 1 TO WS-SEC-COUNT.
001307     MOVE DIST-SECTION TO WS-SEC-FILE (WS-SEC-COUNT).
001308     IF DIST-TITLE = SPACES
001309         MOVE DIST-SECTION TO WS-SEC-TITLE (WS-SEC-COUNT)
001310     ELSE
001311         MOVE DIST-TITLE TO WS-SEC-TITLE (WS-SEC-COUNT).
001312     MOVE WS-SEC-COUNT TO WS-FOUND-SUB.
001313 1200-EXIT.
001314     EXIT.
001315*----------------------------------------------------------*
001316* 1300-FIND-RECIPIENT - THE CARD'S RECIPIENT, ADDED ON ITS *
001317* FIRST CARD.                                              *
001318*----------------------------------------------------------*
001319 1300-FIND-RECIPIENT.
001320     MOVE 0 TO WS-FOUND-RCP.
001321     MOVE 1 TO WS-RCP-SUB.
001322 1310-NEXT-RECIPIENT.
001323     IF WS-RCP-SUB > WS-RCP-COUNT
001324         GO TO 1320-ADD-RECIPIENT.
001325     IF WS-RCP-ID (WS-RCP-SUB) = DIST-RECIPIENT
001326         MOVE WS-RCP-SUB TO WS-FOUND-RCP
001327         GO TO 1300-EXIT.
001328     ADD 1 TO WS-RCP-SUB.
001329     GO TO 1310-NEXT-RECIPIENT.
001330 1320-ADD-RECIPIENT.
001331     IF WS-RCP-COUNT NOT < 20
001332         DISPLAY 'RPTPACK: TOO MANY RECIPIENTS ON RPTDIST - '
001333             DIST-RECIPIENT ' IGNORED.'
001334         GO TO 1300-EXIT.
001335     ADD 1 TO WS-RCP-COUNT.
001336     MOVE DIST-RECIPIENT TO WS-RCP-ID (WS-RCP-COUNT).
001337     MOVE WS-RCP-COUNT TO WS-FOUND-RCP.
001338 1300-EXIT.
001339     EXIT.
001340*----------------------------------------------------------*
001341* 2000-COUNT-SECTIONS - FIRST PASS: EACH SECTION'S LINE     *
001342* COUNT AND FROM IT THE PAGE EACH SECTION WILL START ON,    *
001343* SO THE TABLE OF CONTENTS CAN NAME REAL PAGES. PAGE 1 IS   *
001344* THE COVER; EACH SECTION STARTS A FRESH PAGE AND FILLS     *
001345* PAGES OF RPT-LINES-PER-PAGE BODY LINES UNDER ITS HEADER.  *
001346*----------------------------------------------------------*
001347 2000-COUNT-SECTIONS.
001348     MOVE 2 TO WS-NEXT-PAGE.
001349     MOVE 1 TO WS-SEC-SUB.
001350 2010-NEXT-SECTION.
001360     IF WS-SEC-SUB > WS-SEC-COUNT
001370         GO TO 2000-EXIT.
001380     MOVE 0 TO WS-SEC-LINES (WS-SEC-SUB).
001390     MOVE "N" TO WS-SEC-PRESENT (WS-SEC-SUB).
001830     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
001840     MOVE 1 TO WS-SEC-SUB.
001850 3010-NEXT-SECTION.
001860     IF WS-SEC-SUB > WS-SEC-COUNT
001870         GO TO 3000-EXIT.
001880     MOVE WS-SEC-TITLE (WS-SEC-SUB) TO WS-TOC-TITLE.
001890     IF WS-SEC-IS-PRESENT (WS-SEC-SUB)
001990 3000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------*
002023* 4000-COPY-SECTIONS - SECOND PASS: EACH PRESENT SECTION   *
002036* COPIED THROUGH IN FULL.                                  *
002050*----------------------------------------------------------*
002060 4000-COPY-SECTIONS.
002070     MOVE 1 TO WS-SEC-SUB.
002071 4010-NEXT-SECTION.
002072     IF WS-SEC-SUB > WS-SEC-COUNT
002073         GO TO 4000-EXIT.
002074     IF NOT WS-SEC-IS-PRESENT (WS-SEC-SUB)
002075         GO TO 4080-BUMP.
002076     MOVE WS-SEC-PAGE (WS-SEC-SUB) TO RPT-PAGE-NUMBER.
002077     MOVE 0 TO WS-COPY-LIMIT.
002078     PERFORM 4200-COPY-SECTION THRU 4200-EXIT.
002079     ADD WS-SENT-LINES TO WS-COPIED-LINES.
002080 4080-BUMP.
002081     ADD 1 TO WS-SEC-SUB.
002082     GO TO 4010-NEXT-SECTION.
002083 4000-EXIT.
002084     EXIT.
002085*----------------------------------------------------------*
002086* 4100-SECTION-HEADER - THE SHOP-STANDARD HEADER AND THE    *
002087* SECTION'S TITLE LINE AT THE TOP OF EACH OF ITS PAGES.     *
002088*----------------------------------------------------------*
002089 4100-SECTION-HEADER.
002090     MOVE 'RPTPACK' TO RPTHD-PROGRAM-NAME.
002091     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002092     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
002093     MOVE RPT-HEADER-RECORD TO PACK-RECORD.
002094     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002095     MOVE WS-SEC-TITLE (WS-SEC-SUB) TO RPTTL-COLUMN-TITLES.
002096     MOVE RPT-TITLE-RECORD TO PACK-RECORD.
002097     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002098     ADD 1 TO RPT-PAGE-NUMBER.
002099     MOVE 0 TO RPT-LINES-ON-PAGE.
002100 4100-EXIT.
002101     EXIT.
002102*----------------------------------------------------------*
002103* 4200-COPY-SECTION - ONE SECTION COPIED THROUGH UNDER ITS *
002104* OWN RPTHDFT HEADER, BREAKING TO A FRESH HEADER EVERY     *
002105* RPT-LINES-PER-PAGE BODY LINES. A NONZERO WS-COPY-LIMIT   *
002106* STOPS IT AFTER THAT MANY LINES; WS-SENT-LINES COUNTS     *
002107* WHAT WENT.                                               *
002108*----------------------------------------------------------*
002109 4200-COPY-SECTION.
002110     MOVE 0 TO WS-SENT-LINES.
002111     PERFORM 4100-SECTION-HEADER THRU 4100-EXIT.
002112     MOVE WS-SEC-FILE (WS-SEC-SUB) TO WS-SRC-NAME.
002113     OPEN INPUT SRC-FILE.
002114     IF NOT WS-SRC-OK
002115         GO TO 4200-EXIT.
002116 4210-COPY-NEXT.
002117     IF WS-COPY-LIMIT > 0
002118         AND WS-SENT-LINES NOT < WS-COPY-LIMIT
002119         GO TO 4230-SECTION-DONE.
002120     READ SRC-FILE
002121         AT END
002122             GO TO 4230-SECTION-DONE.
002123     MOVE SRC-RECORD TO PACK-RECORD.
002124     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002125     ADD 1 TO WS-SENT-LINES.
002126     ADD 1 TO RPT-LINES-ON-PAGE.
002127     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
002128         PERFORM 4100-SECTION-HEADER THRU 4100-EXIT.
002129     GO TO 4210-COPY-NEXT.
002130 4230-SECTION-DONE.
002131     CLOSE SRC-FILE.
002132 4200-EXIT.
002133     EXIT.
002134*----------------------------------------------------------*
002135* 5000-DISTRIBUTE - ONE PACK PER RECIPIENT ON THE          *
002136* DISTRIBUTION LIST, NAMED MP FOLLOWED BY THE RECIPIENT,   *
002137* EACH WITH ITS OWN COVER, CONTENTS AND PAGE NUMBERS, AND  *
002138* THE DISTRIBUTION LOG OF WHAT WENT TO WHOM.               *
002139*----------------------------------------------------------*
002140 5000-DISTRIBUTE.
002141     OPEN OUTPUT LOG-FILE.
002142     IF NOT WS-LOG-OK
002143         MOVE 'RPTDLOG' TO WS-ERRH-FILE-NAME
002144         MOVE 'OPEN' TO WS-ERRH-OPERATION
002145         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002146             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002147             WS-LOG-STATUS WS-ERRH-SEVERITY
002148         MOVE 16 TO RETURN-CODE
002149         GOBACK.
002150     PERFORM 5950-LOG-HEADER THRU 5950-EXIT.
002151     MOVE 1 TO WS-RCP-SUB.
002152 5010-NEXT-RECIPIENT.
002153     IF WS-RCP-SUB > WS-RCP-COUNT
002154         GO TO 5090-DISTRIBUTE-DONE.
002155     PERFORM 5100-PLAN-RECIPIENT THRU 5100-EXIT.
002156     MOVE SPACES TO WS-PACK-NAME.
002157     STRING 'MP' WS-RCP-ID (WS-RCP-SUB) DELIMITED BY SPACE
002158         INTO WS-PACK-NAME.
002159     OPEN OUTPUT PACK-FILE.
002160     IF NOT WS-PACK-OK
002161         MOVE WS-PACK-NAME TO WS-ERRH-FILE-NAME
002162         MOVE 'OPEN' TO WS-ERRH-OPERATION
002163         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002164             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002165             WS-PACK-STATUS WS-ERRH-SEVERITY
002166         GO TO 9999-ABEND.
002167     PERFORM 5200-RECIPIENT-COVER THRU 5200-EXIT.
002168     PERFORM 5300-RECIPIENT-SECTIONS THRU 5300-EXIT.
002169     CLOSE PACK-FILE.
002170     ADD 1 TO WS-PACKS-WRITTEN.
002171     ADD 1 TO WS-RCP-SUB.
002172     GO TO 5010-NEXT-RECIPIENT.
002173 5090-DISTRIBUTE-DONE.
002174     MOVE SPACES TO LOG-RECORD.
002175     PERFORM 5900-PUT-LOG-LINE THRU 5900-EXIT.
002176     MOVE WS-PACKS-WRITTEN TO WS-LT-PACKS.
002177     MOVE WS-SECTIONS-SENT TO WS-LT-SENT.
002178     MOVE WS-SECTIONS-MISSING TO WS-LT-MISSING.
002179     MOVE WS-LOG-TOTAL-LINE TO LOG-RECORD.
002180     PERFORM 5900-PUT-LOG-LINE THRU 5900-EXIT.
002181     CLOSE LOG-FILE.
002182     DISPLAY 'RPTPACK: ' WS-PACKS-WRITTEN
002183         ' RECIPIENT PACK(S) WRITTEN, ' WS-SECTIONS-MISSING
002184         ' SECTION(S) DUE BUT NOT PRODUCED - SEE RPTDLOG.'.
002185 5000-EXIT.
002186     EXIT.
002187*----------------------------------------------------------*
002188* 5100-PLAN-RECIPIENT - THE FIRST PASS FOR ONE RECIPIENT:  *
002189* THE PAGE EACH OF ITS SECTIONS WILL START ON, FROM THE    *
002190* LINE COUNTS ALREADY TAKEN, AND HOW MANY OF ITS SECTIONS  *
002191* WERE NOT PRODUCED. A SUMMARY IS ONE PAGE AT MOST.        *
002192*----------------------------------------------------------*
002193 5100-PLAN-RECIPIENT.
002194     MOVE 2 TO WS-NEXT-PAGE.
002195     MOVE 0 TO WS-MISSING-HERE.
002196     MOVE 1 TO WS-DST-SUB.
002197 5110-NEXT-ENTRY.
002198     IF WS-DST-SUB > WS-DST-COUNT
002199         GO TO 5100-EXIT.
002200     IF WS-DST-RCP (WS-DST-SUB) NOT = WS-RCP-SUB
002201         GO TO 5180-BUMP.
002202     MOVE WS-DST-SEC (WS-DST-SUB) TO WS-SEC-SUB.
002203     MOVE 0 TO WS-DST-PAGE (WS-DST-SUB).
002204     IF NOT WS-SEC-IS-PRESENT (WS-SEC-SUB)
002205         ADD 1 TO WS-MISSING-HERE
002206         GO TO 5180-BUMP.
002207     MOVE WS-NEXT-PAGE TO WS-DST-PAGE (WS-DST-SUB).
002208     IF WS-DST-SUMMARY (WS-DST-SUB)
002209         MOVE 1 TO WS-SEC-PAGES
002210     ELSE
002211         COMPUTE WS-SEC-PAGES =
002212             (WS-SEC-LINES (WS-SEC-SUB) + RPT-LINES-PER-PAGE - 1)
002213             / RPT-LINES-PER-PAGE.
002214     IF WS-SEC-PAGES = 0
002215         MOVE 1 TO WS-SEC-PAGES.
002216     ADD WS-SEC-PAGES TO WS-NEXT-PAGE.
002217 5180-BUMP.
002218     ADD 1 TO WS-DST-SUB.
002219     GO TO 5110-NEXT-ENTRY.
002220 5100-EXIT.
002221     EXIT.
002222*----------------------------------------------------------*
002223* 5200-RECIPIENT-COVER - PAGE 1 OF A RECIPIENT'S PACK: THE *
002224* COVER TITLE, WHO IT IS FOR, A WARNING WHEN ANY SECTION   *
002225* DUE TO THEM WAS NOT PRODUCED, AND THE CONTENTS IN CARD   *
002226* ORDER WITH EACH MISSING SECTION FLAGGED.                 *
002227*----------------------------------------------------------*
002228 5200-RECIPIENT-COVER.
002229     MOVE 'RPTPACK' TO RPTHD-PROGRAM-NAME.
002230     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002231     MOVE 1 TO RPTHD-PAGE-NUMBER.
002232     MOVE RPT-HEADER-RECORD TO PACK-RECORD.
002233     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002234     MOVE WS-RUN-DATE-NUM TO WS-CV-DATE.
002235     MOVE WS-COVER-LINE TO PACK-RECORD.
002236     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002237     MOVE WS-RCP-ID (WS-RCP-SUB) TO WS-RL-RCP.
002238     MOVE WS-PACK-NAME TO WS-RL-PACK.
002239     MOVE WS-RCP-LINE TO PACK-RECORD.
002240     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002241     IF WS-MISSING-HERE > 0
002242         MOVE WS-MISSING-HERE TO WS-ML-COUNT
002243         MOVE WS-MISSING-LINE TO PACK-RECORD
002244         PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002245     MOVE SPACES TO PACK-RECORD.
002246     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002247     MOVE ' TABLE OF CONTENTS' TO PACK-RECORD.
002248     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002249     MOVE 1 TO WS-DST-SUB.
002250 5210-NEXT-ENTRY.
002251     IF WS-DST-SUB > WS-DST-COUNT
002252         GO TO 5200-EXIT.
002253     IF WS-DST-RCP (WS-DST-SUB) NOT = WS-RCP-SUB
002254         GO TO 5280-BUMP.
002255     MOVE WS-DST-SEC (WS-DST-SUB) TO WS-SEC-SUB.
002256     MOVE WS-SEC-TITLE (WS-SEC-SUB) TO WS-TOC-TITLE.
002257     MOVE WS-DST-PAGE (WS-DST-SUB) TO WS-TOC-PAGE.
002258     IF NOT WS-SEC-IS-PRESENT (WS-SEC-SUB)
002259         MOVE ' *** NOT PRODUCED' TO WS-TOC-NOTE
002260     ELSE
002261         IF WS-DST-SUMMARY (WS-DST-SUB)
002262             MOVE ' - SUMMARY ONLY' TO WS-TOC-NOTE
002263         ELSE
002264             MOVE SPACES TO WS-TOC-NOTE.
002265     MOVE WS-TOC-LINE TO PACK-RECORD.
002266     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002267 5280-BUMP.
002268     ADD 1 TO WS-DST-SUB.
002269     GO TO 5210-NEXT-ENTRY.
002270 5200-EXIT.
002271     EXIT.
002272*----------------------------------------------------------*
002273* 5300-RECIPIENT-SECTIONS - THE SECOND PASS FOR ONE        *
002274* RECIPIENT: EACH OF ITS SECTIONS COPIED THROUGH, IN FULL  *
002275* OR AS ITS FIRST PAGE WITH A NOTE OF HOW MUCH WAS LEFT    *
002276* OUT, AND A LOG LINE FOR EACH, SENT OR NOT PRODUCED.      *
002277*----------------------------------------------------------*
002278 5300-RECIPIENT-SECTIONS.
002279     MOVE 1 TO WS-DST-SUB.
002280 5310-NEXT-ENTRY.
002281     IF WS-DST-SUB > WS-DST-COUNT
002282         GO TO 5300-EXIT.
002283     IF WS-DST-RCP (WS-DST-SUB) NOT = WS-RCP-SUB
002284         GO TO 5380-BUMP.
002285     MOVE WS-DST-SEC (WS-DST-SUB) TO WS-SEC-SUB.
002286     MOVE WS-RCP-ID (WS-RCP-SUB) TO WS-LG-RCP.
002287     MOVE WS-PACK-NAME TO WS-LG-PACK.
002288     MOVE WS-SEC-FILE (WS-SEC-SUB) TO WS-LG-SECTION.
002289     MOVE WS-SEC-TITLE (WS-SEC-SUB) TO WS-LG-TITLE.
002290     IF WS-DST-SUMMARY (WS-DST-SUB)
002291         MOVE 'SUMMARY' TO WS-LG-MODE
002292         MOVE WS-SUMMARY-LIMIT TO WS-COPY-LIMIT
002293     ELSE
002294         MOVE 'FULL' TO WS-LG-MODE
002295         MOVE 0 TO WS-COPY-LIMIT.
002296     IF NOT WS-SEC-IS-PRESENT (WS-SEC-SUB)
002297         MOVE 0 TO WS-LG-LINES
002298         MOVE 'MISSING' TO WS-LG-STATUS
002299         ADD 1 TO WS-SECTIONS-MISSING
002300         GO TO 5370-LOG-ENTRY.
002301     MOVE WS-DST-PAGE (WS-DST-SUB) TO RPT-PAGE-NUMBER.
002302     PERFORM 4200-COPY-SECTION THRU 4200-EXIT.
002303     IF WS-SEC-LINES (WS-SEC-SUB) > WS-SENT-LINES
002304         MOVE WS-SENT-LINES TO WS-SL-SENT
002305         MOVE WS-SEC-LINES (WS-SEC-SUB) TO WS-SL-TOTAL
002306         MOVE WS-SUMMARY-LINE TO PACK-RECORD
002307         PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002308     MOVE WS-SENT-LINES TO WS-LG-LINES.
002309     MOVE 'SENT' TO WS-LG-STATUS.
002310     ADD 1 TO WS-SECTIONS-SENT.
002311 5370-LOG-ENTRY.
002312     MOVE WS-LOG-LINE TO LOG-RECORD.
002313     PERFORM 5900-PUT-LOG-LINE THRU 5900-EXIT.
002314 5380-BUMP.
002315     ADD 1 TO WS-DST-SUB.
002316     GO TO 5310-NEXT-ENTRY.
002317 5300-EXIT.
002318     EXIT.
002319*----------------------------------------------------------*
002320* 5900-PUT-LOG-LINE - ONE DISTRIBUTION LOG LINE WITH THE   *
002321* SHOP'S STANDARD WRITE CHECK AND PAGE BREAK.              *
002322*----------------------------------------------------------*
002323 5900-PUT-LOG-LINE.
002324     WRITE LOG-RECORD.
002325     IF NOT WS-LOG-OK
002326         MOVE 'RPTDLOG' TO WS-ERRH-FILE-NAME
002327         MOVE 'WRITE' TO WS-ERRH-OPERATION
002328         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002329             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002330             WS-LOG-STATUS WS-ERRH-SEVERITY
002331         IF WS-ERRH-SEVERE
002332             GO TO 9999-ABEND.
002333     ADD 1 TO WS-LOG-LINES.
002334     IF WS-LOG-LINES >= RPT-LINES-PER-PAGE
002335         PERFORM 5950-LOG-HEADER THRU 5950-EXIT.
002336 5900-EXIT.
002337     EXIT.
002338*----------------------------------------------------------*
002339* 5950-LOG-HEADER - SHOP-STANDARD HEADER AND COLUMN TITLES *
002340* AT THE TOP OF EACH DISTRIBUTION LOG PAGE.                *
002341*----------------------------------------------------------*
002342 5950-LOG-HEADER.
002343     MOVE 'RPTPACK' TO RPTHD-PROGRAM-NAME.
002344     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
002530     MOVE WS-LOG-PAGE TO RPTHD-PAGE-NUMBER.
002531     MOVE RPT-HEADER-RECORD TO LOG-RECORD.
002532     WRITE LOG-RECORD.
002533     MOVE WS-LOG-TITLES TO RPTTL-COLUMN-TITLES.
002534     MOVE RPT-TITLE-RECORD TO LOG-RECORD.
002535     WRITE LOG-RECORD.
002536     ADD 1 TO WS-LOG-PAGE.
002537     MOVE 0 TO WS-LOG-LINES.
002538 5950-EXIT.
002539     EXIT.
002540*----------------------------------------------------------*
002550* 7900-PUT-LINE - ONE PACK LINE WITH THE SHOP'S STANDARD    *
002560* WRITE CHECK.                                              *
002580 7900-PUT-LINE.
002590     WRITE PACK-RECORD.
002600     IF NOT WS-PACK-OK
002610         MOVE WS-PACK-NAME TO WS-ERRH-FILE-NAME
002620         MOVE 'WRITE' TO WS-ERRH-OPERATION
002630         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002640             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002680 7900-EXIT.
002690     EXIT.
002700*----------------------------------------------------------*
002708* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
002716* WAS HIT ON A PACK FILE OR THE DISTRIBUTION LOG. END THE  *
002724* RUN WITH A NONZERO RETURN-CODE SO THE CALLER SEES THE    *
002732* STEP AS FAILED.                                          *
002740*----------------------------------------------------------*
002750 9999-ABEND.
002760     DISPLAY 'RPTPACK: ABENDING - UNRECOVERABLE FILE ERROR.'.
