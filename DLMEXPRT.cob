000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DLMEXPRT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. COMMA-DELIMITED EXPORT OF  *
000110*                ANY OF THE SHOP'S FLAT OUTPUTS FOR THE    *
000120*                ANALYSTS' SPREADSHEETS, DRIVEN ENTIRELY   *
000130*                BY A LAYOUT DESCRIPTOR FILE (DLMXDESC) SO *
000140*                A NEW EXPORT IS A FEW NEW CARDS, NOT A    *
000150*                NEW PROGRAM. AN 'F' CARD NAMES THE SOURCE *
000160*                FILE AND THE EXPORT FILE TO WRITE, WITH   *
000170*                AN OPTIONAL RECORD SELECTION (A FIELD     *
000180*                EQUAL TO A VALUE, OR A FIELD THAT IS      *
000190*                NUMERIC - HOW REPORT DETAIL LINES ARE     *
000200*                TOLD FROM HEADINGS). THE 'D' CARDS THAT   *
000210*                FOLLOW DESCRIBE ITS COLUMNS: HEADING,     *
000220*                OFFSET, LENGTH, TYPE (A OR N), IMPLIED    *
000230*                DECIMAL PLACES AND SIGN CONVENTION (NONE, *
000240*                LEADING OR TRAILING SEPARATE, OR TRAILING *
000250*                OVERPUNCH). THE STRING CCYYMMDD IN EITHER *
000260*                FILE NAME IS REPLACED BY THE BUSINESS     *
000270*                DATE, SO ONE DESCRIPTOR SERVES EVERY      *
000280*                NIGHT'S DATED GENERATION. EACH EXPORT     *
000290*                STARTS WITH A HEADING ROW; TEXT IS QUOTED *
000300*                AND NUMBERS ARE WRITTEN WITH THEIR        *
000310*                DECIMAL POINT AND MINUS SIGN IN PLACE. A  *
000320*                RECORD WITH A NUMERIC FIELD THAT WILL NOT *
000330*                EDIT IS LEFT OUT AND COUNTED; A BLANK     *
000340*                NUMERIC FIELD IS AN EMPTY COLUMN. AN      *
000350*                EXPORT WITH A BAD CARD OR A MISSING       *
000360*                SOURCE IS SKIPPED AND THE OTHERS STILL    *
000370*                RUN. ROWS WRITTEN, RECORDS READ AND       *
000380*                RECORDS LEFT OUT GO TO AUDITLOG LIKE ANY  *
000390*                OTHER STEP.                               *
000391* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000392*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000393*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000394*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000395*                KEY.                                      *
000396* 2026-10-15 AG  THE AUDIT READ COUNT IS NOW THE SOURCE    *
000397*                RECORDS SELECTED, SO AN E OR N SELECTION  *
000398*                NO LONGER SHOWS AS A LEAK ON BALCHECK.    *
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DESC-FILE ASSIGN TO "DLMXDESC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DESC-STATUS.
000470     SELECT SRC-FILE ASSIGN USING WS-SRC-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SRC-STATUS.
000500     SELECT OUT-FILE ASSIGN USING WS-OUT-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OUT-STATUS.
000530     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DESC-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  DESC-RECORD.
000610     05  DESC-CARD-TYPE         PIC X(01).
000620         88  DESC-IS-FILE               VALUE "F".
000630         88  DESC-IS-FIELD              VALUE "D".
000640         88  DESC-IS-COMMENT            VALUE "*" " ".
000650     05  FILLER                 PIC X(79).
000660*    'F' CARD - ONE PER EXPORT, AHEAD OF ITS FIELD CARDS.
000670 01  DESC-FILE-CARD.
000680     05  FILLER                 PIC X(01).
000690     05  DF-SOURCE              PIC X(16).
000700     05  DF-OUTPUT              PIC X(16).
000710     05  DF-SEL-OFFSET          PIC 9(04).
000720     05  DF-SEL-LENGTH          PIC 9(02).
000730     05  DF-SEL-TEST            PIC X(01).
000740         88  DF-SEL-NONE                VALUE " ".
000750         88  DF-SEL-EQUAL               VALUE "E".
000760         88  DF-SEL-NUMERIC             VALUE "N".
000770     05  DF-SEL-VALUE           PIC X(20).
000780     05  FILLER                 PIC X(20).
000790*    'D' CARD - ONE PER COLUMN, IN COLUMN ORDER.
000800 01  DESC-FIELD-CARD.
000810     05  FILLER                 PIC X(01).
000820     05  DD-HEADING             PIC X(20).
000830     05  DD-OFFSET              PIC 9(04).
000840     05  DD-LENGTH              PIC 9(02).
000850     05  DD-TYPE                PIC X(01).
000860         88  DD-IS-ALPHA                VALUE "A".
000870         88  DD-IS-NUMBER               VALUE "N".
000880     05  DD-DECIMALS            PIC 9(01).
000890     05  DD-DECIMALS-X REDEFINES DD-DECIMALS
000900                                PIC X(01).
000910     05  DD-SIGN                PIC X(01).
000920         88  DD-SIGN-VALID              VALUE " " "L" "T" "O".
000930         88  DD-SIGN-SEPARATE           VALUE "L" "T".
000940     05  FILLER                 PIC X(50).
000950 FD  SRC-FILE
000960     RECORD CONTAINS 256 CHARACTERS.
000970 01  SRC-RECORD                 PIC X(256).
000980 FD  OUT-FILE
000990     RECORD CONTAINS 1000 CHARACTERS.
001000 01  OUT-RECORD                 PIC X(1000).
001010 FD  AUDIT-FILE
001020     RECORD CONTAINS 100 CHARACTERS.
001030     COPY AUDITREC.
001040 WORKING-STORAGE SECTION.
001050 01  WS-DESC-STATUS             PIC X(02) VALUE "00".
001060     88  WS-DESC-OK                       VALUE "00".
001070 01  WS-SRC-STATUS              PIC X(02) VALUE "00".
001080     88  WS-SRC-OK                        VALUE "00".
001090 01  WS-OUT-STATUS              PIC X(02) VALUE "00".
001100     88  WS-OUT-OK                        VALUE "00".
001110 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001120     88  WS-AUDIT-OK                      VALUE "00".
001130 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'DLMEXPRT'.
001140 01  WS-ERRH-FILE-NAME          PIC X(08).
001150 01  WS-ERRH-OPERATION          PIC X(06).
001160 01  WS-ERRH-SEVERITY           PIC X(02).
001170     88  WS-ERRH-SEVERE                   VALUE "08".
001180 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
001190 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM
001200                                PIC X(08).
001210 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001220 01  WS-SRC-NAME                PIC X(16) VALUE SPACES.
001230 01  WS-OUT-NAME                PIC X(16) VALUE SPACES.
001240 01  WS-DESC-MISSING-SW         PIC X(01) VALUE "N".
001250     88  WS-DESC-MISSING                  VALUE "Y".
001260*    THE EXPORT BEING ASSEMBLED FROM ITS 'F' AND 'D' CARDS.
001270 01  WS-XP-PENDING-SW           PIC X(01) VALUE "N".
001280     88  WS-XP-PENDING                    VALUE "Y".
001290 01  WS-XP-BAD-SW               PIC X(01) VALUE "N".
001300     88  WS-XP-BAD                        VALUE "Y".
001310 01  WS-XP-SEL-OFFSET           PIC 9(04) VALUE 0.
001320 01  WS-XP-SEL-LENGTH           PIC 9(02) VALUE 0.
001330 01  WS-XP-SEL-TEST             PIC X(01) VALUE SPACE.
001340 01  WS-XP-SEL-VALUE            PIC X(20) VALUE SPACES.
001350 01  WS-XP-WIDTH                PIC 9(05) VALUE 0.
001360 01  WS-FD-TABLE.
001370     05  WS-FD-ENTRY OCCURS 50 TIMES.
001380         10  WS-FD-HEADING      PIC X(20).
001390         10  WS-FD-OFFSET       PIC 9(04).
001400         10  WS-FD-LENGTH       PIC 9(02).
001410         10  WS-FD-TYPE         PIC X(01).
001420         10  WS-FD-DECIMALS     PIC 9(01).
001430         10  WS-FD-SIGN         PIC X(01).
001440 01  WS-FD-COUNT                PIC 9(02) VALUE 0.
001450 01  WS-FD-SUB                  PIC 9(02) VALUE 0.
001460 01  WS-BAD-REASON              PIC X(30) VALUE SPACES.
001470 01  WS-SELECTED-SW             PIC X(01) VALUE "N".
001480     88  WS-SELECTED                      VALUE "Y".
001490 01  WS-RECORD-BAD-SW           PIC X(01) VALUE "N".
001500     88  WS-RECORD-BAD                    VALUE "Y".
001510*    PER-EXPORT AND WHOLE-RUN COUNTS.
001520 01  WS-XP-READ                 PIC 9(09) VALUE 0.
001525 01  WS-XP-SELECTED             PIC 9(09) VALUE 0.
001530 01  WS-XP-ROWS                 PIC 9(09) VALUE 0.
001540 01  WS-XP-REJECTS              PIC 9(09) VALUE 0.
001550 01  WS-TOT-SELECTED            PIC 9(09) VALUE 0.
001560 01  WS-TOT-ROWS                PIC 9(09) VALUE 0.
001570 01  WS-TOT-REJECTS             PIC 9(09) VALUE 0.
001580 01  WS-EXPORT-COUNT            PIC 9(03) VALUE 0.
001590 01  WS-SKIPPED-COUNT           PIC 9(03) VALUE 0.
001600 01  WS-BAD-CARD-COUNT          PIC 9(03) VALUE 0.
001610*    THE ROW UNDER CONSTRUCTION AND THE ONE COLUMN BEING EDITED.
001620 01  WS-ROW                     PIC X(1000) VALUE SPACES.
001630 01  WS-ROW-PTR                 PIC 9(04) VALUE 1.
001640 01  WS-ROW-LEN                 PIC 9(04) VALUE 0.
001650 01  WS-FLD-TEXT                PIC X(99) VALUE SPACES.
001660 01  WS-FLD-LEN                 PIC 9(02) VALUE 0.
001670 01  WS-TRIM-LEN                PIC 9(02) VALUE 0.
001680 01  WS-CHAR-SUB                PIC 9(02) VALUE 0.
001690 01  WS-ONE-CHAR                PIC X(01) VALUE SPACE.
001700     88  WS-OP-NEGATIVE                   VALUE "}" "J" THRU "R".
001710 01  WS-CELL                    PIC X(200) VALUE SPACES.
001720 01  WS-CELL-LEN                PIC 9(03) VALUE 0.
001730 01  WS-CELL-PTR                PIC 9(03) VALUE 1.
001740 01  WS-FIELD-BAD-SW            PIC X(01) VALUE "N".
001750     88  WS-FIELD-BAD                     VALUE "Y".
001760 01  WS-NEG-SW                  PIC X(01) VALUE "N".
001770     88  WS-NEGATIVE                      VALUE "Y".
001780 01  WS-SIGN-CHAR               PIC X(01) VALUE SPACE.
001790 01  WS-DIGITS                  PIC X(18) VALUE SPACES.
001800 01  WS-DIG-LEN                 PIC 9(02) VALUE 0.
001810 01  WS-DEC                     PIC 9(01) VALUE 0.
001820 01  WS-INT-LEN                 PIC 9(02) VALUE 0.
001830 01  WS-LEAD-ZEROS              PIC 9(02) VALUE 0.
001840 01  WS-ZERO-COUNT              PIC 9(02) VALUE 0.
001850 01  WS-SIG-START               PIC 9(02) VALUE 0.
001860 01  WS-SIG-LEN                 PIC 9(02) VALUE 0.
001870 01  WS-FRAC-START              PIC 9(02) VALUE 0.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF NOT WS-DESC-MISSING
001920         PERFORM 2000-READ-DESCRIPTOR THRU 2000-EXIT
001930         CLOSE DESC-FILE.
001940     DISPLAY 'DLMEXPRT: ' WS-EXPORT-COUNT ' EXPORT(S) WRITTEN, '
001950         WS-SKIPPED-COUNT ' SKIPPED, ' WS-TOT-ROWS ' ROW(S), '
001960         WS-TOT-REJECTS ' RECORD(S) LEFT OUT.'.
001970     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001980     IF WS-DESC-MISSING
001990         MOVE 8 TO RETURN-CODE
002000     ELSE
002010         IF WS-SKIPPED-COUNT > 0 OR WS-BAD-CARD-COUNT > 0
002020             OR WS-TOT-REJECTS > 0
002030             MOVE 4 TO RETURN-CODE
002040         ELSE
002050             MOVE 0 TO RETURN-CODE.
002060     GOBACK.
002070*----------------------------------------------------------*
002080* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FOR THE      *
002090* CCYYMMDD FILE NAMES AND OPEN THE DESCRIPTOR. NO          *
002100* DESCRIPTOR MEANS NOTHING TO EXPORT - SAID, AUDITED AND   *
002110* ENDED WITH RETURN CODE 8.                                *
002120*----------------------------------------------------------*
002130 1000-INITIALIZE.
002140     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
002150     OPEN INPUT DESC-FILE.
002160     IF NOT WS-DESC-OK
002170         DISPLAY 'DLMEXPRT: NO LAYOUT DESCRIPTOR (DLMXDESC) - '
002180             'NOTHING EXPORTED'
002190         MOVE "Y" TO WS-DESC-MISSING-SW.
002200 1000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------*
002230* 2000-READ-DESCRIPTOR - WALK THE DESCRIPTOR CARDS. AN 'F' *
002240* CARD RUNS THE EXPORT ASSEMBLED SO FAR AND STARTS THE     *
002250* NEXT; A 'D' CARD ADDS A COLUMN TO IT; BLANK AND '*'      *
002260* CARDS ARE COMMENTS. THE LAST EXPORT RUNS AT END OF FILE. *
002270*----------------------------------------------------------*
002280 2000-READ-DESCRIPTOR.
002290 2010-READ-NEXT.
002300     READ DESC-FILE
002310         AT END
002320             GO TO 2090-DESC-DONE.
002330     IF DESC-IS-COMMENT
002340         GO TO 2010-READ-NEXT.
002350     IF DESC-IS-FILE
002360         IF WS-XP-PENDING
002370             PERFORM 3000-RUN-EXPORT THRU 3000-EXIT
002380         END-IF
002390         PERFORM 2100-START-EXPORT THRU 2100-EXIT
002400         GO TO 2010-READ-NEXT.
002410     IF DESC-IS-FIELD
002420         IF WS-XP-PENDING
002430             PERFORM 2200-ADD-FIELD THRU 2200-EXIT
002440         ELSE
002450             DISPLAY 'DLMEXPRT: *** FIELD CARD "' DD-HEADING
002460                 '" AHEAD OF ANY FILE CARD - IGNORED'
002470             ADD 1 TO WS-BAD-CARD-COUNT
002480         END-IF
002490         GO TO 2010-READ-NEXT.
002500     DISPLAY 'DLMEXPRT: *** UNKNOWN CARD TYPE "' DESC-CARD-TYPE
002510         '" - IGNORED'.
002520     ADD 1 TO WS-BAD-CARD-COUNT.
002530     GO TO 2010-READ-NEXT.
002540 2090-DESC-DONE.
002550     IF WS-XP-PENDING
002560         PERFORM 3000-RUN-EXPORT THRU 3000-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------*
002600* 2100-START-EXPORT - TAKE AN 'F' CARD: THE TWO FILE NAMES *
002610* WITH CCYYMMDD REPLACED BY THE BUSINESS DATE, AND THE     *
002620* RECORD SELECTION, WHICH MUST LIE INSIDE THE 256-BYTE     *
002630* SOURCE RECORD. A BAD CARD MARKS THE WHOLE EXPORT TO BE   *
002640* SKIPPED.                                                 *
002650*----------------------------------------------------------*
002660 2100-START-EXPORT.
002670     MOVE "Y" TO WS-XP-PENDING-SW.
002680     MOVE "N" TO WS-XP-BAD-SW.
002690     MOVE 0 TO WS-FD-COUNT.
002700     MOVE 0 TO WS-XP-WIDTH.
002710     MOVE DF-SOURCE TO WS-SRC-NAME.
002720     MOVE DF-OUTPUT TO WS-OUT-NAME.
002726     INSPECT WS-SRC-NAME
002732         REPLACING ALL 'CCYYMMDD' BY WS-RUN-DATE-X.
002738     INSPECT WS-OUT-NAME
002744         REPLACING ALL 'CCYYMMDD' BY WS-RUN-DATE-X.
002750     MOVE DF-SEL-TEST TO WS-XP-SEL-TEST.
002760     MOVE DF-SEL-VALUE TO WS-XP-SEL-VALUE.
002770     MOVE 0 TO WS-XP-SEL-OFFSET.
002780     MOVE 0 TO WS-XP-SEL-LENGTH.
002790     IF WS-SRC-NAME = SPACES OR WS-OUT-NAME = SPACES
002800         MOVE 'SOURCE OR EXPORT NAME BLANK' TO WS-BAD-REASON
002810         GO TO 2180-BAD-FILE-CARD.
002820     IF DF-SEL-NONE
002830         GO TO 2100-EXIT.
002840     IF NOT DF-SEL-EQUAL AND NOT DF-SEL-NUMERIC
002850         MOVE 'SELECTION TEST NOT E OR N' TO WS-BAD-REASON
002860         GO TO 2180-BAD-FILE-CARD.
002870     IF DF-SEL-OFFSET NOT NUMERIC OR DF-SEL-LENGTH NOT NUMERIC
002880         MOVE 'SELECTION POSITION NOT NUMERIC' TO WS-BAD-REASON
002890         GO TO 2180-BAD-FILE-CARD.
002900     IF DF-SEL-OFFSET = 0 OR DF-SEL-LENGTH = 0
002910         OR DF-SEL-LENGTH > 20
002920         OR DF-SEL-OFFSET + DF-SEL-LENGTH - 1 > 256
002930         MOVE 'SELECTION OUTSIDE THE RECORD' TO WS-BAD-REASON
002940         GO TO 2180-BAD-FILE-CARD.
002950     MOVE DF-SEL-OFFSET TO WS-XP-SEL-OFFSET.
002960     MOVE DF-SEL-LENGTH TO WS-XP-SEL-LENGTH.
002970     GO TO 2100-EXIT.
002980 2180-BAD-FILE-CARD.
002990     DISPLAY 'DLMEXPRT: *** BAD FILE CARD FOR ' DF-SOURCE
003000         ' - ' WS-BAD-REASON.
003010     MOVE "Y" TO WS-XP-BAD-SW.
003020     ADD 1 TO WS-BAD-CARD-COUNT.
003030 2100-EXIT.
003040     EXIT.
003050*----------------------------------------------------------*
003060* 2200-ADD-FIELD - TAKE A 'D' CARD INTO THE COLUMN TABLE.  *
003070* THE FIELD MUST LIE INSIDE THE SOURCE RECORD; A NUMBER    *
003080* MAY HAVE AT MOST 18 DIGITS (PLUS A SEPARATE SIGN), NO    *
003090* MORE DECIMAL PLACES THAN DIGITS, AND A KNOWN SIGN        *
003100* CONVENTION. THE WIDEST POSSIBLE ROW MUST FIT THE         *
003110* 1,000-BYTE EXPORT RECORD.                                *
003120*----------------------------------------------------------*
003130 2200-ADD-FIELD.
003140     IF WS-FD-COUNT NOT < 50
003150         MOVE 'MORE THAN 50 FIELDS' TO WS-BAD-REASON
003160         GO TO 2280-BAD-FIELD-CARD.
003170     IF DD-OFFSET NOT NUMERIC OR DD-LENGTH NOT NUMERIC
003180         MOVE 'OFFSET OR LENGTH NOT NUMERIC' TO WS-BAD-REASON
003190         GO TO 2280-BAD-FIELD-CARD.
003200     IF DD-OFFSET = 0 OR DD-LENGTH = 0
003210         OR DD-OFFSET + DD-LENGTH - 1 > 256
003220         MOVE 'FIELD OUTSIDE THE RECORD' TO WS-BAD-REASON
003230         GO TO 2280-BAD-FIELD-CARD.
003240     IF DD-DECIMALS-X = SPACE
003250         MOVE 0 TO DD-DECIMALS.
003260     IF DD-IS-ALPHA
003270         COMPUTE WS-XP-WIDTH = WS-XP-WIDTH + DD-LENGTH * 2 + 3
003280         GO TO 2250-TAKE-FIELD.
003290     IF NOT DD-IS-NUMBER
003300         MOVE 'TYPE NOT A OR N' TO WS-BAD-REASON
003310         GO TO 2280-BAD-FIELD-CARD.
003320     IF DD-DECIMALS NOT NUMERIC
003330         MOVE 'DECIMAL PLACES NOT NUMERIC' TO WS-BAD-REASON
003340         GO TO 2280-BAD-FIELD-CARD.
003350     IF NOT DD-SIGN-VALID
003360         MOVE 'SIGN NOT BLANK, L, T OR O' TO WS-BAD-REASON
003370         GO TO 2280-BAD-FIELD-CARD.
003380     MOVE DD-LENGTH TO WS-DIG-LEN.
003390     IF DD-SIGN-SEPARATE
003400         SUBTRACT 1 FROM WS-DIG-LEN.
003410     IF WS-DIG-LEN = 0 OR WS-DIG-LEN > 18
003420         MOVE 'NUMBER NOT 1 TO 18 DIGITS' TO WS-BAD-REASON
003430         GO TO 2280-BAD-FIELD-CARD.
003440     IF DD-DECIMALS > WS-DIG-LEN
003450         MOVE 'MORE DECIMALS THAN DIGITS' TO WS-BAD-REASON
003460         GO TO 2280-BAD-FIELD-CARD.
003470     COMPUTE WS-XP-WIDTH = WS-XP-WIDTH + DD-LENGTH + 3.
003480 2250-TAKE-FIELD.
003490     IF WS-XP-WIDTH > 1000
003500         MOVE 'ROW WIDER THAN 1000 BYTES' TO WS-BAD-REASON
003510         GO TO 2280-BAD-FIELD-CARD.
003520     ADD 1 TO WS-FD-COUNT.
003530     MOVE DD-HEADING TO WS-FD-HEADING (WS-FD-COUNT).
003540     MOVE DD-OFFSET TO WS-FD-OFFSET (WS-FD-COUNT).
003550     MOVE DD-LENGTH TO WS-FD-LENGTH (WS-FD-COUNT).
003560     MOVE DD-TYPE TO WS-FD-TYPE (WS-FD-COUNT).
003570     MOVE DD-DECIMALS TO WS-FD-DECIMALS (WS-FD-COUNT).
003580     MOVE DD-SIGN TO WS-FD-SIGN (WS-FD-COUNT).
003590     GO TO 2200-EXIT.
003600 2280-BAD-FIELD-CARD.
003610     DISPLAY 'DLMEXPRT: *** BAD FIELD CARD "' DD-HEADING
003620         '" FOR ' WS-SRC-NAME ' - ' WS-BAD-REASON.
003630     MOVE "Y" TO WS-XP-BAD-SW.
003640     ADD 1 TO WS-BAD-CARD-COUNT.
003650 2200-EXIT.
003660     EXIT.
003670*----------------------------------------------------------*
003680* 3000-RUN-EXPORT - WRITE ONE EXPORT: THE HEADING ROW,     *
003690* THEN ONE ROW PER SELECTED SOURCE RECORD. A BAD           *
003700* DESCRIPTOR, NO COLUMNS OR A MISSING SOURCE SKIPS THE     *
003710* EXPORT WITH A MESSAGE AND THE RUN GOES ON TO THE NEXT.   *
003720*----------------------------------------------------------*
003730 3000-RUN-EXPORT.
003740     MOVE "N" TO WS-XP-PENDING-SW.
003750     MOVE 0 TO WS-XP-READ.
003755     MOVE 0 TO WS-XP-SELECTED.
003760     MOVE 0 TO WS-XP-ROWS.
003770     MOVE 0 TO WS-XP-REJECTS.
003780     IF WS-XP-BAD
003790         DISPLAY 'DLMEXPRT: EXPORT OF ' WS-SRC-NAME
003800             ' SKIPPED - DESCRIPTOR ERRORS'
003810         ADD 1 TO WS-SKIPPED-COUNT
003820         GO TO 3000-EXIT.
003830     IF WS-FD-COUNT = 0
003840         DISPLAY 'DLMEXPRT: EXPORT OF ' WS-SRC-NAME
003850             ' SKIPPED - NO FIELD CARDS'
003860         ADD 1 TO WS-SKIPPED-COUNT
003870         GO TO 3000-EXIT.
003880     OPEN INPUT SRC-FILE.
003890     IF NOT WS-SRC-OK
003900         DISPLAY 'DLMEXPRT: EXPORT OF ' WS-SRC-NAME
003910             ' SKIPPED - SOURCE NOT FOUND'
003920         ADD 1 TO WS-SKIPPED-COUNT
003930         GO TO 3000-EXIT.
003940     OPEN OUTPUT OUT-FILE.
003950     IF NOT WS-OUT-OK
003960         MOVE WS-OUT-NAME TO WS-ERRH-FILE-NAME
003970         MOVE 'OPEN' TO WS-ERRH-OPERATION
003980         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003990             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004000             WS-OUT-STATUS WS-ERRH-SEVERITY
004010         CLOSE SRC-FILE
004020         ADD 1 TO WS-SKIPPED-COUNT
004030         IF WS-ERRH-SEVERE
004040             GO TO 9999-ABEND
004050         ELSE
004060             GO TO 3000-EXIT.
004070     PERFORM 3050-HEADING-ROW THRU 3050-EXIT.
004080 3010-READ-NEXT.
004090     READ SRC-FILE
004100         AT END
004110             GO TO 3090-SOURCE-DONE.
004120     ADD 1 TO WS-XP-READ.
004130     PERFORM 3200-SELECT-TEST THRU 3200-EXIT.
004140     IF NOT WS-SELECTED
004150         GO TO 3010-READ-NEXT.
004155     ADD 1 TO WS-XP-SELECTED.
004160     PERFORM 3100-EXPORT-RECORD THRU 3100-EXIT.
004170     GO TO 3010-READ-NEXT.
004180 3090-SOURCE-DONE.
004190     CLOSE SRC-FILE.
004200     CLOSE OUT-FILE.
004210     ADD 1 TO WS-EXPORT-COUNT.
004220     ADD WS-XP-SELECTED TO WS-TOT-SELECTED.
004230     ADD WS-XP-ROWS TO WS-TOT-ROWS.
004240     ADD WS-XP-REJECTS TO WS-TOT-REJECTS.
004250     DISPLAY 'DLMEXPRT: ' WS-SRC-NAME ' TO ' WS-OUT-NAME ' - '
004260         WS-XP-READ ' READ, ' WS-XP-ROWS ' ROW(S), '
004270         WS-XP-REJECTS ' LEFT OUT.'.
004280 3000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 3050-HEADING-ROW - THE COLUMN HEADINGS FROM THE 'D'      *
004320* CARDS, QUOTED LIKE ANY OTHER TEXT COLUMN.                *
004330*----------------------------------------------------------*
004340 3050-HEADING-ROW.
004350     MOVE SPACES TO WS-ROW.
004360     MOVE 1 TO WS-ROW-PTR.
004370     MOVE 1 TO WS-FD-SUB.
004380 3060-NEXT-HEADING.
004390     IF WS-FD-SUB > WS-FD-COUNT
004400         GO TO 3080-WRITE-HEADINGS.
004410     IF WS-FD-SUB > 1
004420         STRING ',' DELIMITED BY SIZE
004430             INTO WS-ROW WITH POINTER WS-ROW-PTR.
004440     MOVE WS-FD-HEADING (WS-FD-SUB) TO WS-FLD-TEXT.
004450     MOVE 20 TO WS-FLD-LEN.
004460     PERFORM 3300-EDIT-TEXT THRU 3300-EXIT.
004470     PERFORM 3800-PUT-CELL THRU 3800-EXIT.
004480     ADD 1 TO WS-FD-SUB.
004490     GO TO 3060-NEXT-HEADING.
004500 3080-WRITE-HEADINGS.
004510     PERFORM 3900-WRITE-ROW THRU 3900-EXIT.
004520 3050-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 3100-EXPORT-RECORD - ONE ROW FROM THE SOURCE RECORD, A   *
004560* COLUMN PER 'D' CARD. A NUMERIC FIELD THAT WILL NOT EDIT  *
004570* LEAVES THE WHOLE RECORD OUT, WITH A MESSAGE NAMING THE   *
004580* RECORD AND THE COLUMN, RATHER THAN SEND A SPREADSHEET A  *
004590* ROW WITH A HOLE IN IT.                                   *
004600*----------------------------------------------------------*
004610 3100-EXPORT-RECORD.
004620     MOVE SPACES TO WS-ROW.
004630     MOVE 1 TO WS-ROW-PTR.
004640     MOVE 1 TO WS-FD-SUB.
004650 3110-NEXT-FIELD.
004660     IF WS-FD-SUB > WS-FD-COUNT
004670         GO TO 3180-WRITE-RECORD.
004680     IF WS-FD-SUB > 1
004690         STRING ',' DELIMITED BY SIZE
004700             INTO WS-ROW WITH POINTER WS-ROW-PTR.
004710     MOVE SPACES TO WS-FLD-TEXT.
004720     MOVE SRC-RECORD (WS-FD-OFFSET (WS-FD-SUB) :
004730         WS-FD-LENGTH (WS-FD-SUB)) TO WS-FLD-TEXT.
004740     MOVE WS-FD-LENGTH (WS-FD-SUB) TO WS-FLD-LEN.
004750     IF WS-FD-TYPE (WS-FD-SUB) = 'A'
004760         PERFORM 3300-EDIT-TEXT THRU 3300-EXIT
004770     ELSE
004780         PERFORM 3400-EDIT-NUMBER THRU 3400-EXIT.
004790     IF WS-FIELD-BAD
004800         DISPLAY 'DLMEXPRT: *** ' WS-SRC-NAME ' RECORD '
004810             WS-XP-READ ' ' WS-FD-HEADING (WS-FD-SUB)
004820             ' NOT NUMERIC - LEFT OUT'
004830         ADD 1 TO WS-XP-REJECTS
004840         GO TO 3100-EXIT.
004850     PERFORM 3800-PUT-CELL THRU 3800-EXIT.
004860     ADD 1 TO WS-FD-SUB.
004870     GO TO 3110-NEXT-FIELD.
004880 3180-WRITE-RECORD.
004890     PERFORM 3900-WRITE-ROW THRU 3900-EXIT.
004900     ADD 1 TO WS-XP-ROWS.
004910 3100-EXIT.
004920     EXIT.
004930*----------------------------------------------------------*
004940* 3200-SELECT-TEST - WHETHER THE SOURCE RECORD BELONGS IN  *
004950* THE EXPORT: EVERY RECORD WHEN THE 'F' CARD ASKS FOR NO   *
004960* SELECTION, OTHERWISE ONLY RECORDS WHOSE SELECTION FIELD  *
004970* EQUALS THE VALUE ('E') OR IS NUMERIC ('N').              *
004980*----------------------------------------------------------*
004990 3200-SELECT-TEST.
005000     MOVE "Y" TO WS-SELECTED-SW.
005010     IF WS-XP-SEL-TEST = SPACE
005020         GO TO 3200-EXIT.
005030     IF WS-XP-SEL-TEST = 'E'
005040         IF SRC-RECORD (WS-XP-SEL-OFFSET : WS-XP-SEL-LENGTH)
005050             NOT = WS-XP-SEL-VALUE (1 : WS-XP-SEL-LENGTH)
005060             MOVE "N" TO WS-SELECTED-SW
005070         END-IF
005080         GO TO 3200-EXIT.
005090     IF SRC-RECORD (WS-XP-SEL-OFFSET : WS-XP-SEL-LENGTH)
005100         NOT NUMERIC
005110         MOVE "N" TO WS-SELECTED-SW.
005120 3200-EXIT.
005130     EXIT.
005140*----------------------------------------------------------*
005150* 3300-EDIT-TEXT - A TEXT COLUMN: TRAILING SPACES DROPPED, *
005160* THE REST IN DOUBLE QUOTES WITH ANY QUOTE INSIDE IT       *
005170* DOUBLED, SO A COMMA IN A NAME DOES NOT SPLIT THE COLUMN. *
005180*----------------------------------------------------------*
005190 3300-EDIT-TEXT.
005200     MOVE "N" TO WS-FIELD-BAD-SW.
005210     MOVE WS-FLD-LEN TO WS-TRIM-LEN.
005220 3310-TRIM.
005230     IF WS-TRIM-LEN = 0
005240         GO TO 3320-QUOTE.
005250     IF WS-FLD-TEXT (WS-TRIM-LEN : 1) NOT = SPACE
005260         GO TO 3320-QUOTE.
005270     SUBTRACT 1 FROM WS-TRIM-LEN.
005280     GO TO 3310-TRIM.
005290 3320-QUOTE.
005300     MOVE SPACES TO WS-CELL.
005310     MOVE '"' TO WS-CELL (1 : 1).
005320     MOVE 1 TO WS-CELL-LEN.
005330     MOVE 1 TO WS-CHAR-SUB.
005340 3330-NEXT-CHAR.
005350     IF WS-CHAR-SUB > WS-TRIM-LEN
005360         GO TO 3340-CLOSE-QUOTE.
005370     MOVE WS-FLD-TEXT (WS-CHAR-SUB : 1) TO WS-ONE-CHAR.
005380     ADD 1 TO WS-CELL-LEN.
005390     MOVE WS-ONE-CHAR TO WS-CELL (WS-CELL-LEN : 1).
005400     IF WS-ONE-CHAR = '"'
005410         ADD 1 TO WS-CELL-LEN
005420         MOVE '"' TO WS-CELL (WS-CELL-LEN : 1).
005430     ADD 1 TO WS-CHAR-SUB.
005440     GO TO 3330-NEXT-CHAR.
005450 3340-CLOSE-QUOTE.
005460     ADD 1 TO WS-CELL-LEN.
005470     MOVE '"' TO WS-CELL (WS-CELL-LEN : 1).
005480 3300-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 3400-EDIT-NUMBER - A NUMERIC COLUMN: SIGN TAKEN FROM     *
005520* WHERE THE CONVENTION PUTS IT (A SEPARATE LEADING OR      *
005530* TRAILING + OR -, OR AN OVERPUNCHED LAST DIGIT), LEADING  *
005540* SPACES READ AS ZEROS, THE IMPLIED DECIMAL POINT PUT IN,  *
005550* AND LEADING ZEROS DROPPED - 0012345 WITH TWO PLACES,     *
005560* NEGATIVE, IS -123.45. A BLANK FIELD IS AN EMPTY COLUMN;  *
005570* ANYTHING ELSE THAT IS NOT DIGITS SETS WS-FIELD-BAD.      *
005580*----------------------------------------------------------*
005590 3400-EDIT-NUMBER.
005600     MOVE "N" TO WS-FIELD-BAD-SW.
005610     MOVE "N" TO WS-NEG-SW.
005620     MOVE SPACES TO WS-CELL.
005630     MOVE 0 TO WS-CELL-LEN.
005640     IF WS-FLD-TEXT (1 : WS-FLD-LEN) = SPACES
005650         GO TO 3400-EXIT.
005660     MOVE SPACES TO WS-DIGITS.
005670     MOVE SPACE TO WS-SIGN-CHAR.
005680     MOVE WS-FD-DECIMALS (WS-FD-SUB) TO WS-DEC.
005690     IF WS-FD-SIGN (WS-FD-SUB) = 'L'
005700         COMPUTE WS-DIG-LEN = WS-FLD-LEN - 1
005710         MOVE WS-FLD-TEXT (1 : 1) TO WS-SIGN-CHAR
005720         MOVE WS-FLD-TEXT (2 : WS-DIG-LEN) TO WS-DIGITS
005730         GO TO 3420-CHECK-SIGN.
005740     IF WS-FD-SIGN (WS-FD-SUB) = 'T'
005750         COMPUTE WS-DIG-LEN = WS-FLD-LEN - 1
005760         MOVE WS-FLD-TEXT (WS-FLD-LEN : 1) TO WS-SIGN-CHAR
005770         MOVE WS-FLD-TEXT (1 : WS-DIG-LEN) TO WS-DIGITS
005780         GO TO 3420-CHECK-SIGN.
005790     MOVE WS-FLD-LEN TO WS-DIG-LEN.
005800     MOVE WS-FLD-TEXT (1 : WS-DIG-LEN) TO WS-DIGITS.
005810     IF WS-FD-SIGN (WS-FD-SUB) = 'O'
005820         MOVE WS-DIGITS (WS-DIG-LEN : 1) TO WS-ONE-CHAR
005830         IF WS-OP-NEGATIVE
005840             MOVE "Y" TO WS-NEG-SW
005850         END-IF
005860         INSPECT WS-ONE-CHAR CONVERTING '{ABCDEFGHI}JKLMNOPQR'
005870             TO '01234567890123456789'
005880         MOVE WS-ONE-CHAR TO WS-DIGITS (WS-DIG-LEN : 1).
005890     GO TO 3430-CHECK-DIGITS.
005900 3420-CHECK-SIGN.
005910     IF WS-SIGN-CHAR = '-'
005920         MOVE "Y" TO WS-NEG-SW
005930         GO TO 3430-CHECK-DIGITS.
005940     IF WS-SIGN-CHAR NOT = '+' AND WS-SIGN-CHAR NOT = SPACE
005950         MOVE "Y" TO WS-FIELD-BAD-SW
005960         GO TO 3400-EXIT.
005970 3430-CHECK-DIGITS.
005980     INSPECT WS-DIGITS (1 : WS-DIG-LEN)
005990         REPLACING LEADING SPACE BY ZERO.
006000     IF WS-DIGITS (1 : WS-DIG-LEN) NOT NUMERIC
006010         MOVE "Y" TO WS-FIELD-BAD-SW
006020         GO TO 3400-EXIT.
006030     MOVE 0 TO WS-ZERO-COUNT.
006040     INSPECT WS-DIGITS (1 : WS-DIG-LEN)
006050         TALLYING WS-ZERO-COUNT FOR ALL '0'.
006060     IF WS-ZERO-COUNT = WS-DIG-LEN
006070         MOVE "N" TO WS-NEG-SW.
006080     COMPUTE WS-INT-LEN = WS-DIG-LEN - WS-DEC.
006090     MOVE 0 TO WS-LEAD-ZEROS.
006100     IF WS-INT-LEN > 0
006110         INSPECT WS-DIGITS (1 : WS-INT-LEN)
006120             TALLYING WS-LEAD-ZEROS FOR LEADING '0'.
006130     MOVE 1 TO WS-CELL-PTR.
006140     IF WS-NEGATIVE
006150         STRING '-' DELIMITED BY SIZE
006160             INTO WS-CELL WITH POINTER WS-CELL-PTR.
006170     IF WS-LEAD-ZEROS = WS-INT-LEN
006180         STRING '0' DELIMITED BY SIZE
006190             INTO WS-CELL WITH POINTER WS-CELL-PTR
006200     ELSE
006210         COMPUTE WS-SIG-START = WS-LEAD-ZEROS + 1
006220         COMPUTE WS-SIG-LEN = WS-INT-LEN - WS-LEAD-ZEROS
006230         STRING WS-DIGITS (WS-SIG-START : WS-SIG-LEN)
006240             DELIMITED BY SIZE
006250             INTO WS-CELL WITH POINTER WS-CELL-PTR.
006260     IF WS-DEC > 0
006270         COMPUTE WS-FRAC-START = WS-INT-LEN + 1
006280         STRING '.' DELIMITED BY SIZE
006290             WS-DIGITS (WS-FRAC-START : WS-DEC) DELIMITED BY SIZE
006300             INTO WS-CELL WITH POINTER WS-CELL-PTR.
006310     COMPUTE WS-CELL-LEN = WS-CELL-PTR - 1.
006320 3400-EXIT.
006330     EXIT.
006340*----------------------------------------------------------*
006350* 3800-PUT-CELL - APPEND THE EDITED COLUMN TO THE ROW. AN  *
006360* EMPTY NUMERIC COLUMN ADDS NOTHING BETWEEN ITS COMMAS.    *
006370*----------------------------------------------------------*
006380 3800-PUT-CELL.
006390     IF WS-CELL-LEN > 0
006400         STRING WS-CELL (1 : WS-CELL-LEN) DELIMITED BY SIZE
006410             INTO WS-ROW WITH POINTER WS-ROW-PTR.
006420 3800-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 3900-WRITE-ROW - ONE ROW TO THE EXPORT FILE.             *
006460*----------------------------------------------------------*
006470 3900-WRITE-ROW.
006480     COMPUTE WS-ROW-LEN = WS-ROW-PTR - 1.
006490     MOVE SPACES TO OUT-RECORD.
006500     IF WS-ROW-LEN > 0
006510         MOVE WS-ROW (1 : WS-ROW-LEN) TO OUT-RECORD.
006520     WRITE OUT-RECORD.
006530     IF NOT WS-OUT-OK
006540         MOVE WS-OUT-NAME TO WS-ERRH-FILE-NAME
006550         MOVE 'WRITE' TO WS-ERRH-OPERATION
006560         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006570             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006580             WS-OUT-STATUS WS-ERRH-SEVERITY
006590         IF WS-ERRH-SEVERE
006600             GO TO 9999-ABEND.
006610 3900-EXIT.
006620     EXIT.
006630*----------------------------------------------------------*
006640* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
006650* SHOP-WIDE AUDIT FILE: ROWS WRITTEN ACROSS ALL EXPORTS,   *
006660* SOURCE RECORDS SELECTED, AND RECORDS LEFT OUT FOR A      *
006670* FIELD THAT WOULD NOT EDIT. SKIPPED EXPORTS, BAD CARDS OR *
006680* LEFT-OUT RECORDS MAKE IT A WARNING; NO DESCRIPTOR AT ALL *
006690* AN ERROR.                                                *
006700*----------------------------------------------------------*
006710 9000-WRITE-AUDIT.
006720     MOVE SPACES TO AUDIT-RECORD.
006730     CALL 'GETRUNID' USING WS-RUN-ID.
006740     MOVE WS-RUN-ID TO AUD-RUN-ID.
006750     MOVE 'DLMEXPRT' TO AUD-PROGRAM-ID.
006760     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006770     ACCEPT AUD-RUN-TIME FROM TIME.
006780     MOVE WS-TOT-ROWS TO AUD-RECORD-COUNT.
006790     MOVE WS-TOT-SELECTED TO AUD-READ-COUNT.
006800     MOVE WS-TOT-ROWS TO AUD-WRITTEN-COUNT.
006810     MOVE WS-TOT-REJECTS TO AUD-REJECT-COUNT.
006820     IF WS-DESC-MISSING
006830         SET AUD-STATUS-ERROR TO TRUE
006840     ELSE
006850         IF WS-SKIPPED-COUNT > 0 OR WS-BAD-CARD-COUNT > 0
006860             OR WS-TOT-REJECTS > 0
006870             SET AUD-STATUS-WARNING TO TRUE
006880         ELSE
006890             SET AUD-STATUS-OK TO TRUE.
006900     OPEN EXTEND AUDIT-FILE.
006910     IF NOT WS-AUDIT-OK
006920         CLOSE AUDIT-FILE
006930         OPEN OUTPUT AUDIT-FILE.
006940     WRITE AUDIT-RECORD.
006950     IF NOT WS-AUDIT-OK
006960         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
006970         MOVE 'WRITE' TO WS-ERRH-OPERATION
006980         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006990             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
007000             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
007003     IF WS-AUDIT-OK
007006         CALL 'AUDXPOST' USING AUDIT-RECORD.
007010     CLOSE AUDIT-FILE.
007020 9000-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE *
007060* WAS HIT ON AN EXPORT FILE. END THE RUN WITH A NONZERO    *
007070* RETURN-CODE SO THE CALLER SEES THE STEP AS FAILED.       *
007080*----------------------------------------------------------*
007090 9999-ABEND.
007100     DISPLAY 'DLMEXPRT: ABENDING - UNRECOVERABLE FILE ERROR.'.
007110     MOVE 16 TO RETURN-CODE.
007120     GOBACK.
