000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDHCVAR.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-07.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-07 AG  FIRST VERSION. NIGHTLY HEADCOUNT VARIANCE *
000110*                REPORT. EACH DEPARTMENT'S AUTHORIZED      *
000120*                HEADCOUNT IN FORCE ON THE BUSINESS DATE   *
000130*                (MDHCAUTH CARDS, SHARED MDHCAREC LAYOUT)  *
000140*                IS SET AGAINST ITS ACTIVE MDROSTER        *
000150*                EMPLOYEES, SHOWING THE VACANCIES AND      *
000160*                OVER-HIRES PER DEPARTMENT, GROUPED UNDER  *
000170*                ITS DIVISION (THE TOP OF ITS DEPT-PARENT  *
000180*                CHAIN) WITH DIVISION AND COMPANY TOTALS.  *
000190*                FINANCE STOPS COUNTING THE PRINT-NAMES    *
000200*                LISTING BY HAND. A BUDGET CHANGE KEYED    *
000210*                AHEAD OF TIME IS SHOWN BESIDE THE         *
000220*                DEPARTMENT WITH THE DATE IT TAKES HOLD. A *
000230*                DEPARTMENT WITH NO CARD IN FORCE IS       *
000240*                MARKED NO BUDGET AND LEFT OUT OF THE      *
000250*                VARIANCE. OUTPUT IS MDHCRPT.              *
000251* 2026-10-15 AG  THE RUN NOW WRITES A COMPLETION ENTRY TO  *
000252*                THE SHOP-WIDE AUDIT FILE, POSTED TO THE   *
000253*                INDEXED AUDIT STORE THROUGH AUDXPOST, SO  *
000254*                THE MORNING CHECKS SEE IT LIKE EVERY      *
000255*                OTHER NIGHTLY STEP. HEADCOUNT CARDS READ, *
000256*                TAKEN AND IGNORED ARE THE BALANCE COUNTS; *
000257*                NO CARD FILE IS A WARNING, AS IN THE      *
000258*                RETURN CODE.                              *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS DEPT-CODE
000340         FILE STATUS IS WS-DEPT-STATUS.
000350     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MSTR-EMPNO
000390         ALTERNATE RECORD KEY IS MSTR-NAME
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-MASTER-STATUS.
000420     SELECT HCA-FILE ASSIGN TO "MDHCAUTH"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-HCA-STATUS.
000450     SELECT RPT-FILE ASSIGN TO "MDHCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000472     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DEPT-FILE
000510     RECORD CONTAINS 80 CHARACTERS.
000520     COPY MDDPTREC.
000530 FD  MASTER-FILE
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY MDMSTREC.
000560 FD  HCA-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580     COPY MDHCAREC.
000590 FD  RPT-FILE
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  RPT-RECORD                 PIC X(80).
000612 FD  AUDIT-FILE
000614     RECORD CONTAINS 100 CHARACTERS.
000616     COPY AUDITREC.
000620 WORKING-STORAGE SECTION.
000630 01  WS-DEPT-STATUS             PIC X(02) VALUE "00".
000640     88  WS-DEPT-OK                       VALUE "00".
000650 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000660     88  WS-MASTER-OK                     VALUE "00".
000670 01  WS-HCA-STATUS              PIC X(02) VALUE "00".
000680     88  WS-HCA-OK                        VALUE "00".
000690 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000700     88  WS-RPT-OK                        VALUE "00".
000703 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000706     88  WS-AUDIT-OK                      VALUE "00".
000710 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDHCVAR'.
000720 01  WS-ERRH-FILE-NAME          PIC X(08).
000730 01  WS-ERRH-OPERATION          PIC X(06).
000740 01  WS-ERRH-SEVERITY           PIC X(02).
000750     88  WS-ERRH-SEVERE                   VALUE "08".
000760 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000765 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000770*    THE DEPARTMENT MASTER IN CODE ORDER WITH THE BUDGET IN
000780*    FORCE, THE NEXT ONE KEYED AHEAD, AND THE ACTIVE STAFF.
000790 01  WS-HV-TABLE.
000800     05  WS-HV-ENTRY OCCURS 100 TIMES.
000810         10  WS-HV-CODE         PIC X(04).
000820         10  WS-HV-NAME         PIC X(20).
000830         10  WS-HV-PARENT       PIC X(04).
000840         10  WS-HV-ACTIVE       PIC X(01).
000850         10  WS-HV-DIV-SUB      PIC 9(03).
000860         10  WS-HV-AUTH-SW      PIC X(01).
000870             88  WS-HV-HAS-AUTH           VALUE "Y".
000880         10  WS-HV-AUTH         PIC 9(05).
000890         10  WS-HV-AUTH-EFF     PIC 9(08).
000900         10  WS-HV-NEXT-AUTH    PIC 9(05).
000910         10  WS-HV-NEXT-EFF     PIC 9(08).
000920         10  WS-HV-STAFF        PIC 9(05).
000930 01  WS-HV-COUNT                PIC 9(03) VALUE 0.
000940 01  WS-HV-SUB                  PIC 9(03) VALUE 0.
000950 01  WS-HV-LOOK-CODE            PIC X(04) VALUE SPACES.
000960 01  WS-HV-LOOK-SUB             PIC 9(03) VALUE 0.
000970 01  WS-HV-FIND-SUB             PIC 9(03) VALUE 0.
000980 01  WS-CHAIN-SUB               PIC 9(03) VALUE 0.
000990 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
001000 01  WS-TOP-SUB                 PIC 9(03) VALUE 0.
001010 01  WS-HCA-SW                  PIC X(01) VALUE "N".
001020     88  WS-HCA-LOADED                    VALUE "Y".
001030 01  WS-CARD-COUNT              PIC 9(05) VALUE 0.
001040 01  WS-CARD-BAD                PIC 9(05) VALUE 0.
001050 01  WS-CARD-UNKNOWN            PIC 9(05) VALUE 0.
001055 01  WS-CARD-USED               PIC 9(05) VALUE 0.
001060 01  WS-UNPLACED                PIC 9(05) VALUE 0.
001070 01  WS-VACANT                  PIC 9(05) VALUE 0.
001080 01  WS-OVER                    PIC 9(05) VALUE 0.
001090 01  WS-DIV-TOTALS.
001100     05  WS-DIV-AUTH            PIC 9(07).
001110     05  WS-DIV-STAFF           PIC 9(07).
001120     05  WS-DIV-VACANT          PIC 9(07).
001130     05  WS-DIV-OVER            PIC 9(07).
001140 01  WS-CO-TOTALS.
001150     05  WS-CO-AUTH             PIC 9(07).
001160     05  WS-CO-STAFF            PIC 9(07).
001170     05  WS-CO-VACANT           PIC 9(07).
001180     05  WS-CO-OVER             PIC 9(07).
001190 01  WS-OVER-DEPTS              PIC 9(03) VALUE 0.
001200 01  WS-VACANT-DEPTS            PIC 9(03) VALUE 0.
001210 01  WS-NO-BUDGET-DEPTS         PIC 9(03) VALUE 0.
001220 01  WS-ANSWER-LINE             PIC X(80) VALUE SPACES.
001230 01  WS-DIV-TITLE.
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  FILLER                 PIC X(09) VALUE 'DIVISION '.
001260     05  WS-DT-CODE             PIC X(04).
001270     05  FILLER                 PIC X(03) VALUE ' - '.
001280     05  WS-DT-NAME             PIC X(20).
001290     05  FILLER                 PIC X(43) VALUE SPACES.
001300 01  WS-HC-LINE.
001310     05  FILLER                 PIC X(01) VALUE SPACES.
001320     05  WS-HL-CODE             PIC X(04).
001330     05  FILLER                 PIC X(02) VALUE SPACES.
001340     05  WS-HL-NAME             PIC X(20).
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  WS-HL-AUTH             PIC ZZZZ9.
001370     05  FILLER                 PIC X(01) VALUE SPACES.
001380     05  WS-HL-STAFF            PIC ZZZZ9.
001390     05  FILLER                 PIC X(01) VALUE SPACES.
001400     05  WS-HL-VACANT           PIC ZZZZ9.
001410     05  FILLER                 PIC X(01) VALUE SPACES.
001420     05  WS-HL-OVER             PIC ZZZZ9.
001430     05  FILLER                 PIC X(02) VALUE SPACES.
001440     05  WS-HL-NOTE             PIC X(24).
001450     05  FILLER                 PIC X(03) VALUE SPACES.
001460 01  WS-NEXT-NOTE.
001470     05  FILLER                 PIC X(05) VALUE 'NEXT '.
001480     05  WS-NN-AUTH             PIC ZZZZ9.
001490     05  FILLER                 PIC X(06) VALUE ' FROM '.
001500     05  WS-NN-EFF              PIC 9(08).
001510     COPY RPTHDFT.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     PERFORM 1500-LOAD-AUTH THRU 1500-EXIT.
001560     PERFORM 2000-COUNT-STAFF THRU 2000-EXIT.
001570     PERFORM 2500-FIND-DIVISIONS THRU 2500-EXIT.
001580     PERFORM 3000-PRINT-DIVISIONS THRU 3000-EXIT.
001590     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001600     CLOSE RPT-FILE.
001610     DISPLAY 'MDHCVAR: ' WS-OVER-DEPTS ' DEPARTMENT(S) OVER '
001620         'AUTHORIZED HEADCOUNT, ' WS-VACANT-DEPTS
001630         ' WITH VACANCIES, ' WS-NO-BUDGET-DEPTS
001640         ' WITH NO BUDGET.'.
001645     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001650     IF WS-HCA-LOADED
001660         MOVE 0 TO RETURN-CODE
001670     ELSE
001680         MOVE 4 TO RETURN-CODE.
001690     GOBACK.
001700*----------------------------------------------------------*
001710* 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE           *
001720* DEPARTMENT MASTER.                                       *
001730*----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001760     OPEN OUTPUT RPT-FILE.
001770     IF NOT WS-RPT-OK
001780         MOVE 'MDHCRPT' TO WS-ERRH-FILE-NAME
001790         MOVE 'OPEN' TO WS-ERRH-OPERATION
001800         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001810             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001820             WS-RPT-STATUS WS-ERRH-SEVERITY
001830         GO TO 9999-ABEND.
001840     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001850     OPEN INPUT DEPT-FILE.
001860     IF NOT WS-DEPT-OK
001870         DISPLAY 'MDHCVAR: DEPARTMENT MASTER UNAVAILABLE '
001880             '- EVERY EMPLOYEE IS UNPLACED'
001890         GO TO 1000-EXIT.
001900 1010-READ-NEXT.
001910     READ DEPT-FILE NEXT RECORD
001920         AT END
001930             GO TO 1090-LOAD-DONE.
001940     IF WS-HV-COUNT NOT < 100
001950         DISPLAY 'MDHCVAR: DEPARTMENT TABLE FULL - '
001960             DEPT-CODE ' IGNORED'
001970         GO TO 1010-READ-NEXT.
001980     ADD 1 TO WS-HV-COUNT.
001990     MOVE DEPT-CODE TO WS-HV-CODE (WS-HV-COUNT).
002000     MOVE DEPT-NAME TO WS-HV-NAME (WS-HV-COUNT).
002010     MOVE DEPT-PARENT TO WS-HV-PARENT (WS-HV-COUNT).
002020     MOVE DEPT-ACTIVE TO WS-HV-ACTIVE (WS-HV-COUNT).
002030     MOVE 0 TO WS-HV-DIV-SUB (WS-HV-COUNT).
002040     MOVE "N" TO WS-HV-AUTH-SW (WS-HV-COUNT).
002050     MOVE 0 TO WS-HV-AUTH (WS-HV-COUNT).
002060     MOVE 0 TO WS-HV-AUTH-EFF (WS-HV-COUNT).
002070     MOVE 0 TO WS-HV-NEXT-AUTH (WS-HV-COUNT).
002080     MOVE 0 TO WS-HV-NEXT-EFF (WS-HV-COUNT).
002090     MOVE 0 TO WS-HV-STAFF (WS-HV-COUNT).
002100     GO TO 1010-READ-NEXT.
002110 1090-LOAD-DONE.
002120     CLOSE DEPT-FILE.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------*
002160* 1200-FIND-CODE - LOOK WS-HV-LOOK-CODE UP IN THE LOADED   *
002170* MASTER; WS-HV-FIND-SUB IS ZERO WHEN IT IS ABSENT.        *
002180*----------------------------------------------------------*
002190 1200-FIND-CODE.
002200     MOVE 0 TO WS-HV-FIND-SUB.
002210     MOVE 1 TO WS-HV-LOOK-SUB.
002220 1210-FIND-NEXT.
002230     IF WS-HV-LOOK-SUB > WS-HV-COUNT
002240         GO TO 1200-EXIT.
002250     IF WS-HV-CODE (WS-HV-LOOK-SUB) = WS-HV-LOOK-CODE
002260         MOVE WS-HV-LOOK-SUB TO WS-HV-FIND-SUB
002270         GO TO 1200-EXIT.
002280     ADD 1 TO WS-HV-LOOK-SUB.
002290     GO TO 1210-FIND-NEXT.
002300 1200-EXIT.
002310     EXIT.
002320*----------------------------------------------------------*
002330* 1500-LOAD-AUTH - PICK EACH DEPARTMENT'S CARD IN FORCE ON *
002340* THE BUSINESS DATE AND THE EARLIEST ONE KEYED FOR A LATER *
002350* DATE. A CARD FOR A DEPARTMENT NOT ON THE MASTER, OR WITH *
002360* A DATE OR COUNT THAT IS NOT NUMERIC, IS REPORTED AND     *
002370* IGNORED. A MISSING CARD FILE LEAVES EVERY DEPARTMENT     *
002380* WITHOUT A BUDGET AND ENDS THE RUN WITH THE WARNING       *
002390* RETURN CODE.                                             *
002400*----------------------------------------------------------*
002410 1500-LOAD-AUTH.
002420     OPEN INPUT HCA-FILE.
002430     IF NOT WS-HCA-OK
002440         DISPLAY 'MDHCVAR: NO AUTHORIZED-HEADCOUNT FILE '
002450             '(MDHCAUTH) - NO DEPARTMENT HAS A BUDGET'
002460         GO TO 1500-EXIT.
002470     MOVE "Y" TO WS-HCA-SW.
002480 1510-READ-NEXT.
002490     READ HCA-FILE
002500         AT END
002510             GO TO 1590-LOAD-DONE.
002520     IF HCA-DEPT = SPACES
002530         GO TO 1510-READ-NEXT.
002540     ADD 1 TO WS-CARD-COUNT.
002550     IF HCA-EFF-DATE NOT NUMERIC
002560         OR HCA-AUTH-COUNT NOT NUMERIC
002570         DISPLAY 'MDHCVAR: BAD HEADCOUNT CARD FOR ' HCA-DEPT
002580             ' - IGNORED'
002590         ADD 1 TO WS-CARD-BAD
002600         GO TO 1510-READ-NEXT.
002610     MOVE HCA-DEPT TO WS-HV-LOOK-CODE.
002620     PERFORM 1200-FIND-CODE THRU 1200-EXIT.
002630     IF WS-HV-FIND-SUB = 0
002640         DISPLAY 'MDHCVAR: HEADCOUNT CARD FOR ' HCA-DEPT
002650             ' WHICH IS NOT ON MDDEPTS - IGNORED'
002660         ADD 1 TO WS-CARD-UNKNOWN
002670         GO TO 1510-READ-NEXT.
002680     MOVE WS-HV-FIND-SUB TO WS-HV-SUB.
002690     IF HCA-EFF-DATE > WS-RUN-DATE-NUM
002700         GO TO 1520-FUTURE-CARD.
002710     IF WS-HV-HAS-AUTH (WS-HV-SUB)
002720         AND HCA-EFF-DATE < WS-HV-AUTH-EFF (WS-HV-SUB)
002730         GO TO 1510-READ-NEXT.
002740     MOVE "Y" TO WS-HV-AUTH-SW (WS-HV-SUB).
002750     MOVE HCA-AUTH-COUNT TO WS-HV-AUTH (WS-HV-SUB).
002760     MOVE HCA-EFF-DATE TO WS-HV-AUTH-EFF (WS-HV-SUB).
002770     GO TO 1510-READ-NEXT.
002780 1520-FUTURE-CARD.
002790     IF WS-HV-NEXT-EFF (WS-HV-SUB) > 0
002800         AND HCA-EFF-DATE > WS-HV-NEXT-EFF (WS-HV-SUB)
002810         GO TO 1510-READ-NEXT.
002820     MOVE HCA-AUTH-COUNT TO WS-HV-NEXT-AUTH (WS-HV-SUB).
002830     MOVE HCA-EFF-DATE TO WS-HV-NEXT-EFF (WS-HV-SUB).
002840     GO TO 1510-READ-NEXT.
002850 1590-LOAD-DONE.
002860     CLOSE HCA-FILE.
002870 1500-EXIT.
002880     EXIT.
002890*----------------------------------------------------------*
002900* 2000-COUNT-STAFF - WALK THE ROSTER MASTER AND CHARGE     *
002910* EACH ACTIVE EMPLOYEE TO THE EMPLOYEE'S OWN DEPARTMENT.   *
002920* ENDED EMPLOYEES DO NOT FILL A BUDGETED POSITION.         *
002930*----------------------------------------------------------*
002940 2000-COUNT-STAFF.
002950     OPEN INPUT MASTER-FILE.
002960     IF NOT WS-MASTER-OK
002970         DISPLAY 'MDHCVAR: NO ROSTER MASTER - EVERY COUNT '
002980             'IS ZERO.'
002990         GO TO 2000-EXIT.
003000 2010-READ-NEXT.
003010     READ MASTER-FILE NEXT RECORD
003020         AT END
003030             GO TO 2090-WALK-DONE.
003040     IF NOT MSTR-IS-ACTIVE
003050         GO TO 2010-READ-NEXT.
003060     MOVE MSTR-DEPT TO WS-HV-LOOK-CODE.
003070     PERFORM 1200-FIND-CODE THRU 1200-EXIT.
003080     IF WS-HV-FIND-SUB = 0
003090         ADD 1 TO WS-UNPLACED
003100         GO TO 2010-READ-NEXT.
003110     ADD 1 TO WS-HV-STAFF (WS-HV-FIND-SUB).
003120     GO TO 2010-READ-NEXT.
003130 2090-WALK-DONE.
003140     CLOSE MASTER-FILE.
003150 2000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------*
003180* 2500-FIND-DIVISIONS - EACH DEPARTMENT'S DIVISION IS THE  *
003190* TOP OF ITS PARENT CHAIN: A DEPARTMENT WITH NO PARENT, OR *
003200* WHOSE PARENT IS NOT ON THE MASTER. THE CLIMB IS CAPPED   *
003210* AT THE NUMBER OF DEPARTMENTS, AS IN MDORGRPT.            *
003220*----------------------------------------------------------*
003230 2500-FIND-DIVISIONS.
003240     MOVE 1 TO WS-HV-SUB.
003250 2510-NEXT-DEPT.
003260     IF WS-HV-SUB > WS-HV-COUNT
003270         GO TO 2500-EXIT.
003280     MOVE WS-HV-SUB TO WS-CHAIN-SUB.
003290     MOVE 0 TO WS-CHAIN-STEPS.
003300 2520-CLIMB.
003310     IF WS-HV-PARENT (WS-CHAIN-SUB) = SPACES
003320         GO TO 2590-DEPT-DONE.
003330     ADD 1 TO WS-CHAIN-STEPS.
003340     IF WS-CHAIN-STEPS > WS-HV-COUNT
003350         GO TO 2590-DEPT-DONE.
003360     MOVE WS-HV-PARENT (WS-CHAIN-SUB) TO WS-HV-LOOK-CODE.
003370     PERFORM 1200-FIND-CODE THRU 1200-EXIT.
003380     IF WS-HV-FIND-SUB = 0
003390         GO TO 2590-DEPT-DONE.
003400     MOVE WS-HV-FIND-SUB TO WS-CHAIN-SUB.
003410     GO TO 2520-CLIMB.
003420 2590-DEPT-DONE.
003430     MOVE WS-CHAIN-SUB TO WS-HV-DIV-SUB (WS-HV-SUB).
003440     ADD 1 TO WS-HV-SUB.
003450     GO TO 2510-NEXT-DEPT.
003460 2500-EXIT.
003470     EXIT.
003480*----------------------------------------------------------*
003490* 3000-PRINT-DIVISIONS - ONE BLOCK PER DIVISION: ITS       *
003500* TITLE, EVERY DEPARTMENT IN IT IN CODE ORDER, THEN THE    *
003510* DIVISION TOTAL.                                          *
003520*----------------------------------------------------------*
003530 3000-PRINT-DIVISIONS.
003540     MOVE 0 TO WS-CO-AUTH WS-CO-STAFF WS-CO-VACANT WS-CO-OVER.
003550     MOVE 1 TO WS-TOP-SUB.
003560 3010-NEXT-TOP.
003570     IF WS-TOP-SUB > WS-HV-COUNT
003580         GO TO 3000-EXIT.
003590     IF WS-HV-DIV-SUB (WS-TOP-SUB) NOT = WS-TOP-SUB
003600         GO TO 3080-TOP-DONE.
003610     MOVE 0 TO WS-DIV-AUTH WS-DIV-STAFF WS-DIV-VACANT
003620         WS-DIV-OVER.
003630     MOVE SPACES TO WS-ANSWER-LINE.
003640     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003650     MOVE WS-HV-CODE (WS-TOP-SUB) TO WS-DT-CODE.
003660     MOVE WS-HV-NAME (WS-TOP-SUB) TO WS-DT-NAME.
003670     MOVE WS-DIV-TITLE TO WS-ANSWER-LINE.
003680     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003690     MOVE 1 TO WS-HV-SUB.
003700 3020-NEXT-MEMBER.
003710     IF WS-HV-SUB > WS-HV-COUNT
003720         GO TO 3030-DIVISION-TOTAL.
003730     IF WS-HV-DIV-SUB (WS-HV-SUB) = WS-TOP-SUB
003740         PERFORM 3100-PRINT-DEPT THRU 3100-EXIT.
003750     ADD 1 TO WS-HV-SUB.
003760     GO TO 3020-NEXT-MEMBER.
003770 3030-DIVISION-TOTAL.
003780     MOVE WS-HV-CODE (WS-TOP-SUB) TO WS-HL-CODE.
003790     MOVE '  DIVISION TOTAL' TO WS-HL-NAME.
003800     MOVE WS-DIV-AUTH TO WS-HL-AUTH.
003810     MOVE WS-DIV-STAFF TO WS-HL-STAFF.
003820     MOVE WS-DIV-VACANT TO WS-HL-VACANT.
003830     MOVE WS-DIV-OVER TO WS-HL-OVER.
003840     MOVE SPACES TO WS-HL-NOTE.
003850     MOVE WS-HC-LINE TO WS-ANSWER-LINE.
003860     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003870     ADD WS-DIV-AUTH TO WS-CO-AUTH.
003880     ADD WS-DIV-STAFF TO WS-CO-STAFF.
003890     ADD WS-DIV-VACANT TO WS-CO-VACANT.
003900     ADD WS-DIV-OVER TO WS-CO-OVER.
003910 3080-TOP-DONE.
003920     ADD 1 TO WS-TOP-SUB.
003930     GO TO 3010-NEXT-TOP.
003940 3000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 3100-PRINT-DEPT - ONE DEPARTMENT LINE. VACANCIES AND     *
003980* OVER-HIRES ARE KEPT SEPARATE ALL THE WAY UP - A DIVISION *
003990* WITH TWO VACANCIES IN ONE DEPARTMENT AND TWO OVER-HIRES  *
004000* IN ANOTHER IS NOT IN BALANCE. AN INACTIVE DEPARTMENT IS  *
004010* NOT BUDGETED: IT IS PRINTED ONLY WHILE SOMEONE ACTIVE IS *
004020* STILL IN IT, MARKED INACTIVE, WITH NO VARIANCE.          *
004030*----------------------------------------------------------*
004040 3100-PRINT-DEPT.
004050     IF WS-HV-ACTIVE (WS-HV-SUB) NOT = 'A'
004060         AND WS-HV-STAFF (WS-HV-SUB) = 0
004070         GO TO 3100-EXIT.
004080     MOVE 0 TO WS-VACANT.
004090     MOVE 0 TO WS-OVER.
004100     MOVE SPACES TO WS-HL-NOTE.
004110     MOVE WS-HV-CODE (WS-HV-SUB) TO WS-HL-CODE.
004120     MOVE WS-HV-NAME (WS-HV-SUB) TO WS-HL-NAME.
004130     MOVE WS-HV-AUTH (WS-HV-SUB) TO WS-HL-AUTH.
004140     MOVE WS-HV-STAFF (WS-HV-SUB) TO WS-HL-STAFF.
004150     ADD WS-HV-STAFF (WS-HV-SUB) TO WS-DIV-STAFF.
004160     IF WS-HV-ACTIVE (WS-HV-SUB) NOT = 'A'
004170         MOVE 0 TO WS-HL-AUTH
004180         MOVE 'INACTIVE' TO WS-HL-NOTE
004190         GO TO 3190-PUT-DEPT.
004200     IF NOT WS-HV-HAS-AUTH (WS-HV-SUB)
004210         MOVE 'NO BUDGET' TO WS-HL-NOTE
004220         ADD 1 TO WS-NO-BUDGET-DEPTS
004230         GO TO 3190-PUT-DEPT.
004240     ADD WS-HV-AUTH (WS-HV-SUB) TO WS-DIV-AUTH.
004250     IF WS-HV-STAFF (WS-HV-SUB) < WS-HV-AUTH (WS-HV-SUB)
004260         COMPUTE WS-VACANT = WS-HV-AUTH (WS-HV-SUB)
004270             - WS-HV-STAFF (WS-HV-SUB)
004280         ADD 1 TO WS-VACANT-DEPTS.
004290     IF WS-HV-STAFF (WS-HV-SUB) > WS-HV-AUTH (WS-HV-SUB)
004300         COMPUTE WS-OVER = WS-HV-STAFF (WS-HV-SUB)
004310             - WS-HV-AUTH (WS-HV-SUB)
004320         ADD 1 TO WS-OVER-DEPTS.
004330     ADD WS-VACANT TO WS-DIV-VACANT.
004340     ADD WS-OVER TO WS-DIV-OVER.
004350     IF WS-HV-NEXT-EFF (WS-HV-SUB) > 0
004360         MOVE WS-HV-NEXT-AUTH (WS-HV-SUB) TO WS-NN-AUTH
004370         MOVE WS-HV-NEXT-EFF (WS-HV-SUB) TO WS-NN-EFF
004380         MOVE WS-NEXT-NOTE TO WS-HL-NOTE.
004390 3190-PUT-DEPT.
004400     MOVE WS-VACANT TO WS-HL-VACANT.
004410     MOVE WS-OVER TO WS-HL-OVER.
004420     MOVE WS-HC-LINE TO WS-ANSWER-LINE.
004430     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004440 3100-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 5000-PRINT-TOTALS - ACTIVE STAFF WHOSE DEPARTMENT IS NOT *
004480* ON THE MASTER, THEN THE COMPANY AS A WHOLE.              *
004490*----------------------------------------------------------*
004500 5000-PRINT-TOTALS.
004510     MOVE SPACES TO WS-ANSWER-LINE.
004520     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004530     MOVE 0 TO WS-HL-AUTH WS-HL-VACANT WS-HL-OVER.
004540     MOVE SPACES TO WS-HL-CODE.
004550     MOVE SPACES TO WS-HL-NOTE.
004560     IF WS-UNPLACED = 0
004570         GO TO 5010-COMPANY.
004580     MOVE 'NOT ON MDDEPTS' TO WS-HL-NAME.
004590     MOVE WS-UNPLACED TO WS-HL-STAFF.
004600     MOVE 'NO BUDGET' TO WS-HL-NOTE.
004610     MOVE WS-HC-LINE TO WS-ANSWER-LINE.
004620     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004630     ADD WS-UNPLACED TO WS-CO-STAFF.
004640 5010-COMPANY.
004650     MOVE 'COMPANY TOTAL' TO WS-HL-NAME.
004660     MOVE WS-CO-AUTH TO WS-HL-AUTH.
004670     MOVE WS-CO-STAFF TO WS-HL-STAFF.
004680     MOVE WS-CO-VACANT TO WS-HL-VACANT.
004690     MOVE WS-CO-OVER TO WS-HL-OVER.
004700     MOVE SPACES TO WS-HL-NOTE.
004710     MOVE WS-HC-LINE TO WS-ANSWER-LINE.
004720     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004730 5000-EXIT.
004740     EXIT.
004750*----------------------------------------------------------*
004760* 0500-PRINT-HEADER - SHOP-STANDARD HEADER AND COLUMN      *
004770* TITLES, REPEATED AT EVERY PAGE BREAK.                    *
004780*----------------------------------------------------------*
004790 0500-PRINT-HEADER.
004800     MOVE 'MDHCVAR' TO RPTHD-PROGRAM-NAME.
004810     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
004820     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
004830     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
004840     WRITE RPT-RECORD.
004850     MOVE 'DEPT  NAME                  AUTH   ACT'
004860         TO RPTTL-COLUMN-TITLES.
004870     MOVE '   VAC  OVER  NOTE'
004880         TO RPTTL-COLUMN-TITLES (39:18).
004890     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
004900     WRITE RPT-RECORD.
004910     ADD 1 TO RPT-PAGE-NUMBER.
004920     MOVE 0 TO RPT-LINES-ON-PAGE.
004930 0500-EXIT.
004940     EXIT.
004950*----------------------------------------------------------*
004960* 4900-PUT-LINE - ONE REPORT LINE WITH THE SHOP'S STANDARD *
004970* WRITE CHECK AND PAGE BREAK.                              *
004980*----------------------------------------------------------*
004990 4900-PUT-LINE.
005000     MOVE WS-ANSWER-LINE TO RPT-RECORD.
005010     WRITE RPT-RECORD.
005020     IF NOT WS-RPT-OK
005030         MOVE 'MDHCRPT' TO WS-ERRH-FILE-NAME
005040         MOVE 'WRITE' TO WS-ERRH-OPERATION
005050         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005060             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005070             WS-RPT-STATUS WS-ERRH-SEVERITY
005080         IF WS-ERRH-SEVERE
005090             GO TO 9999-ABEND.
005100     ADD 1 TO RPT-LINES-ON-PAGE.
005110     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
005120         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
005130 4900-EXIT.
005132     EXIT.
005134*----------------------------------------------------------*
005136* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
005138* SHOP-WIDE AUDIT FILE. HEADCOUNT CARDS READ BALANCE       *
005140* AGAINST THE CARDS TAKEN PLUS THOSE IGNORED AS BAD OR     *
005141* FOR A DEPARTMENT NOT ON THE MASTER. THE STATUS FOLLOWS   *
005142* THE RETURN CODE: NO CARD FILE IS A WARNING.              *
005143*----------------------------------------------------------*
005144 9000-WRITE-AUDIT.
005145     MOVE SPACES TO AUDIT-RECORD.
005146     CALL 'GETRUNID' USING WS-RUN-ID.
005147     MOVE WS-RUN-ID TO AUD-RUN-ID.
005148     MOVE 'MDHCVAR' TO AUD-PROGRAM-ID.
005149     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005150     ACCEPT AUD-RUN-TIME FROM TIME.
005151     COMPUTE WS-CARD-USED =
005152         WS-CARD-COUNT - WS-CARD-BAD - WS-CARD-UNKNOWN.
005153     MOVE WS-HV-COUNT TO AUD-RECORD-COUNT.
005154     MOVE WS-CARD-COUNT TO AUD-READ-COUNT.
005155     MOVE WS-CARD-USED TO AUD-WRITTEN-COUNT.
005156     COMPUTE AUD-REJECT-COUNT = WS-CARD-BAD + WS-CARD-UNKNOWN.
005157     IF WS-HCA-LOADED
005158         SET AUD-STATUS-OK TO TRUE
005159     ELSE
005160         SET AUD-STATUS-WARNING TO TRUE.
005161     OPEN EXTEND AUDIT-FILE.
005162     IF NOT WS-AUDIT-OK
005163         CLOSE AUDIT-FILE
005164         OPEN OUTPUT AUDIT-FILE.
005165     WRITE AUDIT-RECORD.
005166     IF NOT WS-AUDIT-OK
005167         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
005168         MOVE 'WRITE' TO WS-ERRH-OPERATION
005169         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005170             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005171             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
005172     IF WS-AUDIT-OK
005173         CALL 'AUDXPOST' USING AUDIT-RECORD.
005174     CLOSE AUDIT-FILE.
005175 9000-EXIT.
005176     EXIT.
005177*----------------------------------------------------------*
005178* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS        *
005179* SEVERE.                                                  *
005180*----------------------------------------------------------*
005190 9999-ABEND.
005200     DISPLAY 'MDHCVAR: ABENDING - UNRECOVERABLE FILE ERROR.'.
005210     MOVE 16 TO RETURN-CODE.
005220     GOBACK.
