000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MMGRPMT.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. BUILDS THE INDEXED MINMAX  *
000110*                GROUP MASTER (MMGROUP, SHARED MMGRPREC    *
000120*                LAYOUT) FROM THE HAND-MAINTAINED SEED     *
000130*                CARD FILE (MMGRPIN - CODE, DESCRIPTION,   *
000140*                TYPE, ACTIVE FLAG, PARENT CATEGORY). THE  *
000150*                CARDS ARE THE SYSTEM OF RECORD, SO EVERY  *
000160*                RUN REBUILDS THE MASTER OUTRIGHT - THE    *
000170*                SAME TREATMENT MDDEPTMT GIVES THE         *
000180*                DEPARTMENT MASTER. A CARD WITH A BLANK    *
000190*                CODE, A BAD TYPE OR A BAD ACTIVE FLAG, OR *
000200*                A DUPLICATE CODE, IS REPORTED AND         *
000210*                SKIPPED. THE CARDS ARE LOADED AND THE     *
000220*                TREE CHECKED BEFORE THE MASTER IS         *
000230*                TOUCHED: A PARENT THAT IS NOT ON THE      *
000240*                CARDS, A PARENT THAT IS A READING GROUP   *
000250*                RATHER THAN A CATEGORY, OR A CHAIN OF     *
000260*                PARENTS THAT LOOPS BACK ON ITSELF IS      *
000270*                REPORTED AND THE MASTER IS LEFT ALONE     *
000280*                (RETURN CODE 8), THE SAME AS A MISSING    *
000290*                CARD FILE.                                *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SEED-FILE ASSIGN TO "MMGRPIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SEED-STATUS.
000370     SELECT GROUP-FILE ASSIGN TO "MMGROUP"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GRP-CODE
000410         FILE STATUS IS WS-GROUP-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SEED-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  SEED-RECORD.
000470     05  SEED-CODE              PIC X(10).
000480     05  SEED-DESC              PIC X(30).
000490     05  SEED-TYPE              PIC X(01).
000500     05  SEED-ACTIVE            PIC X(01).
000510     05  SEED-PARENT            PIC X(10).
000520     05  FILLER                 PIC X(28).
000530 FD  GROUP-FILE
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY MMGRPREC.
000560 WORKING-STORAGE SECTION.
000570 01  WS-SEED-STATUS             PIC X(02) VALUE "00".
000580     88  WS-SEED-OK                       VALUE "00".
000590     88  WS-SEED-EOF                      VALUE "10".
000600 01  WS-GROUP-STATUS            PIC X(02) VALUE "00".
000610     88  WS-GROUP-OK                      VALUE "00".
000620 01  WS-LOADED-COUNT            PIC 9(05) VALUE 0.
000630 01  WS-SKIPPED-COUNT           PIC 9(05) VALUE 0.
000640 01  WS-TREE-ERRORS             PIC 9(05) VALUE 0.
000650*    THE CARDS AS LOADED, SO THE TREE CAN BE CHECKED WHOLE
000660*    BEFORE THE MASTER IS REBUILT.
000670 01  WS-GT-TABLE.
000680     05  WS-GT-ENTRY OCCURS 200 TIMES.
000690         10  WS-GT-CODE         PIC X(10).
000700         10  WS-GT-DESC         PIC X(30).
000710         10  WS-GT-TYPE         PIC X(01).
000720         10  WS-GT-ACTIVE       PIC X(01).
000730         10  WS-GT-PARENT       PIC X(10).
000740 01  WS-GT-COUNT                PIC 9(03) VALUE 0.
000750 01  WS-GT-SUB                  PIC 9(03) VALUE 0.
000760 01  WS-GT-LOOK-CODE            PIC X(10) VALUE SPACES.
000770 01  WS-GT-LOOK-SUB             PIC 9(03) VALUE 0.
000780 01  WS-GT-FIND-SUB             PIC 9(03) VALUE 0.
000790 01  WS-CHAIN-SUB               PIC 9(03) VALUE 0.
000800 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     OPEN INPUT SEED-FILE.
000840     IF NOT WS-SEED-OK
000850         DISPLAY 'MMGRPMT: NO SEED CARD FILE (MMGRPIN) - '
000860             'GROUP MASTER LEFT ALONE'
000870         MOVE 8 TO RETURN-CODE
000880         GOBACK.
000890 0010-NEXT-CARD.
000900     READ SEED-FILE
000910         AT END
000920             GO TO 0090-CARDS-DONE.
000930     IF SEED-CODE = SPACES
000940         OR (SEED-TYPE NOT = 'G' AND SEED-TYPE NOT = 'C')
000950         OR (SEED-ACTIVE NOT = 'A' AND SEED-ACTIVE NOT = 'I')
000960         DISPLAY 'MMGRPMT: BAD GROUP CARD "' SEED-CODE
000970             '" - SKIPPED'
000980         ADD 1 TO WS-SKIPPED-COUNT
000990         GO TO 0010-NEXT-CARD.
001000     MOVE SEED-CODE TO WS-GT-LOOK-CODE.
001010     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
001020     IF WS-GT-FIND-SUB NOT = 0
001030         DISPLAY 'MMGRPMT: DUPLICATE GROUP CODE '
001040             SEED-CODE ' - SKIPPED'
001050         ADD 1 TO WS-SKIPPED-COUNT
001060         GO TO 0010-NEXT-CARD.
001070     IF WS-GT-COUNT NOT < 200
001080         DISPLAY 'MMGRPMT: GROUP TABLE FULL - '
001090             SEED-CODE ' SKIPPED'
001100         ADD 1 TO WS-SKIPPED-COUNT
001110         GO TO 0010-NEXT-CARD.
001120     ADD 1 TO WS-GT-COUNT.
001130     MOVE SEED-CODE TO WS-GT-CODE (WS-GT-COUNT).
001140     MOVE SEED-DESC TO WS-GT-DESC (WS-GT-COUNT).
001150     MOVE SEED-TYPE TO WS-GT-TYPE (WS-GT-COUNT).
001160     MOVE SEED-ACTIVE TO WS-GT-ACTIVE (WS-GT-COUNT).
001170     MOVE SEED-PARENT TO WS-GT-PARENT (WS-GT-COUNT).
001180     GO TO 0010-NEXT-CARD.
001190 0090-CARDS-DONE.
001200     CLOSE SEED-FILE.
001210     PERFORM 2000-CHECK-TREE THRU 2000-EXIT.
001220     IF WS-TREE-ERRORS > 0
001230         DISPLAY 'MMGRPMT: ' WS-TREE-ERRORS ' HIERARCHY '
001240             'ERROR(S) - GROUP MASTER LEFT ALONE'
001250         MOVE 8 TO RETURN-CODE
001260         GOBACK.
001270     OPEN OUTPUT GROUP-FILE.
001280     IF NOT WS-GROUP-OK
001290         DISPLAY 'MMGRPMT: COULD NOT BUILD GROUP '
001300             'MASTER - STATUS ' WS-GROUP-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         GOBACK.
001330     MOVE 1 TO WS-GT-SUB.
001340 0100-NEXT-GROUP.
001350     IF WS-GT-SUB > WS-GT-COUNT
001360         GO TO 0190-GROUPS-DONE.
001370     MOVE SPACES TO GRP-RECORD.
001380     MOVE WS-GT-CODE (WS-GT-SUB) TO GRP-CODE.
001390     MOVE WS-GT-DESC (WS-GT-SUB) TO GRP-DESC.
001400     MOVE WS-GT-TYPE (WS-GT-SUB) TO GRP-TYPE.
001410     MOVE WS-GT-ACTIVE (WS-GT-SUB) TO GRP-ACTIVE.
001420     MOVE WS-GT-PARENT (WS-GT-SUB) TO GRP-PARENT.
001430     WRITE GRP-RECORD
001440         INVALID KEY
001450             DISPLAY 'MMGRPMT: DUPLICATE GROUP CODE '
001460                 GRP-CODE ' - SKIPPED'
001470             ADD 1 TO WS-SKIPPED-COUNT
001480         NOT INVALID KEY
001490             ADD 1 TO WS-LOADED-COUNT
001500     END-WRITE.
001510     ADD 1 TO WS-GT-SUB.
001520     GO TO 0100-NEXT-GROUP.
001530 0190-GROUPS-DONE.
001540     CLOSE GROUP-FILE.
001550     DISPLAY 'MMGRPMT: ' WS-LOADED-COUNT ' MASTER ENTRIES'
001560         ' LOADED, ' WS-SKIPPED-COUNT
001570         ' CARD(S) SKIPPED.'.
001580     MOVE 0 TO RETURN-CODE.
001590     GOBACK.
001600*----------------------------------------------------------*
001610* 1000-FIND-CODE - LOOK WS-GT-LOOK-CODE UP AMONG THE CARDS *
001620* LOADED SO FAR; WS-GT-FIND-SUB IS ZERO WHEN IT IS ABSENT. *
001630*----------------------------------------------------------*
001640 1000-FIND-CODE.
001650     MOVE 0 TO WS-GT-FIND-SUB.
001660     MOVE 1 TO WS-GT-LOOK-SUB.
001670 1010-FIND-NEXT.
001680     IF WS-GT-LOOK-SUB > WS-GT-COUNT
001690         GO TO 1000-EXIT.
001700     IF WS-GT-CODE (WS-GT-LOOK-SUB) = WS-GT-LOOK-CODE
001710         MOVE WS-GT-LOOK-SUB TO WS-GT-FIND-SUB
001720         GO TO 1000-EXIT.
001730     ADD 1 TO WS-GT-LOOK-SUB.
001740     GO TO 1010-FIND-NEXT.
001750 1000-EXIT.
001760     EXIT.
001770*----------------------------------------------------------*
001780* 2000-CHECK-TREE - EVERY NON-BLANK PARENT MUST BE ANOTHER *
001790* LOADED ENTRY, AND A CATEGORY - READINGS ROLL UP INTO     *
001800* CATEGORIES, NEVER INTO ANOTHER READING GROUP. CLIMBING   *
001810* FROM ANY ENTRY MUST REACH THE TOP WITHOUT COMING BACK TO *
001820* WHERE IT STARTED. A CLIMB LONGER THAN THE NUMBER OF      *
001830* ENTRIES CAN ONLY BE A LOOP HIGHER UP - ITS OWN MEMBERS   *
001840* REPORT IT.                                               *
001850*----------------------------------------------------------*
001860 2000-CHECK-TREE.
001870     MOVE 1 TO WS-GT-SUB.
001880 2010-NEXT-GROUP.
001890     IF WS-GT-SUB > WS-GT-COUNT
001900         GO TO 2000-EXIT.
001910     IF WS-GT-PARENT (WS-GT-SUB) = SPACES
001920         GO TO 2090-GROUP-DONE.
001930     MOVE WS-GT-PARENT (WS-GT-SUB) TO WS-GT-LOOK-CODE.
001940     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
001950     IF WS-GT-FIND-SUB = 0
001960         DISPLAY 'MMGRPMT: ' WS-GT-CODE (WS-GT-SUB)
001970             ' NAMES PARENT ' WS-GT-PARENT (WS-GT-SUB)
001980             ' WHICH IS NOT ON THE CARDS'
001990         ADD 1 TO WS-TREE-ERRORS
002000         GO TO 2090-GROUP-DONE.
002010     IF WS-GT-TYPE (WS-GT-FIND-SUB) NOT = 'C'
002020         DISPLAY 'MMGRPMT: ' WS-GT-CODE (WS-GT-SUB)
002030             ' NAMES PARENT ' WS-GT-PARENT (WS-GT-SUB)
002040             ' WHICH IS NOT A CATEGORY'
002050         ADD 1 TO WS-TREE-ERRORS
002060         GO TO 2090-GROUP-DONE.
002070     MOVE WS-GT-FIND-SUB TO WS-CHAIN-SUB.
002080     MOVE 0 TO WS-CHAIN-STEPS.
002090 2020-CLIMB.
002100     IF WS-CHAIN-SUB = WS-GT-SUB
002110         DISPLAY 'MMGRPMT: ' WS-GT-CODE (WS-GT-SUB)
002120             ' IS ITS OWN ANCESTOR - PARENT CHAIN LOOPS'
002130         ADD 1 TO WS-TREE-ERRORS
002140         GO TO 2090-GROUP-DONE.
002150     IF WS-GT-PARENT (WS-CHAIN-SUB) = SPACES
002160         GO TO 2090-GROUP-DONE.
002170     ADD 1 TO WS-CHAIN-STEPS.
002180     IF WS-CHAIN-STEPS > WS-GT-COUNT
002190         GO TO 2090-GROUP-DONE.
002200     MOVE WS-GT-PARENT (WS-CHAIN-SUB) TO WS-GT-LOOK-CODE.
002210     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
002220     IF WS-GT-FIND-SUB = 0
002230         GO TO 2090-GROUP-DONE.
002240     MOVE WS-GT-FIND-SUB TO WS-CHAIN-SUB.
002250     GO TO 2020-CLIMB.
002260 2090-GROUP-DONE.
002270     ADD 1 TO WS-GT-SUB.
002280     GO TO 2010-NEXT-GROUP.
002290 2000-EXIT.
002300     EXIT.
