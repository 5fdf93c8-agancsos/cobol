000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MDPURGE.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-08 AG  FIRST VERSION. RETENTION STEP FOR THE     *
000110*                ROSTER MASTER. EMPLOYEES WHOSE EMPLOYMENT *
000120*                ENDED MORE THAN THE CONFIGURED NUMBER OF  *
000130*                YEARS BEFORE THE BUSINESS DATE (MDPGPARM, *
000140*                DEFAULT 7) ARE MOVED FROM MDROSTER TO THE *
000150*                INDEXED INACTIVE-EMPLOYEE ARCHIVE         *
000160*                (MDRSTARC, MDARCREC), SO THE NIGHTLY      *
000170*                RELOAD, PRINT-NAMES, MDSNAPS AND MDEXTRT  *
000180*                STOP WADING THROUGH PEOPLE WHO LEFT YEARS *
000190*                AGO. EACH MOVE IS JOURNALED TO MDJRNL AS  *
000200*                ACTION P WITH THE RECORD AS ITS           *
000210*                BEFORE-IMAGE, SO MDBACKOUT CAN PUT IT     *
000220*                BACK. AN EMPLOYEE ALREADY ON THE ARCHIVE  *
000230*                IS REPORTED AND LEFT ON THE ROSTER.       *
000231* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED  *
000232*                TO THE INDEXED AUDIT STORE (AUDINDEX)     *
000233*                THROUGH AUDXPOST ONCE IT IS SAFELY ON     *
000234*                AUDITLOG, SO THE READERS CAN FIND IT BY   *
000235*                KEY.                                      *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS MSTR-EMPNO
000320         ALTERNATE RECORD KEY IS MSTR-NAME
000330             WITH DUPLICATES
000340         FILE STATUS IS WS-MASTER-STATUS.
000350     SELECT ARCH-FILE ASSIGN TO "MDRSTARC"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ARCH-EMPNO
000390         ALTERNATE RECORD KEY IS ARCH-NAME
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-ARCH-STATUS.
000420     SELECT JRNL-FILE ASSIGN TO "MDJRNL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JRNL-STATUS.
000450     SELECT PARM-FILE ASSIGN TO "MDPGPARM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUS.
000480     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MASTER-FILE
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY MDMSTREC.
000560 FD  ARCH-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580     COPY MDARCREC.
000590 FD  JRNL-FILE
000600     RECORD CONTAINS 180 CHARACTERS.
000610     COPY MDJRNREC.
000620 FD  PARM-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  PARM-RECORD.
000650     05  PARM-KEEP-YEARS        PIC 9(02).
000660     05  FILLER                 PIC X(78).
000670 FD  AUDIT-FILE
000680     RECORD CONTAINS 100 CHARACTERS.
000690     COPY AUDITREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000720     88  WS-MASTER-OK                     VALUE "00".
000730 01  WS-ARCH-STATUS             PIC X(02) VALUE "00".
000740     88  WS-ARCH-OK                       VALUE "00".
000750 01  WS-JRNL-STATUS             PIC X(02) VALUE "00".
000760     88  WS-JRNL-OK                       VALUE "00".
000770 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000780     88  WS-PARM-OK                       VALUE "00".
000790 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000800     88  WS-AUDIT-OK                      VALUE "00".
000810 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDPURGE'.
000820 01  WS-ERRH-FILE-NAME          PIC X(08).
000830 01  WS-ERRH-OPERATION          PIC X(06).
000840 01  WS-ERRH-SEVERITY           PIC X(02).
000850     88  WS-ERRH-SEVERE                   VALUE "08".
000860 01  WS-KEEP-YEARS              PIC 9(02) VALUE 7.
000870 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000880 01  WS-CUTOFF-NUM              PIC 9(08) VALUE 0.
000890 01  WS-END-DATE-NUM            PIC 9(08) VALUE 0.
000900 01  WS-EXAMINED-COUNT          PIC 9(09) VALUE 0.
000910 01  WS-CANDIDATE-COUNT         PIC 9(09) VALUE 0.
000920 01  WS-PURGED-COUNT            PIC 9(09) VALUE 0.
000930 01  WS-FAILED-COUNT            PIC 9(09) VALUE 0.
000940 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-PURGE-ROSTER THRU 2000-EXIT.
000990     DISPLAY 'MDPURGE: ' WS-EXAMINED-COUNT
001000         ' ROSTER RECORD(S) EXAMINED, RETENTION CUTOFF '
001010         WS-CUTOFF-NUM '.'.
001020     DISPLAY 'MDPURGE: ' WS-PURGED-COUNT
001030         ' EMPLOYEE(S) MOVED TO MDRSTARC, ' WS-FAILED-COUNT
001040         ' LEFT ON THE ROSTER.'.
001050     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001060     IF WS-FAILED-COUNT > 0
001070         MOVE 4 TO RETURN-CODE
001080     ELSE
001090         MOVE 0 TO RETURN-CODE.
001100     GOBACK.
001110*----------------------------------------------------------*
001120* 1000-INITIALIZE - PICK UP THE RETENTION PERIOD IN YEARS  *
001130* FROM THE PARAMETER CARD (DEFAULT 7 WHEN MISSING OR       *
001140* ZERO). THE CUTOFF IS THE BUSINESS DATE THAT MANY YEARS   *
001150* BACK; AN END DATE BEFORE IT IS OUT OF RETENTION.         *
001160*----------------------------------------------------------*
001170 1000-INITIALIZE.
001180     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001190     OPEN INPUT PARM-FILE.
001200     IF WS-PARM-OK
001210         READ PARM-FILE
001220         IF WS-PARM-OK AND PARM-KEEP-YEARS NUMERIC
001230             AND PARM-KEEP-YEARS > 0
001240             MOVE PARM-KEEP-YEARS TO WS-KEEP-YEARS
001250         END-IF
001260         CLOSE PARM-FILE
001270     END-IF.
001280     COMPUTE WS-CUTOFF-NUM =
001290         WS-RUN-DATE-NUM - WS-KEEP-YEARS * 10000.
001300 1000-EXIT.
001310     EXIT.
001320*----------------------------------------------------------*
001330* 2000-PURGE-ROSTER - ONE PASS OVER THE ROSTER IN          *
001340* EMPLOYEE-NUMBER ORDER. AN ENDED EMPLOYEE WITH A READABLE *
001350* END DATE BEFORE THE CUTOFF IS MOVED TO THE ARCHIVE;      *
001360* EVERYONE ELSE STAYS. A MISSING ROSTER MEANS THERE IS     *
001370* NOTHING TO PURGE. THE ARCHIVE IS CREATED ON THE FIRST    *
001380* RUN.                                                     *
001390*----------------------------------------------------------*
001400 2000-PURGE-ROSTER.
001410     OPEN I-O MASTER-FILE.
001420     IF NOT WS-MASTER-OK
001430         DISPLAY 'MDPURGE: NO ROSTER MASTER - NOTHING TO PURGE.'
001440         GO TO 2000-EXIT.
001450     OPEN I-O ARCH-FILE.
001460     IF NOT WS-ARCH-OK
001470         OPEN OUTPUT ARCH-FILE
001480         CLOSE ARCH-FILE
001490         OPEN I-O ARCH-FILE.
001500     IF NOT WS-ARCH-OK
001510         MOVE 'MDRSTARC' TO WS-ERRH-FILE-NAME
001520         MOVE 'OPEN' TO WS-ERRH-OPERATION
001530         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001540             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001550             WS-ARCH-STATUS WS-ERRH-SEVERITY
001560         GO TO 9999-ABEND.
001570     OPEN EXTEND JRNL-FILE.
001580     IF NOT WS-JRNL-OK
001590         CLOSE JRNL-FILE
001600         OPEN OUTPUT JRNL-FILE.
001610     MOVE 0 TO MSTR-EMPNO.
001620     START MASTER-FILE KEY IS NOT LESS THAN MSTR-EMPNO
001630         INVALID KEY
001640             GO TO 2090-PURGE-DONE
001650     END-START.
001660 2010-READ-NEXT.
001670     READ MASTER-FILE NEXT RECORD
001680         AT END
001690             GO TO 2090-PURGE-DONE.
001700     ADD 1 TO WS-EXAMINED-COUNT.
001710     IF NOT MSTR-IS-ENDED
001720         GO TO 2010-READ-NEXT.
001730     IF MSTR-END NOT NUMERIC
001740         GO TO 2010-READ-NEXT.
001750     MOVE MSTR-END TO WS-END-DATE-NUM.
001760     IF WS-END-DATE-NUM = 0
001770         OR WS-END-DATE-NUM NOT < WS-CUTOFF-NUM
001780         GO TO 2010-READ-NEXT.
001790     PERFORM 2100-ARCHIVE-EMPLOYEE THRU 2100-EXIT.
001800     GO TO 2010-READ-NEXT.
001810 2090-PURGE-DONE.
001820     CLOSE JRNL-FILE.
001830     CLOSE ARCH-FILE.
001840     CLOSE MASTER-FILE.
001850 2000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------*
001880* 2100-ARCHIVE-EMPLOYEE - WRITE THE RECORD TO THE ARCHIVE, *
001890* TAKE IT OFF THE ROSTER, THEN JOURNAL THE MOVE. IF THE    *
001900* ROSTER DELETE FAILS THE ARCHIVE COPY IS TAKEN BACK OUT,  *
001910* AND IF THE JOURNAL WRITE FAILS THE WHOLE MOVE IS UNDONE, *
001920* SO AN EMPLOYEE IS NEVER ON BOTH FILES, ON NEITHER, OR    *
001930* MOVED WITHOUT A JOURNAL ENTRY TO BACK IT OUT.            *
001940*----------------------------------------------------------*
001950 2100-ARCHIVE-EMPLOYEE.
001960     ADD 1 TO WS-CANDIDATE-COUNT.
001970     MOVE MASTER-RECORD TO ARCH-RECORD.
001980     WRITE ARCH-RECORD
001990         INVALID KEY
002000             DISPLAY 'MDPURGE: ** EMPLOYEE ' MSTR-EMPNO
002010                 ' ALREADY ON MDRSTARC - LEFT ON THE ROSTER'
002020             ADD 1 TO WS-FAILED-COUNT
002030             GO TO 2100-EXIT
002040     END-WRITE.
002050     DELETE MASTER-FILE RECORD
002060         INVALID KEY
002070             DISPLAY 'MDPURGE: ** EMPLOYEE ' MSTR-EMPNO
002080                 ' COULD NOT BE DELETED - LEFT ON THE ROSTER'
002090             DELETE ARCH-FILE RECORD
002100             ADD 1 TO WS-FAILED-COUNT
002110             GO TO 2100-EXIT
002120     END-DELETE.
002130     MOVE SPACES TO JRNL-RECORD.
002140     MOVE WS-RUN-DATE-NUM TO JRNL-RUN-DATE.
002150     MOVE 'P' TO JRNL-ACTION.
002160     MOVE ARCH-RECORD TO JRNL-BEFORE.
002170     MOVE WS-RUN-DATE-NUM TO JRNL-EFF-DATE.
002180     WRITE JRNL-RECORD.
002190     IF NOT WS-JRNL-OK
002200         MOVE 'MDJRNL' TO WS-ERRH-FILE-NAME
002210         MOVE 'WRITE' TO WS-ERRH-OPERATION
002220         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002230             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002240             WS-JRNL-STATUS WS-ERRH-SEVERITY
002250         WRITE MASTER-RECORD FROM ARCH-RECORD
002260         DELETE ARCH-FILE RECORD
002270         GO TO 9999-ABEND.
002280     ADD 1 TO WS-PURGED-COUNT.
002290     DISPLAY 'MDPURGE: ARCHIVED ' ARCH-EMPNO ' ' ARCH-NAME
002300         ' ENDED ' WS-END-DATE-NUM.
002310 2100-EXIT.
002320     EXIT.
002330*----------------------------------------------------------*
002340* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE    *
002350* SHOP-WIDE AUDIT FILE. EMPLOYEES MOVED BALANCE AGAINST    *
002360* EMPLOYEES DUE FOR ARCHIVING PLUS THOSE LEFT ON THE       *
002370* ROSTER.                                                  *
002380*----------------------------------------------------------*
002390 9000-WRITE-AUDIT.
002400     MOVE SPACES TO AUDIT-RECORD.
002410     CALL 'GETRUNID' USING WS-RUN-ID.
002420     MOVE WS-RUN-ID TO AUD-RUN-ID.
002430     MOVE 'MDPURGE' TO AUD-PROGRAM-ID.
002440     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002450     ACCEPT AUD-RUN-TIME FROM TIME.
002460     MOVE WS-PURGED-COUNT TO AUD-RECORD-COUNT.
002470     MOVE WS-CANDIDATE-COUNT TO AUD-READ-COUNT.
002480     MOVE WS-PURGED-COUNT TO AUD-WRITTEN-COUNT.
002490     MOVE WS-FAILED-COUNT TO AUD-REJECT-COUNT.
002500     IF WS-FAILED-COUNT > 0
002510         SET AUD-STATUS-WARNING TO TRUE
002520     ELSE
002530         SET AUD-STATUS-OK TO TRUE.
002540     OPEN EXTEND AUDIT-FILE.
002550     IF NOT WS-AUDIT-OK
002560         CLOSE AUDIT-FILE
002570         OPEN OUTPUT AUDIT-FILE.
002580     WRITE AUDIT-RECORD.
002590     IF NOT WS-AUDIT-OK
002600         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
002610         MOVE 'WRITE' TO WS-ERRH-OPERATION
002620         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002630             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002640             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002643     IF WS-AUDIT-OK
002646         CALL 'AUDXPOST' USING AUDIT-RECORD.
002650     CLOSE AUDIT-FILE.
002660 9000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------*
002690* 9999-ABEND - THE ARCHIVE COULD NOT BE OPENED OR A MOVE   *
002700* COULD NOT BE JOURNALED. EVERY MOVE MADE BEFORE IT IS ON  *
002710* THE JOURNAL, SO MDBACKOUT FOR TODAY'S DATE PUTS THE      *
002720* ROSTER BACK AS IT WAS.                                   *
002730*----------------------------------------------------------*
002740 9999-ABEND.
002750     DISPLAY 'MDPURGE: ABENDING - UNRECOVERABLE FILE ERROR.'.
002760     MOVE 16 TO RETURN-CODE.
002770     GOBACK.
